      >>SOURCE FORMAT FREE
       class-id. BankMandate.

      *> Backs the bank_mandate table: the owner's standing
      *> authorization to debit a bank account for a policy's premium.
      *> One mandate per policy - account, routing number, the date
      *> the authorization was signed, and status ACTIVE / SUSPENDED /
      *> CANCELLED. DraftOriginationBatch drafts a policy only while
      *> its billing_type is DRAFT and its mandate is ACTIVE, and
      *> BillingNoticeBatch mails no paper notice to those policies.
      *> Every change lands in policy_audit under the operator's ID
      *> (field names mandate_routing / mandate_account /
      *> mandate_auth_date / mandate_status) through Policy.WriteAudit,
      *> so the debit authority has the same trail as the policy.

       environment division.
       configuration section.
       repository.
           class Policy as "Policy"
           class DbConfig as "DbConfig".

       factory.
       procedure division.

      *> Records a policy's mandate, or replaces the one on file.
      *> Insert has no "before" value, same rule as InsertPolicy's
      *> audit rows; a replace audits only the fields that changed.
      *> Result codes: 0 recorded, 1 policy not found, 2 bad data.
       method-id. SetMandate static.
           procedure division using by value policyId as binary-long
                                      by value bankRouting as string
                                      by value bankAccount as string
                                      by value authorizedDate as string
                                      by value mandateStatus as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare hasMandate as binary-long.
           declare oldRouting as string.
           declare oldAccount as string.
           declare oldAuthDate as string.
           declare oldStatus as string.

           if bankRouting = spaces or bankRouting = ""
              or bankAccount = spaces or bankAccount = ""
               display "SetMandate rejected: policyId " policyId " needs both a routing and an account number"
               move 2 to resultCode
               exit method
           end-if.
           if authorizedDate = spaces or authorizedDate = ""
               display "SetMandate rejected: policyId " policyId " has no authorization date"
               move 2 to resultCode
               exit method
           end-if.
           if mandateStatus not = "ACTIVE" and mandateStatus not = "SUSPENDED"
              and mandateStatus not = "CANCELLED"
               display "SetMandate rejected: policyId " policyId " status " mandateStatus " must be ACTIVE, SUSPENDED or CANCELLED"
               move 2 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.

           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COUNT(*) FROM policy WHERE policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           declare polCount as binary-long.
           invoke polCmd "ExecuteReader" returning polReader.
           invoke polReader "Read" returning hasRow.
           if hasRow not = 0
               invoke polReader "GetInt32" using 0 returning polCount
           else
               move 0 to polCount
           end-if.
           invoke polReader "Close".
           if polCount = 0
               display "SetMandate rejected: policyId " policyId " not found"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           declare oldCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT bank_routing,bank_account,authorized_date,status FROM bank_mandate WHERE policy_id=@pid", conn).
           invoke oldCmd "Parameters.AddWithValue" using "pid", policyId.
           declare oldReader type NpgsqlDataReader.
           invoke oldCmd "ExecuteReader" returning oldReader.
           invoke oldReader "Read" returning hasMandate.
           if hasMandate not = 0
               invoke oldReader "GetString" using 0 returning oldRouting
               invoke oldReader "GetString" using 1 returning oldAccount
               invoke oldReader "GetString" using 2 returning oldAuthDate
               invoke oldReader "GetString" using 3 returning oldStatus
           else
               move "" to oldRouting
               move "" to oldAccount
               move "" to oldAuthDate
               move "" to oldStatus
           end-if.
           invoke oldReader "Close".

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO bank_mandate (policy_id,bank_routing,bank_account,authorized_date,status) VALUES (@pid,@rout,@acct,@auth,@st) ON CONFLICT (policy_id) DO UPDATE SET bank_routing=@rout, bank_account=@acct, authorized_date=@auth, status=@st", conn).
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           invoke cmd "Parameters.AddWithValue" using "rout", bankRouting.
           invoke cmd "Parameters.AddWithValue" using "acct", bankAccount.
           invoke cmd "Parameters.AddWithValue" using "auth", authorizedDate.
           invoke cmd "Parameters.AddWithValue" using "st", mandateStatus.
           invoke cmd "ExecuteNonQuery".

           if oldRouting not = bankRouting
               invoke Policy "WriteAudit" using conn, policyId, "mandate_routing", oldRouting, bankRouting, changedBy
           end-if.
           if oldAccount not = bankAccount
               invoke Policy "WriteAudit" using conn, policyId, "mandate_account", oldAccount, bankAccount, changedBy
           end-if.
           if oldAuthDate not = authorizedDate
               invoke Policy "WriteAudit" using conn, policyId, "mandate_auth_date", oldAuthDate, authorizedDate, changedBy
           end-if.
           if oldStatus not = mandateStatus
               invoke Policy "WriteAudit" using conn, policyId, "mandate_status", oldStatus, mandateStatus, changedBy
           end-if.

           invoke conn "Close".
           display "SetMandate: policyId " policyId " mandate recorded, status " mandateStatus.
           move 0 to resultCode.
       end method SetMandate.

       end factory.

       object.
       procedure division.

       method-id. Show.
           procedure division.
           display "=== BankMandate class ready ===".
       end method Show.

       end object.

       end class BankMandate.
