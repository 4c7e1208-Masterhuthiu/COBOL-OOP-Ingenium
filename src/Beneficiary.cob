      >>SOURCE FORMAT FREE
       class-id. Beneficiary.

      *> Backs the beneficiary table: who a policy's death benefit is
      *> paid to. Each policy names PRIMARY beneficiaries and may name
      *> CONTINGENT ones, each with a whole-percent share; the ACTIVE
      *> rows of a class must total 100 before Claim.SettleClaim will
      *> split a death benefit across them. Contingent beneficiaries
      *> are paid only when no ACTIVE primary remains - a primary who
      *> predeceases the insured is taken off by moving the row to
      *> REMOVED, never by deleting it. Maintained and audited the way
      *> customers are: insert and update land in beneficiary_audit
      *> under the operator's ID, one row per changed field. Shares
      *> are checked as they are keyed - a class can never go OVER
      *> 100 - but a designation being built up one beneficiary at a
      *> time is allowed to sit under 100 until it is complete;
      *> GetPayingClass is the settlement-time check that it is.
      *> Once the policy has gone to DEATH-CLM the benefit has been
      *> split and paid, and the designation is frozen.

       environment division.
       configuration section.
       repository.
           class DbConfig as "DbConfig".

       factory.
       procedure division.

      *> Field rules shared by insert and update. ben_class PRIMARY or
      *> CONTINGENT, share 1-100, a payee name, pay method EFT (needs
      *> routing and account) or CHECK (needs a mailing address),
      *> status ACTIVE or REMOVED. Returns 0 valid, 1 invalid.
       method-id. ValidateBeneficiary static.
           procedure division using by value beneficiaryId as binary-long
                                      by value benClass as string
                                      by value sharePct as binary-long
                                      by value payeeName as string
                                      by value payMethod as string
                                      by value bankRouting as string
                                      by value bankAccount as string
                                      by value payeeAddress as string
                                      by value benStatus as string
                               returning resultCode as binary-long.
           if benClass not = "PRIMARY" and benClass not = "CONTINGENT"
               display "ValidateBeneficiary: beneficiaryId " beneficiaryId " class " benClass " must be PRIMARY or CONTINGENT"
               move 1 to resultCode
               exit method
           end-if.
           if sharePct < 1 or sharePct > 100
               display "ValidateBeneficiary: beneficiaryId " beneficiaryId " share " sharePct " must be 1-100 percent"
               move 1 to resultCode
               exit method
           end-if.
           if payeeName = spaces or payeeName = ""
               display "ValidateBeneficiary: beneficiaryId " beneficiaryId " has no payee name"
               move 1 to resultCode
               exit method
           end-if.
           evaluate payMethod
               when "EFT"
                   if bankRouting = spaces or bankRouting = ""
                      or bankAccount = spaces or bankAccount = ""
                       display "ValidateBeneficiary: beneficiaryId " beneficiaryId " is paid by EFT but has no routing/account number"
                       move 1 to resultCode
                       exit method
                   end-if
               when "CHECK"
                   if payeeAddress = spaces or payeeAddress = ""
                       display "ValidateBeneficiary: beneficiaryId " beneficiaryId " is paid by CHECK but has no mailing address"
                       move 1 to resultCode
                       exit method
                   end-if
               when other
                   display "ValidateBeneficiary: beneficiaryId " beneficiaryId " pay method " payMethod " must be EFT or CHECK"
                   move 1 to resultCode
                   exit method
           end-evaluate.
           if benStatus not = "ACTIVE" and benStatus not = "REMOVED"
               display "ValidateBeneficiary: beneficiaryId " beneficiaryId " status " benStatus " must be ACTIVE or REMOVED"
               move 1 to resultCode
               exit method
           end-if.
           move 0 to resultCode.
       end method ValidateBeneficiary.

      *> changedBy is the operator whose ID the audit rows carry.
      *> Result codes: 0 recorded, 1 bad data / already exists,
      *> 2 policy not found or already settled on a death claim,
      *> 3 the class's ACTIVE shares would total over 100.
       method-id. InsertBeneficiary static.
           procedure division using by value beneficiaryId as binary-long
                                      by value policyId as binary-long
                                      by value benClass as string
                                      by value sharePct as binary-long
                                      by value payeeName as string
                                      by value payMethod as string
                                      by value bankRouting as string
                                      by value bankAccount as string
                                      by value payeeAddress as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare validResult as binary-long.
           declare policyStatus as string.
           declare otherShares as binary-long.

           if beneficiaryId <= 0
               display "InsertBeneficiary rejected: beneficiaryId " beneficiaryId " must be positive"
               move 1 to resultCode
               exit method
           end-if.
           invoke Beneficiary "ValidateBeneficiary" using beneficiaryId, benClass, sharePct, payeeName, payMethod, bankRouting, bankAccount, payeeAddress, "ACTIVE" returning validResult.
           if validResult not = 0
               display "InsertBeneficiary rejected: beneficiaryId " beneficiaryId " failed validation"
               move 1 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.

           declare dupCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COUNT(*) FROM beneficiary WHERE beneficiary_id=@bid", conn).
           invoke dupCmd "Parameters.AddWithValue" using "bid", beneficiaryId.
           declare dupReader type NpgsqlDataReader.
           declare dupCount as binary-long.
           invoke dupCmd "ExecuteReader" returning dupReader.
           invoke dupReader "Read" returning hasRow.
           if hasRow not = 0
               invoke dupReader "GetInt32" using 0 returning dupCount
           else
               move 0 to dupCount
           end-if.
           invoke dupReader "Close".
           if dupCount > 0
               display "InsertBeneficiary rejected: beneficiaryId " beneficiaryId " already on file - use UpdateBeneficiary"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT current_status FROM policy WHERE policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
           invoke polReader "Read" returning hasRow.
           if hasRow not = 0
               invoke polReader "GetString" using 0 returning policyStatus
           end-if.
           invoke polReader "Close".
           if hasRow = 0
               display "InsertBeneficiary rejected: policyId " policyId " not found"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if policyStatus = "DEATH-CLM"
               display "InsertBeneficiary rejected: policyId " policyId " death benefit already settled, designation is frozen"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           invoke Beneficiary "SumOtherShares" using conn, policyId, benClass, beneficiaryId returning otherShares.
           if otherShares + sharePct > 100
               display "InsertBeneficiary rejected: policyId " policyId " " benClass " shares would total " otherShares " + " sharePct " - over 100 percent"
               invoke conn "Close"
               move 3 to resultCode
               exit method
           end-if.

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO beneficiary (beneficiary_id,policy_id,ben_class,share_pct,payee_name,pay_method,bank_routing,bank_account,payee_address,status) VALUES (@bid,@pid,@cls,@pct,@name,@meth,@rout,@acct,@addr,'ACTIVE')", conn).
           invoke cmd "Parameters.AddWithValue" using "bid", beneficiaryId.
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           invoke cmd "Parameters.AddWithValue" using "cls", benClass.
           invoke cmd "Parameters.AddWithValue" using "pct", sharePct.
           invoke cmd "Parameters.AddWithValue" using "name", payeeName.
           invoke cmd "Parameters.AddWithValue" using "meth", payMethod.
           invoke cmd "Parameters.AddWithValue" using "rout", bankRouting.
           invoke cmd "Parameters.AddWithValue" using "acct", bankAccount.
           invoke cmd "Parameters.AddWithValue" using "addr", payeeAddress.
           invoke cmd "ExecuteNonQuery".

           *> insert has no "before" value, same rule as
           *> Customer.InsertCustomer's audit rows
           declare pctStr as string.
           move sharePct to pctStr.
           invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "ben_class", "", benClass, changedBy.
           invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "share_pct", "", pctStr, changedBy.
           invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "payee_name", "", payeeName, changedBy.
           invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "pay_method", "", payMethod, changedBy.

           invoke conn "Close".
           display "InsertBeneficiary: beneficiaryId " beneficiaryId " " payeeName " recorded on policyId " policyId " as " benClass " " sharePct "%".
           move 0 to resultCode.
       end method InsertBeneficiary.

      *> Updates one designation, audits every field that actually
      *> changed. The policy a beneficiary belongs to never changes -
      *> remove the row and insert a new one on the other policy.
      *> Result codes: 0 updated, 1 no such beneficiary, 2 bad data or
      *> policy already settled on a death claim, 3 the class's ACTIVE
      *> shares would total over 100.
       method-id. UpdateBeneficiary static.
           procedure division using by value beneficiaryId as binary-long
                                      by value benClass as string
                                      by value sharePct as binary-long
                                      by value payeeName as string
                                      by value payMethod as string
                                      by value bankRouting as string
                                      by value bankAccount as string
                                      by value payeeAddress as string
                                      by value benStatus as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare validResult as binary-long.
           declare policyId as binary-long.
           declare policyStatus as string.
           declare oldClass as string.
           declare oldPct as binary-long.
           declare oldName as string.
           declare oldMethod as string.
           declare oldRouting as string.
           declare oldAccount as string.
           declare oldAddress as string.
           declare oldStatus as string.
           declare otherShares as binary-long.

           invoke Beneficiary "ValidateBeneficiary" using beneficiaryId, benClass, sharePct, payeeName, payMethod, bankRouting, bankAccount, payeeAddress, benStatus returning validResult.
           if validResult not = 0
               display "UpdateBeneficiary rejected: beneficiaryId " beneficiaryId " failed validation"
               move 2 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.

           declare oldCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT b.policy_id,b.ben_class,b.share_pct,b.payee_name,b.pay_method,COALESCE(b.bank_routing,''),COALESCE(b.bank_account,''),COALESCE(b.payee_address,''),b.status,COALESCE(p.current_status,'') FROM beneficiary b LEFT JOIN policy p ON p.policy_id=b.policy_id WHERE b.beneficiary_id=@bid", conn).
           invoke oldCmd "Parameters.AddWithValue" using "bid", beneficiaryId.
           declare oldReader type NpgsqlDataReader.
           invoke oldCmd "ExecuteReader" returning oldReader.
           invoke oldReader "Read" returning hasRow.
           if hasRow not = 0
               invoke oldReader "GetInt32" using 0 returning policyId
               invoke oldReader "GetString" using 1 returning oldClass
               invoke oldReader "GetInt32" using 2 returning oldPct
               invoke oldReader "GetString" using 3 returning oldName
               invoke oldReader "GetString" using 4 returning oldMethod
               invoke oldReader "GetString" using 5 returning oldRouting
               invoke oldReader "GetString" using 6 returning oldAccount
               invoke oldReader "GetString" using 7 returning oldAddress
               invoke oldReader "GetString" using 8 returning oldStatus
               invoke oldReader "GetString" using 9 returning policyStatus
           end-if.
           invoke oldReader "Close".

           if hasRow = 0
               display "UpdateBeneficiary rejected: beneficiaryId " beneficiaryId " not found"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.
           if policyStatus = "DEATH-CLM"
               display "UpdateBeneficiary rejected: policyId " policyId " death benefit already settled, designation is frozen"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           *> a REMOVED row holds no share, so only an ACTIVE row is
           *> counted against the class's 100
           if benStatus = "ACTIVE"
               invoke Beneficiary "SumOtherShares" using conn, policyId, benClass, beneficiaryId returning otherShares
               if otherShares + sharePct > 100
                   display "UpdateBeneficiary rejected: policyId " policyId " " benClass " shares would total " otherShares " + " sharePct " - over 100 percent"
                   invoke conn "Close"
                   move 3 to resultCode
                   exit method
               end-if
           end-if.

           declare updCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE beneficiary SET ben_class=@cls, share_pct=@pct, payee_name=@name, pay_method=@meth, bank_routing=@rout, bank_account=@acct, payee_address=@addr, status=@st WHERE beneficiary_id=@bid", conn).
           invoke updCmd "Parameters.AddWithValue" using "cls", benClass.
           invoke updCmd "Parameters.AddWithValue" using "pct", sharePct.
           invoke updCmd "Parameters.AddWithValue" using "name", payeeName.
           invoke updCmd "Parameters.AddWithValue" using "meth", payMethod.
           invoke updCmd "Parameters.AddWithValue" using "rout", bankRouting.
           invoke updCmd "Parameters.AddWithValue" using "acct", bankAccount.
           invoke updCmd "Parameters.AddWithValue" using "addr", payeeAddress.
           invoke updCmd "Parameters.AddWithValue" using "st", benStatus.
           invoke updCmd "Parameters.AddWithValue" using "bid", beneficiaryId.
           invoke updCmd "ExecuteNonQuery".

           *> only log a field when its value actually changed - same
           *> review rule as Customer.UpdateCustomer's audit rows
           if oldClass not = benClass
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "ben_class", oldClass, benClass, changedBy
           end-if.
           if oldPct not = sharePct
               declare oldPctStr as string
               declare newPctStr as string
               move oldPct to oldPctStr
               move sharePct to newPctStr
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "share_pct", oldPctStr, newPctStr, changedBy
           end-if.
           if oldName not = payeeName
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "payee_name", oldName, payeeName, changedBy
           end-if.
           if oldMethod not = payMethod
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "pay_method", oldMethod, payMethod, changedBy
           end-if.
           if oldRouting not = bankRouting
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "bank_routing", oldRouting, bankRouting, changedBy
           end-if.
           if oldAccount not = bankAccount
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "bank_account", oldAccount, bankAccount, changedBy
           end-if.
           if oldAddress not = payeeAddress
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "payee_address", oldAddress, payeeAddress, changedBy
           end-if.
           if oldStatus not = benStatus
               invoke Beneficiary "WriteBeneficiaryAudit" using conn, beneficiaryId, policyId, "status", oldStatus, benStatus, changedBy
           end-if.

           invoke conn "Close".
           display "UpdateBeneficiary: beneficiaryId " beneficiaryId " updated".
           move 0 to resultCode.
       end method UpdateBeneficiary.

      *> Single place that writes a beneficiary_audit row; takes the
      *> caller's already-open connection, same pattern as
      *> Customer.WriteCustomerAudit.
       method-id. WriteBeneficiaryAudit static.
           procedure division using by value conn as type NpgsqlConnection
                                      by value beneficiaryId as binary-long
                                      by value policyId as binary-long
                                      by value fieldName as string
                                      by value oldValue as string
                                      by value newValue as string
                                      by value changedBy as string.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO beneficiary_audit (beneficiary_id,policy_id,field_name,old_value,new_value,changed_by) VALUES (@bid,@pid,@fld,@old,@new,@by)", conn).
           invoke cmd "Parameters.AddWithValue" using "bid", beneficiaryId.
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           invoke cmd "Parameters.AddWithValue" using "fld", fieldName.
           invoke cmd "Parameters.AddWithValue" using "old", oldValue.
           invoke cmd "Parameters.AddWithValue" using "new", newValue.
           invoke cmd "Parameters.AddWithValue" using "by", changedBy.
           invoke cmd "ExecuteNonQuery".
       end method WriteBeneficiaryAudit.

      *> Total share of the ACTIVE rows of one class on a policy,
      *> leaving out beneficiaryId (the row being keyed - pass 0 to
      *> count them all). Takes the caller's open connection.
       method-id. SumOtherShares static.
           procedure division using by value conn as type NpgsqlConnection
                                      by value policyId as binary-long
                                      by value benClass as string
                                      by value beneficiaryId as binary-long
                               returning totalPct as binary-long.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(SUM(share_pct),0) FROM beneficiary WHERE policy_id=@pid AND ben_class=@cls AND status='ACTIVE' AND beneficiary_id<>@bid", conn).
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           invoke cmd "Parameters.AddWithValue" using "cls", benClass.
           invoke cmd "Parameters.AddWithValue" using "bid", beneficiaryId.
           declare reader type NpgsqlDataReader.
           declare hasRow as binary-long.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning totalPct
           else
               move 0 to totalPct
           end-if.
           invoke reader "Close".
       end method SumOtherShares.

      *> The class a death benefit on this policy is paid to right
      *> now: PRIMARY while any ACTIVE primary remains, CONTINGENT
      *> otherwise. Result codes: 0 class returned and its ACTIVE
      *> shares total exactly 100, 1 no ACTIVE beneficiary in either
      *> class, 2 the paying class does not total 100 (designation
      *> incomplete - benClass is still returned for the message).
       method-id. GetPayingClass static.
           procedure division using by value policyId as binary-long
                                      by reference benClass as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare totalPct as binary-long.

           invoke DbConfig "OpenConnection" returning conn.

           move "PRIMARY" to benClass.
           invoke Beneficiary "SumOtherShares" using conn, policyId, "PRIMARY", 0 returning totalPct.
           if totalPct = 0
               move "CONTINGENT" to benClass
               invoke Beneficiary "SumOtherShares" using conn, policyId, "CONTINGENT", 0 returning totalPct
           end-if.
           invoke conn "Close".

           if totalPct = 0
               move 1 to resultCode
               exit method
           end-if.
           if totalPct not = 100
               move 2 to resultCode
               exit method
           end-if.
           move 0 to resultCode.
       end method GetPayingClass.

       end factory.

       object.
       procedure division.

       method-id. Show.
           procedure division.
           display "=== Beneficiary class ready ===".
       end method Show.

       end object.

       end class Beneficiary.
