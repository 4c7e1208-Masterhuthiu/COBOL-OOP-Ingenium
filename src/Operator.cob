      >>SOURCE FORMAT FREE
       class-id. Operator.

      *> Backs the servicing_operator master and the pending_approval
      *> maker-checker queue behind PolicyServicingMenu. An operator
      *> signs on only if their ID is on the master and ACTIVE, and
      *> the role decides which menu options are offered at all:
      *>   INQUIRY     1 search, 2 view
      *>   CLERK       every servicing option (1-11, 14, 15)
      *>   SUPERVISOR  CLERK plus 12, the approval queue
      *>   ADMIN       SUPERVISOR plus 13, operator maintenance
      *> Within an allowed option, a transaction on the restricted list
      *> (policy delete, forced status move out of force, suspense
      *> write-off, surrender/maturity) or one whose amount converts to
      *> more base currency than the operator's authority_limit (a
      *> reinstatement, suspense refund/repost or check reissue) does
      *> not commit - the menu hands it to SubmitForApproval instead,
      *> and it runs only when ApproveRequest is called by a different
      *> ACTIVE SUPERVISOR/ADMIN whose own limit covers it. The
      *> transaction runs under the maker's ID, so every policy_audit
      *> row it writes names the maker, and an "approval" row beside
      *> them names the checker. Operator master changes are audited
      *> into operator_audit the way customers are, and those that
      *> grant access (new operator, role change, raised limit,
      *> reactivation) queue for a second ADMIN the same way - decided
      *> on the ADMIN role, not the limit - except while the ADMIN
      *> keying them is the only ACTIVE one (see SetOperator).

       environment division.
       configuration section.
       repository.
           class Policy as "Policy"
           class ExchangeRate as "ExchangeRate"
           class CheckRegister as "CheckRegister"
           class DbConfig as "DbConfig".

       factory.
       procedure division.

      *> Looks the operator up for sign-on. Role and authority limit
      *> come back through the by-reference parameters.
      *> Result codes: 0 signed on, 1 not on the operator master,
      *> 2 on file but not ACTIVE.
       method-id. SignOn static.
           procedure division using by value operatorId as string
                                      by reference operatorRole as string
                                      by reference authorityLimit as binary-long
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare operStatus as string.

           move "" to operatorRole.
           move 0 to authorityLimit.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT role,authority_limit,status FROM servicing_operator WHERE operator_id=@op", conn).
           invoke cmd "Parameters.AddWithValue" using "op", operatorId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetString" using 0 returning operatorRole
               invoke reader "GetInt32" using 1 returning authorityLimit
               invoke reader "GetString" using 2 returning operStatus
           end-if.
           invoke reader "Close".
           invoke conn "Close".

           if hasRow = 0
               display "SignOn rejected: operator " operatorId " is not on the operator master"
               move 1 to resultCode
               exit method
           end-if.
           if operStatus not = "ACTIVE"
               display "SignOn rejected: operator " operatorId " is " operStatus
               move 0 to authorityLimit
               move 2 to resultCode
               exit method
           end-if.
           move 0 to resultCode.
       end method SignOn.

      *> Whether a role may use a menu option at all - see the table
      *> at the top of the class. Returns 1 allowed, 0 not.
       method-id. RoleAllows static.
           procedure division using by value operatorRole as string
                                      by value menuOption as string
                               returning allowed as binary-long.
           move 0 to allowed.
           evaluate menuOption
               when "1"
               when "2"
                   if operatorRole = "INQUIRY" or operatorRole = "CLERK"
                      or operatorRole = "SUPERVISOR" or operatorRole = "ADMIN"
                       move 1 to allowed
                   end-if
               when "12"
                   if operatorRole = "SUPERVISOR" or operatorRole = "ADMIN"
                       move 1 to allowed
                   end-if
               when "13"
                   if operatorRole = "ADMIN"
                       move 1 to allowed
                   end-if
               when other
                   if operatorRole = "CLERK"
                      or operatorRole = "SUPERVISOR" or operatorRole = "ADMIN"
                       move 1 to allowed
                   end-if
           end-evaluate.
       end method RoleAllows.

      *> Re-checked before every menu option, so an operator suspended
      *> or demoted mid-session loses the access at the next option
      *> rather than at the next sign-on. Role and limit are refreshed
      *> through the by-reference parameters.
      *> Result codes: 0 allowed, 1 operator no longer ACTIVE (or gone
      *> from the master), 2 role does not allow the option.
       method-id. CheckOption static.
           procedure division using by value operatorId as string
                                      by value menuOption as string
                                      by reference operatorRole as string
                                      by reference authorityLimit as binary-long
                               returning resultCode as binary-long.
           declare signResult as binary-long.
           declare allowed as binary-long.
           invoke Operator "SignOn" using operatorId, operatorRole, authorityLimit returning signResult.
           if signResult not = 0
               move 1 to resultCode
               exit method
           end-if.
           invoke Operator "RoleAllows" using operatorRole, menuOption returning allowed.
           if allowed = 0
               display "Option " menuOption " is not available to role " operatorRole
               move 2 to resultCode
               exit method
           end-if.
           move 0 to resultCode.
       end method CheckOption.

      *> Converts amount (in currency) to the base currency at the
      *> asOfDate rate and compares it with authorityLimit. The base
      *> figure comes back through baseAmount. A currency with no
      *> usable rate can't be measured against the limit, so it counts
      *> as over the limit rather than converting at zero, and its
      *> face amount stands in as the base figure the checker's own
      *> limit is held to.
      *> Returns 1 over the limit, 0 within it.
       method-id. ExceedsLimit static.
           procedure division using by value authorityLimit as binary-long
                                      by value amount as binary-long
                                      by value currency as string
                                      by value asOfDate as string
                                      by reference baseAmount as binary-long
                               returning overLimit as binary-long.
           declare rateMillionths as binary-long.
           declare work as binary-double.

           move 0 to baseAmount.
           invoke ExchangeRate "GetRate" using currency, asOfDate returning rateMillionths.
           if rateMillionths = 0
               display "ExceedsLimit: no exchange rate for " currency " on " asOfDate " - treated as over the authority limit"
               move amount to baseAmount
               move 1 to overLimit
               exit method
           end-if.
           compute work = amount * rateMillionths / 1000000.
           move work to baseAmount.
           if baseAmount > authorityLimit
               move 1 to overLimit
           else
               move 0 to overLimit
           end-if.
       end method ExceedsLimit.

      *> Queues a transaction for second-person approval instead of
      *> running it. txnType and the fields that matter for it:
      *>   DELETE     policyId
      *>   STATUS     policyId, txnCode new status, txnDate effective
      *>   REINSTATE  policyId, txnDate, amount collected, txnRef
      *>              payment source ref
      *>   SUSPENSE   targetId suspense id, txnCode REPOST/REFUND/
      *>              WRITEOFF, altId corrected policy id, amount
      *>   TERMINATE  policyId, txnCode SURRENDER/MATURITY, txnDate,
      *>              amount quoted net payout
      *>   REISSUE    targetId voided check id, txnRef its check_ref,
      *>              amount (approval queues the check-issue
      *>              instruction, see CheckRegister.ReissueCheck)
      *> (operator changes queue through SubmitOperatorChange instead)
      *> A second identical request (same type, policy and target)
      *> while one is still PENDING is refused rather than queued twice.
      *> Returns the new approval_id, 0 if nothing was queued.
       method-id. SubmitForApproval static.
           procedure division using by value txnType as string
                                      by value policyId as binary-long
                                      by value targetId as binary-long
                                      by value altId as binary-long
                                      by value txnCode as string
                                      by value txnDate as string
                                      by value txnRef as string
                                      by value amount as binary-long
                                      by value currency as string
                                      by value baseAmount as binary-long
                                      by value approvalReason as string
                                      by value makerId as string
                               returning approvalId as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.

           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO pending_approval (txn_type,policy_id,target_id,alt_id,txn_code,txn_date,txn_ref,amount,currency,base_amount,approval_reason,maker_id) SELECT @typ,@pid,@tgt,@alt,@code,@dt,@ref,@amt,@curr,@base,@why,@mkr WHERE NOT EXISTS (SELECT 1 FROM pending_approval WHERE txn_type=@typ AND policy_id=@pid AND target_id=@tgt AND status='PENDING') RETURNING approval_id", conn).
           invoke cmd "Parameters.AddWithValue" using "typ", txnType.
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           invoke cmd "Parameters.AddWithValue" using "tgt", targetId.
           invoke cmd "Parameters.AddWithValue" using "alt", altId.
           invoke cmd "Parameters.AddWithValue" using "code", txnCode.
           invoke cmd "Parameters.AddWithValue" using "dt", txnDate.
           invoke cmd "Parameters.AddWithValue" using "ref", txnRef.
           invoke cmd "Parameters.AddWithValue" using "amt", amount.
           invoke cmd "Parameters.AddWithValue" using "curr", currency.
           invoke cmd "Parameters.AddWithValue" using "base", baseAmount.
           invoke cmd "Parameters.AddWithValue" using "why", approvalReason.
           invoke cmd "Parameters.AddWithValue" using "mkr", makerId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning approvalId
           else
               move 0 to approvalId
           end-if.
           invoke reader "Close".
           invoke conn "Close".

           if approvalId = 0
               display "SubmitForApproval rejected: a " txnType " for policyId " policyId " is already waiting for approval"
               exit method
           end-if.
           display "SubmitForApproval: " txnType " for policyId " policyId " queued as approval " approvalId " (" approvalReason ")".
       end method SubmitForApproval.

      *> Checks that checkerId may approve the request, then runs the
      *> queued transaction under the maker's ID. The row is claimed
      *> (PENDING -> APPROVED) before the transaction runs, so two
      *> checkers can't both run it; if the transaction itself is then
      *> rejected the row is closed FAILED with its result code, and
      *> the maker keys it again once the cause is fixed. approveDate
      *> is the resolution date for a suspense item and the request
      *> date of a check reissue (the check's issue date is the day
      *> ClaimSettlementBatch sends it); every other type runs with the dates
      *> keyed at submission.
      *> Result codes: 0 approved and run, 1 not found / not PENDING,
      *> 2 checker not permitted (the maker, not ACTIVE, not
      *> SUPERVISOR/ADMIN - ADMIN for an operator change, which the
      *> operator it changes can't approve either - or, other than on
      *> an operator change, limit below the amount), 3 approved but
      *> the transaction was rejected - see the messages above it.
       method-id. ApproveRequest static.
           procedure division using by value approvalId as binary-long
                                      by value checkerId as string
                                      by value approveDate as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare txnType as string.
           declare policyId as binary-long.
           declare targetId as binary-long.
           declare altId as binary-long.
           declare txnCode as string.
           declare txnDate as string.
           declare txnRef as string.
           declare amount as binary-long.
           declare baseAmount as binary-long.
           declare makerId as string.
           declare checkerRole as string.
           declare checkerLimit as binary-long.
           declare signResult as binary-long.
           declare affected as binary-long.
           declare txnResult as binary-long.
           declare grossValue as binary-long.
           declare loanBalance as binary-long.
           declare netPayout as binary-long.
           declare newCheckId as binary-long.
           declare approvalNote as string.
           declare txnName as string.
           declare txnStatus as string.

           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT txn_type,policy_id,target_id,alt_id,COALESCE(txn_code,''),COALESCE(txn_date,''),COALESCE(txn_ref,''),amount,base_amount,maker_id,COALESCE(txn_name,''),COALESCE(txn_status,'') FROM pending_approval WHERE approval_id=@aid AND status='PENDING'", conn).
           invoke cmd "Parameters.AddWithValue" using "aid", approvalId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetString" using 0 returning txnType
               invoke reader "GetInt32" using 1 returning policyId
               invoke reader "GetInt32" using 2 returning targetId
               invoke reader "GetInt32" using 3 returning altId
               invoke reader "GetString" using 4 returning txnCode
               invoke reader "GetString" using 5 returning txnDate
               invoke reader "GetString" using 6 returning txnRef
               invoke reader "GetInt32" using 7 returning amount
               invoke reader "GetInt32" using 8 returning baseAmount
               invoke reader "GetString" using 9 returning makerId
               invoke reader "GetString" using 10 returning txnName
               invoke reader "GetString" using 11 returning txnStatus
           end-if.
           invoke reader "Close".

           if hasRow = 0
               display "ApproveRequest rejected: approval " approvalId " not found or no longer PENDING"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           if checkerId = makerId
               display "ApproveRequest rejected: approval " approvalId " was made by " makerId " - it needs a different operator"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           invoke Operator "SignOn" using checkerId, checkerRole, checkerLimit returning signResult.
           if signResult not = 0
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if checkerRole not = "SUPERVISOR" and checkerRole not = "ADMIN"
               display "ApproveRequest rejected: operator " checkerId " is " checkerRole " - approvals need SUPERVISOR or ADMIN"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           *> an operator change is option 13 business: only an ADMIN
           *> decides it, and never the operator it would change
           if txnType = "OPERATOR" and checkerRole not = "ADMIN"
               display "ApproveRequest rejected: approval " approvalId " is an operator change - it needs an ADMIN"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if txnType = "OPERATOR" and checkerId = txnRef
               display "ApproveRequest rejected: approval " approvalId " changes operator " txnRef " - it needs a different operator"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if txnType not = "OPERATOR" and baseAmount > checkerLimit
               display "ApproveRequest rejected: approval " approvalId " is " baseAmount " base, above operator " checkerId "'s limit of " checkerLimit
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           declare claimCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE pending_approval SET status='APPROVED', checker_id=@chk, checked_at=NOW() WHERE approval_id=@aid AND status='PENDING'", conn).
           invoke claimCmd "Parameters.AddWithValue" using "chk", checkerId.
           invoke claimCmd "Parameters.AddWithValue" using "aid", approvalId.
           invoke claimCmd "ExecuteNonQuery" returning affected.
           if affected = 0
               display "ApproveRequest rejected: approval " approvalId " was decided by another operator meanwhile"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           *> the approval row goes in before the transaction runs, so a
           *> delete still has the checker on record beside the maker's
           *> rows it writes
           set approvalNote to txnType & " " & txnCode & " approval " & approvalId & " made by " & makerId.
           if txnType = "OPERATOR"
               invoke Operator "WriteOperatorAudit" using conn, txnRef, "approval", approvalNote, checkerId, checkerId
           else
               invoke Policy "WriteAudit" using conn, policyId, "approval", approvalNote, checkerId, checkerId
           end-if.
           invoke conn "Close".

           evaluate txnType
               when "DELETE"
                   invoke Policy "DeletePolicy" using policyId, makerId returning txnResult
               when "STATUS"
                   invoke Policy "ChangeStatus" using policyId, "", txnCode, txnDate, makerId returning txnResult
               when "REINSTATE"
                   invoke Policy "ReinstatePolicy" using policyId, txnDate, amount, txnRef, makerId returning txnResult
               when "SUSPENSE"
                   invoke Policy "ResolveSuspense" using targetId, txnCode, altId, approveDate, makerId returning txnResult
               when "TERMINATE"
                   *> re-quote first: the payout approved was the one
                   *> quoted at submission; loan interest since then only
                   *> lowers it, but a loan repayment raises it past
                   *> what the checker actually saw
                   invoke Policy "QuoteTermination" using policyId, txnCode, txnDate, grossValue, loanBalance, netPayout returning txnResult
                   if txnResult = 0 and netPayout > amount
                       display "ApproveRequest: approval " approvalId " net payout is now " netPayout ", above the " amount " approved - not run"
                       move 9 to txnResult
                   end-if
                   if txnResult = 0
                       invoke Policy "TerminatePolicy" using policyId, txnCode, txnDate, makerId returning txnResult
                   end-if
               when "REISSUE"
                   invoke CheckRegister "ReissueCheck" using targetId, approveDate, makerId, newCheckId returning txnResult
               when "OPERATOR"
                   invoke Operator "ApplyOperator" using txnRef, txnName, txnCode, amount, txnStatus, makerId
                   move 0 to txnResult
               when other
                   display "ApproveRequest: approval " approvalId " has unknown type " txnType
                   move 9 to txnResult
           end-evaluate.

           if txnResult not = 0
               invoke DbConfig "OpenConnection" returning conn
               declare failCmd type NpgsqlCommand
                   = new NpgsqlCommand("UPDATE pending_approval SET status='FAILED', result_code=@rc WHERE approval_id=@aid", conn)
               invoke failCmd "Parameters.AddWithValue" using "rc", txnResult
               invoke failCmd "Parameters.AddWithValue" using "aid", approvalId
               invoke failCmd "ExecuteNonQuery"
               invoke conn "Close"
               display "ApproveRequest: approval " approvalId " approved but the " txnType " was rejected (result " txnResult ") - closed FAILED"
               move 3 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.
           declare doneCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE pending_approval SET result_code=0 WHERE approval_id=@aid", conn).
           invoke doneCmd "Parameters.AddWithValue" using "aid", approvalId.
           invoke doneCmd "ExecuteNonQuery".
           invoke conn "Close".
           display "ApproveRequest: approval " approvalId " " txnType " for policyId " policyId " run, made by " makerId ", approved by " checkerId.
           move 0 to resultCode.
       end method ApproveRequest.

      *> Closes a request REJECTED without running it. The same
      *> checker rules as ApproveRequest apply, except the amount -
      *> refusing money never needs authority over it.
      *> Result codes: 0 rejected, 1 not found / not PENDING,
      *> 2 checker not permitted.
       method-id. RejectRequest static.
           procedure division using by value approvalId as binary-long
                                      by value checkerId as string
                                      by value decisionNote as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare makerId as string.
           declare checkerRole as string.
           declare checkerLimit as binary-long.
           declare signResult as binary-long.
           declare affected as binary-long.

           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT maker_id FROM pending_approval WHERE approval_id=@aid AND status='PENDING'", conn).
           invoke cmd "Parameters.AddWithValue" using "aid", approvalId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetString" using 0 returning makerId
           end-if.
           invoke reader "Close".

           if hasRow = 0
               display "RejectRequest rejected: approval " approvalId " not found or no longer PENDING"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.
           if checkerId = makerId
               display "RejectRequest rejected: approval " approvalId " was made by " makerId " - it needs a different operator"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           invoke Operator "SignOn" using checkerId, checkerRole, checkerLimit returning signResult.
           if signResult not = 0
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if checkerRole not = "SUPERVISOR" and checkerRole not = "ADMIN"
               display "RejectRequest rejected: operator " checkerId " is " checkerRole " - approvals need SUPERVISOR or ADMIN"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           declare updCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE pending_approval SET status='REJECTED', checker_id=@chk, checked_at=NOW(), decision_note=@note WHERE approval_id=@aid AND status='PENDING'", conn).
           invoke updCmd "Parameters.AddWithValue" using "chk", checkerId.
           invoke updCmd "Parameters.AddWithValue" using "note", decisionNote.
           invoke updCmd "Parameters.AddWithValue" using "aid", approvalId.
           invoke updCmd "ExecuteNonQuery" returning affected.
           invoke conn "Close".
           if affected = 0
               display "RejectRequest rejected: approval " approvalId " was decided by another operator meanwhile"
               move 1 to resultCode
               exit method
           end-if.
           display "RejectRequest: approval " approvalId " rejected by " checkerId.
           move 0 to resultCode.
       end method RejectRequest.

      *> Adds an operator or replaces the master row. A change that
      *> grants access - a new operator, a role change, a raised
      *> authority limit, or a SUSPENDED operator made ACTIVE again -
      *> is not written here: it goes to SubmitOperatorChange and is
      *> only written by ApplyOperator once a different ADMIN approves
      *> it, so no one ADMIN can mint a second privileged ID or lift a
      *> limit and then approve their own queued work with it. A
      *> rename, a suspension or a lowered limit takes effect at once.
      *> The one exception is the bootstrap: while changedBy is the
      *> only ACTIVE ADMIN there is nobody who could approve, so the
      *> change is written straight away (the seeded ADMIN keying the
      *> second ADMIN, or the last ADMIN standing reactivating one).
      *> From the moment a second ADMIN is ACTIVE every access-granting
      *> change queues.
      *> Nobody maintains their own row - raising your own limit is
      *> exactly what the control is there to stop.
      *> Result codes: 0 recorded, 2 bad data, 3 own record, 4 queued
      *> for approval, 5 not queued - a change to this operator is
      *> already waiting.
       method-id. SetOperator static.
           procedure division using by value operatorId as string
                                      by value operatorName as string
                                      by value operatorRole as string
                                      by value authorityLimit as binary-long
                                      by value operStatus as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare oldRole as string.
           declare oldLimit as binary-long.
           declare oldStatus as string.
           declare grantsAccess as binary-long.
           declare approvalId as binary-long.
           declare makerAdmins as binary-long.
           declare otherAdmins as binary-long.

           if operatorId = spaces or operatorId = ""
              or operatorName = spaces or operatorName = ""
               display "SetOperator rejected: operator needs both an ID and a name"
               move 2 to resultCode
               exit method
           end-if.
           if operatorRole not = "INQUIRY" and operatorRole not = "CLERK"
              and operatorRole not = "SUPERVISOR" and operatorRole not = "ADMIN"
               display "SetOperator rejected: operator " operatorId " role " operatorRole " must be INQUIRY, CLERK, SUPERVISOR or ADMIN"
               move 2 to resultCode
               exit method
           end-if.
           if operStatus not = "ACTIVE" and operStatus not = "SUSPENDED"
               display "SetOperator rejected: operator " operatorId " status " operStatus " must be ACTIVE or SUSPENDED"
               move 2 to resultCode
               exit method
           end-if.
           if authorityLimit < 0
               display "SetOperator rejected: operator " operatorId " authority limit cannot be negative"
               move 2 to resultCode
               exit method
           end-if.
           if operatorId = changedBy
               display "SetOperator rejected: operator " operatorId " cannot maintain their own record"
               move 3 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.
           declare oldCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT role,authority_limit,status FROM servicing_operator WHERE operator_id=@op", conn).
           invoke oldCmd "Parameters.AddWithValue" using "op", operatorId.
           declare oldReader type NpgsqlDataReader.
           invoke oldCmd "ExecuteReader" returning oldReader.
           invoke oldReader "Read" returning hasRow.
           if hasRow not = 0
               invoke oldReader "GetString" using 0 returning oldRole
               invoke oldReader "GetInt32" using 1 returning oldLimit
               invoke oldReader "GetString" using 2 returning oldStatus
           end-if.
           invoke oldReader "Close".

           declare admCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT (COUNT(*) FILTER (WHERE operator_id=@mkr))::integer,(COUNT(*) FILTER (WHERE operator_id<>@mkr))::integer FROM servicing_operator WHERE role='ADMIN' AND status='ACTIVE'", conn).
           invoke admCmd "Parameters.AddWithValue" using "mkr", changedBy.
           declare admReader type NpgsqlDataReader.
           invoke admCmd "ExecuteReader" returning admReader.
           invoke admReader "Read" returning hasRow.
           invoke admReader "GetInt32" using 0 returning makerAdmins.
           invoke admReader "GetInt32" using 1 returning otherAdmins.
           invoke admReader "Close".
           invoke conn "Close".

           move 0 to grantsAccess.
           if hasRow = 0
               move 1 to grantsAccess
           else
               if oldRole not = operatorRole
                  or authorityLimit > oldLimit
                  or (oldStatus not = "ACTIVE" and operStatus = "ACTIVE")
                   move 1 to grantsAccess
               end-if
           end-if.

           if grantsAccess = 1 and makerAdmins = 1 and otherAdmins = 0
               display "SetOperator: " changedBy " is the only ACTIVE ADMIN - no second ADMIN to approve, change applied directly"
               move 0 to grantsAccess
           end-if.

           if grantsAccess = 1
               invoke Operator "SubmitOperatorChange" using operatorId, operatorName, operatorRole, authorityLimit, operStatus, changedBy returning approvalId
               if approvalId = 0
                   move 5 to resultCode
               else
                   move 4 to resultCode
               end-if
               exit method
           end-if.

           invoke Operator "ApplyOperator" using operatorId, operatorName, operatorRole, authorityLimit, operStatus, changedBy.
           move 0 to resultCode.
       end method SetOperator.

      *> Queues an access-granting operator change (see SetOperator)
      *> on pending_approval as type OPERATOR, the operator's row as
      *> asked for carried in txn_ref/txn_name/txn_code/txn_status and
      *> the limit in amount and base_amount for the approval queue to
      *> show. The approving ADMIN's own limit does not come into it:
      *> authority limits govern money transactions, and an operator
      *> change is decided on the ADMIN role alone (ApproveRequest). One
      *> waiting change per operator, the same rule SubmitForApproval
      *> applies per policy.
      *> Returns the new approval_id, 0 if nothing was queued.
       method-id. SubmitOperatorChange static.
           procedure division using by value operatorId as string
                                      by value operatorName as string
                                      by value operatorRole as string
                                      by value authorityLimit as binary-long
                                      by value operStatus as string
                                      by value makerId as string
                               returning approvalId as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.

           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO pending_approval (txn_type,txn_code,txn_ref,txn_name,txn_status,amount,currency,base_amount,approval_reason,maker_id) SELECT 'OPERATOR',@role,@op,@nm,@st,@lim,'USD',@lim,'RESTRICTED',@mkr WHERE NOT EXISTS (SELECT 1 FROM pending_approval WHERE txn_type='OPERATOR' AND txn_ref=@op AND status='PENDING') RETURNING approval_id", conn).
           invoke cmd "Parameters.AddWithValue" using "role", operatorRole.
           invoke cmd "Parameters.AddWithValue" using "op", operatorId.
           invoke cmd "Parameters.AddWithValue" using "nm", operatorName.
           invoke cmd "Parameters.AddWithValue" using "st", operStatus.
           invoke cmd "Parameters.AddWithValue" using "lim", authorityLimit.
           invoke cmd "Parameters.AddWithValue" using "mkr", makerId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning approvalId
           else
               move 0 to approvalId
           end-if.
           invoke reader "Close".
           invoke conn "Close".

           if approvalId = 0
               display "SubmitOperatorChange rejected: a change to operator " operatorId " is already waiting for approval"
               exit method
           end-if.
           display "SubmitOperatorChange: operator " operatorId " role " operatorRole " limit " authorityLimit " status " operStatus " queued as approval " approvalId " (RESTRICTED)".
       end method SubmitOperatorChange.

      *> Writes the operator master row - straight from SetOperator for
      *> a change that grants nothing, from ApproveRequest for one that
      *> was queued. Insert has no "before" value, same rule as
      *> InsertCustomer's audit rows; a replace audits only the fields
      *> that changed, under changedBy (the maker, on an approval).
       method-id. ApplyOperator static.
           procedure division using by value operatorId as string
                                      by value operatorName as string
                                      by value operatorRole as string
                                      by value authorityLimit as binary-long
                                      by value operStatus as string
                                      by value changedBy as string.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare oldName as string.
           declare oldRole as string.
           declare oldLimit as binary-long.
           declare oldLimitStr as string.
           declare newLimitStr as string.
           declare oldStatus as string.

           invoke DbConfig "OpenConnection" returning conn.
           declare oldCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT operator_name,role,authority_limit,status FROM servicing_operator WHERE operator_id=@op", conn).
           invoke oldCmd "Parameters.AddWithValue" using "op", operatorId.
           declare oldReader type NpgsqlDataReader.
           invoke oldCmd "ExecuteReader" returning oldReader.
           invoke oldReader "Read" returning hasRow.
           if hasRow not = 0
               invoke oldReader "GetString" using 0 returning oldName
               invoke oldReader "GetString" using 1 returning oldRole
               invoke oldReader "GetInt32" using 2 returning oldLimit
               invoke oldReader "GetString" using 3 returning oldStatus
               move oldLimit to oldLimitStr
           else
               move "" to oldName
               move "" to oldRole
               move "" to oldLimitStr
               move "" to oldStatus
           end-if.
           invoke oldReader "Close".

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO servicing_operator (operator_id,operator_name,role,authority_limit,status) VALUES (@op,@nm,@role,@lim,@st) ON CONFLICT (operator_id) DO UPDATE SET operator_name=@nm, role=@role, authority_limit=@lim, status=@st", conn).
           invoke cmd "Parameters.AddWithValue" using "op", operatorId.
           invoke cmd "Parameters.AddWithValue" using "nm", operatorName.
           invoke cmd "Parameters.AddWithValue" using "role", operatorRole.
           invoke cmd "Parameters.AddWithValue" using "lim", authorityLimit.
           invoke cmd "Parameters.AddWithValue" using "st", operStatus.
           invoke cmd "ExecuteNonQuery".

           move authorityLimit to newLimitStr.
           if oldName not = operatorName
               invoke Operator "WriteOperatorAudit" using conn, operatorId, "operator_name", oldName, operatorName, changedBy
           end-if.
           if oldRole not = operatorRole
               invoke Operator "WriteOperatorAudit" using conn, operatorId, "role", oldRole, operatorRole, changedBy
           end-if.
           if oldLimitStr not = newLimitStr
               invoke Operator "WriteOperatorAudit" using conn, operatorId, "authority_limit", oldLimitStr, newLimitStr, changedBy
           end-if.
           if oldStatus not = operStatus
               invoke Operator "WriteOperatorAudit" using conn, operatorId, "status", oldStatus, operStatus, changedBy
           end-if.

           invoke conn "Close".
           display "SetOperator: operator " operatorId " recorded, role " operatorRole " limit " authorityLimit " status " operStatus.
       end method ApplyOperator.

      *> single place that writes an operator_audit row; takes the
      *> caller's already-open connection, same pattern as
      *> Customer.WriteCustomerAudit.
       method-id. WriteOperatorAudit static.
           procedure division using by value conn as type NpgsqlConnection
                                      by value operatorId as string
                                      by value fieldName as string
                                      by value oldValue as string
                                      by value newValue as string
                                      by value changedBy as string.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO operator_audit (operator_id,field_name,old_value,new_value,changed_by) VALUES (@op,@fld,@old,@new,@by)", conn).
           invoke cmd "Parameters.AddWithValue" using "op", operatorId.
           invoke cmd "Parameters.AddWithValue" using "fld", fieldName.
           invoke cmd "Parameters.AddWithValue" using "old", oldValue.
           invoke cmd "Parameters.AddWithValue" using "new", newValue.
           invoke cmd "Parameters.AddWithValue" using "by", changedBy.
           invoke cmd "ExecuteNonQuery".
       end method WriteOperatorAudit.

       end factory.

       object.
       procedure division.

       method-id. Show.
           procedure division.
           display "=== Operator class ready ===".
       end method Show.

       end object.

       end class Operator.
