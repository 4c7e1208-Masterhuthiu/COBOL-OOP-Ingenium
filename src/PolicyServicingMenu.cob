      *> Menu-driven servicing console for the ops desk - the front
      *> end the Policy class methods never had. Sign on with an
      *> operator ID (it becomes the changedBy value flowing into
      *> WriteAudit and ChangeStatus on every keyed change) - the ID
      *> must be ACTIVE on the servicing_operator master, three wrong
      *> tries end the session, and the operator's role is re-checked
      *> through Operator.CheckOption before every option (see the
      *> role table in Operator.cob), then:
      *>   1  search policies through SearchPolicy's multi-field
      *>      filters and page through the result rows
      *>   2  view one policy with its status history and audit trail
      *>   3  insert a policy with field-by-field prompts
      *>   4  update a policy - current values shown, blank keeps them
      *>      (insert and update both also take the automatic premium
      *>      loan election, recorded through SetAplElection)
      *>   5  change a policy's status through ChangeStatus - except
      *>      LAPSED back to ACTIVE, which is a reinstatement and goes
      *>      through QuoteReinstatement/ReinstatePolicy so the back
      *>      the change audited under the operator's ID, and a name /
      *>      birth date change propagated (audited per policy) into
      *>      the denormalized columns on that customer's policies
      *>   9  beneficiary designations: list a policy's primary and
      *>      contingent beneficiaries with each class's share total,
      *>      then insert or update one through the Beneficiary class
      *>      (audited under the operator's ID, the way customers are)
      *>   10 bank draft mandate: show and record the account a
      *>      DRAFT-billed policy's premium is debited from, through
      *>      BankMandate.SetMandate (audited into policy_audit)
      *>   11 premium mode change: show the current mode and premium
      *>      and any change already pending, then schedule a new mode
      *>      for a paid-to boundary (premium quoted through
      *>      Policy.ModalPremium before confirming) or cancel the
      *>      pending one - ModeChangeBatch applies it once paid_to_date
      *>      gets there
      *>   12 approval queue (SUPERVISOR/ADMIN): list what is waiting
      *>      for a second person, then approve - the transaction runs
      *>      under the maker's ID with the approver recorded - or
      *>      reject it with a note
      *>   13 operator maintenance (ADMIN): add an operator or change
      *>      one's name, role, authority limit or status, audited
      *>      into operator_audit - adding one, changing a role,
      *>      raising a limit or reactivating is queued for a second
      *>      ADMIN under option 12
      *>   14 delete a policy - always queued for approval
      *>   15 reissue a check CheckReconciliationBatch voided as stale
      *>      once the payee turns up: CheckRegister.ReissueCheck
      *>      queues the check-issue instruction, ClaimSettlementBatch
      *>      sends it to the bank on its CHECK file, and the new check
      *>      goes onto the issued_check register (paid out of the
      *>      UNCLAIMED-CHECKS liability) once that run ended cleanly
      *>   0  sign off
      *> Maker-checker: a policy delete, a status move to anything but
      *> ACTIVE through option 5, a suspense write-off and every
      *> surrender/maturity are restricted, and a reinstatement or a
      *> suspense refund/repost or check reissue whose amount converts to more base
      *> currency than the operator's authority limit is over-limit -
      *> either way the transaction is handed to
      *> Operator.SubmitForApproval instead of running, and nothing
      *> moves until a different operator approves it under option 12.
      *> A status change keyed through option 4 is refused outright, so
      *> that option 5's gate can't be walked around; so is a premium
      *> mode or mode premium change, which is scheduled through
      *> option 11 for a paid-to boundary instead.
      *> Every rejection the Policy methods display (validation,
      *> missing owner/insured/product, reinstatement window) appears
      *> on screen as part of the call; this program adds which entry
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS Customer AS "Customer"
           CLASS Beneficiary AS "Beneficiary"
           CLASS BankMandate AS "BankMandate"
           CLASS Operator AS "Operator"
           CLASS CheckRegister AS "CheckRegister"
           CLASS Policy AS "Policy".

       DATA DIVISION.
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-CALL-RESULT        PIC S9(9).

      *> operator authority - sign-on, per-option check, approvals
       01 WS-OPER-ROLE          PIC X(10).
       01 WS-OPER-LIMIT         PIC S9(9) VALUE 0.
       01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
       01 WS-SIGNON-OK          PIC 9 VALUE 0.
       01 WS-OPTION-OK          PIC 9 VALUE 0.
       01 WS-OVER-LIMIT         PIC 9 VALUE 0.
       01 WS-UPD-ORIG-STATUS    PIC X(10).
       01 WS-UPD-ORIG-MODE      PIC X(20).
       01 WS-UPD-ORIG-MODE-PREM PIC 9(9).

      *> transaction handed to the approval queue instead of running
       01 WS-APPR-TYPE          PIC X(20).
       01 WS-APPR-POLICY-ID     PIC 9(9).
       01 WS-APPR-TARGET-ID     PIC 9(9).
       01 WS-APPR-ALT-ID        PIC 9(9).
       01 WS-APPR-CODE          PIC X(20).
       01 WS-APPR-DATE          PIC X(8).
       01 WS-APPR-REF           PIC X(30).
       01 WS-APPR-AMOUNT        PIC 9(9).
       01 WS-APPR-CURRENCY      PIC X(3).
       01 WS-APPR-BASE          PIC S9(9).
       01 WS-APPR-REASON        PIC X(10).

      *> search filters (0 / blank = not filtered on)
       01 WS-SRCH-OWNER-ID      PIC 9(9).
       01 WS-SRCH-INSURED-ID    PIC 9(9).
       01 WS-FLD-OVERLOAN-LST   PIC 9(9).
       01 WS-FLD-FULL-APA       PIC 9(9).
       01 WS-FLD-AGENT-ID       PIC 9(9).
       01 WS-FLD-APL            PIC X(1).

      *> suspense workbench keying (option 6)
       01 WS-TODAY-X            PIC X(8).
       01 WS-CUST-PHONE         PIC X(30).
       01 WS-CUST-EMAIL         PIC X(100).

      *> beneficiary maintenance keying (option 9)
       01 WS-BEN-ACTION         PIC X(1).
       01 WS-BEN-POLICY-ID      PIC 9(9).
       01 WS-BEN-ID             PIC 9(9).
       01 WS-BEN-CLASS          PIC X(10).
       01 WS-BEN-SHARE          PIC 9(3).
       01 WS-BEN-NAME           PIC X(100).
       01 WS-BEN-METHOD         PIC X(5).
       01 WS-BEN-ROUTING        PIC X(9).
       01 WS-BEN-ACCOUNT        PIC X(17).
       01 WS-BEN-ADDRESS        PIC X(200).
       01 WS-BEN-STATUS         PIC X(10).
       01 WS-BEN-ROW-COUNT      PIC 9(4).
       01 WS-BEN-PRIMARY-PCT    PIC 9(5).
       01 WS-BEN-CONTINGENT-PCT PIC 9(5).

      *> bank draft mandate keying (option 10)
       01 WS-MAND-ROUTING       PIC X(9).
       01 WS-MAND-ACCOUNT       PIC X(17).
       01 WS-MAND-AUTH-DATE     PIC X(8).
       01 WS-MAND-STATUS        PIC X(10).

      *> premium mode change keying (option 11)
       01 WS-MCHG-ACTION        PIC X(1).
       01 WS-MCHG-NEW-MODE      PIC X(10).
       01 WS-MCHG-EFFECTIVE     PIC X(8).
       01 WS-MCHG-QUOTE         PIC S9(9).
       01 WS-MCHG-PEND-COUNT    PIC 9(4).
       01 WS-MCHG-PEND-MODE     PIC X(10).
       01 WS-MCHG-PEND-PREMIUM  PIC 9(9).
       01 WS-MCHG-PEND-EFF      PIC X(8).
       01 WS-MCHG-PEND-BY       PIC X(30).

      *> approval queue keying (option 12)
       01 WS-APPR-ID            PIC 9(9).
       01 WS-APPR-ACTION        PIC X(1).
       01 WS-APPR-NOTE          PIC X(200).
       01 WS-APPR-DONE          PIC 9.
       01 WS-APPR-OPEN-COUNT    PIC 9(9).
       01 WS-APPR-ROW-ID        PIC 9(9).
       01 WS-APPR-ROW-TYPE      PIC X(20).
       01 WS-APPR-ROW-POLICY    PIC 9(9).
       01 WS-APPR-ROW-TARGET    PIC 9(9).
       01 WS-APPR-ROW-CODE      PIC X(20).
       01 WS-APPR-ROW-DATE      PIC X(8).
       01 WS-APPR-ROW-AMOUNT    PIC 9(9).
       01 WS-APPR-ROW-CURRENCY  PIC X(3).
       01 WS-APPR-ROW-BASE      PIC 9(9).
       01 WS-APPR-ROW-REASON    PIC X(10).
       01 WS-APPR-ROW-MAKER     PIC X(20).
       01 WS-APPR-ROW-MADE-AT   PIC X(16).
       01 WS-APPR-ROW-REF       PIC X(30).
       01 WS-APPR-ROW-NAME      PIC X(100).
       01 WS-APPR-ROW-STATUS    PIC X(10).

      *> operator maintenance keying (option 13)
       01 WS-OPM-ID             PIC X(20).
       01 WS-OPM-NAME           PIC X(100).
       01 WS-OPM-ROLE           PIC X(10).
       01 WS-OPM-LIMIT          PIC 9(9).
       01 WS-OPM-STATUS         PIC X(10).

      *> check reissue keying (option 15)
       01 WS-CHK-ID             PIC 9(9).
       01 WS-CHK-REF            PIC X(24).
       01 WS-CHK-PAYEE          PIC X(100).
       01 WS-CHK-STATUS         PIC X(12).
       01 WS-CHK-ISSUE-DATE     PIC X(8).
       01 WS-CHK-VOID-DATE      PIC X(8).

       01 WS-VIEW-POLICY-ID     PIC 9(9).
       01 WS-HIST-OLD           PIC X(10).
       01 WS-HIST-NEW           PIC X(10).
           PERFORM 1000-SIGN-ON
           PERFORM UNTIL WS-DONE = 1
               PERFORM 2000-SHOW-MENU
               MOVE 1 TO WS-OPTION-OK
               IF WS-CHOICE NOT = "0"
                   PERFORM 1100-CHECK-OPTION
               END-IF
               IF WS-OPTION-OK = 1
                   EVALUATE WS-CHOICE
                       WHEN "1"
                           PERFORM 3000-SEARCH-POLICIES
                       WHEN "2"
                           PERFORM 4000-VIEW-POLICY
                       WHEN "3"
                           PERFORM 5000-INSERT-POLICY
                       WHEN "4"
                           PERFORM 6000-UPDATE-POLICY
                       WHEN "5"
                           PERFORM 7000-CHANGE-STATUS
                       WHEN "6"
                           PERFORM 8000-WORK-SUSPENSE
                       WHEN "7"
                           PERFORM 9000-TERMINATE-POLICY
                       WHEN "8"
                           PERFORM 9500-MAINTAIN-CUSTOMER
                       WHEN "9"
                           PERFORM 9800-MAINTAIN-BENEFICIARY
                       WHEN "10"
                           PERFORM 8500-MAINTAIN-MANDATE
                       WHEN "11"
                           PERFORM 8600-CHANGE-PREMIUM-MODE
                       WHEN "12"
                           PERFORM 9100-APPROVAL-QUEUE
                       WHEN "13"
                           PERFORM 9200-MAINTAIN-OPERATOR
                       WHEN "14"
                           PERFORM 9300-DELETE-POLICY
                       WHEN "15"
                           PERFORM 9450-REISSUE-CHECK
                       WHEN "0"
                           MOVE 1 TO WS-DONE
                       WHEN OTHER
                           DISPLAY "Unknown option '" WS-CHOICE "'"
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY "Signed off " WS-OPERATOR
           STOP RUN.

      *> The ID must be ACTIVE on the operator master; three refused
      *> IDs end the session. Blank input doesn't count as a try.
       1000-SIGN-ON.
           declare signOperStr as string.
           declare signRole as string.
           declare signLimit as binary-long.
           MOVE 0 TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK = 1 OR WS-SIGNON-TRIES = 3
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR NOT = SPACES
                   ADD 1 TO WS-SIGNON-TRIES
                   move function trim(WS-OPERATOR) to signOperStr
                   invoke Operator "SignOn" using signOperStr, signRole, signLimit returning WS-CALL-RESULT
                   IF WS-CALL-RESULT = 0
                       MOVE 1 TO WS-SIGNON-OK
                       move signRole to WS-OPER-ROLE
                       MOVE signLimit TO WS-OPER-LIMIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIGNON-OK = 0
               DISPLAY "Sign-on refused " WS-SIGNON-TRIES " times - session ended"
               STOP RUN
           END-IF
           DISPLAY "Signed on as " WS-OPERATOR
               " - all changes will be audited under this ID"
           DISPLAY "Role " WS-OPER-ROLE " authority limit " WS-OPER-LIMIT.

      *> Role and status are read again before every option: an
      *> operator suspended mid-session is signed off at the next one,
      *> and a demoted one loses the options the new role lacks.
       1100-CHECK-OPTION.
           declare chkOperStr as string.
           declare chkOptionStr as string.
           declare chkRole as string.
           declare chkLimit as binary-long.
           move function trim(WS-OPERATOR) to chkOperStr
           move function trim(WS-CHOICE) to chkOptionStr
           invoke Operator "CheckOption" using chkOperStr, chkOptionStr, chkRole, chkLimit returning WS-CALL-RESULT
           EVALUATE WS-CALL-RESULT
               WHEN 0
                   move chkRole to WS-OPER-ROLE
                   MOVE chkLimit TO WS-OPER-LIMIT
               WHEN 1
                   DISPLAY "Operator " WS-OPERATOR
                       " is no longer active - signing off"
                   MOVE 0 TO WS-OPTION-OK
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   MOVE 0 TO WS-OPTION-OK
           END-EVALUATE.

       2000-SHOW-MENU.
           DISPLAY " "
           DISPLAY "6  Work payment suspense"
           DISPLAY "7  Surrender / mature policy"
           DISPLAY "8  Customer maintenance"
           DISPLAY "9  Beneficiary designations"
           DISPLAY "10 Bank draft mandate"
           DISPLAY "11 Premium mode change"
           DISPLAY "12 Approval queue"
           DISPLAY "13 Operator maintenance"
           DISPLAY "14 Delete policy"
           DISPLAY "15 Reissue voided check"
           DISPLAY "0  Sign off"
           DISPLAY "Option: " WITH NO ADVANCING
           ACCEPT WS-CHOICE.
           invoke DbConfig "OpenConnection" returning viewConn.

           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT effective_date,owner_id,owner_name,owner_birth_date,insured_id,insured_name,insured_birth_date,current_status,product_name,billing_type,issue_date,paid_to_date,overloan_expiry_date,amount_billed,suffix,premium_mode,sundry_amount,true_premium,last_mode_premium,currency,overloan_least_amount,full_apa_least_amount,COALESCE(apl_elected,'N') FROM policy WHERE policy_id=@pid", viewConn).
           invoke polCmd "Parameters.AddWithValue" using "pid", WS-VIEW-POLICY-ID.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
               invoke polReader "GetString" using 19 returning WS-FLD-CURRENCY
               invoke polReader "GetInt32" using 20 returning WS-FLD-OVERLOAN-LST
               invoke polReader "GetInt32" using 21 returning WS-FLD-FULL-APA
               invoke polReader "GetString" using 22 returning WS-FLD-APL
               invoke polReader "Close"
               PERFORM 4100-SHOW-POLICY
               PERFORM 4150-SHOW-PENDING-CHANGE
               PERFORM 4200-SHOW-HISTORY
               PERFORM 4300-SHOW-AUDIT
               invoke viewConn "Close"
               " LastModePremium=" WS-FLD-LAST-MODE
           DISPLAY "OverloanExpiry=" WS-FLD-OVERLOAN-EXP
               " OverloanLeast=" WS-FLD-OVERLOAN-LST
               " FullApaLeast=" WS-FLD-FULL-APA
           DISPLAY "AutomaticPremiumLoan=" WS-FLD-APL.

       4150-SHOW-PENDING-CHANGE.
           declare pendCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT new_mode,new_mode_premium,effective_date,requested_by FROM policy_mode_change WHERE policy_id=@pid AND status='PENDING'", viewConn).
           invoke pendCmd "Parameters.AddWithValue" using "pid", WS-VIEW-POLICY-ID.
           declare pendReader type NpgsqlDataReader.
           invoke pendCmd "ExecuteReader" returning pendReader.
           invoke pendReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke pendReader "GetString" using 0 returning WS-MCHG-PEND-MODE
               invoke pendReader "GetInt32" using 1 returning WS-MCHG-PEND-PREMIUM
               invoke pendReader "GetString" using 2 returning WS-MCHG-PEND-EFF
               invoke pendReader "GetString" using 3 returning WS-MCHG-PEND-BY
               DISPLAY "Pending mode change: " WS-MCHG-PEND-MODE
                   " premium " WS-MCHG-PEND-PREMIUM
                   " from " WS-MCHG-PEND-EFF
                   " (requested by " FUNCTION TRIM(WS-MCHG-PEND-BY) ")"
           END-IF
           invoke pendReader "Close".

       4200-SHOW-HISTORY.
           DISPLAY "--- Status history ---"
               WS-FLD-SUFFIX WS-FLD-SUNDRY WS-FLD-TRUE-PREM
               WS-FLD-LAST-MODE WS-FLD-OVERLOAN-LST WS-FLD-FULL-APA
               WS-FLD-AGENT-ID
           MOVE "N" TO WS-FLD-APL
           PERFORM 5500-COLLECT-FIELDS
           DISPLAY "Agent id (0 for house business): " WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-FLD-AGENT-ID
           END-IF
           PERFORM 5700-COLLECT-APL
           PERFORM 5800-CALL-INSERT
           IF WS-CALL-RESULT = 0
               PERFORM 5900-CALL-SET-APL
           END-IF.

       6000-UPDATE-POLICY.
           DISPLAY "--- Update policy (blank keeps shown value) ---"
           declare updConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning updConn.
           declare curCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT effective_date,owner_id,owner_name,owner_birth_date,insured_id,insured_name,insured_birth_date,current_status,product_name,billing_type,issue_date,paid_to_date,overloan_expiry_date,amount_billed,suffix,premium_mode,sundry_amount,true_premium,last_mode_premium,currency,overloan_least_amount,full_apa_least_amount,COALESCE(apl_elected,'N') FROM policy WHERE policy_id=@pid", updConn).
           invoke curCmd "Parameters.AddWithValue" using "pid", WS-FLD-POLICY-ID.
           declare curReader type NpgsqlDataReader.
           invoke curCmd "ExecuteReader" returning curReader.
               invoke curReader "GetString" using 19 returning WS-FLD-CURRENCY
               invoke curReader "GetInt32" using 20 returning WS-FLD-OVERLOAN-LST
               invoke curReader "GetInt32" using 21 returning WS-FLD-FULL-APA
               invoke curReader "GetString" using 22 returning WS-FLD-APL
               invoke curReader "Close"
               invoke updConn "Close"
               MOVE WS-FLD-STATUS TO WS-UPD-ORIG-STATUS
               MOVE WS-FLD-MODE TO WS-UPD-ORIG-MODE
               MOVE WS-FLD-LAST-MODE TO WS-UPD-ORIG-MODE-PREM
               PERFORM 5500-COLLECT-FIELDS
               PERFORM 5700-COLLECT-APL
      *> a status keyed here would skip option 5's approval gate
               IF WS-FLD-STATUS NOT = WS-UPD-ORIG-STATUS
                   DISPLAY "Status changes go through option 5 - nothing was written"
               ELSE
      *> nor a mode keyed here: applied at once it would skip the
      *> paid-to boundary and leave a pending option 11 change
      *> holding the old mode for ModeChangeBatch and the drafts
                   IF WS-FLD-MODE NOT = WS-UPD-ORIG-MODE
                      OR WS-FLD-LAST-MODE NOT = WS-UPD-ORIG-MODE-PREM
                       DISPLAY "Premium mode changes go through option 11 - nothing was written"
                   ELSE
                       PERFORM 6800-CALL-UPDATE
                       IF WS-CALL-RESULT = 0
                           PERFORM 5900-CALL-SET-APL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> One prompt per policy field, shared by insert (empty
               MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-FLD-FULL-APA
           END-IF.

       5700-COLLECT-APL.
           DISPLAY "Automatic premium loan elected Y/N [" WS-FLD-APL "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT(1:1)) TO WS-FLD-APL
           END-IF.

       5800-CALL-INSERT.
           declare effStr as string.
           declare ownerNameStr as string.
               DISPLAY "Update rejected - the messages above name the field at fault; nothing was written"
           END-IF.

       5900-CALL-SET-APL.
           declare aplStr as string.
           declare aplOperStr as string.
           move WS-FLD-APL to aplStr
           move function trim(WS-OPERATOR) to aplOperStr
           invoke Policy "SetAplElection" using WS-FLD-POLICY-ID, aplStr, aplOperStr returning WS-CALL-RESULT
           IF WS-CALL-RESULT NOT = 0
               DISPLAY "APL election not recorded - see the message above"
           END-IF.

       7000-CHANGE-STATUS.
           DISPLAY "Policy id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
               ELSE
      *> old status passed blank - ChangeStatus reads the row's real
      *> current_status itself and ignores what the caller thinks
      *> a forced move out of force is on the restricted list - it
      *> waits for a second operator instead of running
                   IF chgStatusStr NOT = "ACTIVE"
                       MOVE "STATUS" TO WS-APPR-TYPE
                       MOVE WS-FLD-POLICY-ID TO WS-APPR-POLICY-ID
                       MOVE 0 TO WS-APPR-TARGET-ID
                       MOVE 0 TO WS-APPR-ALT-ID
                       MOVE WS-FLD-STATUS TO WS-APPR-CODE
                       MOVE WS-FLD-EFF TO WS-APPR-DATE
                       MOVE SPACES TO WS-APPR-REF
                       MOVE 0 TO WS-APPR-AMOUNT
                       MOVE SPACES TO WS-APPR-CURRENCY
                       MOVE 0 TO WS-APPR-BASE
                       MOVE "RESTRICTED" TO WS-APPR-REASON
                       PERFORM 9400-SUBMIT-FOR-APPROVAL
                   ELSE
                       invoke Policy "ChangeStatus" using WS-FLD-POLICY-ID, "", chgStatusStr, chgEffStr, chgOperStr returning WS-CALL-RESULT
                       IF WS-CALL-RESULT = 0
                           DISPLAY "Status change applied"
                       ELSE
                           DISPLAY "Status change rejected - see the message above"
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   DISPLAY "Payment source ref: " WITH NO ADVANCING
                   ACCEPT WS-REINS-REF
                   move function trim(WS-REINS-REF trailing) to reinsRefStr
                   MOVE WS-REINS-AMOUNT TO WS-APPR-AMOUNT
                   PERFORM 7600-LOAD-POLICY-CURRENCY
                   PERFORM 7700-CHECK-LIMIT
                   IF WS-OVER-LIMIT = 1
                       MOVE "REINSTATE" TO WS-APPR-TYPE
                       MOVE WS-FLD-POLICY-ID TO WS-APPR-POLICY-ID
                       MOVE 0 TO WS-APPR-TARGET-ID
                       MOVE 0 TO WS-APPR-ALT-ID
                       MOVE SPACES TO WS-APPR-CODE
                       MOVE WS-FLD-EFF TO WS-APPR-DATE
                       MOVE WS-REINS-REF TO WS-APPR-REF
                       MOVE "OVER-LIMIT" TO WS-APPR-REASON
                       PERFORM 9400-SUBMIT-FOR-APPROVAL
                   ELSE
                       invoke Policy "ReinstatePolicy" using WS-FLD-POLICY-ID, reinsEffStr, WS-REINS-AMOUNT, reinsRefStr, reinsOperStr returning WS-CALL-RESULT
                       IF WS-CALL-RESULT = 0
                           DISPLAY "Policy " WS-FLD-POLICY-ID " reinstated"
                       ELSE
                           DISPLAY "Reinstatement rejected - see the message above"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Currency of WS-FLD-POLICY-ID into WS-APPR-CURRENCY, for the
      *> authority limit check. Left blank when the policy isn't
      *> found - no rate exists for blank, so the check fails safe.
       7600-LOAD-POLICY-CURRENCY.
           MOVE SPACES TO WS-APPR-CURRENCY
           declare curConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning curConn.
           declare currCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT currency FROM policy WHERE policy_id=@pid", curConn).
           invoke currCmd "Parameters.AddWithValue" using "pid", WS-FLD-POLICY-ID.
           declare currReader type NpgsqlDataReader.
           invoke currCmd "ExecuteReader" returning currReader.
           invoke currReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke currReader "GetString" using 0 returning WS-APPR-CURRENCY
           END-IF
           invoke currReader "Close".
           invoke curConn "Close".

      *> WS-APPR-AMOUNT in WS-APPR-CURRENCY against the operator's
      *> authority limit: WS-OVER-LIMIT 1 means the transaction must
      *> go to the approval queue. The base figure lands in
      *> WS-APPR-BASE for the queue row.
       7700-CHECK-LIMIT.
           declare limCurrStr as string.
           declare limDateStr as string.
           declare limBase as binary-long.
           move WS-APPR-CURRENCY to limCurrStr
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X
           move WS-TODAY-X to limDateStr
           invoke Operator "ExceedsLimit" using WS-OPER-LIMIT, WS-APPR-AMOUNT, limCurrStr, limDateStr, limBase returning WS-CALL-RESULT
           MOVE WS-CALL-RESULT TO WS-OVER-LIMIT
           MOVE limBase TO WS-APPR-BASE
           IF WS-OVER-LIMIT = 1
               DISPLAY "Amount " WS-APPR-AMOUNT " " WS-APPR-CURRENCY
                   " is over your authority limit of " WS-OPER-LIMIT
           END-IF.

      *> Suspense workbench: list the open premium_payment_suspense
      *> items (optionally one reason only), then work items one at a
      *> time through Policy.ResolveSuspense until the operator keys 0.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X
               move WS-TODAY-X to resDateStr
               move function trim(WS-OPERATOR) to resOperStr
               PERFORM 8250-LOAD-SUSPENSE-ITEM
      *> a write-off is restricted whatever its size; a refund or
      *> repost only needs a second person above the operator's limit
               MOVE 0 TO WS-OVER-LIMIT
               IF WS-HAS-ROW NOT = 0
                   PERFORM 7700-CHECK-LIMIT
                   IF actionStr = "WRITEOFF"
                       MOVE "RESTRICTED" TO WS-APPR-REASON
                       MOVE 1 TO WS-OVER-LIMIT
                   ELSE
                       MOVE "OVER-LIMIT" TO WS-APPR-REASON
                   END-IF
               END-IF
               IF WS-OVER-LIMIT = 1
                   MOVE "SUSPENSE" TO WS-APPR-TYPE
                   MOVE WS-SUS-ROW-POLICY TO WS-APPR-POLICY-ID
                   MOVE WS-SUS-ID TO WS-APPR-TARGET-ID
                   MOVE WS-SUS-CORR-ID TO WS-APPR-ALT-ID
                   move actionStr to WS-APPR-CODE
                   MOVE WS-TODAY-X TO WS-APPR-DATE
                   MOVE WS-SUS-ROW-REF TO WS-APPR-REF
                   PERFORM 9400-SUBMIT-FOR-APPROVAL
               ELSE
                   invoke Policy "ResolveSuspense" using WS-SUS-ID, actionStr, WS-SUS-CORR-ID, resDateStr, resOperStr returning WS-CALL-RESULT
                   IF WS-CALL-RESULT = 0
                       DISPLAY "Suspense item " WS-SUS-ID " resolved"
                   ELSE
                       DISPLAY "Resolution did not complete cleanly - see the message above"
                   END-IF
               END-IF
           end-if.

      *> The open item's amount and the currency of the policy it was
      *> received against (USD when the feed's policy id matched
      *> nothing), into WS-APPR-AMOUNT / WS-APPR-CURRENCY. WS-HAS-ROW
      *> 0 means no open item by that id - ResolveSuspense is left to
      *> say so.
       8250-LOAD-SUSPENSE-ITEM.
           MOVE 0 TO WS-SUS-ROW-POLICY
           MOVE SPACES TO WS-SUS-ROW-REF
           declare itemConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning itemConn.
           declare itemCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT s.policy_id,s.amount_received,COALESCE(s.source_ref,''),COALESCE(p.currency,'USD') FROM premium_payment_suspense s LEFT JOIN policy p ON p.policy_id=s.policy_id WHERE s.suspense_id=@sid AND COALESCE(s.resolution,'')=''", itemConn).
           invoke itemCmd "Parameters.AddWithValue" using "sid", WS-SUS-ID.
           declare itemReader type NpgsqlDataReader.
           invoke itemCmd "ExecuteReader" returning itemReader.
           invoke itemReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke itemReader "GetInt32" using 0 returning WS-SUS-ROW-POLICY
               invoke itemReader "GetInt32" using 1 returning WS-APPR-AMOUNT
               invoke itemReader "GetString" using 2 returning WS-SUS-ROW-REF
               invoke itemReader "GetString" using 3 returning WS-APPR-CURRENCY
           END-IF
           invoke itemReader "Close".
           invoke itemConn "Close".

      *> Bank draft mandate: show the policy's billing type and the
      *> mandate on file (if any), then key a new or replacement one
      *> through BankMandate.SetMandate. Blank keeps the shown value.
      *> Drafting also needs billing type DRAFT on the policy, which is
      *> changed through option 4 like any other policy field.
       8500-MAINTAIN-MANDATE.
           DISPLAY "Policy id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-FLD-POLICY-ID
           MOVE SPACES TO WS-FLD-BILLING WS-MAND-ROUTING
               WS-MAND-ACCOUNT WS-MAND-AUTH-DATE
           MOVE "ACTIVE" TO WS-MAND-STATUS

           declare mandConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning mandConn.
           declare mandCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(p.billing_type,''),COALESCE(m.bank_routing,''),COALESCE(m.bank_account,''),COALESCE(m.authorized_date,''),COALESCE(m.status,'') FROM policy p LEFT JOIN bank_mandate m ON m.policy_id=p.policy_id WHERE p.policy_id=@pid", mandConn).
           invoke mandCmd "Parameters.AddWithValue" using "pid", WS-FLD-POLICY-ID.
           declare mandReader type NpgsqlDataReader.
           invoke mandCmd "ExecuteReader" returning mandReader.
           invoke mandReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW = 0
               invoke mandReader "Close"
               invoke mandConn "Close"
               DISPLAY "Policy " WS-FLD-POLICY-ID " not found"
           ELSE
               invoke mandReader "GetString" using 0 returning WS-FLD-BILLING
               invoke mandReader "GetString" using 1 returning WS-MAND-ROUTING
               invoke mandReader "GetString" using 2 returning WS-MAND-ACCOUNT
               invoke mandReader "GetString" using 3 returning WS-MAND-AUTH-DATE
               invoke mandReader "GetString" using 4 returning WS-MAND-STATUS
               invoke mandReader "Close"
               invoke mandConn "Close"
               DISPLAY "Billing type: " WS-FLD-BILLING
               IF WS-MAND-STATUS = SPACES
                   DISPLAY "No mandate on file"
                   MOVE "ACTIVE" TO WS-MAND-STATUS
               ELSE
                   DISPLAY "Mandate: routing " WS-MAND-ROUTING
                       " account " WS-MAND-ACCOUNT
                       " authorized " WS-MAND-AUTH-DATE
                       " status " WS-MAND-STATUS
               END-IF
               IF WS-FLD-BILLING NOT = "DRAFT"
                   DISPLAY "Note: billing type is not DRAFT - the policy"
                       " is not drafted until it is changed (option 4)"
               END-IF
               DISPLAY "Blank keeps the shown value."
               PERFORM 8550-COLLECT-MANDATE-FIELDS
               PERFORM 8580-CALL-SET-MANDATE
           END-IF.

       8550-COLLECT-MANDATE-FIELDS.
           DISPLAY "Bank routing [" WS-MAND-ROUTING "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-MAND-ROUTING
           END-IF
           DISPLAY "Bank account [" WS-MAND-ACCOUNT "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-MAND-ACCOUNT
           END-IF
           DISPLAY "Authorization date (YYYYMMDD) [" WS-MAND-AUTH-DATE
               "]: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-MAND-AUTH-DATE
           END-IF
           DISPLAY "Status ACTIVE / SUSPENDED / CANCELLED ["
               FUNCTION TRIM(WS-MAND-STATUS TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-MAND-STATUS
           END-IF.

       8580-CALL-SET-MANDATE.
           declare mandRoutingStr as string.
           declare mandAccountStr as string.
           declare mandAuthStr as string.
           declare mandStatusStr as string.
           declare mandOperStr as string.
           move function trim(WS-MAND-ROUTING) to mandRoutingStr
           move function trim(WS-MAND-ACCOUNT) to mandAccountStr
           move function trim(WS-MAND-AUTH-DATE) to mandAuthStr
           move function trim(WS-MAND-STATUS) to mandStatusStr
           move function trim(WS-OPERATOR) to mandOperStr
           invoke BankMandate "SetMandate" using WS-FLD-POLICY-ID, mandRoutingStr, mandAccountStr, mandAuthStr, mandStatusStr, mandOperStr returning WS-CALL-RESULT
           IF WS-CALL-RESULT = 0
               DISPLAY "Mandate for policy " WS-FLD-POLICY-ID " recorded"
           ELSE
               DISPLAY "Mandate rejected - see the message above"
           END-IF.

      *> Premium mode change: the new mode never goes straight onto
      *> the policy (that is option 4's UpdatePolicy, and would
      *> re-mode a period already paid for) - it is scheduled for a
      *> paid_to_date boundary through ScheduleModeChange and applied
      *> by ModeChangeBatch. The new premium is quoted off the true
      *> (annual) premium before the operator confirms.
       8600-CHANGE-PREMIUM-MODE.
           DISPLAY "Policy id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-FLD-POLICY-ID
           MOVE 0 TO WS-MCHG-PEND-COUNT

           declare mchgConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning mchgConn.
           declare mchgCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.current_status,p.premium_mode,p.last_mode_premium,p.true_premium,COALESCE(p.paid_to_date,''),COALESCE(mc.new_mode,''),COALESCE(mc.new_mode_premium,0),COALESCE(mc.effective_date,'') FROM policy p LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' WHERE p.policy_id=@pid", mchgConn).
           invoke mchgCmd "Parameters.AddWithValue" using "pid", WS-FLD-POLICY-ID.
           declare mchgReader type NpgsqlDataReader.
           invoke mchgCmd "ExecuteReader" returning mchgReader.
           invoke mchgReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW = 0
               invoke mchgReader "Close"
               invoke mchgConn "Close"
               DISPLAY "Policy " WS-FLD-POLICY-ID " not found"
           ELSE
               invoke mchgReader "GetString" using 0 returning WS-FLD-STATUS
               invoke mchgReader "GetString" using 1 returning WS-FLD-MODE
               invoke mchgReader "GetInt32" using 2 returning WS-FLD-LAST-MODE
               invoke mchgReader "GetInt32" using 3 returning WS-FLD-TRUE-PREM
               invoke mchgReader "GetString" using 4 returning WS-FLD-PAID-TO
               invoke mchgReader "GetString" using 5 returning WS-MCHG-PEND-MODE
               invoke mchgReader "GetInt32" using 6 returning WS-MCHG-PEND-PREMIUM
               invoke mchgReader "GetString" using 7 returning WS-MCHG-PEND-EFF
               invoke mchgReader "Close"
               invoke mchgConn "Close"
               DISPLAY "Status=" WS-FLD-STATUS " Mode=" WS-FLD-MODE
                   " ModePremium=" WS-FLD-LAST-MODE
                   " TruePremium=" WS-FLD-TRUE-PREM
                   " PaidTo=" WS-FLD-PAID-TO
               IF WS-MCHG-PEND-MODE = SPACES
                   DISPLAY "No mode change pending"
               ELSE
                   MOVE 1 TO WS-MCHG-PEND-COUNT
                   DISPLAY "Pending: " WS-MCHG-PEND-MODE
                       " premium " WS-MCHG-PEND-PREMIUM
                       " from " WS-MCHG-PEND-EFF
               END-IF
               DISPLAY "S=schedule a change, C=cancel the pending one,"
                   " blank=leave: " WITH NO ADVANCING
               ACCEPT WS-MCHG-ACTION
               EVALUATE WS-MCHG-ACTION
                   WHEN "S"
                   WHEN "s"
                       PERFORM 8650-SCHEDULE-MODE-CHANGE
                   WHEN "C"
                   WHEN "c"
                       PERFORM 8680-CANCEL-MODE-CHANGE
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action '" WS-MCHG-ACTION "'"
               END-EVALUATE
           END-IF.

       8650-SCHEDULE-MODE-CHANGE.
           declare mchgModeStr as string.
           declare mchgEffStr as string.
           declare mchgOperStr as string.
           IF WS-MCHG-PEND-COUNT > 0
               DISPLAY "A change is already pending - cancel it first"
           ELSE
               DISPLAY "New mode MONTHLY / QUARTERLY / SEMIANNUAL / ANNUAL: "
                   WITH NO ADVANCING
               ACCEPT WS-MCHG-NEW-MODE
               MOVE FUNCTION UPPER-CASE(WS-MCHG-NEW-MODE) TO WS-MCHG-NEW-MODE
               MOVE WS-FLD-PAID-TO TO WS-MCHG-EFFECTIVE
               DISPLAY "Effective date (a paid-to boundary, YYYYMMDD) ["
                   WS-MCHG-EFFECTIVE "]: " WITH NO ADVANCING
               ACCEPT WS-INPUT
               IF WS-INPUT NOT = SPACES
                   MOVE WS-INPUT TO WS-MCHG-EFFECTIVE
               END-IF
               move function trim(WS-MCHG-NEW-MODE) to mchgModeStr
               move function trim(WS-MCHG-EFFECTIVE) to mchgEffStr
               move function trim(WS-OPERATOR) to mchgOperStr
               invoke Policy "ModalPremium" using WS-FLD-TRUE-PREM, mchgModeStr returning WS-MCHG-QUOTE
               IF WS-MCHG-QUOTE <= 0
                   DISPLAY "No " FUNCTION TRIM(WS-MCHG-NEW-MODE)
                       " premium can be quoted for this policy"
               ELSE
                   DISPLAY "Quote: " FUNCTION TRIM(WS-FLD-MODE) " "
                       WS-FLD-LAST-MODE " -> "
                       FUNCTION TRIM(WS-MCHG-NEW-MODE) " " WS-MCHG-QUOTE
                       " from " WS-MCHG-EFFECTIVE
                   DISPLAY "Schedule (Y to confirm)? " WITH NO ADVANCING
                   ACCEPT WS-INPUT
                   IF WS-INPUT = "Y" OR WS-INPUT = "y"
                       invoke Policy "ScheduleModeChange" using WS-FLD-POLICY-ID, mchgModeStr, mchgEffStr, mchgOperStr returning WS-CALL-RESULT
                       IF WS-CALL-RESULT = 0
                           DISPLAY "Mode change for policy "
                               WS-FLD-POLICY-ID " scheduled"
                       ELSE
                           DISPLAY "Mode change rejected - see the message above"
                       END-IF
                   ELSE
                       DISPLAY "Nothing scheduled"
                   END-IF
               END-IF
           END-IF.

       8680-CANCEL-MODE-CHANGE.
           declare mchgCxlOperStr as string.
           IF WS-MCHG-PEND-COUNT = 0
               DISPLAY "No mode change pending to cancel"
           ELSE
               move function trim(WS-OPERATOR) to mchgCxlOperStr
               invoke Policy "CancelModeChange" using WS-FLD-POLICY-ID, mchgCxlOperStr returning WS-CALL-RESULT
               IF WS-CALL-RESULT = 0
                   DISPLAY "Pending mode change for policy "
                       WS-FLD-POLICY-ID " cancelled"
               ELSE
                   DISPLAY "Cancel rejected - see the message above"
               END-IF
           END-IF.

      *> Surrender / maturity: quote the termination value net of the
      *> loan payoff first, show the operator the figures, and on an
      *> explicit confirm queue the termination for approval -
      *> TerminatePolicy's moving parts (loan close, payout row,
      *> terminal status) only run once a second operator approves.
       9000-TERMINATE-POLICY.
           DISPLAY "Policy id: " WITH NO ADVANCING
           ACCEPT WS-INPUT

           declare termTypeStr as string = "".
           declare termDateStr as string.
           declare grossValue as binary-long.
           declare loanBalance as binary-long.
           declare netPayout as binary-long.
           END-EVALUATE
           if termTypeStr not = ""
               move function trim(WS-FLD-EFF) to termDateStr
               invoke Policy "QuoteTermination" using WS-FLD-POLICY-ID, termTypeStr, termDateStr, grossValue, loanBalance, netPayout returning WS-CALL-RESULT
               IF WS-CALL-RESULT NOT = 0
                   DISPLAY "Termination quote rejected - see the message above"
                   DISPLAY "Gross value: " grossValue
                       "  Loan payoff: " loanBalance
                       "  Net payout: " netPayout
      *> a surrender or maturity is on the restricted list - confirming
      *> queues it at the quoted net payout for a second operator
                   DISPLAY "Submit for approval (Y to confirm)? " WITH NO ADVANCING
                   ACCEPT WS-INPUT
                   IF WS-INPUT = "Y" OR WS-INPUT = "y"
                       MOVE netPayout TO WS-APPR-AMOUNT
                       PERFORM 7600-LOAD-POLICY-CURRENCY
                       PERFORM 7700-CHECK-LIMIT
                       MOVE "TERMINATE" TO WS-APPR-TYPE
                       MOVE WS-FLD-POLICY-ID TO WS-APPR-POLICY-ID
                       MOVE 0 TO WS-APPR-TARGET-ID
                       MOVE 0 TO WS-APPR-ALT-ID
                       move termTypeStr to WS-APPR-CODE
                       MOVE WS-FLD-EFF TO WS-APPR-DATE
                       MOVE SPACES TO WS-APPR-REF
                       MOVE "RESTRICTED" TO WS-APPR-REASON
                       PERFORM 9400-SUBMIT-FOR-APPROVAL
                   ELSE
                       DISPLAY "Termination cancelled, nothing moved"
                   END-IF
               END-IF
           end-if.

      *> Approval queue: list every PENDING request, then approve or
      *> reject them one at a time until the operator keys 0. The
      *> Operator class enforces who may decide which request; this
      *> paragraph only collects the decision.
       9100-APPROVAL-QUEUE.
           PERFORM 9150-LIST-PENDING-APPROVALS
           IF WS-APPR-OPEN-COUNT = 0
               DISPLAY "Nothing is waiting for approval"
           ELSE
               MOVE 0 TO WS-APPR-DONE
               PERFORM UNTIL WS-APPR-DONE = 1
                   DISPLAY "Approval id to decide (0 to return): "
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT
                   MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-APPR-ID
                   IF WS-APPR-ID = 0
                       MOVE 1 TO WS-APPR-DONE
                   ELSE
                       PERFORM 9180-DECIDE-ONE-REQUEST
                   END-IF
               END-PERFORM
           END-IF.

       9150-LIST-PENDING-APPROVALS.
           MOVE 0 TO WS-APPR-OPEN-COUNT
           declare apprConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning apprConn.
           declare apprCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT approval_id,txn_type,policy_id,target_id,COALESCE(txn_code,''),COALESCE(txn_date,''),amount,COALESCE(currency,''),base_amount,approval_reason,maker_id,TO_CHAR(made_at,'YYYY-MM-DD HH24:MI'),COALESCE(txn_ref,''),COALESCE(txn_name,''),COALESCE(txn_status,'') FROM pending_approval WHERE status='PENDING' ORDER BY approval_id", apprConn).
           declare apprReader type NpgsqlDataReader.
           invoke apprCmd "ExecuteReader" returning apprReader.
           invoke apprReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               invoke apprReader "GetInt32" using 0 returning WS-APPR-ROW-ID
               invoke apprReader "GetString" using 1 returning WS-APPR-ROW-TYPE
               invoke apprReader "GetInt32" using 2 returning WS-APPR-ROW-POLICY
               invoke apprReader "GetInt32" using 3 returning WS-APPR-ROW-TARGET
               invoke apprReader "GetString" using 4 returning WS-APPR-ROW-CODE
               invoke apprReader "GetString" using 5 returning WS-APPR-ROW-DATE
               invoke apprReader "GetInt32" using 6 returning WS-APPR-ROW-AMOUNT
               invoke apprReader "GetString" using 7 returning WS-APPR-ROW-CURRENCY
               invoke apprReader "GetInt32" using 8 returning WS-APPR-ROW-BASE
               invoke apprReader "GetString" using 9 returning WS-APPR-ROW-REASON
               invoke apprReader "GetString" using 10 returning WS-APPR-ROW-MAKER
               invoke apprReader "GetString" using 11 returning WS-APPR-ROW-MADE-AT
               invoke apprReader "GetString" using 12 returning WS-APPR-ROW-REF
               invoke apprReader "GetString" using 13 returning WS-APPR-ROW-NAME
               invoke apprReader "GetString" using 14 returning WS-APPR-ROW-STATUS
               DISPLAY "ApprovalId=" WS-APPR-ROW-ID
                   " " FUNCTION TRIM(WS-APPR-ROW-TYPE TRAILING)
                   " " FUNCTION TRIM(WS-APPR-ROW-CODE TRAILING)
                   " PolicyId=" WS-APPR-ROW-POLICY
                   " TargetId=" WS-APPR-ROW-TARGET
                   " Date=" WS-APPR-ROW-DATE
               DISPLAY "    Amount=" WS-APPR-ROW-AMOUNT
                   " " WS-APPR-ROW-CURRENCY
                   " Base=" WS-APPR-ROW-BASE
                   " Reason=" FUNCTION TRIM(WS-APPR-ROW-REASON TRAILING)
                   " MadeBy=" FUNCTION TRIM(WS-APPR-ROW-MAKER TRAILING)
                   " At=" WS-APPR-ROW-MADE-AT
               IF WS-APPR-ROW-TYPE = "OPERATOR"
                   DISPLAY "    Operator="
                       FUNCTION TRIM(WS-APPR-ROW-REF TRAILING)
                       " Name=" FUNCTION TRIM(WS-APPR-ROW-NAME TRAILING)
                       " Role=" FUNCTION TRIM(WS-APPR-ROW-CODE TRAILING)
                       " Limit=" WS-APPR-ROW-AMOUNT
                       " Status=" WS-APPR-ROW-STATUS
               END-IF
               ADD 1 TO WS-APPR-OPEN-COUNT
               invoke apprReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke apprReader "Close".
           invoke apprConn "Close".
           DISPLAY "Requests waiting: " WS-APPR-OPEN-COUNT.

       9180-DECIDE-ONE-REQUEST.
           DISPLAY "Decision - A approve, R reject: " WITH NO ADVANCING
           ACCEPT WS-APPR-ACTION
           declare decOperStr as string.
           declare decDateStr as string.
           declare decNoteStr as string.
           move function trim(WS-OPERATOR) to decOperStr
           EVALUATE WS-APPR-ACTION
               WHEN "A"
               WHEN "a"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X
                   move WS-TODAY-X to decDateStr
                   invoke Operator "ApproveRequest" using WS-APPR-ID, decOperStr, decDateStr returning WS-CALL-RESULT
                   IF WS-CALL-RESULT = 0
                       DISPLAY "Approval " WS-APPR-ID " approved and run"
                   ELSE
                       DISPLAY "Approval " WS-APPR-ID " not completed - see the message above"
                   END-IF
               WHEN "R"
               WHEN "r"
                   DISPLAY "Reason for rejecting: " WITH NO ADVANCING
                   ACCEPT WS-APPR-NOTE
                   move function trim(WS-APPR-NOTE trailing) to decNoteStr
                   invoke Operator "RejectRequest" using WS-APPR-ID, decOperStr, decNoteStr returning WS-CALL-RESULT
                   IF WS-CALL-RESULT = 0
                       DISPLAY "Approval " WS-APPR-ID " rejected, nothing ran"
                   ELSE
                       DISPLAY "Rejection not recorded - see the message above"
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown decision '" WS-APPR-ACTION "'"
           END-EVALUATE.

      *> Operator maintenance: key an operator ID, see the master row
      *> if there is one, and record it through Operator.SetOperator.
      *> Blank keeps the shown value; a new operator defaults to CLERK,
      *> limit 0, ACTIVE. A new operator, a role change, a raised limit
      *> or a reactivation is queued for another ADMIN's approval by
      *> SetOperator rather than recorded.
       9200-MAINTAIN-OPERATOR.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPM-ID
           MOVE SPACES TO WS-OPM-NAME
           MOVE "CLERK" TO WS-OPM-ROLE
           MOVE 0 TO WS-OPM-LIMIT
           MOVE "ACTIVE" TO WS-OPM-STATUS
           declare opmIdStr as string.
           move function trim(WS-OPM-ID) to opmIdStr
           declare opmConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning opmConn.
           declare opmCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT operator_name,role,authority_limit,status FROM servicing_operator WHERE operator_id=@op", opmConn).
           invoke opmCmd "Parameters.AddWithValue" using "op", opmIdStr.
           declare opmReader type NpgsqlDataReader.
           invoke opmCmd "ExecuteReader" returning opmReader.
           invoke opmReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke opmReader "GetString" using 0 returning WS-OPM-NAME
               invoke opmReader "GetString" using 1 returning WS-OPM-ROLE
               invoke opmReader "GetInt32" using 2 returning WS-OPM-LIMIT
               invoke opmReader "GetString" using 3 returning WS-OPM-STATUS
           ELSE
               DISPLAY "New operator " WS-OPM-ID
           END-IF
           invoke opmReader "Close".
           invoke opmConn "Close".

           DISPLAY "Name [" FUNCTION TRIM(WS-OPM-NAME TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-OPM-NAME
           END-IF
           DISPLAY "Role INQUIRY/CLERK/SUPERVISOR/ADMIN [" WS-OPM-ROLE "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-OPM-ROLE
           END-IF
           DISPLAY "Authority limit, whole USD [" WS-OPM-LIMIT "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-OPM-LIMIT
           END-IF
           DISPLAY "Status ACTIVE/SUSPENDED [" WS-OPM-STATUS "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-OPM-STATUS
           END-IF

           declare opmNameStr as string.
           declare opmRoleStr as string.
           declare opmStatusStr as string.
           declare opmOperStr as string.
           move function trim(WS-OPM-NAME trailing) to opmNameStr
           move function trim(WS-OPM-ROLE) to opmRoleStr
           move function trim(WS-OPM-STATUS) to opmStatusStr
           move function trim(WS-OPERATOR) to opmOperStr
           invoke Operator "SetOperator" using opmIdStr, opmNameStr, opmRoleStr, WS-OPM-LIMIT, opmStatusStr, opmOperStr returning WS-CALL-RESULT
           EVALUATE WS-CALL-RESULT
               WHEN 0
                   DISPLAY "Operator " WS-OPM-ID " recorded"
               WHEN 4
                   DISPLAY "Operator " WS-OPM-ID " change queued"
                       " - nothing changes until another ADMIN approves it"
               WHEN OTHER
                   DISPLAY "Operator not recorded - see the message above"
           END-EVALUATE.

      *> Policy delete: show what is about to go, and on confirm queue
      *> it - a delete is on the restricted list, so DeletePolicy only
      *> runs once a second operator approves it.
       9300-DELETE-POLICY.
           DISPLAY "Policy id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-FLD-POLICY-ID
           declare delConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning delConn.
           declare delCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT owner_name,current_status,product_name FROM policy WHERE policy_id=@pid", delConn).
           invoke delCmd "Parameters.AddWithValue" using "pid", WS-FLD-POLICY-ID.
           declare delReader type NpgsqlDataReader.
           invoke delCmd "ExecuteReader" returning delReader.
           invoke delReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke delReader "GetString" using 0 returning WS-FLD-OWNER-NAME
               invoke delReader "GetString" using 1 returning WS-FLD-STATUS
               invoke delReader "GetString" using 2 returning WS-FLD-PRODUCT
           END-IF
           invoke delReader "Close".
           invoke delConn "Close".

           IF WS-HAS-ROW = 0
               DISPLAY "Policy " WS-FLD-POLICY-ID " not found"
           ELSE
               DISPLAY "PolicyId=" WS-FLD-POLICY-ID
                   " Owner=" FUNCTION TRIM(WS-FLD-OWNER-NAME TRAILING)
                   " Status=" WS-FLD-STATUS
                   " Product=" FUNCTION TRIM(WS-FLD-PRODUCT TRAILING)
               DISPLAY "Submit delete for approval (Y to confirm)? "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT
               IF WS-INPUT = "Y" OR WS-INPUT = "y"
                   MOVE "DELETE" TO WS-APPR-TYPE
                   MOVE WS-FLD-POLICY-ID TO WS-APPR-POLICY-ID
                   MOVE 0 TO WS-APPR-TARGET-ID
                   MOVE 0 TO WS-APPR-ALT-ID
                   MOVE SPACES TO WS-APPR-CODE
                   MOVE SPACES TO WS-APPR-DATE
                   MOVE SPACES TO WS-APPR-REF
                   MOVE 0 TO WS-APPR-AMOUNT
                   MOVE SPACES TO WS-APPR-CURRENCY
                   MOVE 0 TO WS-APPR-BASE
                   MOVE "RESTRICTED" TO WS-APPR-REASON
                   PERFORM 9400-SUBMIT-FOR-APPROVAL
               ELSE
                   DISPLAY "Delete cancelled, nothing queued"
               END-IF
           END-IF.

      *> Hands the transaction described by the WS-APPR fields to
      *> Operator.SubmitForApproval under this operator as maker.
       9400-SUBMIT-FOR-APPROVAL.
           declare subTypeStr as string.
           declare subCodeStr as string.
           declare subDateStr as string.
           declare subRefStr as string.
           declare subCurrStr as string.
           declare subReasonStr as string.
           declare subOperStr as string.
           declare subApprovalId as binary-long.
           move function trim(WS-APPR-TYPE) to subTypeStr
           move function trim(WS-APPR-CODE) to subCodeStr
           move function trim(WS-APPR-DATE) to subDateStr
           move function trim(WS-APPR-REF trailing) to subRefStr
           move function trim(WS-APPR-CURRENCY) to subCurrStr
           move function trim(WS-APPR-REASON) to subReasonStr
           move function trim(WS-OPERATOR) to subOperStr
           invoke Operator "SubmitForApproval" using subTypeStr, WS-APPR-POLICY-ID, WS-APPR-TARGET-ID, WS-APPR-ALT-ID, subCodeStr, subDateStr, subRefStr, WS-APPR-AMOUNT, subCurrStr, WS-APPR-BASE, subReasonStr, subOperStr returning subApprovalId
           IF subApprovalId = 0
               DISPLAY "Not queued - see the message above; nothing was changed"
           ELSE
               DISPLAY "Queued as approval " subApprovalId
                   " - nothing changes until another operator approves it"
           END-IF.

      *> Check reissue: show the voided check, and on confirm either
      *> queue the reissue for the next settlement run's check file
      *> straight away or, when its amount is over the operator's
      *> authority limit, queue it for approval first.
       9450-REISSUE-CHECK.
           DISPLAY "Check id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-CHK-ID
           declare chkConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning chkConn.
           declare chkCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT check_ref,policy_id,COALESCE(payee,''),amount,COALESCE(currency,''),issue_date,status,COALESCE(void_date,'') FROM issued_check WHERE check_id=@cid", chkConn).
           invoke chkCmd "Parameters.AddWithValue" using "cid", WS-CHK-ID.
           declare chkReader type NpgsqlDataReader.
           invoke chkCmd "ExecuteReader" returning chkReader.
           invoke chkReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke chkReader "GetString" using 0 returning WS-CHK-REF
               invoke chkReader "GetInt32" using 1 returning WS-FLD-POLICY-ID
               invoke chkReader "GetString" using 2 returning WS-CHK-PAYEE
               invoke chkReader "GetInt32" using 3 returning WS-APPR-AMOUNT
               invoke chkReader "GetString" using 4 returning WS-APPR-CURRENCY
               invoke chkReader "GetString" using 5 returning WS-CHK-ISSUE-DATE
               invoke chkReader "GetString" using 6 returning WS-CHK-STATUS
               invoke chkReader "GetString" using 7 returning WS-CHK-VOID-DATE
           END-IF
           invoke chkReader "Close".
           invoke chkConn "Close".

           IF WS-HAS-ROW = 0
               DISPLAY "Check " WS-CHK-ID " not found"
           ELSE
               DISPLAY "Check " FUNCTION TRIM(WS-CHK-REF TRAILING)
                   " PolicyId=" WS-FLD-POLICY-ID
                   " Payee=" FUNCTION TRIM(WS-CHK-PAYEE TRAILING)
               DISPLAY "Amount=" WS-APPR-AMOUNT " " WS-APPR-CURRENCY
                   " Issued=" WS-CHK-ISSUE-DATE
                   " Status=" WS-CHK-STATUS
                   " Voided=" WS-CHK-VOID-DATE
               IF WS-CHK-STATUS NOT = "STALE-VOID"
                   DISPLAY "Only a STALE-VOID check can be reissued"
               ELSE
                   DISPLAY "Reissue this check (Y to confirm)? "
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT
                   IF WS-INPUT = "Y" OR WS-INPUT = "y"
                       PERFORM 7700-CHECK-LIMIT
                       IF WS-OVER-LIMIT = 1
                           MOVE "REISSUE" TO WS-APPR-TYPE
                           MOVE WS-FLD-POLICY-ID TO WS-APPR-POLICY-ID
                           MOVE WS-CHK-ID TO WS-APPR-TARGET-ID
                           MOVE 0 TO WS-APPR-ALT-ID
                           MOVE SPACES TO WS-APPR-CODE
                           MOVE WS-TODAY-X TO WS-APPR-DATE
                           MOVE WS-CHK-REF TO WS-APPR-REF
                           MOVE "OVER-LIMIT" TO WS-APPR-REASON
                           PERFORM 9400-SUBMIT-FOR-APPROVAL
                       ELSE
                           PERFORM 9460-CALL-REISSUE-CHECK
                       END-IF
                   ELSE
                       DISPLAY "Reissue cancelled, nothing changed"
                   END-IF
               END-IF
           END-IF.

       9460-CALL-REISSUE-CHECK.
           declare risDateStr as string.
           declare risOperStr as string.
           declare risNewCheckId as binary-long.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X
           move WS-TODAY-X to risDateStr
           move function trim(WS-OPERATOR) to risOperStr
           invoke CheckRegister "ReissueCheck" using WS-CHK-ID, risDateStr, risOperStr, risNewCheckId returning WS-CALL-RESULT
           IF WS-CALL-RESULT = 0
               DISPLAY "Check " WS-CHK-ID " reissue queued as check "
                   risNewCheckId " - it goes to the bank on the next "
                   "ClaimSettlementBatch check file"
           ELSE
               DISPLAY "Reissue of check " WS-CHK-ID " failed (result "
                   WS-CALL-RESULT ")"
           END-IF.

      *> Customer maintenance: insert a new customer or update an
      *> existing one through the Customer class, which audits every
      *> changed field under the operator's ID and propagates a name /
           ELSE
               DISPLAY "Update rejected - see the message above"
           END-IF.

      *> Beneficiary designations: show the policy's current
      *> designation with the share total of each class, then insert
      *> or update one beneficiary through the Beneficiary class. A
      *> class may sit under 100 while it is being built up one
      *> beneficiary at a time - the listing flags it, and a death
      *> claim will not settle against it until it totals 100.
       9800-MAINTAIN-BENEFICIARY.
           DISPLAY "Policy id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-BEN-POLICY-ID
           PERFORM 9810-LIST-BENEFICIARIES
           DISPLAY "Action - I insert, U update, blank to return: "
               WITH NO ADVANCING
           ACCEPT WS-BEN-ACTION
           EVALUATE WS-BEN-ACTION
               WHEN "I"
               WHEN "i"
                   PERFORM 9820-INSERT-BENEFICIARY
                   PERFORM 9810-LIST-BENEFICIARIES
               WHEN "U"
               WHEN "u"
                   PERFORM 9900-UPDATE-BENEFICIARY
                   PERFORM 9810-LIST-BENEFICIARIES
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown action '" WS-BEN-ACTION "'"
           END-EVALUATE.

       9810-LIST-BENEFICIARIES.
           MOVE 0 TO WS-BEN-ROW-COUNT
           MOVE 0 TO WS-BEN-PRIMARY-PCT
           MOVE 0 TO WS-BEN-CONTINGENT-PCT
           declare benConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning benConn.
           declare benCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT beneficiary_id,ben_class,share_pct,payee_name,pay_method,status FROM beneficiary WHERE policy_id=@pid ORDER BY ben_class DESC, beneficiary_id", benConn).
           invoke benCmd "Parameters.AddWithValue" using "pid", WS-BEN-POLICY-ID.
           declare benReader type NpgsqlDataReader.
           invoke benCmd "ExecuteReader" returning benReader.
           invoke benReader "Read" returning WS-HAS-ROW.
           DISPLAY "--- Beneficiaries of policy " WS-BEN-POLICY-ID " ---"
           PERFORM UNTIL WS-HAS-ROW = 0
               invoke benReader "GetInt32" using 0 returning WS-BEN-ID
               invoke benReader "GetString" using 1 returning WS-BEN-CLASS
               invoke benReader "GetInt32" using 2 returning WS-BEN-SHARE
               invoke benReader "GetString" using 3 returning WS-BEN-NAME
               invoke benReader "GetString" using 4 returning WS-BEN-METHOD
               invoke benReader "GetString" using 5 returning WS-BEN-STATUS
               DISPLAY WS-BEN-ID " " WS-BEN-CLASS " " WS-BEN-SHARE "% "
                   WS-BEN-METHOD " " WS-BEN-STATUS " "
                   FUNCTION TRIM(WS-BEN-NAME TRAILING)
               IF WS-BEN-STATUS = "ACTIVE"
                   IF WS-BEN-CLASS = "PRIMARY"
                       ADD WS-BEN-SHARE TO WS-BEN-PRIMARY-PCT
                   ELSE
                       ADD WS-BEN-SHARE TO WS-BEN-CONTINGENT-PCT
                   END-IF
               END-IF
               ADD 1 TO WS-BEN-ROW-COUNT
               invoke benReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke benReader "Close".
           invoke benConn "Close".
           IF WS-BEN-ROW-COUNT = 0
               DISPLAY "No beneficiaries on file"
           END-IF
           DISPLAY "Active share total - primary: " WS-BEN-PRIMARY-PCT
               "%  contingent: " WS-BEN-CONTINGENT-PCT "%"
           IF WS-BEN-PRIMARY-PCT NOT = 100
               AND WS-BEN-PRIMARY-PCT NOT = 0
               DISPLAY "WARNING primary shares do not total 100 - a"
                   " death claim will not settle until they do"
           END-IF
           IF WS-BEN-CONTINGENT-PCT NOT = 100
               AND WS-BEN-CONTINGENT-PCT NOT = 0
               DISPLAY "WARNING contingent shares do not total 100"
           END-IF.

       9820-INSERT-BENEFICIARY.
           DISPLAY "Beneficiary id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-BEN-ID
           MOVE SPACES TO WS-BEN-CLASS WS-BEN-NAME WS-BEN-METHOD
               WS-BEN-ROUTING WS-BEN-ACCOUNT WS-BEN-ADDRESS
           MOVE 0 TO WS-BEN-SHARE
           MOVE "ACTIVE" TO WS-BEN-STATUS
           PERFORM 9850-COLLECT-BENEFICIARY-FIELDS
           PERFORM 9880-CALL-INSERT-BENEFICIARY.

      *> One prompt per beneficiary field, shared by insert and update
      *> - same pattern as 9650-COLLECT-CUSTOMER-FIELDS. Blank keeps
      *> whatever is in the WS-BEN field. Status is only offered on
      *> update: a new designation always starts ACTIVE.
       9850-COLLECT-BENEFICIARY-FIELDS.
           DISPLAY "Class PRIMARY / CONTINGENT ["
               FUNCTION TRIM(WS-BEN-CLASS TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-BEN-CLASS
           END-IF
           DISPLAY "Share percent [" WS-BEN-SHARE "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-BEN-SHARE
           END-IF
           DISPLAY "Payee name ["
               FUNCTION TRIM(WS-BEN-NAME TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-BEN-NAME
           END-IF
           DISPLAY "Pay method EFT / CHECK ["
               FUNCTION TRIM(WS-BEN-METHOD TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-BEN-METHOD
           END-IF
           DISPLAY "Bank routing ["
               FUNCTION TRIM(WS-BEN-ROUTING TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-BEN-ROUTING
           END-IF
           DISPLAY "Bank account ["
               FUNCTION TRIM(WS-BEN-ACCOUNT TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-BEN-ACCOUNT
           END-IF
           DISPLAY "Check mailing address ["
               FUNCTION TRIM(WS-BEN-ADDRESS TRAILING) "]: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-BEN-ADDRESS
           END-IF
           IF WS-BEN-ACTION = "U" OR WS-BEN-ACTION = "u"
               DISPLAY "Status ACTIVE / REMOVED ["
                   FUNCTION TRIM(WS-BEN-STATUS TRAILING) "]: "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT
               IF WS-INPUT NOT = SPACES
                   MOVE WS-INPUT TO WS-BEN-STATUS
               END-IF
           END-IF.

       9880-CALL-INSERT-BENEFICIARY.
           declare insClassB as string.
           declare insNameB as string.
           declare insMethodB as string.
           declare insRoutingB as string.
           declare insAccountB as string.
           declare insAddrB as string.
           declare insOperB as string.
           move function trim(WS-BEN-CLASS) to insClassB
           move function trim(WS-BEN-NAME trailing) to insNameB
           move function trim(WS-BEN-METHOD) to insMethodB
           move function trim(WS-BEN-ROUTING) to insRoutingB
           move function trim(WS-BEN-ACCOUNT) to insAccountB
           move function trim(WS-BEN-ADDRESS trailing) to insAddrB
           move function trim(WS-OPERATOR) to insOperB
           invoke Beneficiary "InsertBeneficiary" using WS-BEN-ID, WS-BEN-POLICY-ID, insClassB, WS-BEN-SHARE, insNameB, insMethodB, insRoutingB, insAccountB, insAddrB, insOperB returning WS-CALL-RESULT
           IF WS-CALL-RESULT = 0
               DISPLAY "Beneficiary " WS-BEN-ID " inserted"
           ELSE
               DISPLAY "Insert rejected - see the message above"
           END-IF.

       9900-UPDATE-BENEFICIARY.
           DISPLAY "Beneficiary id: " WITH NO ADVANCING
           ACCEPT WS-INPUT
           MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-BEN-ID

      *> keyed against the policy on screen, so an update can't land
      *> on another policy's designation by a mistyped id
           declare updBenConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning updBenConn.
           declare updBenCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT ben_class,share_pct,payee_name,pay_method,COALESCE(bank_routing,''),COALESCE(bank_account,''),COALESCE(payee_address,''),status FROM beneficiary WHERE beneficiary_id=@bid AND policy_id=@pid", updBenConn).
           invoke updBenCmd "Parameters.AddWithValue" using "bid", WS-BEN-ID.
           invoke updBenCmd "Parameters.AddWithValue" using "pid", WS-BEN-POLICY-ID.
           declare updBenReader type NpgsqlDataReader.
           invoke updBenCmd "ExecuteReader" returning updBenReader.
           invoke updBenReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW = 0
               invoke updBenReader "Close"
               invoke updBenConn "Close"
               DISPLAY "Beneficiary " WS-BEN-ID " not found on policy "
                   WS-BEN-POLICY-ID
           ELSE
               invoke updBenReader "GetString" using 0 returning WS-BEN-CLASS
               invoke updBenReader "GetInt32" using 1 returning WS-BEN-SHARE
               invoke updBenReader "GetString" using 2 returning WS-BEN-NAME
               invoke updBenReader "GetString" using 3 returning WS-BEN-METHOD
               invoke updBenReader "GetString" using 4 returning WS-BEN-ROUTING
               invoke updBenReader "GetString" using 5 returning WS-BEN-ACCOUNT
               invoke updBenReader "GetString" using 6 returning WS-BEN-ADDRESS
               invoke updBenReader "GetString" using 7 returning WS-BEN-STATUS
               invoke updBenReader "Close"
               invoke updBenConn "Close"
               DISPLAY "Blank keeps the shown value."
               PERFORM 9850-COLLECT-BENEFICIARY-FIELDS
               PERFORM 9980-CALL-UPDATE-BENEFICIARY
           END-IF.

       9980-CALL-UPDATE-BENEFICIARY.
           declare updClassB as string.
           declare updNameB as string.
           declare updMethodB as string.
           declare updRoutingB as string.
           declare updAccountB as string.
           declare updAddrB as string.
           declare updStatusB as string.
           declare updOperB as string.
           move function trim(WS-BEN-CLASS) to updClassB
           move function trim(WS-BEN-NAME trailing) to updNameB
           move function trim(WS-BEN-METHOD) to updMethodB
           move function trim(WS-BEN-ROUTING) to updRoutingB
           move function trim(WS-BEN-ACCOUNT) to updAccountB
           move function trim(WS-BEN-ADDRESS trailing) to updAddrB
           move function trim(WS-BEN-STATUS) to updStatusB
           move function trim(WS-OPERATOR) to updOperB
           invoke Beneficiary "UpdateBeneficiary" using WS-BEN-ID, updClassB, WS-BEN-SHARE, updNameB, updMethodB, updRoutingB, updAccountB, updAddrB, updStatusB, updOperB returning WS-CALL-RESULT
           IF WS-CALL-RESULT = 0
               DISPLAY "Beneficiary " WS-BEN-ID " updated"
           ELSE
               DISPLAY "Update rejected - see the message above"
           END-IF.
