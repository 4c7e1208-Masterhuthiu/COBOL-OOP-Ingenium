      *> status move, and a later reinstatement has the lapse date the
      *> reinstatement-window check needs. Run with the grace period
      *> (days) as the first command-line argument, e.g.
      *> `LapseProcessingBatch 31`; defaults to 31 when omitted. The
      *> period rolled forward is the new mode's when a pending mode
      *> change (policy_mode_change) is already effective at
      *> paid_to_date - the period actually owed.
      *>
      *> Automatic premium loan: a policy whose owner elected APL
      *> (policy.apl_elected = Y) is not lapsed while it has loan value
      *> left. The overdue mode premium is disbursed as a policy loan
      *> (PolicyLoan.DisburseLoan, so the ledger and the overloan
      *> fields move like any other loan) and posted as the premium
      *> through Policy.PostPayment with source reference
      *> APL-<policy_id>-<paid_to_date before>, one mode premium at a
      *> time until the policy is back inside grace. It lapses only
      *> when the remaining loan value (PolicyLoan.GetLoanValue -
      *> true_premium * LOAN_CEILING_FACTOR less the balance) can't
      *> cover a full mode premium. A posting PostPayment refuses is
      *> backed out of the ledger with RepayLoan, the suspense item
      *> PostPayment wrote for it is closed APL-BACKOUT (no money ever
      *> arrived), and the policy is left as-is for ops. A loan a
      *> previous run disbursed but died before posting is posted by
      *> the rerun rather than lent a second time. Every APL loan is listed in its own
      *> section of the run summary, and each policy that took one
      *> gets an owner letter on the print file named by
      *> APL_LETTER_FILE (default apl_letters.txt, same env-var
      *> pattern as DbConfig); an owner with no address on file is
      *> reported instead, the way BillingNoticeBatch skips them.
      *>
      *> Candidates are buffered into working storage during the scan
      *> and only driven through ChangeStatus afterwards, same
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS Policy AS "Policy"
           CLASS PolicyLoan AS "PolicyLoan"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GRACE-DAYS        PIC 9(4) VALUE 31.
       01 WS-ARG               PIC X(10).
       01 WS-HAS-ROW           PIC 9 VALUE 0.
       01 WS-RUN-ID            PIC S9(9) VALUE 0.

       01 WS-LETTER-PATH       PIC X(256) VALUE "apl_letters.txt".
       01 WS-ENV-VALUE         PIC X(256).
       01 WS-LETTER-STATUS     PIC XX.
       01 WS-DETAIL-LINE       PIC X(132).

       01 WS-ROW-POLICY-ID     PIC 9(9).
       01 WS-ROW-OWNER-NAME    PIC X(100).
       01 WS-ROW-PRODUCT       PIC X(100).
       01 WS-ROW-PAID-TO       PIC X(8).
       01 WS-ROW-MODE          PIC X(20).
       01 WS-ROW-APL           PIC X(1).
       01 WS-ROW-CURRENCY      PIC X(3).
       01 WS-ROW-ADDRESS       PIC X(200).

      *> lapse candidates buffered during the scan
       01 WS-LAPSE-MAX         PIC 9(4) VALUE 2000.
              10 WS-LT-PRODUCT     PIC X(100).
              10 WS-LT-DUE-8       PIC 9(8).
              10 WS-LT-DAYS-PAST   PIC S9(9).
              10 WS-LT-APL         PIC X(1).
              10 WS-LT-CURRENCY    PIC X(3).
              10 WS-LT-ADDRESS     PIC X(200).

      *> Per-product lapse tallies for the run summary.
       01 WS-PRODUCT-MAX       PIC 9(4) VALUE 200.
              10 WS-PT-NAME    PIC X(100).
              10 WS-PT-LAPSED  PIC 9(9).

      *> automatic premium loan working fields for the candidate in
      *> hand; outcome 0 = lapse it, 1 = kept in force by APL,
      *> 2 = an APL step failed, leave the policy as-is
       01 WS-APL-OUTCOME       PIC 9 VALUE 0.
       01 WS-APL-MORE          PIC 9 VALUE 0.
       01 WS-APL-PAID-TO       PIC X(8).
       01 WS-APL-FIRST-PAID-TO PIC X(8).
       01 WS-APL-MODE          PIC X(20).
       01 WS-APL-PREMIUM       PIC 9(9).
       01 WS-APL-LOAN-VALUE    PIC 9(9).
       01 WS-APL-LOAN-COUNT    PIC 9(4).
       01 WS-APL-LOAN-TOTAL    PIC 9(9).
      *> APL loans already on the ledger today with no posting behind
      *> them - a run that died between DisburseLoan and PostPayment
       01 WS-APL-ORPHAN        PIC S9(4).
       01 WS-APL-REF.
           05 FILLER            PIC X(4) VALUE "APL-".
           05 WS-APL-REF-POLICY PIC 9(9).
           05 FILLER            PIC X VALUE "-".
           05 WS-APL-REF-PAID   PIC X(8).

      *> APL run tallies
       01 WS-APL-LOANS         PIC 9(9) VALUE 0.
       01 WS-APL-AMOUNT        PIC 9(15) VALUE 0.
       01 WS-APL-KEPT          PIC 9(9) VALUE 0.
       01 WS-APL-NO-VALUE      PIC 9(9) VALUE 0.
       01 WS-APL-FAILED        PIC 9(9) VALUE 0.
       01 WS-APL-LETTERS       PIC 9(9) VALUE 0.
       01 WS-APL-NO-ADDRESS    PIC 9(9) VALUE 0.

      *> one entry per APL event for the summary's APL section: each
      *> loan taken (LOAN), each elected policy lapsed for want of
      *> loan value (NO-VALUE) and each failed attempt (FAILED)
       01 WS-APL-EVENT-MAX     PIC 9(4) VALUE 5000.
       01 WS-APL-EVENT-COUNT   PIC 9(4) VALUE 0.
       01 WS-APL-EVENT-IX      PIC 9(4).
       01 WS-APL-EVENT-TABLE.
           05 WS-APL-EVENT OCCURS 5000.
              10 WS-AE-POLICY-ID   PIC 9(9).
              10 WS-AE-OUTCOME     PIC X(8).
              10 WS-AE-PAID-FROM   PIC X(8).
              10 WS-AE-AMOUNT      PIC 9(9).
              10 WS-AE-LOAN-VALUE  PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Lapse Processing Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-SCAN-POLICIES
           MOVE 1 TO WS-LAPSE-IX
           PERFORM UNTIL WS-LAPSE-IX > WS-LAPSE-COUNT
               PERFORM 4000-LAPSE-POLICY
               ADD 1 TO WS-LAPSE-IX
           END-PERFORM
           CLOSE LETTER-FILE
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 8500-PRINT-APL-SUMMARY
           PERFORM 9000-END-RUN
           STOP RUN.

           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-8) TO WS-TODAY-INT
           DISPLAY "Grace period: " WS-GRACE-DAYS " day(s)".

       1500-OPEN-FILES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "APL_LETTER_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LETTER-PATH
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "LapseProcessingBatch: cannot open APL letter file "
                   WS-LETTER-PATH " (file status " WS-LETTER-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

       2000-SCAN-POLICIES.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,p.owner_name,p.product_name,p.paid_to_date,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode ELSE p.premium_mode END,COALESCE(p.apl_elected,'N'),p.currency,COALESCE(c.address,'') FROM policy p LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' LEFT JOIN customer c ON c.customer_id=p.owner_id WHERE p.current_status='ACTIVE'", conn).

           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
               invoke reader "GetString" using 2 returning WS-ROW-PRODUCT
               invoke reader "GetString" using 3 returning WS-ROW-PAID-TO
               invoke reader "GetString" using 4 returning WS-ROW-MODE
               invoke reader "GetString" using 5 returning WS-ROW-APL
               invoke reader "GetString" using 6 returning WS-ROW-CURRENCY
               invoke reader "GetString" using 7 returning WS-ROW-ADDRESS

               ADD 1 TO WS-SCAN-COUNT
               PERFORM 3000-CHECK-AND-BUFFER
                           TO WS-LT-DUE-8 (WS-LAPSE-COUNT)
                       MOVE WS-DAYS-PAST-DUE
                           TO WS-LT-DAYS-PAST (WS-LAPSE-COUNT)
                       MOVE WS-ROW-APL
                           TO WS-LT-APL (WS-LAPSE-COUNT)
                       MOVE WS-ROW-CURRENCY
                           TO WS-LT-CURRENCY (WS-LAPSE-COUNT)
                       MOVE WS-ROW-ADDRESS
                           TO WS-LT-ADDRESS (WS-LAPSE-COUNT)
                   ELSE
                       DISPLAY "LapseProcessingBatch: more than "
                           WS-LAPSE-MAX " candidates, policy "
       4000-LAPSE-POLICY.
           declare todayStr as string.
           declare lapseResult as binary-long.
           MOVE 0 TO WS-APL-OUTCOME
           MOVE 0 TO WS-APL-LOAN-COUNT
           IF WS-LT-APL (WS-LAPSE-IX) = "Y"
               PERFORM 4500-AUTOMATIC-PREMIUM-LOAN
           END-IF
           IF WS-APL-OUTCOME = 0
               move WS-TODAY-X to todayStr
               invoke Policy "ChangeStatus" using WS-LT-POLICY-ID (WS-LAPSE-IX), "ACTIVE", "LAPSED", todayStr, "LAPSE-BATCH" returning lapseResult
               IF lapseResult = 0
                   DISPLAY "Lapsed PolicyId=" WS-LT-POLICY-ID (WS-LAPSE-IX)
                       " Owner=" WS-LT-OWNER-NAME (WS-LAPSE-IX)
                       " Product=" WS-LT-PRODUCT (WS-LAPSE-IX)
                       " DueDate=" WS-LT-DUE-8 (WS-LAPSE-IX)
                       " DaysPastDue=" WS-LT-DAYS-PAST (WS-LAPSE-IX)
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 5000-TALLY-PRODUCT
               ELSE
                   DISPLAY "LapseProcessingBatch: ChangeStatus rejected policy "
                       WS-LT-POLICY-ID (WS-LAPSE-IX) ", left as-is"
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF
           IF WS-APL-LOAN-COUNT > 0
               PERFORM 4800-WRITE-APL-LETTER
           END-IF.

      *> Pays overdue mode premiums by policy loan, one at a time,
      *> until the policy is back inside grace (kept in force) or the
      *> loan value runs short of a full mode premium (lapsed as
      *> usual - any loans already taken this run stand, and paid_to_
      *> date reflects them). Terms are re-read before every loan: a
      *> posting can carry paid_to_date onto a pending mode change's
      *> effective date and change the premium owed.
       4500-AUTOMATIC-PREMIUM-LOAN.
           MOVE 0 TO WS-APL-LOAN-COUNT
           MOVE 0 TO WS-APL-LOAN-TOTAL
           MOVE SPACES TO WS-APL-FIRST-PAID-TO
           MOVE 1 TO WS-APL-MORE
           PERFORM UNTIL WS-APL-MORE = 0
               PERFORM 4600-LOAD-TERMS
               IF WS-MODE-DAYS = 0 OR WS-APL-PREMIUM = 0
                   DISPLAY "LapseProcessingBatch: APL policy "
                       WS-LT-POLICY-ID (WS-LAPSE-IX)
                       " has no usable premium terms, left as-is"
                   MOVE 2 TO WS-APL-OUTCOME
                   MOVE 0 TO WS-APL-MORE
                   PERFORM 4900-RECORD-APL-FAILURE
               ELSE
                   IF WS-DAYS-PAST-DUE NOT > WS-GRACE-DAYS
                       MOVE 1 TO WS-APL-OUTCOME
                       MOVE 0 TO WS-APL-MORE
                       ADD 1 TO WS-APL-KEPT
                   ELSE
                       PERFORM 4650-FIND-ORPHAN-LOAN
                       invoke PolicyLoan "GetLoanValue" using WS-LT-POLICY-ID (WS-LAPSE-IX) returning WS-APL-LOAN-VALUE
                       IF WS-APL-ORPHAN > 0
                           PERFORM 4700-TAKE-APL-LOAN
                       ELSE
                           IF WS-APL-LOAN-VALUE < WS-APL-PREMIUM
                               MOVE 0 TO WS-APL-MORE
                               PERFORM 4950-RECORD-APL-NO-VALUE
                           ELSE
                               PERFORM 4700-TAKE-APL-LOAN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> paid_to_date and the mode / premium owed for the next period,
      *> pending mode change included, same rule as the scan
       4600-LOAD-TERMS.
           declare termConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning termConn.
           declare termCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(p.paid_to_date,''),CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode ELSE p.premium_mode END,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode_premium ELSE p.last_mode_premium END FROM policy p LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' WHERE p.policy_id=@pid", termConn).
           invoke termCmd "Parameters.AddWithValue" using "pid", WS-LT-POLICY-ID (WS-LAPSE-IX).
           declare termReader type NpgsqlDataReader.
           invoke termCmd "ExecuteReader" returning termReader.
           invoke termReader "Read" returning WS-HAS-ROW.
           MOVE SPACES TO WS-APL-PAID-TO WS-APL-MODE
           MOVE 0 TO WS-APL-PREMIUM
           IF WS-HAS-ROW NOT = 0
               invoke termReader "GetString" using 0 returning WS-APL-PAID-TO
               invoke termReader "GetString" using 1 returning WS-APL-MODE
               invoke termReader "GetInt32" using 2 returning WS-APL-PREMIUM
           END-IF
           invoke termReader "Close".
           invoke termConn "Close".

           EVALUATE WS-APL-MODE
               WHEN "MONTHLY"
                   MOVE 30 TO WS-MODE-DAYS
               WHEN "QUARTERLY"
                   MOVE 91 TO WS-MODE-DAYS
               WHEN "SEMIANNUAL"
                   MOVE 182 TO WS-MODE-DAYS
               WHEN "ANNUAL"
                   MOVE 365 TO WS-MODE-DAYS
               WHEN OTHER
                   MOVE 0 TO WS-MODE-DAYS
           END-EVALUATE
           IF WS-APL-PAID-TO = SPACES
               MOVE 0 TO WS-MODE-DAYS
           END-IF
           IF WS-MODE-DAYS NOT = 0
               MOVE WS-APL-PAID-TO TO WS-PAID-TO-8
               MOVE FUNCTION INTEGER-OF-DATE(WS-PAID-TO-8) TO WS-PAID-TO-INT
               COMPUTE WS-DUE-INT = WS-PAID-TO-INT + WS-MODE-DAYS
               COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   TO WS-LT-DUE-8 (WS-LAPSE-IX)
               MOVE WS-DAYS-PAST-DUE TO WS-LT-DAYS-PAST (WS-LAPSE-IX)
           END-IF.

      *> Rerun safety: a run that died between DisburseLoan and
      *> PostPayment left a loan on the ledger with no premium behind
      *> it, and the policy is still past grace. Today's LAPSE-BATCH
      *> disbursements of this premium, less the ones backed out with
      *> a REPAY and the ones whose APL premium posted, are loans
      *> still owed a posting - 4700 posts one of those instead of
      *> lending again.
       4650-FIND-ORPHAN-LOAN.
           declare orphRefStr as string.
           MOVE 0 TO WS-APL-ORPHAN
           declare orphConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning orphConn.
           declare orphCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT ((SELECT COUNT(*) FROM policy_loan WHERE policy_id=@pid AND entry_date=@dt AND entry_type='DISBURSE' AND amount=@amt AND entered_by='LAPSE-BATCH')-(SELECT COUNT(*) FROM policy_loan WHERE policy_id=@pid AND entry_date=@dt AND entry_type='REPAY' AND amount=@amt AND entered_by='LAPSE-BATCH')-(SELECT COUNT(*) FROM premium_payment WHERE policy_id=@pid AND payment_date=@dt AND amount_received=@amt AND source_ref LIKE @ref))::integer", orphConn).
           invoke orphCmd "Parameters.AddWithValue" using "pid", WS-LT-POLICY-ID (WS-LAPSE-IX).
           invoke orphCmd "Parameters.AddWithValue" using "dt", WS-TODAY-X.
           invoke orphCmd "Parameters.AddWithValue" using "amt", WS-APL-PREMIUM.
           MOVE WS-LT-POLICY-ID (WS-LAPSE-IX) TO WS-APL-REF-POLICY
           MOVE "%" TO WS-APL-REF-PAID
           move function trim(WS-APL-REF) to orphRefStr
           invoke orphCmd "Parameters.AddWithValue" using "ref", orphRefStr.
           declare orphReader type NpgsqlDataReader.
           invoke orphCmd "ExecuteReader" returning orphReader.
           invoke orphReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke orphReader "GetInt32" using 0 returning WS-APL-ORPHAN
           END-IF
           invoke orphReader "Close".
           invoke orphConn "Close".

      *> one mode premium: loan it out, post it as the premium; a
      *> posting PostPayment refuses is backed out of the ledger so
      *> no loan stands without the premium it paid, and the
      *> suspense item PostPayment wrote for it is closed (4750) -
      *> the money never arrived, so there is nothing for ops to
      *> repost or refund. A loan an earlier run already disbursed
      *> (4650) is posted without lending again.
       4700-TAKE-APL-LOAN.
           declare aplDateStr as string.
           declare aplRefStr as string.
           declare aplResult as binary-long.
           declare backoutResult as binary-long.
           move WS-TODAY-X to aplDateStr
           IF WS-APL-ORPHAN > 0
               DISPLAY "LapseProcessingBatch: APL loan for policy "
                   WS-LT-POLICY-ID (WS-LAPSE-IX)
                   " was disbursed by an earlier run without its"
                   " premium posting, posting it now"
               MOVE 0 TO aplResult
           ELSE
               invoke PolicyLoan "DisburseLoan" using WS-LT-POLICY-ID (WS-LAPSE-IX), aplDateStr, WS-APL-PREMIUM, "LAPSE-BATCH" returning aplResult
           END-IF
           IF aplResult NOT = 0
               DISPLAY "LapseProcessingBatch: APL loan refused for policy "
                   WS-LT-POLICY-ID (WS-LAPSE-IX) ", left as-is"
               MOVE 2 TO WS-APL-OUTCOME
               MOVE 0 TO WS-APL-MORE
               PERFORM 4900-RECORD-APL-FAILURE
           ELSE
               MOVE WS-LT-POLICY-ID (WS-LAPSE-IX) TO WS-APL-REF-POLICY
               MOVE WS-APL-PAID-TO TO WS-APL-REF-PAID
               move WS-APL-REF to aplRefStr
               invoke Policy "PostPayment" using WS-LT-POLICY-ID (WS-LAPSE-IX), aplDateStr, WS-APL-PREMIUM, aplRefStr, "LAPSE-BATCH" returning aplResult
               IF aplResult NOT = 0
                   invoke PolicyLoan "RepayLoan" using WS-LT-POLICY-ID (WS-LAPSE-IX), aplDateStr, WS-APL-PREMIUM, "LAPSE-BATCH" returning backoutResult
                   IF backoutResult = 0
                       PERFORM 4750-CLOSE-APL-SUSPENSE
                       DISPLAY "LapseProcessingBatch: APL premium for policy "
                           WS-LT-POLICY-ID (WS-LAPSE-IX)
                           " refused by PostPayment, loan backed out and"
                           " its suspense item closed, left as-is"
                   ELSE
                       DISPLAY "LapseProcessingBatch: APL premium for policy "
                           WS-LT-POLICY-ID (WS-LAPSE-IX)
                           " refused by PostPayment and the loan could not"
                           " be backed out - refer ledger and suspense"
                           " ref " WS-APL-REF " to ops"
                   END-IF
                   MOVE 2 TO WS-APL-OUTCOME
                   MOVE 0 TO WS-APL-MORE
                   PERFORM 4900-RECORD-APL-FAILURE
               ELSE
                   IF WS-APL-FIRST-PAID-TO = SPACES
                       MOVE WS-APL-PAID-TO TO WS-APL-FIRST-PAID-TO
                   END-IF
                   ADD 1 TO WS-APL-LOAN-COUNT
                   ADD WS-APL-PREMIUM TO WS-APL-LOAN-TOTAL
                   ADD 1 TO WS-APL-LOANS
                   ADD WS-APL-PREMIUM TO WS-APL-AMOUNT
      *> a resumed loan was already out of the loan value 4500 read
                   IF WS-APL-ORPHAN = 0
                       COMPUTE WS-APL-LOAN-VALUE
                           = WS-APL-LOAN-VALUE - WS-APL-PREMIUM
                   END-IF
                   IF WS-APL-EVENT-COUNT < WS-APL-EVENT-MAX
                       ADD 1 TO WS-APL-EVENT-COUNT
                       MOVE WS-LT-POLICY-ID (WS-LAPSE-IX)
                           TO WS-AE-POLICY-ID (WS-APL-EVENT-COUNT)
                       MOVE "LOAN" TO WS-AE-OUTCOME (WS-APL-EVENT-COUNT)
                       MOVE WS-APL-PAID-TO
                           TO WS-AE-PAID-FROM (WS-APL-EVENT-COUNT)
                       MOVE WS-APL-PREMIUM
                           TO WS-AE-AMOUNT (WS-APL-EVENT-COUNT)
                       MOVE WS-APL-LOAN-VALUE
                           TO WS-AE-LOAN-VALUE (WS-APL-EVENT-COUNT)
                   END-IF
                   DISPLAY "APL PolicyId=" WS-LT-POLICY-ID (WS-LAPSE-IX)
                       " Premium=" WS-APL-PREMIUM
                       " PaidFrom=" WS-APL-PAID-TO
                       " LoanValueLeft=" WS-APL-LOAN-VALUE
               END-IF
           END-IF.

      *> The APL premium PostPayment refused was suspensed like any
      *> unpostable remittance, but no money ever came in - the loan
      *> that was to pay it has just been repaid. Close the open item
      *> as APL-BACKOUT so it never reaches ops' REPOST/REFUND list;
      *> its resolution entry reverses the receipt entry in the same
      *> period (see GlJournalExtract 3500-JOURNAL-RESOLUTIONS).
       4750-CLOSE-APL-SUSPENSE.
           declare susRefStr as string.
           move WS-APL-REF to susRefStr
           declare susConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning susConn.
           declare susCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE premium_payment_suspense SET resolution='APL-BACKOUT', resolved_policy_id=0, resolved_date=@dt, resolved_by='LAPSE-BATCH', resolved_at=NOW() WHERE policy_id=@pid AND source_ref=@ref AND amount_received=@amt AND COALESCE(resolution,'')=''", susConn).
           invoke susCmd "Parameters.AddWithValue" using "dt", WS-TODAY-X.
           invoke susCmd "Parameters.AddWithValue" using "pid", WS-LT-POLICY-ID (WS-LAPSE-IX).
           invoke susCmd "Parameters.AddWithValue" using "ref", susRefStr.
           invoke susCmd "Parameters.AddWithValue" using "amt", WS-APL-PREMIUM.
           invoke susCmd "ExecuteNonQuery".
           invoke susConn "Close".

      *> Owner notice that a loan was taken against the policy to pay
      *> its premium - amount, premiums paid, the new paid-to date and,
      *> where the loan value then ran out, that the policy lapsed.
       4800-WRITE-APL-LETTER.
           IF WS-LT-ADDRESS (WS-LAPSE-IX) = SPACES
               DISPLAY "LapseProcessingBatch: no APL letter for policy "
                   WS-LT-POLICY-ID (WS-LAPSE-IX)
                   " - customer has no address on file"
               ADD 1 TO WS-APL-NO-ADDRESS
           ELSE
               MOVE "==================================================" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "       AUTOMATIC PREMIUM LOAN NOTICE" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "==================================================" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-LT-OWNER-NAME (WS-LAPSE-IX) TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-LT-ADDRESS (WS-LAPSE-IX) TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "POLICY: " DELIMITED BY SIZE
                   WS-LT-POLICY-ID (WS-LAPSE-IX) DELIMITED BY SIZE
                   "  DATE: " DELIMITED BY SIZE
                   WS-TODAY-X DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "PRODUCT: " DELIMITED BY SIZE
                   WS-LT-PRODUCT (WS-LAPSE-IX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "Your premium was overdue past the grace period. As you elected"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "automatic premium loan, a loan was taken against your policy to"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "pay it. The loan accrues interest and is repayable at any time."
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "LOAN AMOUNT: " DELIMITED BY SIZE
                   WS-APL-LOAN-TOTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LT-CURRENCY (WS-LAPSE-IX) DELIMITED BY SIZE
                   "  PREMIUMS PAID: " DELIMITED BY SIZE
                   WS-APL-LOAN-COUNT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "PAID TO BEFORE: " DELIMITED BY SIZE
                   WS-APL-FIRST-PAID-TO DELIMITED BY SIZE
                   "  PAID TO NOW: " DELIMITED BY SIZE
                   WS-APL-PAID-TO DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               IF WS-APL-OUTCOME = 0
                   MOVE "The remaining loan value could not cover a further premium and"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "your policy has lapsed. Contact us about reinstatement."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-APL-LETTERS
           END-IF.

       4900-RECORD-APL-FAILURE.
           ADD 1 TO WS-APL-FAILED
           IF WS-APL-EVENT-COUNT < WS-APL-EVENT-MAX
               ADD 1 TO WS-APL-EVENT-COUNT
               MOVE WS-LT-POLICY-ID (WS-LAPSE-IX)
                   TO WS-AE-POLICY-ID (WS-APL-EVENT-COUNT)
               MOVE "FAILED" TO WS-AE-OUTCOME (WS-APL-EVENT-COUNT)
               MOVE WS-APL-PAID-TO TO WS-AE-PAID-FROM (WS-APL-EVENT-COUNT)
               MOVE WS-APL-PREMIUM TO WS-AE-AMOUNT (WS-APL-EVENT-COUNT)
               MOVE 0 TO WS-AE-LOAN-VALUE (WS-APL-EVENT-COUNT)
           END-IF.

       4950-RECORD-APL-NO-VALUE.
           ADD 1 TO WS-APL-NO-VALUE
           DISPLAY "APL PolicyId=" WS-LT-POLICY-ID (WS-LAPSE-IX)
               " loan value " WS-APL-LOAN-VALUE
               " short of mode premium " WS-APL-PREMIUM ", lapsing"
           IF WS-APL-EVENT-COUNT < WS-APL-EVENT-MAX
               ADD 1 TO WS-APL-EVENT-COUNT
               MOVE WS-LT-POLICY-ID (WS-LAPSE-IX)
                   TO WS-AE-POLICY-ID (WS-APL-EVENT-COUNT)
               MOVE "NO-VALUE" TO WS-AE-OUTCOME (WS-APL-EVENT-COUNT)
               MOVE WS-APL-PAID-TO TO WS-AE-PAID-FROM (WS-APL-EVENT-COUNT)
               MOVE WS-APL-PREMIUM TO WS-AE-AMOUNT (WS-APL-EVENT-COUNT)
               MOVE WS-APL-LOAN-VALUE
                   TO WS-AE-LOAN-VALUE (WS-APL-EVENT-COUNT)
           END-IF.

       5000-TALLY-PRODUCT.
               ADD 1 TO WS-PRODUCT-IX
           END-PERFORM.

       8500-PRINT-APL-SUMMARY.
           DISPLAY "--- Automatic premium loans ---"
           MOVE 1 TO WS-APL-EVENT-IX
           PERFORM UNTIL WS-APL-EVENT-IX > WS-APL-EVENT-COUNT
               DISPLAY "  PolicyId=" WS-AE-POLICY-ID (WS-APL-EVENT-IX)
                   " " WS-AE-OUTCOME (WS-APL-EVENT-IX)
                   " PaidFrom=" WS-AE-PAID-FROM (WS-APL-EVENT-IX)
                   " Premium=" WS-AE-AMOUNT (WS-APL-EVENT-IX)
                   " LoanValueLeft=" WS-AE-LOAN-VALUE (WS-APL-EVENT-IX)
               ADD 1 TO WS-APL-EVENT-IX
           END-PERFORM
           DISPLAY "APL loans taken: " WS-APL-LOANS
               " amount " WS-APL-AMOUNT
           DISPLAY "Policies kept in force by APL: " WS-APL-KEPT
           DISPLAY "APL policies lapsed (loan value short): " WS-APL-NO-VALUE
           DISPLAY "APL attempts failed (left as-is): " WS-APL-FAILED
           DISPLAY "APL letters written: " WS-APL-LETTERS
               " to " WS-LETTER-PATH
           DISPLAY "APL letters not sent (no address): " WS-APL-NO-ADDRESS.

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
