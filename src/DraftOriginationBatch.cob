      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DraftOriginationBatch.

      *> Pre-authorized bank draft origination run: for every policy
      *> billed by DRAFT with an ACTIVE bank_mandate whose next premium
      *> due date (paid_to_date rolled forward one premium_mode period,
      *> same rule as PremiumDueReport and BillingNoticeBatch) falls ON
      *> the draft date, writes one debit instruction to the
      *> fixed-width bank file and posts the drafted mode premium
      *> through Policy.PostPayment - so paid_to_date advances and the
      *> premium_payment row carries the same source reference the
      *> bank will quote back on a return. A draft that bounces comes
      *> in on the NSF feed with that reference and NsfReturnBatch
      *> reverses it like any other returned item.
      *>
      *> Every draft is first recorded in bank_draft (one per policy
      *> per draft date) with this run's run_id, the same rerun rule
      *> as ClaimSettlementBatch: a rerun never drafts or posts a
      *> policy twice, but a draft recorded by a run that never ended
      *> cleanly went out on a file that never got its trailer - the
      *> bank refused it whole - so it is re-emitted on this run's
      *> balanced file and the row's run_id taken over (and posted
      *> then, if that run died before posting it). A DRAFT-billed
      *> policy with no ACTIVE mandate is not drafted; it is reported
      *> here and keeps getting its paper notice. The amount drafted
      *> is the premium of the mode in force for the period due - a
      *> pending mode change (policy_mode_change) whose effective date
      *> paid_to_date has reached is drafted at its new premium, the
      *> same terms PostPayment posts it at.
      *>
      *> Run with the draft date YYYYMMDD as the first command-line
      *> argument, defaulting to today. Output path comes from
      *> DRAFT_DEBIT_FILE (same env-var pattern as DbConfig),
      *> defaulting to draft_debits.dat. Every record is 100 bytes,
      *> header/trailer balanced by detail count and amount hash, same
      *> discipline as the ClaimSettlementBatch bank file:
      *>   Header  (one, first):
      *>     01      X(1)   record type "H"
      *>     02-09   9(8)   draft date YYYYMMDD
      *>     10-100  X(91)  filler, spaces
      *>   Detail  (one per debit, policy_id order):
      *>     01      X(1)   record type "D"
      *>     02-10   9(9)   policy_id
      *>     11-19   X(9)   bank routing (from the mandate)
      *>     20-36   X(17)  bank account (from the mandate)
      *>     37-45   9(9)   amount to debit
      *>     46-48   X(3)   currency (from the policy row)
      *>     49-56   9(8)   draft date YYYYMMDD
      *>     57-76   X(20)  source reference DFT + date + policy id
      *>     77-100  X(24)  filler, spaces
      *>   Trailer (one, last):
      *>     01      X(1)   record type "T"
      *>     02-10   9(9)   detail record count
      *>     11-25   9(15)  hash total of amount
      *>     26-100  X(75)  filler, spaces
      *>
      *> Draft candidates are buffered into working storage before any
      *> drafting starts, same reasoning as ClaimSettlementBatch: the
      *> class methods open their own connections and must not run
      *> under this program's open reader.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS Policy AS "Policy"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> record sequential, not line sequential, same reasoning as
      *> ClaimSettlementBatch: the bank loads by column position and
      *> line-sequential I-O strips trailing spaces
           SELECT DEBIT-FILE ASSIGN TO WS-DEBIT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEBIT-FILE.
       01  DEBIT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DEBIT-PATH         PIC X(256) VALUE "draft_debits.dat".
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-DEBIT-STATUS       PIC XX.
       01 WS-ARG                PIC X(10).
       01 WS-DRAFT-8            PIC 9(8).
       01 WS-DRAFT-X            PIC X(8).
       01 WS-DRAFT-INT          PIC 9(9).
       01 WS-PAID-TO-8          PIC 9(8).
       01 WS-PAID-TO-INT        PIC 9(9).
       01 WS-MODE-DAYS          PIC 9(4).
       01 WS-DUE-INT            PIC 9(9).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(9) VALUE 0.
       01 WS-AMOUNT-HASH        PIC 9(15) VALUE 0.
       01 WS-DRAFTED-COUNT      PIC 9(9) VALUE 0.
       01 WS-SUSPENSE-COUNT     PIC 9(9) VALUE 0.
       01 WS-REEMIT-COUNT       PIC 9(9) VALUE 0.
       01 WS-NO-MANDATE-COUNT   PIC 9(9) VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.

       01 WS-ROW-POLICY-ID      PIC 9(9).
       01 WS-ROW-PAID-TO        PIC X(8).
       01 WS-ROW-MODE           PIC X(20).
       01 WS-ROW-AMOUNT         PIC 9(9).
       01 WS-ROW-CURRENCY       PIC X(3).
       01 WS-ROW-ROUTING        PIC X(9).
       01 WS-ROW-ACCOUNT        PIC X(17).
       01 WS-ROW-MANDATE        PIC X(10).
       01 WS-ROW-DRAFT-DATE     PIC X(8).

       01 WS-SOURCE-REF.
           05 FILLER            PIC X(3) VALUE "DFT".
           05 WS-REF-DATE       PIC 9(8).
           05 WS-REF-POLICY-ID  PIC 9(9).

       01 DEB-HEADER-RECORD.
           05 DEB-H-TYPE        PIC X VALUE "H".
           05 DEB-H-DATE        PIC 9(8).
           05 FILLER            PIC X(91) VALUE SPACES.

       01 DEB-DETAIL-RECORD.
           05 DEB-D-TYPE        PIC X VALUE "D".
           05 DEB-D-POLICY-ID   PIC 9(9).
           05 DEB-D-ROUTING     PIC X(9).
           05 DEB-D-ACCOUNT     PIC X(17).
           05 DEB-D-AMOUNT      PIC 9(9).
           05 DEB-D-CURRENCY    PIC X(3).
           05 DEB-D-DRAFT-DATE  PIC 9(8).
           05 DEB-D-SOURCE-REF  PIC X(20).
           05 FILLER            PIC X(24) VALUE SPACES.

       01 DEB-TRAILER-RECORD.
           05 DEB-T-TYPE        PIC X VALUE "T".
           05 DEB-T-COUNT       PIC 9(9).
           05 DEB-T-HASH        PIC 9(15).
           05 FILLER            PIC X(75) VALUE SPACES.

      *> draft candidates buffered during the scan: kind N is a new
      *> draft due on the draft date, kind R an earlier run's draft
      *> whose file never balanced and must go out again
       01 WS-DRAFT-MAX          PIC 9(4) VALUE 2000.
       01 WS-DRAFT-COUNT        PIC 9(4) VALUE 0.
       01 WS-DRAFT-IX           PIC 9(4).
       01 WS-DRAFT-TABLE.
           05 WS-DRAFT-ENTRY OCCURS 2000.
              10 WS-DT-KIND        PIC X.
              10 WS-DT-DRAFT-ID    PIC 9(9).
              10 WS-DT-POLICY-ID   PIC 9(9).
              10 WS-DT-AMOUNT      PIC 9(9).
              10 WS-DT-CURRENCY    PIC X(3).
              10 WS-DT-ROUTING     PIC X(9).
              10 WS-DT-ACCOUNT     PIC X(17).
              10 WS-DT-DATE        PIC 9(8).
              10 WS-DT-SOURCE-REF  PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Bank Draft Origination Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1500-LOAD-REEMITS
           PERFORM 1600-LOAD-DUE-DRAFTS
           PERFORM 2000-OPEN-DEBIT-FILE
           PERFORM 2500-WRITE-HEADER
           MOVE 1 TO WS-DRAFT-IX
           PERFORM UNTIL WS-DRAFT-IX > WS-DRAFT-COUNT
               PERFORM 3000-DRAFT-ONE-POLICY
               ADD 1 TO WS-DRAFT-IX
           END-PERFORM
           PERFORM 4000-WRITE-TRAILER
           CLOSE DEBIT-FILE
           DISPLAY "Draft date: " WS-DRAFT-8
           DISPLAY "Drafts originated and posted: " WS-DRAFTED-COUNT
           DISPLAY "Drafts posted to suspense: " WS-SUSPENSE-COUNT
           DISPLAY "Unbalanced earlier files re-emitted: " WS-REEMIT-COUNT
           DISPLAY "DRAFT-billed with no active mandate: "
               WS-NO-MANDATE-COUNT
           DISPLAY "Debit file written to " WS-DEBIT-PATH
           DISPLAY "Detail records: " WS-DETAIL-COUNT
           DISPLAY "Amount hash total: " WS-AMOUNT-HASH
           PERFORM 9000-END-RUN
           STOP RUN.

      *> Register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "DRAFT-ORIGINATION" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG) TO WS-DRAFT-8
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DRAFT-8
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DRAFT-8) NOT = 0
               DISPLAY "DraftOriginationBatch: draft date " WS-ARG
                   " is not a valid YYYYMMDD date"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-DRAFT-8 TO WS-DRAFT-X
           MOVE FUNCTION INTEGER-OF-DATE(WS-DRAFT-8) TO WS-DRAFT-INT
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DRAFT_DEBIT_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEBIT-PATH
           END-IF.

      *> Drafts an earlier run recorded but whose file never balanced
      *> (emitting run open, abended, or ended with a non-zero return
      *> code) - whatever their draft date, the bank never got them.
       1500-LOAD-REEMITS.
           declare reConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning reConn.
           declare reCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT d.draft_id,d.policy_id,d.amount,COALESCE(p.currency,''),d.bank_routing,d.bank_account,d.draft_date,d.source_ref FROM bank_draft d LEFT JOIN policy p ON p.policy_id=d.policy_id LEFT JOIN batch_run_log r ON r.run_id=d.run_id WHERE r.run_id IS NULL OR r.ended_at IS NULL OR COALESCE(r.return_code,0)<>0 ORDER BY d.policy_id", reConn).
           declare reReader type NpgsqlDataReader.
           invoke reCmd "ExecuteReader" returning reReader.
           invoke reReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-DRAFT-COUNT >= WS-DRAFT-MAX
               ADD 1 TO WS-DRAFT-COUNT
               MOVE "R" TO WS-DT-KIND (WS-DRAFT-COUNT)
               invoke reReader "GetInt32" using 0 returning WS-DT-DRAFT-ID (WS-DRAFT-COUNT)
               invoke reReader "GetInt32" using 1 returning WS-DT-POLICY-ID (WS-DRAFT-COUNT)
               invoke reReader "GetInt32" using 2 returning WS-DT-AMOUNT (WS-DRAFT-COUNT)
               invoke reReader "GetString" using 3 returning WS-DT-CURRENCY (WS-DRAFT-COUNT)
               invoke reReader "GetString" using 4 returning WS-DT-ROUTING (WS-DRAFT-COUNT)
               invoke reReader "GetString" using 5 returning WS-DT-ACCOUNT (WS-DRAFT-COUNT)
               invoke reReader "GetString" using 6 returning WS-ROW-DRAFT-DATE
               MOVE WS-ROW-DRAFT-DATE TO WS-DT-DATE (WS-DRAFT-COUNT)
               invoke reReader "GetString" using 7 returning WS-DT-SOURCE-REF (WS-DRAFT-COUNT)
               invoke reReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke reReader "Close".
           invoke reConn "Close".

      *> DRAFT-billed ACTIVE policies not yet drafted for this date.
      *> LEFT JOIN on the mandate so a DRAFT-billed policy without an
      *> ACTIVE one is reported rather than silently left out. Only
      *> ACTIVE policies draft: a LAPSED policy comes back through
      *> reinstatement, not a routine debit.
       1600-LOAD-DUE-DRAFTS.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,COALESCE(p.paid_to_date,''),CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode ELSE p.premium_mode END,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode_premium ELSE p.last_mode_premium END,p.currency,COALESCE(m.bank_routing,''),COALESCE(m.bank_account,''),COALESCE(m.status,'') FROM policy p LEFT JOIN bank_mandate m ON m.policy_id=p.policy_id LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' WHERE p.billing_type='DRAFT' AND p.current_status='ACTIVE' AND NOT EXISTS (SELECT 1 FROM bank_draft d WHERE d.policy_id=p.policy_id AND d.draft_date=@dd) ORDER BY p.policy_id", conn).
           invoke cmd "Parameters.AddWithValue" using "dd", WS-DRAFT-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-DRAFT-COUNT >= WS-DRAFT-MAX
               invoke reader "GetInt32" using 0 returning WS-ROW-POLICY-ID
               invoke reader "GetString" using 1 returning WS-ROW-PAID-TO
               invoke reader "GetString" using 2 returning WS-ROW-MODE
               invoke reader "GetInt32" using 3 returning WS-ROW-AMOUNT
               invoke reader "GetString" using 4 returning WS-ROW-CURRENCY
               invoke reader "GetString" using 5 returning WS-ROW-ROUTING
               invoke reader "GetString" using 6 returning WS-ROW-ACCOUNT
               invoke reader "GetString" using 7 returning WS-ROW-MANDATE
               PERFORM 1700-CHECK-DUE-DATE
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           IF WS-HAS-ROW NOT = 0
               DISPLAY "DraftOriginationBatch: more than " WS-DRAFT-MAX
                   " drafts due, remainder left for a rerun of this date"
           END-IF
           invoke reader "Close".
           invoke conn "Close".

       1700-CHECK-DUE-DATE.
           EVALUATE WS-ROW-MODE
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

           IF WS-MODE-DAYS NOT = 0 AND WS-ROW-PAID-TO NOT = SPACES
               MOVE WS-ROW-PAID-TO TO WS-PAID-TO-8
               MOVE FUNCTION INTEGER-OF-DATE(WS-PAID-TO-8) TO WS-PAID-TO-INT
               COMPUTE WS-DUE-INT = WS-PAID-TO-INT + WS-MODE-DAYS
               IF WS-DUE-INT = WS-DRAFT-INT
                   IF WS-ROW-MANDATE NOT = "ACTIVE"
                       DISPLAY "DraftOriginationBatch: policy "
                           WS-ROW-POLICY-ID " is DRAFT-billed but has no"
                           " ACTIVE mandate - not drafted, paper notice"
                           " applies"
                       ADD 1 TO WS-NO-MANDATE-COUNT
                   ELSE
                       IF WS-ROW-AMOUNT = 0
                           DISPLAY "DraftOriginationBatch: policy "
                               WS-ROW-POLICY-ID " has no mode premium"
                               " to draft, skipped"
                       ELSE
                           ADD 1 TO WS-DRAFT-COUNT
                           MOVE "N" TO WS-DT-KIND (WS-DRAFT-COUNT)
                           MOVE 0 TO WS-DT-DRAFT-ID (WS-DRAFT-COUNT)
                           MOVE WS-ROW-POLICY-ID TO WS-DT-POLICY-ID (WS-DRAFT-COUNT)
                           MOVE WS-ROW-AMOUNT TO WS-DT-AMOUNT (WS-DRAFT-COUNT)
                           MOVE WS-ROW-CURRENCY TO WS-DT-CURRENCY (WS-DRAFT-COUNT)
                           MOVE WS-ROW-ROUTING TO WS-DT-ROUTING (WS-DRAFT-COUNT)
                           MOVE WS-ROW-ACCOUNT TO WS-DT-ACCOUNT (WS-DRAFT-COUNT)
                           MOVE WS-DRAFT-8 TO WS-DT-DATE (WS-DRAFT-COUNT)
                           MOVE WS-DRAFT-8 TO WS-REF-DATE
                           MOVE WS-ROW-POLICY-ID TO WS-REF-POLICY-ID
                           MOVE WS-SOURCE-REF TO WS-DT-SOURCE-REF (WS-DRAFT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-OPEN-DEBIT-FILE.
           OPEN OUTPUT DEBIT-FILE
           IF WS-DEBIT-STATUS NOT = "00"
               DISPLAY "DraftOriginationBatch: cannot open debit file "
                   WS-DEBIT-PATH " (file status " WS-DEBIT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

       2500-WRITE-HEADER.
           MOVE WS-DRAFT-8 TO DEB-H-DATE
           WRITE DEBIT-RECORD FROM DEB-HEADER-RECORD.

      *> A new draft is recorded in bank_draft first - ON CONFLICT DO
      *> NOTHING, so a second draft for the same policy and date can
      *> never be originated - then posted as premium, then written
      *> to the file. PostPayment's own suspense rules still apply: a
      *> draft it cannot post (amount no longer a mode-premium
      *> multiple, say) still goes to the bank, because the money is
      *> still coming, and waits in suspense for ops like any other
      *> unpostable remittance. A re-emit takes over the row's run_id
      *> and goes on the file; it was normally posted when first
      *> drafted, but a run that died between recording the draft and
      *> posting it left neither a premium_payment nor a suspense row
      *> under its source reference - the bank will still take the
      *> money, so the re-emit posts it first (3150).
       3000-DRAFT-ONE-POLICY.
           IF WS-DT-KIND (WS-DRAFT-IX) = "R"
               PERFORM 3100-REEMIT-DRAFT
           ELSE
               PERFORM 3200-ORIGINATE-DRAFT
           END-IF.

       3100-REEMIT-DRAFT.
           declare takeConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning takeConn.
           declare takeCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE bank_draft SET run_id=@run WHERE draft_id=@did", takeConn).
           invoke takeCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke takeCmd "Parameters.AddWithValue" using "did", WS-DT-DRAFT-ID (WS-DRAFT-IX).
           invoke takeCmd "ExecuteNonQuery".
           invoke takeConn "Close".
           DISPLAY "DraftOriginationBatch: policy "
               WS-DT-POLICY-ID (WS-DRAFT-IX) " draft of "
               WS-DT-DATE (WS-DRAFT-IX)
               " never reached the bank, re-emitting"
           PERFORM 3150-POST-IF-UNPOSTED
           PERFORM 3500-WRITE-DETAIL
           ADD 1 TO WS-REEMIT-COUNT.

      *> A draft whose source reference is on neither premium_payment
      *> nor premium_payment_suspense was never handed to PostPayment
      *> - post it now, dated the draft date it goes to the bank with.
      *> One that did reach PostPayment (posted, or suspensed for ops)
      *> is left alone: posting it again would advance paid_to_date
      *> twice or suspense the same money twice.
       3150-POST-IF-UNPOSTED.
           declare seenCount as binary-long.
           declare rePostResult as binary-long.
           declare reDateStr as string.
           declare reRefStr as string.
           move WS-DT-DATE (WS-DRAFT-IX) to reDateStr
           move WS-DT-SOURCE-REF (WS-DRAFT-IX) to reRefStr
           declare seenConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning seenConn.
           declare seenCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT ((SELECT COUNT(*) FROM premium_payment WHERE policy_id=@pid AND source_ref=@ref)+(SELECT COUNT(*) FROM premium_payment_suspense WHERE policy_id=@pid AND source_ref=@ref))::integer", seenConn).
           invoke seenCmd "Parameters.AddWithValue" using "pid", WS-DT-POLICY-ID (WS-DRAFT-IX).
           invoke seenCmd "Parameters.AddWithValue" using "ref", reRefStr.
           declare seenReader type NpgsqlDataReader.
           invoke seenCmd "ExecuteReader" returning seenReader.
           invoke seenReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke seenReader "GetInt32" using 0 returning seenCount
           ELSE
               MOVE 0 TO seenCount
           END-IF
           invoke seenReader "Close".
           invoke seenConn "Close".
           IF seenCount = 0
               DISPLAY "DraftOriginationBatch: policy "
                   WS-DT-POLICY-ID (WS-DRAFT-IX) " draft of "
                   WS-DT-DATE (WS-DRAFT-IX)
                   " was never posted, posting it with the re-emit"
               invoke Policy "PostPayment" using WS-DT-POLICY-ID (WS-DRAFT-IX), reDateStr, WS-DT-AMOUNT (WS-DRAFT-IX), reRefStr, "DRAFT-BATCH" returning rePostResult
               IF rePostResult = 0
                   ADD 1 TO WS-DRAFTED-COUNT
               ELSE
                   ADD 1 TO WS-SUSPENSE-COUNT
               END-IF
           END-IF.

       3200-ORIGINATE-DRAFT.
           declare postResult as binary-long.
           declare inserted as binary-long.
           declare dateStr as string.
           declare refStr as string.
           move WS-DRAFT-X to dateStr
           move WS-DT-SOURCE-REF (WS-DRAFT-IX) to refStr
           declare insConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning insConn.
           declare insCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO bank_draft (policy_id,draft_date,amount,source_ref,bank_routing,bank_account,run_id) VALUES (@pid,@dd,@amt,@ref,@rout,@acct,@run) ON CONFLICT (policy_id,draft_date) DO NOTHING", insConn).
           invoke insCmd "Parameters.AddWithValue" using "pid", WS-DT-POLICY-ID (WS-DRAFT-IX).
           invoke insCmd "Parameters.AddWithValue" using "dd", dateStr.
           invoke insCmd "Parameters.AddWithValue" using "amt", WS-DT-AMOUNT (WS-DRAFT-IX).
           invoke insCmd "Parameters.AddWithValue" using "ref", refStr.
           invoke insCmd "Parameters.AddWithValue" using "rout", WS-DT-ROUTING (WS-DRAFT-IX).
           invoke insCmd "Parameters.AddWithValue" using "acct", WS-DT-ACCOUNT (WS-DRAFT-IX).
           invoke insCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke insCmd "ExecuteNonQuery" returning inserted.
           invoke insConn "Close".
           IF inserted = 0
               DISPLAY "DraftOriginationBatch: policy "
                   WS-DT-POLICY-ID (WS-DRAFT-IX)
                   " already drafted for " WS-DRAFT-8 ", skipped"
           ELSE
               invoke Policy "PostPayment" using WS-DT-POLICY-ID (WS-DRAFT-IX), dateStr, WS-DT-AMOUNT (WS-DRAFT-IX), refStr, "DRAFT-BATCH" returning postResult
               IF postResult = 0
                   ADD 1 TO WS-DRAFTED-COUNT
               ELSE
                   ADD 1 TO WS-SUSPENSE-COUNT
               END-IF
               PERFORM 3500-WRITE-DETAIL
           END-IF.

       3500-WRITE-DETAIL.
           MOVE WS-DT-POLICY-ID (WS-DRAFT-IX) TO DEB-D-POLICY-ID
           MOVE WS-DT-ROUTING (WS-DRAFT-IX) TO DEB-D-ROUTING
           MOVE WS-DT-ACCOUNT (WS-DRAFT-IX) TO DEB-D-ACCOUNT
           MOVE WS-DT-AMOUNT (WS-DRAFT-IX) TO DEB-D-AMOUNT
           MOVE WS-DT-CURRENCY (WS-DRAFT-IX) TO DEB-D-CURRENCY
           MOVE WS-DT-DATE (WS-DRAFT-IX) TO DEB-D-DRAFT-DATE
           MOVE WS-DT-SOURCE-REF (WS-DRAFT-IX) TO DEB-D-SOURCE-REF
           WRITE DEBIT-RECORD FROM DEB-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-DT-AMOUNT (WS-DRAFT-IX) TO WS-AMOUNT-HASH.

       4000-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO DEB-T-COUNT
           MOVE WS-AMOUNT-HASH TO DEB-T-HASH
           WRITE DEBIT-RECORD FROM DEB-TRAILER-RECORD.

       9000-END-RUN.
           declare endRc as binary-long.
           declare endOut as binary-long.
           MOVE RETURN-CODE TO endRc
           MOVE WS-DETAIL-COUNT TO endOut
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-DRAFT-COUNT, endOut, endRc.
