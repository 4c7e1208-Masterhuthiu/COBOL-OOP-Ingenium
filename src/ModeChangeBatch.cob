      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ModeChangeBatch.

      *> Nightly premium mode change run: every PENDING row in
      *> policy_mode_change whose policy's paid_to_date has reached the
      *> change's effective date is applied through
      *> Policy.ApplyModeChange - premium_mode, last_mode_premium and
      *> amount_billed are rewritten through UpdatePolicy, so the change
      *> lands in policy_audit exactly like a keyed one, and the row is
      *> marked APPLIED. A change still pending on a policy that has
      *> gone SURRENDERED / MATURED / DEATH-CLM is cancelled instead -
      *> no further premium is owed on it. Changes whose effective
      *> date paid_to_date hasn't reached yet are left alone: billing,
      *> drafting and posting only switch to the new terms from that
      *> boundary on, so nothing is lost by waiting.
      *>
      *> Run with the processing date YYYYMMDD as the first
      *> command-line argument, defaulting to today; it is stamped as
      *> closed_date on the rows this run closes.
      *>
      *> Changes are buffered into working storage during the scan and
      *> only driven through ApplyModeChange afterwards, same reasoning
      *> as LapseProcessingBatch: ApplyModeChange opens its own
      *> connection and must not run under this program's open reader.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS Policy AS "Policy"
           CLASS BatchRunLog AS "BatchRunLog".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ARG               PIC X(10).
       01 WS-RUN-DATE-X        PIC X(8).
       01 WS-RUN-DATE-8        PIC 9(8).
       01 WS-SCAN-COUNT        PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(9) VALUE 0.
       01 WS-CANCELLED-COUNT   PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(9) VALUE 0.
       01 WS-HAS-ROW           PIC 9 VALUE 0.
       01 WS-RUN-ID            PIC S9(9) VALUE 0.

      *> due changes buffered during the scan
       01 WS-CHANGE-MAX        PIC 9(4) VALUE 2000.
       01 WS-CHANGE-COUNT      PIC 9(4) VALUE 0.
       01 WS-CHANGE-IX         PIC 9(4).
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 2000.
              10 WS-CT-CHANGE-ID   PIC 9(9).
              10 WS-CT-POLICY-ID   PIC 9(9).
              10 WS-CT-OLD-MODE    PIC X(10).
              10 WS-CT-NEW-MODE    PIC X(10).
              10 WS-CT-NEW-PREMIUM PIC 9(9).
              10 WS-CT-EFFECTIVE   PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Premium Mode Change Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 2000-SCAN-CHANGES
           MOVE 1 TO WS-CHANGE-IX
           PERFORM UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
               PERFORM 4000-APPLY-CHANGE
               ADD 1 TO WS-CHANGE-IX
           END-PERFORM
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-END-RUN
           STOP RUN.

      *> register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "MODE-CHANGE" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG NOT = SPACES
               MOVE WS-ARG(1:8) TO WS-RUN-DATE-X
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X
           END-IF
           IF WS-RUN-DATE-X IS NOT NUMERIC
               DISPLAY "ModeChangeBatch: processing date " WS-RUN-DATE-X
                   " is not YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-X TO WS-RUN-DATE-8
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-8) NOT = 0
               DISPLAY "ModeChangeBatch: processing date " WS-RUN-DATE-X
                   " is not a valid date"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           DISPLAY "Processing date: " WS-RUN-DATE-X.

      *> pending changes paid_to_date has reached, plus any left
      *> pending on a policy that has since gone terminal
       2000-SCAN-CHANGES.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT mc.change_id,mc.policy_id,mc.old_mode,mc.new_mode,mc.new_mode_premium,mc.effective_date FROM policy_mode_change mc JOIN policy p ON p.policy_id=mc.policy_id WHERE mc.status='PENDING' AND (COALESCE(p.paid_to_date,'')>=mc.effective_date OR p.current_status IN ('SURRENDERED','MATURED','DEATH-CLM')) ORDER BY mc.policy_id", conn).

           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.

           PERFORM UNTIL WS-HAS-ROW = 0
               ADD 1 TO WS-SCAN-COUNT
               IF WS-CHANGE-COUNT < WS-CHANGE-MAX
                   ADD 1 TO WS-CHANGE-COUNT
                   invoke reader "GetInt32" using 0 returning WS-CT-CHANGE-ID (WS-CHANGE-COUNT)
                   invoke reader "GetInt32" using 1 returning WS-CT-POLICY-ID (WS-CHANGE-COUNT)
                   invoke reader "GetString" using 2 returning WS-CT-OLD-MODE (WS-CHANGE-COUNT)
                   invoke reader "GetString" using 3 returning WS-CT-NEW-MODE (WS-CHANGE-COUNT)
                   invoke reader "GetInt32" using 4 returning WS-CT-NEW-PREMIUM (WS-CHANGE-COUNT)
                   invoke reader "GetString" using 5 returning WS-CT-EFFECTIVE (WS-CHANGE-COUNT)
               ELSE
                   DISPLAY "ModeChangeBatch: more than " WS-CHANGE-MAX
                       " changes due, the rest apply next run"
               END-IF

               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM

           invoke reader "Close".
           invoke conn "Close".

       4000-APPLY-CHANGE.
           declare runDateStr as string.
           declare applyResult as binary-long.
           move WS-RUN-DATE-X to runDateStr
           invoke Policy "ApplyModeChange" using WS-CT-CHANGE-ID (WS-CHANGE-IX), runDateStr, "MODE-CHANGE-BATCH" returning applyResult
           EVALUATE applyResult
               WHEN 0
                   DISPLAY "Applied PolicyId=" WS-CT-POLICY-ID (WS-CHANGE-IX)
                       " Mode=" WS-CT-OLD-MODE (WS-CHANGE-IX)
                       "->" WS-CT-NEW-MODE (WS-CHANGE-IX)
                       " Premium=" WS-CT-NEW-PREMIUM (WS-CHANGE-IX)
                       " Effective=" WS-CT-EFFECTIVE (WS-CHANGE-IX)
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN 4
                   DISPLAY "Cancelled PolicyId=" WS-CT-POLICY-ID (WS-CHANGE-IX)
                       " - policy no longer premium-paying"
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN OTHER
                   DISPLAY "ModeChangeBatch: change "
                       WS-CT-CHANGE-ID (WS-CHANGE-IX) " for policy "
                       WS-CT-POLICY-ID (WS-CHANGE-IX)
                       " not applied (result " applyResult "), left pending"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       8000-PRINT-SUMMARY.
           DISPLAY "Pending changes due: " WS-SCAN-COUNT
           DISPLAY "Mode changes applied: " WS-APPLIED-COUNT
           DISPLAY "Cancelled (policy terminal): " WS-CANCELLED-COUNT
           DISPLAY "Left pending (rejected): " WS-REJECT-COUNT.

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-SCAN-COUNT, WS-APPLIED-COUNT, endRc.
