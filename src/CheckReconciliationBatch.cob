      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckReconciliationBatch.

      *> Daily outstanding check reconciliation. Three steps, in this
      *> order:
      *>   1 every check issued since the last run - CHECK
      *>     claim_payment rows whose settlement file went out clean,
      *>     surrender/maturity payouts, reissues whose check-issue
      *>     instruction went out clean - goes onto the issued_check
      *>     register (CheckRegister.RegisterNewChecks)
      *>   2 the bank's paid-check (cleared items) file is matched
      *>     item by item through CheckRegister.ClearCheck on check
      *>     reference and amount: a match is marked CLEARED, anything
      *>     else (no such check, wrong amount, already cleared, paid
      *>     after we voided it) goes to check_exception and onto the
      *>     exception list this run prints
      *>   3 every check still OUTSTANDING whose issue date is at least
      *>     the stale-date period before the processing date is voided
      *>     through CheckRegister.StaleVoidCheck - GlJournalExtract
      *>     books the money back off cash into the UNCLAIMED-CHECKS
      *>     liability, and the servicing console (option 15) reissues
      *>     it when the payee turns up. The voided checks are listed
      *>     after the exceptions.
      *> Clearing runs before voiding so a check the bank paid on the
      *> day it went stale is cleared, not voided.
      *>
      *> Run with the processing date YYYYMMDD as the first
      *> command-line argument, defaulting to today. The stale-date
      *> period comes from CHECK_STALE_DAYS (default 180 days). The
      *> cleared-items file comes from CLEARED_CHECK_FILE (default
      *> cleared_checks.dat), one fixed-width record per paid check:
      *>   check-ref     X(24)  check reference as issued (see the
      *>                        issued_check notes in db/schema.sql)
      *>   paid-date     9(8)   YYYYMMDD the bank paid it
      *>   amount        9(9)   whole currency units paid
      *> The exception list goes to CHECK_EXCEPTION_FILE (default
      *> check_exceptions.txt), a formatted print file like the
      *> billing notices.
      *>
      *> Stale checks are buffered into working storage during the scan
      *> and only voided afterwards, same reasoning as
      *> LapseProcessingBatch: StaleVoidCheck opens its own connection
      *> and must not run under this program's open reader.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS CheckRegister AS "CheckRegister"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-FILE ASSIGN TO WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARED-FILE.
       01  CLR-RECORD.
           05 CLR-CHECK-REF     PIC X(24).
           05 CLR-PAID-DATE     PIC 9(8).
           05 CLR-AMOUNT        PIC 9(9).

       FD  EXCEPTION-FILE.
       01  LIST-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEED-PATH          PIC X(256) VALUE "cleared_checks.dat".
       01 WS-LIST-PATH          PIC X(256) VALUE "check_exceptions.txt".
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-FEED-STATUS        PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-FEED-EOF           PIC 9 VALUE 0.
       01 WS-ARG                PIC X(10).
       01 WS-RUN-DATE-X         PIC X(8).
       01 WS-RUN-DATE-8         PIC 9(8).
       01 WS-STALE-DAYS         PIC 9(5) VALUE 180.
       01 WS-CUTOFF-8           PIC 9(8).
       01 WS-CUTOFF-X           PIC X(8).
       01 WS-PAID-DATE-X        PIC X(8).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-REGISTERED-COUNT   PIC 9(9) VALUE 0.
       01 WS-READ-COUNT         PIC 9(9) VALUE 0.
       01 WS-CLEARED-COUNT      PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(9) VALUE 0.
       01 WS-VOIDED-COUNT       PIC 9(9) VALUE 0.
       01 WS-VOID-FAIL-COUNT    PIC 9(9) VALUE 0.
       01 WS-EXC-REASON         PIC X(20).
       01 WS-DETAIL-LINE        PIC X(132).

      *> stale checks buffered during the scan
       01 WS-STALE-MAX          PIC 9(4) VALUE 5000.
       01 WS-STALE-COUNT        PIC 9(4) VALUE 0.
       01 WS-STALE-IX           PIC 9(4).
       01 WS-STALE-TABLE.
           05 WS-STALE-ENTRY OCCURS 5000.
              10 WS-ST-CHECK-ID    PIC 9(9).
              10 WS-ST-CHECK-REF   PIC X(24).
              10 WS-ST-POLICY-ID   PIC 9(9).
              10 WS-ST-PAYEE       PIC X(40).
              10 WS-ST-AMOUNT      PIC 9(9).
              10 WS-ST-CURRENCY    PIC X(3).
              10 WS-ST-ISSUE-DATE  PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Check Reconciliation Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-REGISTER-CHECKS
           PERFORM 3000-CLEAR-PAID-ITEMS
           CLOSE CLEARED-FILE
           PERFORM 4000-SCAN-STALE-CHECKS
           PERFORM 4400-WRITE-VOID-HEADING
           MOVE 1 TO WS-STALE-IX
           PERFORM UNTIL WS-STALE-IX > WS-STALE-COUNT
               PERFORM 4500-VOID-STALE-CHECK
               ADD 1 TO WS-STALE-IX
           END-PERFORM
           CLOSE EXCEPTION-FILE
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-END-RUN
           STOP RUN.

      *> register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "CHECK-RECON" returning runId
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
               DISPLAY "CheckReconciliationBatch: processing date "
                   WS-RUN-DATE-X " is not YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-X TO WS-RUN-DATE-8
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-8) NOT = 0
               DISPLAY "CheckReconciliationBatch: processing date "
                   WS-RUN-DATE-X " is not a valid date"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHECK_STALE_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-STALE-DAYS
           END-IF
           COMPUTE WS-CUTOFF-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - WS-STALE-DAYS)
           MOVE WS-CUTOFF-8 TO WS-CUTOFF-X
           DISPLAY "Processing date: " WS-RUN-DATE-X
           DISPLAY "Stale-date period: " WS-STALE-DAYS
               " day(s) - checks issued on or before " WS-CUTOFF-X
               " are voided".

       1500-OPEN-FILES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CLEARED_CHECK_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FEED-PATH
           END-IF
           OPEN INPUT CLEARED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "CheckReconciliationBatch: cannot open cleared"
                   " items file " WS-FEED-PATH
                   " (file status " WS-FEED-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHECK_EXCEPTION_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LIST-PATH
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "CheckReconciliationBatch: cannot open exception"
                   " list " WS-LIST-PATH
                   " (file status " WS-LIST-STATUS ")"
               CLOSE CLEARED-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE "==================================================" TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OUTSTANDING CHECK RECONCILIATION  " DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO LIST-LINE
           WRITE LIST-LINE
           MOVE "==================================================" TO LIST-LINE
           WRITE LIST-LINE
           MOVE "PAID ITEMS NOT MATCHED TO THE REGISTER" TO LIST-LINE
           WRITE LIST-LINE.

       2000-REGISTER-CHECKS.
           declare registered as binary-long.
           invoke CheckRegister "RegisterNewChecks" returning registered
           MOVE registered TO WS-REGISTERED-COUNT.

       3000-CLEAR-PAID-ITEMS.
           PERFORM 3100-READ-FEED
           PERFORM UNTIL WS-FEED-EOF = 1
               ADD 1 TO WS-READ-COUNT
               PERFORM 3500-CLEAR-ONE-ITEM
               PERFORM 3100-READ-FEED
           END-PERFORM.

       3100-READ-FEED.
           READ CLEARED-FILE
               AT END
                   MOVE 1 TO WS-FEED-EOF
           END-READ.

       3500-CLEAR-ONE-ITEM.
           declare checkRef as string.
           declare paidDate as string.
           declare clearResult as binary-long.
           MOVE CLR-PAID-DATE TO WS-PAID-DATE-X
           move function trim(CLR-CHECK-REF) to checkRef
           move WS-PAID-DATE-X to paidDate
           invoke CheckRegister "ClearCheck" using checkRef, CLR-AMOUNT, paidDate, WS-RUN-ID, "CHECK-RECON-BATCH" returning clearResult
           IF clearResult = 0
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               EVALUATE clearResult
                   WHEN 1
                       MOVE "NO-SUCH-CHECK" TO WS-EXC-REASON
                   WHEN 2
                       MOVE "AMOUNT-MISMATCH" TO WS-EXC-REASON
                   WHEN 3
                       MOVE "ALREADY-CLEARED" TO WS-EXC-REASON
                   WHEN OTHER
                       MOVE "NOT-OUTSTANDING" TO WS-EXC-REASON
               END-EVALUATE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CHECK " DELIMITED BY SIZE
                   CLR-CHECK-REF DELIMITED BY SIZE
                   " PAID " DELIMITED BY SIZE
                   WS-PAID-DATE-X DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   CLR-AMOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXC-REASON DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO LIST-LINE
               WRITE LIST-LINE
           END-IF.

      *> checks still outstanding on or before the cutoff date
       4000-SCAN-STALE-CHECKS.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT check_id,check_ref,policy_id,COALESCE(payee,''),amount,COALESCE(currency,''),issue_date FROM issued_check WHERE status='OUTSTANDING' AND issue_date<=@cut ORDER BY issue_date,check_id", conn).
           invoke cmd "Parameters.AddWithValue" using "cut", WS-CUTOFF-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               IF WS-STALE-COUNT < WS-STALE-MAX
                   ADD 1 TO WS-STALE-COUNT
                   invoke reader "GetInt32" using 0 returning WS-ST-CHECK-ID (WS-STALE-COUNT)
                   invoke reader "GetString" using 1 returning WS-ST-CHECK-REF (WS-STALE-COUNT)
                   invoke reader "GetInt32" using 2 returning WS-ST-POLICY-ID (WS-STALE-COUNT)
                   invoke reader "GetString" using 3 returning WS-ST-PAYEE (WS-STALE-COUNT)
                   invoke reader "GetInt32" using 4 returning WS-ST-AMOUNT (WS-STALE-COUNT)
                   invoke reader "GetString" using 5 returning WS-ST-CURRENCY (WS-STALE-COUNT)
                   invoke reader "GetString" using 6 returning WS-ST-ISSUE-DATE (WS-STALE-COUNT)
               ELSE
                   DISPLAY "CheckReconciliationBatch: more than "
                       WS-STALE-MAX " stale checks, the rest void next run"
               END-IF
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke reader "Close".
           invoke conn "Close".

       4400-WRITE-VOID-HEADING.
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE "STALE-DATED CHECKS VOIDED TO UNCLAIMED-CHECKS" TO LIST-LINE
           WRITE LIST-LINE.

       4500-VOID-STALE-CHECK.
           declare voidDate as string.
           declare voidResult as binary-long.
           move WS-RUN-DATE-X to voidDate
           invoke CheckRegister "StaleVoidCheck" using WS-ST-CHECK-ID (WS-STALE-IX), voidDate, "CHECK-RECON-BATCH" returning voidResult
           IF voidResult = 0
               ADD 1 TO WS-VOIDED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CHECK " DELIMITED BY SIZE
                   WS-ST-CHECK-REF (WS-STALE-IX) DELIMITED BY SIZE
                   " POLICY " DELIMITED BY SIZE
                   WS-ST-POLICY-ID (WS-STALE-IX) DELIMITED BY SIZE
                   " ISSUED " DELIMITED BY SIZE
                   WS-ST-ISSUE-DATE (WS-STALE-IX) DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   WS-ST-AMOUNT (WS-STALE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-CURRENCY (WS-STALE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-PAYEE (WS-STALE-IX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO LIST-LINE
               WRITE LIST-LINE
           ELSE
               ADD 1 TO WS-VOID-FAIL-COUNT
           END-IF.

       8000-PRINT-SUMMARY.
           DISPLAY "Checks registered: " WS-REGISTERED-COUNT
           DISPLAY "Paid items read: " WS-READ-COUNT
           DISPLAY "Checks cleared: " WS-CLEARED-COUNT
           DISPLAY "Paid items to exception list: " WS-EXCEPTION-COUNT
           DISPLAY "Stale checks voided: " WS-VOIDED-COUNT
           DISPLAY "Stale checks not voided (see above): "
               WS-VOID-FAIL-COUNT
           DISPLAY "Exception list written to " WS-LIST-PATH.

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-READ-COUNT, WS-CLEARED-COUNT, endRc.
