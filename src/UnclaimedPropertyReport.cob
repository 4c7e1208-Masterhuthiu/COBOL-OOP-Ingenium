      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnclaimedPropertyReport.

      *> Annual unclaimed property report: every check still sitting
      *> STALE-VOID on the issued_check register (voided by
      *> CheckReconciliationBatch, with no reissue queued or sent for
      *> it - see check_reissue) whose issue date
      *> is at least the dormancy period before the end of the report
      *> year - the money in the UNCLAIMED-CHECKS liability that now
      *> has to be reported to the state. One entry per check, listing
      *> the payee with the last known address:
      *>   customer.address of the check's customer_id (the policy
      *>   owner on the customer master), otherwise the
      *>   beneficiary.payee_address the check was mailed to, otherwise
      *>   ADDRESS UNKNOWN
      *> Amounts print in the check's own currency and are totalled in
      *> the base currency (USD) at the year-end rate, same fail-loud
      *> rule as TaxReportingBatch: no usable rate abandons the run
      *> with return code 8 rather than reporting wrong.
      *>
      *> Run with the report year YYYY as the first command-line
      *> argument, defaulting to the year before the current one. The
      *> dormancy period comes from UNCLAIMED_DORMANCY_YEARS (default 3
      *> years), so a 2025 report with the default lists checks issued
      *> on or before 20221231. The report goes to
      *> UNCLAIMED_PROPERTY_FILE (default unclaimed_property.txt), a
      *> formatted print file like the tax statements.
      *>
      *> Check rows are buffered into working storage before the rate
      *> lookups start, same reasoning as TaxReportingBatch:
      *> ExchangeRate.GetRate opens its own connection and must not run
      *> under this program's open reader.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS ExchangeRate AS "ExchangeRate"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-PATH        PIC X(256) VALUE "unclaimed_property.txt".
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-ARG                PIC X(10).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-REPORT-YEAR        PIC 9(4).
       01 WS-REPORT-YEAR-X      PIC X(4).
       01 WS-YEAR-END-X         PIC X(8).
       01 WS-DORMANCY-YEARS     PIC 9(3) VALUE 3.
       01 WS-CUTOFF-YEAR        PIC 9(4).
       01 WS-CUTOFF-YEAR-X      PIC X(4).
       01 WS-CUTOFF-X           PIC X(8).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-REPORTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-NO-ADDRESS-COUNT   PIC 9(9) VALUE 0.
       01 WS-BASE-TOTAL         PIC 9(15) VALUE 0.
       01 WS-BASE-AMOUNT        PIC 9(15).
       01 WS-CHK-RATE           PIC S9(9).
       01 WS-DETAIL-LINE        PIC X(132).
       01 WS-AMT-EDIT           PIC Z(14)9.

      *> dormant checks buffered before the rate lookups
       01 WS-CHK-MAX            PIC 9(4) VALUE 5000.
       01 WS-CHK-TOTAL          PIC 9(4) VALUE 0.
       01 WS-CHK-IX             PIC 9(4).
       01 WS-CHK-TABLE.
           05 WS-CHK-ENTRY OCCURS 5000.
              10 WS-CK-CHECK-REF   PIC X(24).
              10 WS-CK-POLICY-ID   PIC 9(9).
              10 WS-CK-PAYEE       PIC X(100).
              10 WS-CK-ADDRESS     PIC X(200).
              10 WS-CK-AMOUNT      PIC 9(9).
              10 WS-CK-CURRENCY    PIC X(3).
              10 WS-CK-ISSUE-DATE  PIC X(8).
              10 WS-CK-VOID-DATE   PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Unclaimed Property Report ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-LOAD-DORMANT-CHECKS
           PERFORM 3000-WRITE-HEADING
           MOVE 1 TO WS-CHK-IX
           PERFORM UNTIL WS-CHK-IX > WS-CHK-TOTAL
               PERFORM 4000-REPORT-CHECK
               ADD 1 TO WS-CHK-IX
           END-PERFORM
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Report year: " WS-REPORT-YEAR
               " dormancy " WS-DORMANCY-YEARS " year(s)"
           DISPLAY "Checks reported: " WS-REPORTED-COUNT
               " to " WS-REPORT-PATH
           DISPLAY "Checks with no known address: " WS-NO-ADDRESS-COUNT
           DISPLAY "Total reported (USD): " WS-BASE-TOTAL
           PERFORM 9000-END-RUN
           STOP RUN.

      *> Register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "UNCLAIMED-PROP" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           IF WS-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG) TO WS-REPORT-YEAR
           ELSE
               COMPUTE WS-REPORT-YEAR = WS-TODAY-8 / 10000 - 1
           END-IF
           IF WS-REPORT-YEAR < 1900 OR WS-REPORT-YEAR > WS-TODAY-8 / 10000
               DISPLAY "UnclaimedPropertyReport: report year '" WS-ARG
                   "' is not a valid year - run abandoned"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "UNCLAIMED_DORMANCY_YEARS"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-DORMANCY-YEARS
           END-IF
           MOVE WS-REPORT-YEAR TO WS-REPORT-YEAR-X
           STRING WS-REPORT-YEAR-X DELIMITED BY SIZE
               "1231" DELIMITED BY SIZE
               INTO WS-YEAR-END-X
           COMPUTE WS-CUTOFF-YEAR = WS-REPORT-YEAR - WS-DORMANCY-YEARS
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-YEAR-X
           STRING WS-CUTOFF-YEAR-X DELIMITED BY SIZE
               "1231" DELIMITED BY SIZE
               INTO WS-CUTOFF-X
           DISPLAY "Report year: " WS-REPORT-YEAR
               " - checks issued on or before " WS-CUTOFF-X.

       1500-OPEN-FILES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "UNCLAIMED_PROPERTY_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPORT-PATH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UnclaimedPropertyReport: cannot open report file "
                   WS-REPORT-PATH " (file status " WS-REPORT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

      *> LEFT JOINs on both address sources so a check with neither
      *> still comes back and is reported - the state wants it listed
      *> whether or not we know where the payee is.
       2000-LOAD-DORMANT-CHECKS.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT ic.check_ref,ic.policy_id,COALESCE(ic.payee,''),COALESCE(NULLIF(c.address,''),NULLIF(b.payee_address,''),''),ic.amount,COALESCE(ic.currency,''),ic.issue_date,COALESCE(ic.void_date,'') FROM issued_check ic LEFT JOIN customer c ON c.customer_id=ic.customer_id LEFT JOIN beneficiary b ON b.beneficiary_id=ic.beneficiary_id WHERE ic.status='STALE-VOID' AND ic.issue_date<=@cut AND NOT EXISTS (SELECT 1 FROM check_reissue cr WHERE cr.check_id=ic.check_id) ORDER BY ic.payee,ic.issue_date,ic.check_id", conn).
           invoke cmd "Parameters.AddWithValue" using "cut", WS-CUTOFF-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-CHK-TOTAL >= WS-CHK-MAX
               ADD 1 TO WS-CHK-TOTAL
               invoke reader "GetString" using 0 returning WS-CK-CHECK-REF (WS-CHK-TOTAL)
               invoke reader "GetInt32" using 1 returning WS-CK-POLICY-ID (WS-CHK-TOTAL)
               invoke reader "GetString" using 2 returning WS-CK-PAYEE (WS-CHK-TOTAL)
               invoke reader "GetString" using 3 returning WS-CK-ADDRESS (WS-CHK-TOTAL)
               invoke reader "GetInt32" using 4 returning WS-CK-AMOUNT (WS-CHK-TOTAL)
               invoke reader "GetString" using 5 returning WS-CK-CURRENCY (WS-CHK-TOTAL)
               invoke reader "GetString" using 6 returning WS-CK-ISSUE-DATE (WS-CHK-TOTAL)
               invoke reader "GetString" using 7 returning WS-CK-VOID-DATE (WS-CHK-TOTAL)
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           IF WS-HAS-ROW NOT = 0
               DISPLAY "UnclaimedPropertyReport: more than " WS-CHK-MAX
                   " dormant checks - the report would be incomplete,"
                   " run abandoned"
               invoke reader "Close"
               invoke conn "Close"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           invoke reader "Close".
           invoke conn "Close".

       3000-WRITE-HEADING.
           MOVE "==================================================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "UNCLAIMED PROPERTY REPORT  YEAR " DELIMITED BY SIZE
               WS-REPORT-YEAR-X DELIMITED BY SIZE
               "  CHECKS ISSUED ON OR BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-X DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==================================================" TO REPORT-LINE
           WRITE REPORT-LINE.

      *> One check: payee and last known address, then the check
      *> itself; the amount converts at the year-end rate for the
      *> base-currency total.
       4000-REPORT-CHECK.
           PERFORM 7500-GET-YEAR-END-RATE
           COMPUTE WS-BASE-AMOUNT =
               WS-CK-AMOUNT (WS-CHK-IX) * WS-CHK-RATE / 1000000
           ADD WS-BASE-AMOUNT TO WS-BASE-TOTAL
           ADD 1 TO WS-REPORTED-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CK-PAYEE (WS-CHK-IX) TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CK-ADDRESS (WS-CHK-IX) = SPACES
               MOVE "ADDRESS UNKNOWN" TO REPORT-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE WS-CK-ADDRESS (WS-CHK-IX) TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-CK-AMOUNT (WS-CHK-IX) TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  CHECK " DELIMITED BY SIZE
               WS-CK-CHECK-REF (WS-CHK-IX) DELIMITED BY SIZE
               " POLICY " DELIMITED BY SIZE
               WS-CK-POLICY-ID (WS-CHK-IX) DELIMITED BY SIZE
               " ISSUED " DELIMITED BY SIZE
               WS-CK-ISSUE-DATE (WS-CHK-IX) DELIMITED BY SIZE
               " VOIDED " DELIMITED BY SIZE
               WS-CK-VOID-DATE (WS-CHK-IX) DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CK-CURRENCY (WS-CHK-IX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7500-GET-YEAR-END-RATE.
           declare ccyStr as string.
           declare asOfStr as string.
           declare ratePpm as binary-long.
           IF WS-CK-CURRENCY (WS-CHK-IX) = SPACES
               DISPLAY "UnclaimedPropertyReport: check "
                   WS-CK-CHECK-REF (WS-CHK-IX)
                   " has no currency - run abandoned, the report would"
                   " total wrong"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           move WS-CK-CURRENCY (WS-CHK-IX) to ccyStr
           move WS-YEAR-END-X to asOfStr
           invoke ExchangeRate "GetRate" using ccyStr, asOfStr returning ratePpm
           IF ratePpm = 0
               DISPLAY "UnclaimedPropertyReport: no usable exchange rate for "
                   WS-CK-CURRENCY (WS-CHK-IX) " as of " WS-YEAR-END-X
                   " - run abandoned, the report would total wrong"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE ratePpm TO WS-CHK-RATE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==================================================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CHECKS REPORTED: " DELIMITED BY SIZE
               WS-REPORTED-COUNT DELIMITED BY SIZE
               "  NO KNOWN ADDRESS: " DELIMITED BY SIZE
               WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BASE-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "TOTAL REPORTED (USD): " DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-CHK-TOTAL, WS-REPORTED-COUNT, endRc.
