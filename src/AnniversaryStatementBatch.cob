      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnniversaryStatementBatch.

      *> Policy anniversary statement run: for every in-force or lapsed
      *> policy whose issue_date anniversary falls in the run window,
      *> writes a statement of the policy year just ended to the
      *> mail-house print file - owner name and address block from the
      *> customer master, premiums paid and reversed over the year
      *> (premium_payment; a reversal is its negative offsetting row),
      *> the loan ledger's year (balance brought forward, disbursements,
      *> repayments, capitalized interest and the balance at the
      *> anniversary, from policy_loan), the current surrender value as
      *> Policy.QuoteTermination quotes it on the run date, and every
      *> claim filed during the year. The policy year runs from the
      *> previous anniversary (or the issue date, for the first) to the
      *> day before this one; a 29 February issue date has its
      *> anniversary on 28 February in other years. Owners with no
      *> customer row or no address go to a skipped list, the same as
      *> BillingNoticeBatch; they are picked up by a later run while
      *> the anniversary is still in its window.
      *>
      *> Every statement is first recorded in anniversary_statement
      *> (one per policy per anniversary) with this run's run_id - the
      *> same rerun rule as DraftOriginationBatch: a rerun or an
      *> overlapping window never mails a policy the same anniversary
      *> twice, but a statement recorded by a run that never ended
      *> cleanly went out on a file the mail house never got, so it is
      *> printed again on this run's file and the row taken over. Only
      *> a file from a run that ended with return code 0 goes to the
      *> mail house.
      *>
      *> Run with the run date YYYYMMDD as the first command-line
      *> argument, defaulting to today; the window is the
      *> ANNIVERSARY_WINDOW_DAYS days (default 31, at most 365) ending
      *> on the run date. Output paths come from
      *> ANNIVERSARY_STATEMENT_FILE (default anniversary_statements.txt)
      *> and ANNIVERSARY_SKIPPED_FILE (default anniversary_skipped.txt),
      *> same env-var pattern as DbConfig.
      *>
      *> Statement candidates are buffered into working storage before
      *> any statement is produced, same reasoning as
      *> DraftOriginationBatch: QuoteTermination opens its own
      *> connection and must not run under this program's open reader.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS Policy AS "Policy"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT SKIPPED-FILE ASSIGN TO WS-SKIPPED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIPPED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE       PIC X(132).
       FD  SKIPPED-FILE.
       01  SKIPPED-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-PATH     PIC X(256) VALUE "anniversary_statements.txt".
       01 WS-SKIPPED-PATH       PIC X(256) VALUE "anniversary_skipped.txt".
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-STATEMENT-STATUS   PIC XX.
       01 WS-SKIPPED-STATUS     PIC XX.
       01 WS-ARG                PIC X(10).
       01 WS-WINDOW-DAYS        PIC 9(4) VALUE 31.
       01 WS-RUN-8              PIC 9(8).
       01 WS-RUN-X              PIC X(8).
       01 WS-RUN-INT            PIC 9(9).
       01 WS-FROM-8             PIC 9(8).
       01 WS-FROM-X             PIC X(8).
       01 WS-FROM-INT           PIC 9(9).
       01 WS-FROM-YEAR          PIC 9(4).
       01 WS-RUN-YEAR           PIC 9(4).
       01 WS-CAND-YEAR          PIC 9(4).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-CLAIMED            PIC 9 VALUE 0.
       01 WS-STATEMENT-COUNT    PIC 9(9) VALUE 0.
       01 WS-REEMIT-COUNT       PIC 9(9) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(9) VALUE 0.
       01 WS-CLAIM-COUNT        PIC 9(4) VALUE 0.

       01 WS-ISSUE-DATE.
           05 WS-ISSUE-YYYY     PIC 9(4).
           05 WS-ISSUE-MMDD     PIC 9(4).
       01 WS-ISSUE-8 REDEFINES WS-ISSUE-DATE PIC 9(8).
       01 WS-ANNIV-DATE.
           05 WS-ANNIV-YYYY     PIC 9(4).
           05 WS-ANNIV-MMDD     PIC 9(4).
       01 WS-ANNIV-8 REDEFINES WS-ANNIV-DATE PIC 9(8).
       01 WS-START-DATE.
           05 WS-START-YYYY     PIC 9(4).
           05 WS-START-MMDD     PIC 9(4).
       01 WS-START-8 REDEFINES WS-START-DATE PIC 9(8).

       01 WS-ROW-POLICY-ID      PIC 9(9).
       01 WS-ROW-SUFFIX         PIC 9(9).
       01 WS-ROW-OWNER-NAME     PIC X(100).
       01 WS-ROW-PRODUCT        PIC X(100).
       01 WS-ROW-ISSUE-DATE     PIC X(8).
       01 WS-ROW-CURRENCY       PIC X(3).
       01 WS-ROW-ADDRESS        PIC X(200).
       01 WS-ROW-ANNIV          PIC X(8).
       01 WS-ROW-START          PIC X(8).

      *> figures for the statement being printed
       01 WS-ST-START-X         PIC X(8).
       01 WS-ST-ANNIV-X         PIC X(8).
       01 WS-ST-END-8           PIC 9(8).
       01 WS-PREM-PAID          PIC S9(9) VALUE 0.
       01 WS-PREM-REVERSED      PIC S9(9) VALUE 0.
       01 WS-PREM-NET           PIC S9(9) VALUE 0.
       01 WS-LOAN-OPEN          PIC S9(9) VALUE 0.
       01 WS-LOAN-DISBURSED     PIC S9(9) VALUE 0.
       01 WS-LOAN-REPAID        PIC S9(9) VALUE 0.
       01 WS-LOAN-INTEREST      PIC S9(9) VALUE 0.
       01 WS-LOAN-CLOSE         PIC S9(9) VALUE 0.
       01 WS-SV-RESULT          PIC S9(9) VALUE 0.
       01 WS-SV-GROSS           PIC S9(9) VALUE 0.
       01 WS-SV-LOAN            PIC S9(9) VALUE 0.
       01 WS-SV-NET             PIC S9(9) VALUE 0.
       01 WS-CLM-ID             PIC 9(9).
       01 WS-CLM-DATE           PIC X(8).
       01 WS-CLM-TYPE           PIC X(30).
       01 WS-CLM-AMOUNT         PIC S9(9).
       01 WS-CLM-STATUS         PIC X(20).

       01 WS-AMT-LABEL          PIC X(40).
       01 WS-AMT-VALUE          PIC S9(9).
       01 WS-AMT-EDIT           PIC -(10)9.
       01 WS-DETAIL-LINE        PIC X(132).

      *> statement candidates buffered during the scan: kind N is a new
      *> anniversary in the window, kind R an earlier run's statement
      *> whose file never reached the mail house and must print again
       01 WS-ST-MAX             PIC 9(4) VALUE 2000.
       01 WS-ST-COUNT           PIC 9(4) VALUE 0.
       01 WS-ST-IX              PIC 9(4).
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 2000.
              10 WS-ST-KIND          PIC X.
              10 WS-ST-STATEMENT-ID  PIC 9(9).
              10 WS-ST-POLICY-ID     PIC 9(9).
              10 WS-ST-SUFFIX        PIC 9(9).
              10 WS-ST-OWNER-NAME    PIC X(100).
              10 WS-ST-PRODUCT       PIC X(100).
              10 WS-ST-CURRENCY      PIC X(3).
              10 WS-ST-ADDRESS       PIC X(200).
              10 WS-ST-ANNIV         PIC 9(8).
              10 WS-ST-START         PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Anniversary Statement Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1500-LOAD-REEMITS
           PERFORM 1600-LOAD-ANNIVERSARIES
           PERFORM 2000-OPEN-FILES
           MOVE 1 TO WS-ST-IX
           PERFORM UNTIL WS-ST-IX > WS-ST-COUNT
               PERFORM 3000-STATEMENT-ONE-POLICY
               ADD 1 TO WS-ST-IX
           END-PERFORM
           CLOSE STATEMENT-FILE
           CLOSE SKIPPED-FILE
           DISPLAY "Anniversary window: " WS-FROM-8 " to " WS-RUN-8
           DISPLAY "Statements written: " WS-STATEMENT-COUNT " to "
               WS-STATEMENT-PATH
           DISPLAY "  of which reprinted from an unfinished run: "
               WS-REEMIT-COUNT
           DISPLAY "Already mailed, not repeated: " WS-ALREADY-COUNT
           DISPLAY "Policies skipped (no address): " WS-SKIPPED-COUNT
               " listed in " WS-SKIPPED-PATH
           PERFORM 9000-END-RUN
           STOP RUN.

      *> Register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "ANNIV-STATEMENT" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG) TO WS-RUN-8
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-8
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-8) NOT = 0
               DISPLAY "AnniversaryStatementBatch: run date " WS-ARG
                   " is not a valid YYYYMMDD date"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ANNIVERSARY_WINDOW_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WINDOW-DAYS
           END-IF
      *> a window of more than a year would take two anniversaries of
      *> the same policy in one run
           IF WS-WINDOW-DAYS < 1 OR WS-WINDOW-DAYS > 365
               DISPLAY "AnniversaryStatementBatch: ANNIVERSARY_WINDOW_DAYS "
                   WS-WINDOW-DAYS " must be 1 to 365"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-RUN-8 TO WS-RUN-X
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-8) TO WS-RUN-INT
           COMPUTE WS-FROM-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT) TO WS-FROM-8
           MOVE WS-FROM-8 TO WS-FROM-X
           MOVE WS-FROM-8(1:4) TO WS-FROM-YEAR
           MOVE WS-RUN-8(1:4) TO WS-RUN-YEAR
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ANNIVERSARY_STATEMENT_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STATEMENT-PATH
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ANNIVERSARY_SKIPPED_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SKIPPED-PATH
           END-IF.

      *> Statements an earlier run recorded but whose file never went
      *> to the mail house (emitting run open, abended, or ended with
      *> a non-zero return code) - whatever their anniversary.
       1500-LOAD-REEMITS.
           declare reConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning reConn.
           declare reCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT s.statement_id,s.policy_id,p.suffix,COALESCE(c.full_name,p.owner_name,''),COALESCE(p.product_name,''),COALESCE(p.currency,''),COALESCE(c.address,''),s.anniversary_date,s.year_start FROM anniversary_statement s JOIN policy p ON p.policy_id=s.policy_id LEFT JOIN customer c ON c.customer_id=p.owner_id LEFT JOIN batch_run_log r ON r.run_id=s.run_id WHERE r.run_id IS NULL OR r.ended_at IS NULL OR COALESCE(r.return_code,0)<>0 ORDER BY s.policy_id,s.anniversary_date", reConn).
           declare reReader type NpgsqlDataReader.
           invoke reCmd "ExecuteReader" returning reReader.
           invoke reReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-ST-COUNT >= WS-ST-MAX
               ADD 1 TO WS-ST-COUNT
               MOVE "R" TO WS-ST-KIND (WS-ST-COUNT)
               invoke reReader "GetInt32" using 0 returning WS-ST-STATEMENT-ID (WS-ST-COUNT)
               invoke reReader "GetInt32" using 1 returning WS-ST-POLICY-ID (WS-ST-COUNT)
               invoke reReader "GetInt32" using 2 returning WS-ST-SUFFIX (WS-ST-COUNT)
               invoke reReader "GetString" using 3 returning WS-ST-OWNER-NAME (WS-ST-COUNT)
               invoke reReader "GetString" using 4 returning WS-ST-PRODUCT (WS-ST-COUNT)
               invoke reReader "GetString" using 5 returning WS-ST-CURRENCY (WS-ST-COUNT)
               invoke reReader "GetString" using 6 returning WS-ST-ADDRESS (WS-ST-COUNT)
               invoke reReader "GetString" using 7 returning WS-ROW-ANNIV
               MOVE WS-ROW-ANNIV TO WS-ST-ANNIV (WS-ST-COUNT)
               invoke reReader "GetString" using 8 returning WS-ROW-START
               MOVE WS-ROW-START TO WS-ST-START (WS-ST-COUNT)
               invoke reReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke reReader "Close".
           invoke reConn "Close".

      *> Policies with no statement yet for an anniversary in the
      *> window. SURRENDERED/MATURED/DEATH-CLM policies are closed
      *> business with nothing left to state a value for; a LAPSED
      *> policy still has its values and loan and can reinstate, so it
      *> gets its statement. LEFT JOIN on the customer so an owner with
      *> no customer row still comes back and lands on the skipped list.
       1600-LOAD-ANNIVERSARIES.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,p.suffix,COALESCE(c.full_name,p.owner_name,''),COALESCE(p.product_name,''),COALESCE(p.issue_date,''),COALESCE(p.currency,''),COALESCE(c.address,'') FROM policy p LEFT JOIN customer c ON c.customer_id=p.owner_id WHERE p.current_status NOT IN ('SURRENDERED','MATURED','DEATH-CLM') AND NOT EXISTS (SELECT 1 FROM anniversary_statement s WHERE s.policy_id=p.policy_id AND s.anniversary_date BETWEEN @from AND @to) ORDER BY p.policy_id", conn).
           invoke cmd "Parameters.AddWithValue" using "from", WS-FROM-X.
           invoke cmd "Parameters.AddWithValue" using "to", WS-RUN-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-ST-COUNT >= WS-ST-MAX
               invoke reader "GetInt32" using 0 returning WS-ROW-POLICY-ID
               invoke reader "GetInt32" using 1 returning WS-ROW-SUFFIX
               invoke reader "GetString" using 2 returning WS-ROW-OWNER-NAME
               invoke reader "GetString" using 3 returning WS-ROW-PRODUCT
               invoke reader "GetString" using 4 returning WS-ROW-ISSUE-DATE
               invoke reader "GetString" using 5 returning WS-ROW-CURRENCY
               invoke reader "GetString" using 6 returning WS-ROW-ADDRESS
               PERFORM 1700-CHECK-ANNIVERSARY
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           IF WS-HAS-ROW NOT = 0
               DISPLAY "AnniversaryStatementBatch: more than " WS-ST-MAX
                   " statements due, remainder left for a rerun"
           END-IF
           invoke reader "Close".
           invoke conn "Close".

      *> The window is at most a year, so the anniversary can only fall
      *> in the window's first year or its last.
       1700-CHECK-ANNIVERSARY.
           MOVE WS-ROW-ISSUE-DATE TO WS-ISSUE-DATE
           IF WS-ISSUE-DATE IS NOT NUMERIC
               DISPLAY "AnniversaryStatementBatch: policy " WS-ROW-POLICY-ID
                   " has no valid issue date, skipped"
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ISSUE-8) NOT = 0
                   DISPLAY "AnniversaryStatementBatch: policy "
                       WS-ROW-POLICY-ID " has no valid issue date, skipped"
               ELSE
                   MOVE WS-FROM-YEAR TO WS-CAND-YEAR
                   PERFORM 1750-TRY-YEAR
                   IF WS-RUN-YEAR NOT = WS-FROM-YEAR
                       MOVE WS-RUN-YEAR TO WS-CAND-YEAR
                       PERFORM 1750-TRY-YEAR
                   END-IF
               END-IF
           END-IF.

       1750-TRY-YEAR.
           IF WS-CAND-YEAR > WS-ISSUE-YYYY
               MOVE WS-CAND-YEAR TO WS-ANNIV-YYYY
               MOVE WS-ISSUE-MMDD TO WS-ANNIV-MMDD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIV-8) NOT = 0
                   MOVE 0228 TO WS-ANNIV-MMDD
               END-IF
               IF WS-ANNIV-8 >= WS-FROM-8 AND WS-ANNIV-8 <= WS-RUN-8
                   COMPUTE WS-START-YYYY = WS-CAND-YEAR - 1
                   MOVE WS-ISSUE-MMDD TO WS-START-MMDD
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-8) NOT = 0
                       MOVE 0228 TO WS-START-MMDD
                   END-IF
                   ADD 1 TO WS-ST-COUNT
                   MOVE "N" TO WS-ST-KIND (WS-ST-COUNT)
                   MOVE 0 TO WS-ST-STATEMENT-ID (WS-ST-COUNT)
                   MOVE WS-ROW-POLICY-ID TO WS-ST-POLICY-ID (WS-ST-COUNT)
                   MOVE WS-ROW-SUFFIX TO WS-ST-SUFFIX (WS-ST-COUNT)
                   MOVE WS-ROW-OWNER-NAME TO WS-ST-OWNER-NAME (WS-ST-COUNT)
                   MOVE WS-ROW-PRODUCT TO WS-ST-PRODUCT (WS-ST-COUNT)
                   MOVE WS-ROW-CURRENCY TO WS-ST-CURRENCY (WS-ST-COUNT)
                   MOVE WS-ROW-ADDRESS TO WS-ST-ADDRESS (WS-ST-COUNT)
                   MOVE WS-ANNIV-8 TO WS-ST-ANNIV (WS-ST-COUNT)
                   MOVE WS-START-8 TO WS-ST-START (WS-ST-COUNT)
               END-IF
           END-IF.

       2000-OPEN-FILES.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "AnniversaryStatementBatch: cannot open statement file "
                   WS-STATEMENT-PATH " (file status " WS-STATEMENT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           OPEN OUTPUT SKIPPED-FILE
           IF WS-SKIPPED-STATUS NOT = "00"
               DISPLAY "AnniversaryStatementBatch: cannot open skipped file "
                   WS-SKIPPED-PATH " (file status " WS-SKIPPED-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

      *> A new statement is recorded in anniversary_statement first -
      *> ON CONFLICT DO NOTHING, so a second statement for the same
      *> policy and anniversary is never printed - then its figures are
      *> gathered and it goes on the file. A reprint only takes over
      *> the row's run_id. An owner with no address is listed as
      *> skipped and nothing is recorded, so the statement still goes
      *> out once the address is on file.
       3000-STATEMENT-ONE-POLICY.
           MOVE WS-ST-ANNIV (WS-ST-IX) TO WS-ST-ANNIV-X
           MOVE WS-ST-START (WS-ST-IX) TO WS-ST-START-X
           IF WS-ST-ADDRESS (WS-ST-IX) = SPACES
               PERFORM 3900-WRITE-SKIPPED
           ELSE
               IF WS-ST-KIND (WS-ST-IX) = "R"
                   PERFORM 3100-TAKE-OVER-STATEMENT
               ELSE
                   PERFORM 3200-RECORD-STATEMENT
               END-IF
               IF WS-CLAIMED = 1
                   PERFORM 3300-LOAD-FIGURES
                   PERFORM 3400-QUOTE-VALUE
                   PERFORM 4000-WRITE-STATEMENT
               END-IF
           END-IF.

       3100-TAKE-OVER-STATEMENT.
           declare takeConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning takeConn.
           declare takeCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE anniversary_statement SET run_id=@run WHERE statement_id=@sid", takeConn).
           invoke takeCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke takeCmd "Parameters.AddWithValue" using "sid", WS-ST-STATEMENT-ID (WS-ST-IX).
           invoke takeCmd "ExecuteNonQuery".
           invoke takeConn "Close".
           DISPLAY "AnniversaryStatementBatch: policy "
               WS-ST-POLICY-ID (WS-ST-IX) " statement of "
               WS-ST-ANNIV (WS-ST-IX)
               " never reached the mail house, reprinting"
           ADD 1 TO WS-REEMIT-COUNT
           MOVE 1 TO WS-CLAIMED.

       3200-RECORD-STATEMENT.
           declare inserted as binary-long.
           declare insConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning insConn.
           declare insCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO anniversary_statement (policy_id,anniversary_date,year_start,run_id) VALUES (@pid,@ann,@start,@run) ON CONFLICT (policy_id,anniversary_date) DO NOTHING", insConn).
           invoke insCmd "Parameters.AddWithValue" using "pid", WS-ST-POLICY-ID (WS-ST-IX).
           invoke insCmd "Parameters.AddWithValue" using "ann", WS-ST-ANNIV-X.
           invoke insCmd "Parameters.AddWithValue" using "start", WS-ST-START-X.
           invoke insCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke insCmd "ExecuteNonQuery" returning inserted.
           invoke insConn "Close".
           IF inserted = 0
               DISPLAY "AnniversaryStatementBatch: policy "
                   WS-ST-POLICY-ID (WS-ST-IX) " already has its statement"
                   " of " WS-ST-ANNIV (WS-ST-IX) ", skipped"
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 0 TO WS-CLAIMED
           ELSE
               MOVE 1 TO WS-CLAIMED
           END-IF.

      *> Premiums and loan ledger for the policy year. A reversal is a
      *> negative premium_payment row; the loan balance is the ledger
      *> sum with REPAY negative, the same rule as
      *> PolicyLoan.GetBalance.
       3300-LOAD-FIGURES.
           declare figConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning figConn.
           declare premCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(SUM(amount_received) FILTER (WHERE amount_received>0),0)::integer,COALESCE(SUM(-amount_received) FILTER (WHERE amount_received<0),0)::integer FROM premium_payment WHERE policy_id=@pid AND payment_date>=@start AND payment_date<@ann", figConn).
           invoke premCmd "Parameters.AddWithValue" using "pid", WS-ST-POLICY-ID (WS-ST-IX).
           invoke premCmd "Parameters.AddWithValue" using "start", WS-ST-START-X.
           invoke premCmd "Parameters.AddWithValue" using "ann", WS-ST-ANNIV-X.
           declare premReader type NpgsqlDataReader.
           invoke premCmd "ExecuteReader" returning premReader.
           MOVE 0 TO WS-PREM-PAID
           MOVE 0 TO WS-PREM-REVERSED
           invoke premReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke premReader "GetInt32" using 0 returning WS-PREM-PAID
               invoke premReader "GetInt32" using 1 returning WS-PREM-REVERSED
           END-IF
           invoke premReader "Close".
           COMPUTE WS-PREM-NET = WS-PREM-PAID - WS-PREM-REVERSED

           declare loanCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(SUM(CASE WHEN entry_date<@start THEN CASE WHEN entry_type='REPAY' THEN -amount ELSE amount END ELSE 0 END),0)::integer,COALESCE(SUM(amount) FILTER (WHERE entry_date>=@start AND entry_type='DISBURSE'),0)::integer,COALESCE(SUM(amount) FILTER (WHERE entry_date>=@start AND entry_type='REPAY'),0)::integer,COALESCE(SUM(amount) FILTER (WHERE entry_date>=@start AND entry_type='INTEREST'),0)::integer FROM policy_loan WHERE policy_id=@pid AND entry_date<@ann", figConn).
           invoke loanCmd "Parameters.AddWithValue" using "pid", WS-ST-POLICY-ID (WS-ST-IX).
           invoke loanCmd "Parameters.AddWithValue" using "start", WS-ST-START-X.
           invoke loanCmd "Parameters.AddWithValue" using "ann", WS-ST-ANNIV-X.
           declare loanReader type NpgsqlDataReader.
           invoke loanCmd "ExecuteReader" returning loanReader.
           MOVE 0 TO WS-LOAN-OPEN
           MOVE 0 TO WS-LOAN-DISBURSED
           MOVE 0 TO WS-LOAN-REPAID
           MOVE 0 TO WS-LOAN-INTEREST
           invoke loanReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke loanReader "GetInt32" using 0 returning WS-LOAN-OPEN
               invoke loanReader "GetInt32" using 1 returning WS-LOAN-DISBURSED
               invoke loanReader "GetInt32" using 2 returning WS-LOAN-REPAID
               invoke loanReader "GetInt32" using 3 returning WS-LOAN-INTEREST
           END-IF
           invoke loanReader "Close".
           invoke figConn "Close".
           COMPUTE WS-LOAN-CLOSE = WS-LOAN-OPEN + WS-LOAN-DISBURSED
               + WS-LOAN-INTEREST - WS-LOAN-REPAID.

      *> Current surrender value on the run date, net of the loan
      *> balance with interest accrued to that date. A policy
      *> QuoteTermination won't quote (terminated since it was
      *> recorded) prints without a value.
       3400-QUOTE-VALUE.
           declare quoteDate as string.
           declare grossValue as binary-long.
           declare loanBalance as binary-long.
           declare netPayout as binary-long.
           declare quoteResult as binary-long.
           move WS-RUN-X to quoteDate
           invoke Policy "QuoteTermination" using WS-ST-POLICY-ID (WS-ST-IX), "SURRENDER", quoteDate, grossValue, loanBalance, netPayout returning quoteResult
           MOVE quoteResult TO WS-SV-RESULT
           MOVE grossValue TO WS-SV-GROSS
           MOVE loanBalance TO WS-SV-LOAN
           MOVE netPayout TO WS-SV-NET.

       3900-WRITE-SKIPPED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "SKIPPED PolicyId=" DELIMITED BY SIZE
               WS-ST-POLICY-ID (WS-ST-IX) DELIMITED BY SIZE
               " Owner=" DELIMITED BY SIZE
               WS-ST-OWNER-NAME (WS-ST-IX) DELIMITED BY SIZE
               " Anniversary=" DELIMITED BY SIZE
               WS-ST-ANNIV (WS-ST-IX) DELIMITED BY SIZE
               " reason=NO-ADDRESS" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO SKIPPED-LINE
           WRITE SKIPPED-LINE
           ADD 1 TO WS-SKIPPED-COUNT
           DISPLAY "AnniversaryStatementBatch: skipped policy "
               WS-ST-POLICY-ID (WS-ST-IX)
               " - customer has no address on file".

       4000-WRITE-STATEMENT.
           MOVE "==================================================" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "         POLICY ANNIVERSARY STATEMENT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "==================================================" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-ST-OWNER-NAME (WS-ST-IX) TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-ST-ADDRESS (WS-ST-IX) TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "POLICY: " DELIMITED BY SIZE
               WS-ST-POLICY-ID (WS-ST-IX) DELIMITED BY SIZE
               " SUFFIX: " DELIMITED BY SIZE
               WS-ST-SUFFIX (WS-ST-IX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "PRODUCT: " DELIMITED BY SIZE
               WS-ST-PRODUCT (WS-ST-IX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-ST-END-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ST-ANNIV (WS-ST-IX)) - 1)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "POLICY YEAR: " DELIMITED BY SIZE
               WS-ST-START (WS-ST-IX) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-ST-END-8 DELIMITED BY SIZE
               "  ANNIVERSARY: " DELIMITED BY SIZE
               WS-ST-ANNIV (WS-ST-IX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "PREMIUMS PAID" TO WS-AMT-LABEL
           MOVE WS-PREM-PAID TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE "PREMIUMS REVERSED" TO WS-AMT-LABEL
           MOVE WS-PREM-REVERSED TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE "NET PREMIUMS FOR THE YEAR" TO WS-AMT-LABEL
           MOVE WS-PREM-NET TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "LOAN BALANCE AT START OF YEAR" TO WS-AMT-LABEL
           MOVE WS-LOAN-OPEN TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE "LOAN DISBURSEMENTS" TO WS-AMT-LABEL
           MOVE WS-LOAN-DISBURSED TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE "LOAN REPAYMENTS" TO WS-AMT-LABEL
           MOVE WS-LOAN-REPAID TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE "LOAN INTEREST CAPITALIZED" TO WS-AMT-LABEL
           MOVE WS-LOAN-INTEREST TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE "LOAN BALANCE AT ANNIVERSARY" TO WS-AMT-LABEL
           MOVE WS-LOAN-CLOSE TO WS-AMT-VALUE
           PERFORM 4900-WRITE-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-SV-RESULT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "SURRENDER VALUE AS OF " DELIMITED BY SIZE
                   WS-RUN-X DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "  GROSS SURRENDER VALUE" TO WS-AMT-LABEL
               MOVE WS-SV-GROSS TO WS-AMT-VALUE
               PERFORM 4900-WRITE-AMOUNT-LINE
               MOVE "  LESS LOAN WITH ACCRUED INTEREST" TO WS-AMT-LABEL
               MOVE WS-SV-LOAN TO WS-AMT-VALUE
               PERFORM 4900-WRITE-AMOUNT-LINE
               MOVE "  NET SURRENDER VALUE" TO WS-AMT-LABEL
               MOVE WS-SV-NET TO WS-AMT-VALUE
               PERFORM 4900-WRITE-AMOUNT-LINE
           ELSE
               MOVE "SURRENDER VALUE: NOT AVAILABLE" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM 4500-WRITE-CLAIMS
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STATEMENT-COUNT.

      *> Claims filed during the policy year, with where each stands
      *> today.
       4500-WRITE-CLAIMS.
           MOVE "CLAIMS FILED THIS POLICY YEAR:" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-CLAIM-COUNT
           declare clmConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning clmConn.
           declare clmCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT claim_id,claim_date,COALESCE(claim_type,''),claimed_amount,status FROM claim WHERE policy_id=@pid AND claim_date>=@start AND claim_date<@ann ORDER BY claim_date,claim_id", clmConn).
           invoke clmCmd "Parameters.AddWithValue" using "pid", WS-ST-POLICY-ID (WS-ST-IX).
           invoke clmCmd "Parameters.AddWithValue" using "start", WS-ST-START-X.
           invoke clmCmd "Parameters.AddWithValue" using "ann", WS-ST-ANNIV-X.
           declare clmReader type NpgsqlDataReader.
           invoke clmCmd "ExecuteReader" returning clmReader.
           invoke clmReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               invoke clmReader "GetInt32" using 0 returning WS-CLM-ID
               invoke clmReader "GetString" using 1 returning WS-CLM-DATE
               invoke clmReader "GetString" using 2 returning WS-CLM-TYPE
               invoke clmReader "GetInt32" using 3 returning WS-CLM-AMOUNT
               invoke clmReader "GetString" using 4 returning WS-CLM-STATUS
               MOVE WS-CLM-AMOUNT TO WS-AMT-EDIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  CLAIM " DELIMITED BY SIZE
                   WS-CLM-ID DELIMITED BY SIZE
                   "  FILED " DELIMITED BY SIZE
                   WS-CLM-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CLM-TYPE DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-CURRENCY (WS-ST-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CLM-STATUS DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-CLAIM-COUNT
               invoke clmReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke clmReader "Close".
           invoke clmConn "Close".
           IF WS-CLAIM-COUNT = 0
               MOVE "  NONE" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       4900-WRITE-AMOUNT-LINE.
           MOVE WS-AMT-VALUE TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-AMT-LABEL DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-CURRENCY (WS-ST-IX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       9000-END-RUN.
           declare endRc as binary-long.
           declare endIn as binary-long.
           MOVE RETURN-CODE TO endRc
           COMPUTE endIn = WS-ST-COUNT
           invoke BatchRunLog "EndRun" using WS-RUN-ID, endIn, WS-STATEMENT-COUNT, endRc.
