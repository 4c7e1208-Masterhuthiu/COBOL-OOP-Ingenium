      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReportingBatch.

      *> Year-end tax information run: one statement per policy owner
      *> (policy.owner_id joined to the customer master, id_number as
      *> the taxpayer ID) covering what the owner's policies paid out
      *> or charged during the tax year:
      *>   gross distribution  policy_termination.gross_value for
      *>                       terminations in the year, plus
      *>                       claim_payment.amount_paid paid in the
      *>                       year and the claim's loan_netted (the
      *>                       loan repaid out of a death benefit
      *>                       before it was split) for claims first
      *>                       paid in the year - so a surrender and a
      *>                       death benefit both report gross of the
      *>                       loan, the way policy_termination
      *>                       records it
      *>   taxable gain        per policy, gross distribution less
      *>                       premiums paid to date (premium_payment
      *>                       up to year end, reversal rows netting
      *>                       off the payments they reversed), never
      *>                       below zero
      *>   loan netted         policy_termination.loan_netted plus the
      *>                       claims' loan_netted, same years as above
      *>   loan interest       policy_loan INTEREST entries dated in
      *>                       the year
      *> Each policy's amounts are converted to the base currency
      *> (USD) through ExchangeRate.GetRate at the year-end rate -
      *> December 31 of the tax year - so a rerun of an old year
      *> converts at the rates that applied then. Same fail-loud rule
      *> as GlJournalExtract: no usable rate abandons the run with
      *> return code 8 rather than filing wrong.
      *>
      *> An owner with something to report but no taxpayer ID on the
      *> customer master (or no customer row at all) cannot be filed:
      *> the owner goes to the exception list instead and is neither
      *> filed nor mailed. An owner with a taxpayer ID but no address
      *> is filed but not mailed, and is listed too so the statement
      *> can be sent once the address is fixed.
      *>
      *> Every completed run for a tax year is recorded in tax_filing.
      *> The first run for a year is the ORIGINAL filing; any later run
      *> for the same year is a CORRECTED filing - the header and every
      *> detail record carry C instead of O, and the mailed statements
      *> are headed CORRECTED. A run that abends records nothing, so
      *> its rerun is still the original.
      *>
      *> Run with the tax year YYYY as the first command-line argument,
      *> defaulting to the year before the current one. Output paths
      *> come from TAX_FILING_FILE (default tax_filing.dat),
      *> TAX_STMT_FILE (default tax_statements.txt, the mailing copy)
      *> and TAX_EXCEPTION_FILE (default tax_exceptions.txt), same
      *> env-var pattern as DbConfig. Every filing record is 150 bytes,
      *> header/trailer balanced by record count and amount totals:
      *>   Header  (one, first):
      *>     01      X(1)   record type "H"
      *>     02-05   9(4)   tax year YYYY
      *>     06-13   9(8)   run date YYYYMMDD
      *>     14      X(1)   filing type O original / C corrected
      *>     15-150  X(136) filler, spaces
      *>   Detail  (one per filed owner, owner_id order):
      *>     01      X(1)   record type "D"
      *>     02-10   9(9)   owner_id
      *>     11-40   X(30)  taxpayer ID
      *>     41-80   X(40)  owner name
      *>     81      X(1)   filing type O original / C corrected
      *>     82-96   9(15)  gross distribution, base currency
      *>     97-111  9(15)  taxable gain, base currency
      *>     112-126 9(15)  loan netted at termination, base currency
      *>     127-141 9(15)  loan interest, base currency
      *>     142-146 9(5)   policies reported
      *>     147-150 X(4)   filler, spaces
      *>   Trailer (one, last):
      *>     01      X(1)   record type "T"
      *>     02-10   9(9)   detail record count
      *>     11-25   9(15)  gross distribution total
      *>     26-40   9(15)  taxable gain total
      *>     41-55   9(15)  loan netted total
      *>     56-70   9(15)  loan interest total
      *>     71-150  X(80)  filler, spaces
      *>
      *> Policy rows are buffered into working storage before the
      *> rate lookups start, same reasoning as CommissionStatementBatch:
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
      *> record sequential, not line sequential - the filing loads by
      *> column position, same reasoning as GlJournalExtract
           SELECT FILING-FILE ASSIGN TO WS-FILING-PATH
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT STMT-FILE ASSIGN TO WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILING-FILE.
       01  FILING-RECORD            PIC X(150).
       FD  STMT-FILE.
       01  STMT-LINE                PIC X(132).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILING-PATH        PIC X(256) VALUE "tax_filing.dat".
       01 WS-STMT-PATH          PIC X(256) VALUE "tax_statements.txt".
       01 WS-EXCEPTION-PATH     PIC X(256) VALUE "tax_exceptions.txt".
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-FILING-STATUS      PIC XX.
       01 WS-STMT-STATUS        PIC XX.
       01 WS-EXCEPTION-STATUS   PIC XX.
       01 WS-ARG                PIC X(10).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-X            PIC X(8).
       01 WS-TAX-YEAR           PIC 9(4).
       01 WS-TAX-YEAR-X         PIC X(4).
       01 WS-YEAR-END-X         PIC X(8).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-PRIOR-FILINGS      PIC 9(9) VALUE 0.
       01 WS-FILING-TYPE        PIC X(10) VALUE "ORIGINAL".
       01 WS-FILING-FLAG        PIC X VALUE "O".

       01 WS-OWNER-COUNT        PIC 9(9) VALUE 0.
       01 WS-FILED-COUNT        PIC 9(9) VALUE 0.
       01 WS-MAILED-COUNT       PIC 9(9) VALUE 0.
       01 WS-NO-TIN-COUNT       PIC 9(9) VALUE 0.
       01 WS-NO-ADDRESS-COUNT   PIC 9(9) VALUE 0.
       01 WS-GROSS-TOTAL        PIC 9(15) VALUE 0.
       01 WS-GAIN-TOTAL         PIC 9(15) VALUE 0.
       01 WS-LOAN-TOTAL         PIC 9(15) VALUE 0.
       01 WS-INTEREST-TOTAL     PIC 9(15) VALUE 0.

       01 TAX-HEADER-RECORD.
           05 TAX-H-TYPE        PIC X VALUE "H".
           05 TAX-H-YEAR        PIC 9(4).
           05 TAX-H-DATE        PIC 9(8).
           05 TAX-H-FLAG        PIC X.
           05 FILLER            PIC X(136) VALUE SPACES.

       01 TAX-DETAIL-RECORD.
           05 TAX-D-TYPE        PIC X VALUE "D".
           05 TAX-D-OWNER-ID    PIC 9(9).
           05 TAX-D-TIN         PIC X(30).
           05 TAX-D-NAME        PIC X(40).
           05 TAX-D-FLAG        PIC X.
           05 TAX-D-GROSS       PIC 9(15).
           05 TAX-D-GAIN        PIC 9(15).
           05 TAX-D-LOAN        PIC 9(15).
           05 TAX-D-INTEREST    PIC 9(15).
           05 TAX-D-POLICIES    PIC 9(5).
           05 FILLER            PIC X(4) VALUE SPACES.

       01 TAX-TRAILER-RECORD.
           05 TAX-T-TYPE        PIC X VALUE "T".
           05 TAX-T-COUNT       PIC 9(9).
           05 TAX-T-GROSS       PIC 9(15).
           05 TAX-T-GAIN        PIC 9(15).
           05 TAX-T-LOAN        PIC 9(15).
           05 TAX-T-INTEREST    PIC 9(15).
           05 FILLER            PIC X(80) VALUE SPACES.

      *> one row per policy with reportable activity in the tax year,
      *> buffered; the query orders by owner so one owner's policies
      *> are contiguous and the statements fall out of a single pass
       01 WS-POL-MAX            PIC 9(4) VALUE 5000.
       01 WS-POL-TOTAL          PIC 9(4) VALUE 0.
       01 WS-POL-IX             PIC 9(4).
       01 WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 5000.
              10 WS-PT-POLICY-ID   PIC 9(9).
              10 WS-PT-OWNER-ID    PIC 9(9).
              10 WS-PT-CURRENCY    PIC X(3).
              10 WS-PT-TERM-GROSS  PIC S9(9).
              10 WS-PT-TERM-LOAN   PIC S9(9).
              10 WS-PT-CLAIM-PAID  PIC S9(9).
              10 WS-PT-CLAIM-LOAN  PIC S9(9).
              10 WS-PT-INTEREST    PIC S9(9).
              10 WS-PT-PREMIUMS    PIC S9(9).
              10 WS-PT-OWNER-NAME  PIC X(100).
              10 WS-PT-TIN         PIC X(30).
              10 WS-PT-ADDRESS     PIC X(200).

      *> current owner section state; WS-CUR-DISPOSITION is F filed
      *> and mailed, A filed but no address to mail to, T no taxpayer
      *> ID - listed as an exception, not filed
       01 WS-CUR-OWNER-ID       PIC 9(9) VALUE 0.
       01 WS-CUR-STARTED        PIC 9 VALUE 0.
       01 WS-CUR-DISPOSITION    PIC X.
       01 WS-CUR-NAME           PIC X(100).
       01 WS-CUR-TIN            PIC X(30).
       01 WS-CUR-ADDRESS        PIC X(200).
       01 WS-CUR-POLICIES       PIC 9(5).
       01 WS-CUR-GROSS          PIC 9(15).
       01 WS-CUR-GAIN           PIC 9(15).
       01 WS-CUR-LOAN           PIC 9(15).
       01 WS-CUR-INTEREST       PIC 9(15).

      *> one policy's figures, policy currency then base currency
       01 WS-POL-GROSS          PIC S9(11).
       01 WS-POL-GAIN           PIC S9(11).
       01 WS-POL-LOAN           PIC S9(11).
       01 WS-POL-RATE           PIC S9(9).
       01 WS-BASE-GROSS         PIC 9(15).
       01 WS-BASE-GAIN          PIC 9(15).
       01 WS-BASE-LOAN          PIC 9(15).
       01 WS-BASE-INTEREST      PIC 9(15).

       01 WS-DETAIL-LINE        PIC X(132).
       01 WS-AMT-EDIT           PIC Z(14)9.
       01 WS-AMT-EDIT-2         PIC Z(14)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Year-End Tax Reporting Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1100-CHECK-PRIOR-FILING
           PERFORM 1500-OPEN-FILES
           PERFORM 1800-WRITE-HEADER
           PERFORM 2000-LOAD-POLICIES
           PERFORM 3000-WRITE-STATEMENTS
           PERFORM 8000-WRITE-TRAILER
           CLOSE FILING-FILE
           CLOSE STMT-FILE
           CLOSE EXCEPTION-FILE
           PERFORM 8500-RECORD-FILING
           DISPLAY "Tax year: " WS-TAX-YEAR " filing type: " WS-FILING-TYPE
           DISPLAY "Owners with reportable activity: " WS-OWNER-COUNT
           DISPLAY "Owners filed: " WS-FILED-COUNT " to " WS-FILING-PATH
           DISPLAY "Statements printed for mailing: " WS-MAILED-COUNT
               " to " WS-STMT-PATH
           DISPLAY "Owners with no taxpayer ID (not filed): "
               WS-NO-TIN-COUNT
           DISPLAY "Owners filed with no address (not mailed): "
               WS-NO-ADDRESS-COUNT
           DISPLAY "Exceptions listed in " WS-EXCEPTION-PATH
           DISPLAY "Gross distribution total: " WS-GROSS-TOTAL
           DISPLAY "Taxable gain total: " WS-GAIN-TOTAL
           DISPLAY "Loan netted total: " WS-LOAN-TOTAL
           DISPLAY "Loan interest total: " WS-INTEREST-TOTAL
           PERFORM 9000-END-RUN
           STOP RUN.

      *> Register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "TAX-REPORTING" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE WS-TODAY-8 TO WS-TODAY-X
           IF WS-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG) TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-TODAY-8 / 10000 - 1
           END-IF
           IF WS-TAX-YEAR < 1900 OR WS-TAX-YEAR > WS-TODAY-8 / 10000
               DISPLAY "TaxReportingBatch: tax year '" WS-ARG
                   "' is not a valid year - run abandoned"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X
           STRING WS-TAX-YEAR-X DELIMITED BY SIZE
               "1231" DELIMITED BY SIZE
               INTO WS-YEAR-END-X
           DISPLAY "Tax year: " WS-TAX-YEAR.

      *> A tax year already filed by a completed run makes this run a
      *> correction of that filing, not a second original.
       1100-CHECK-PRIOR-FILING.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COUNT(*) FROM tax_filing WHERE tax_year=@yr", conn).
           invoke cmd "Parameters.AddWithValue" using "yr", WS-TAX-YEAR-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke reader "GetInt32" using 0 returning WS-PRIOR-FILINGS
           END-IF
           invoke reader "Close".
           invoke conn "Close".
           IF WS-PRIOR-FILINGS > 0
               MOVE "CORRECTED" TO WS-FILING-TYPE
               MOVE "C" TO WS-FILING-FLAG
               DISPLAY "Tax year " WS-TAX-YEAR " already filed "
                   WS-PRIOR-FILINGS " time(s) - this run is a correction"
           END-IF.

       1500-OPEN-FILES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAX_FILING_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FILING-PATH
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAX_STMT_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STMT-PATH
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAX_EXCEPTION_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXCEPTION-PATH
           END-IF
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
               DISPLAY "TaxReportingBatch: cannot open filing file "
                   WS-FILING-PATH " (file status " WS-FILING-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           OPEN OUTPUT STMT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "TaxReportingBatch: cannot open statement file "
                   WS-STMT-PATH " (file status " WS-STMT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "TaxReportingBatch: cannot open exception file "
                   WS-EXCEPTION-PATH " (file status " WS-EXCEPTION-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

       1800-WRITE-HEADER.
           MOVE WS-TAX-YEAR TO TAX-H-YEAR
           MOVE WS-TODAY-8 TO TAX-H-DATE
           MOVE WS-FILING-FLAG TO TAX-H-FLAG
           WRITE FILING-RECORD FROM TAX-HEADER-RECORD.

      *> One row per policy that terminated, paid a claim or was
      *> charged loan interest during the year, with every figure the
      *> statement needs summed per policy in its own currency. The
      *> claim's loan_netted belongs to the year the claim was FIRST
      *> paid, so a claim whose payments straddle year end reports its
      *> loan once. LEFT JOIN to the customer master so an owner_id
      *> with no customer row still comes back - with no taxpayer ID -
      *> and lands on the exception list instead of dropping out.
       2000-LOAD-POLICIES.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,COALESCE(p.owner_id,0),COALESCE(p.currency,''),COALESCE((SELECT SUM(t.gross_value) FROM policy_termination t WHERE t.policy_id=p.policy_id AND SUBSTRING(t.term_date FROM 1 FOR 4)=@yr),0),COALESCE((SELECT SUM(t.loan_netted) FROM policy_termination t WHERE t.policy_id=p.policy_id AND SUBSTRING(t.term_date FROM 1 FOR 4)=@yr),0),COALESCE((SELECT SUM(cp.amount_paid) FROM claim_payment cp WHERE cp.policy_id=p.policy_id AND SUBSTRING(cp.payment_date FROM 1 FOR 4)=@yr),0),COALESCE((SELECT SUM(COALESCE(c.loan_netted,0)) FROM claim c WHERE c.policy_id=p.policy_id AND (SELECT SUBSTRING(MIN(cp2.payment_date) FROM 1 FOR 4) FROM claim_payment cp2 WHERE cp2.claim_id=c.claim_id)=@yr),0),COALESCE((SELECT SUM(l.amount) FROM policy_loan l WHERE l.policy_id=p.policy_id AND l.entry_type='INTEREST' AND SUBSTRING(l.entry_date FROM 1 FOR 4)=@yr),0),COALESCE((SELECT SUM(pp.amount_received) FROM premium_payment pp WHERE pp.policy_id=p.policy_id AND pp.payment_date<=@yrend),0),COALESCE(c.full_name,''),COALESCE(c.id_number,''),COALESCE(c.address,'') FROM policy p LEFT JOIN customer c ON c.customer_id=p.owner_id WHERE EXISTS (SELECT 1 FROM policy_termination t WHERE t.policy_id=p.policy_id AND SUBSTRING(t.term_date FROM 1 FOR 4)=@yr) OR EXISTS (SELECT 1 FROM claim_payment cp WHERE cp.policy_id=p.policy_id AND SUBSTRING(cp.payment_date FROM 1 FOR 4)=@yr) OR EXISTS (SELECT 1 FROM policy_loan l WHERE l.policy_id=p.policy_id AND l.entry_type='INTEREST' AND SUBSTRING(l.entry_date FROM 1 FOR 4)=@yr) ORDER BY COALESCE(p.owner_id,0),p.policy_id", conn).
           invoke cmd "Parameters.AddWithValue" using "yr", WS-TAX-YEAR-X.
           invoke cmd "Parameters.AddWithValue" using "yrend", WS-YEAR-END-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-POL-TOTAL >= WS-POL-MAX
               ADD 1 TO WS-POL-TOTAL
               invoke reader "GetInt32" using 0 returning WS-PT-POLICY-ID (WS-POL-TOTAL)
               invoke reader "GetInt32" using 1 returning WS-PT-OWNER-ID (WS-POL-TOTAL)
               invoke reader "GetString" using 2 returning WS-PT-CURRENCY (WS-POL-TOTAL)
               invoke reader "GetInt32" using 3 returning WS-PT-TERM-GROSS (WS-POL-TOTAL)
               invoke reader "GetInt32" using 4 returning WS-PT-TERM-LOAN (WS-POL-TOTAL)
               invoke reader "GetInt32" using 5 returning WS-PT-CLAIM-PAID (WS-POL-TOTAL)
               invoke reader "GetInt32" using 6 returning WS-PT-CLAIM-LOAN (WS-POL-TOTAL)
               invoke reader "GetInt32" using 7 returning WS-PT-INTEREST (WS-POL-TOTAL)
               invoke reader "GetInt32" using 8 returning WS-PT-PREMIUMS (WS-POL-TOTAL)
               invoke reader "GetString" using 9 returning WS-PT-OWNER-NAME (WS-POL-TOTAL)
               invoke reader "GetString" using 10 returning WS-PT-TIN (WS-POL-TOTAL)
               invoke reader "GetString" using 11 returning WS-PT-ADDRESS (WS-POL-TOTAL)
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           IF WS-HAS-ROW NOT = 0
               DISPLAY "TaxReportingBatch: more than " WS-POL-MAX
                   " policies with reportable activity - the filing"
                   " would be incomplete, run abandoned"
               invoke reader "Close"
               invoke conn "Close"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           invoke reader "Close".
           invoke conn "Close".

       3000-WRITE-STATEMENTS.
           MOVE 0 TO WS-CUR-STARTED
           MOVE 1 TO WS-POL-IX
           PERFORM UNTIL WS-POL-IX > WS-POL-TOTAL
               IF WS-CUR-STARTED = 0
                  OR WS-PT-OWNER-ID (WS-POL-IX) NOT = WS-CUR-OWNER-ID
                   IF WS-CUR-STARTED NOT = 0
                       PERFORM 5000-CLOSE-OWNER
                   END-IF
                   PERFORM 4000-OPEN-OWNER
               END-IF
               PERFORM 4500-REPORT-POLICY
               ADD 1 TO WS-POL-IX
           END-PERFORM
           IF WS-CUR-STARTED NOT = 0
               PERFORM 5000-CLOSE-OWNER
           END-IF.

      *> The customer fields ride on every policy row of the owner, so
      *> the owner's first row decides where the statement goes.
       4000-OPEN-OWNER.
           MOVE 1 TO WS-CUR-STARTED
           MOVE WS-PT-OWNER-ID (WS-POL-IX) TO WS-CUR-OWNER-ID
           MOVE WS-PT-OWNER-NAME (WS-POL-IX) TO WS-CUR-NAME
           MOVE WS-PT-TIN (WS-POL-IX) TO WS-CUR-TIN
           MOVE WS-PT-ADDRESS (WS-POL-IX) TO WS-CUR-ADDRESS
           MOVE 0 TO WS-CUR-POLICIES
           MOVE 0 TO WS-CUR-GROSS
           MOVE 0 TO WS-CUR-GAIN
           MOVE 0 TO WS-CUR-LOAN
           MOVE 0 TO WS-CUR-INTEREST
           ADD 1 TO WS-OWNER-COUNT
           IF WS-CUR-TIN = SPACES
               MOVE "T" TO WS-CUR-DISPOSITION
           ELSE
               IF WS-CUR-ADDRESS = SPACES
                   MOVE "A" TO WS-CUR-DISPOSITION
               ELSE
                   MOVE "F" TO WS-CUR-DISPOSITION
                   PERFORM 4100-PRINT-OWNER-HEADING
               END-IF
           END-IF.

       4100-PRINT-OWNER-HEADING.
           MOVE "==================================================" TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-FILING-FLAG = "C"
               STRING "CORRECTED " DELIMITED BY SIZE
                   "ANNUAL TAX INFORMATION STATEMENT  TAX YEAR "
                       DELIMITED BY SIZE
                   WS-TAX-YEAR-X DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           ELSE
               STRING "ANNUAL TAX INFORMATION STATEMENT  TAX YEAR "
                       DELIMITED BY SIZE
                   WS-TAX-YEAR-X DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           END-IF
           MOVE WS-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "==================================================" TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-CUR-NAME TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-CUR-ADDRESS TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OWNER: " DELIMITED BY SIZE
               WS-CUR-OWNER-ID DELIMITED BY SIZE
               "  TAXPAYER ID: " DELIMITED BY SIZE
               WS-CUR-TIN DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "AMOUNTS IN USD" TO STMT-LINE
           WRITE STMT-LINE.

      *> One policy: gross is reported gross of any loan repaid out of
      *> it, the gain is that gross less the premiums paid in (never
      *> negative - a loss is not reported as negative income), and
      *> every figure converts at the year-end rate for the policy's
      *> currency.
       4500-REPORT-POLICY.
           COMPUTE WS-POL-GROSS = WS-PT-TERM-GROSS (WS-POL-IX)
               + WS-PT-CLAIM-PAID (WS-POL-IX)
               + WS-PT-CLAIM-LOAN (WS-POL-IX)
           COMPUTE WS-POL-LOAN = WS-PT-TERM-LOAN (WS-POL-IX)
               + WS-PT-CLAIM-LOAN (WS-POL-IX)
           MOVE 0 TO WS-POL-GAIN
           IF WS-POL-GROSS > 0
               COMPUTE WS-POL-GAIN = WS-POL-GROSS - WS-PT-PREMIUMS (WS-POL-IX)
               IF WS-POL-GAIN < 0
                   MOVE 0 TO WS-POL-GAIN
               END-IF
           END-IF
           PERFORM 7500-GET-YEAR-END-RATE
           COMPUTE WS-BASE-GROSS = WS-POL-GROSS * WS-POL-RATE / 1000000
           COMPUTE WS-BASE-GAIN = WS-POL-GAIN * WS-POL-RATE / 1000000
           COMPUTE WS-BASE-LOAN = WS-POL-LOAN * WS-POL-RATE / 1000000
           COMPUTE WS-BASE-INTEREST =
               WS-PT-INTEREST (WS-POL-IX) * WS-POL-RATE / 1000000
           ADD 1 TO WS-CUR-POLICIES
           ADD WS-BASE-GROSS TO WS-CUR-GROSS
           ADD WS-BASE-GAIN TO WS-CUR-GAIN
           ADD WS-BASE-LOAN TO WS-CUR-LOAN
           ADD WS-BASE-INTEREST TO WS-CUR-INTEREST
           IF WS-CUR-DISPOSITION = "F"
               MOVE WS-BASE-GROSS TO WS-AMT-EDIT
               MOVE WS-BASE-GAIN TO WS-AMT-EDIT-2
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "POLICY " DELIMITED BY SIZE
                   WS-PT-POLICY-ID (WS-POL-IX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-PT-CURRENCY (WS-POL-IX) DELIMITED BY SIZE
                   ") GROSS " DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   " TAXABLE " DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-BASE-LOAN TO WS-AMT-EDIT
               MOVE WS-BASE-INTEREST TO WS-AMT-EDIT-2
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "                 LOAN NETTED " DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   " LOAN INTEREST " DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       5000-CLOSE-OWNER.
           EVALUATE WS-CUR-DISPOSITION
               WHEN "T"
                   PERFORM 6000-WRITE-EXCEPTION
                   ADD 1 TO WS-NO-TIN-COUNT
               WHEN "A"
                   PERFORM 5500-WRITE-FILING-RECORD
                   PERFORM 6000-WRITE-EXCEPTION
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               WHEN OTHER
                   PERFORM 5500-WRITE-FILING-RECORD
                   PERFORM 5200-PRINT-OWNER-TOTALS
                   ADD 1 TO WS-MAILED-COUNT
           END-EVALUATE.

       5200-PRINT-OWNER-TOTALS.
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-CUR-GROSS TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "GROSS DISTRIBUTION        " DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-CUR-GAIN TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "TAXABLE GAIN              " DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-CUR-LOAN TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "LOAN NETTED AT TERMINATION" DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-CUR-INTEREST TO WS-AMT-EDIT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "LOAN INTEREST CHARGED     " DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE.

       5500-WRITE-FILING-RECORD.
           MOVE WS-CUR-OWNER-ID TO TAX-D-OWNER-ID
           MOVE WS-CUR-TIN TO TAX-D-TIN
           MOVE WS-CUR-NAME TO TAX-D-NAME
           MOVE WS-FILING-FLAG TO TAX-D-FLAG
           MOVE WS-CUR-GROSS TO TAX-D-GROSS
           MOVE WS-CUR-GAIN TO TAX-D-GAIN
           MOVE WS-CUR-LOAN TO TAX-D-LOAN
           MOVE WS-CUR-INTEREST TO TAX-D-INTEREST
           MOVE WS-CUR-POLICIES TO TAX-D-POLICIES
           WRITE FILING-RECORD FROM TAX-DETAIL-RECORD
           ADD 1 TO WS-FILED-COUNT
           ADD WS-CUR-GROSS TO WS-GROSS-TOTAL
           ADD WS-CUR-GAIN TO WS-GAIN-TOTAL
           ADD WS-CUR-LOAN TO WS-LOAN-TOTAL
           ADD WS-CUR-INTEREST TO WS-INTEREST-TOTAL.

       6000-WRITE-EXCEPTION.
           MOVE WS-CUR-GROSS TO WS-AMT-EDIT
           MOVE WS-CUR-INTEREST TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-CUR-DISPOSITION = "T"
               STRING "NOT FILED OwnerId=" DELIMITED BY SIZE
                   WS-CUR-OWNER-ID DELIMITED BY SIZE
                   " Owner=" DELIMITED BY SIZE
                   WS-CUR-NAME DELIMITED BY "  "
                   " Gross=" DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   " Interest=" DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   " reason=NO-TAXPAYER-ID" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               DISPLAY "TaxReportingBatch: owner " WS-CUR-OWNER-ID
                   " has reportable activity but no taxpayer ID - not filed"
           ELSE
               STRING "NOT MAILED OwnerId=" DELIMITED BY SIZE
                   WS-CUR-OWNER-ID DELIMITED BY SIZE
                   " Owner=" DELIMITED BY SIZE
                   WS-CUR-NAME DELIMITED BY "  "
                   " Gross=" DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   " Interest=" DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   " reason=NO-ADDRESS" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               DISPLAY "TaxReportingBatch: owner " WS-CUR-OWNER-ID
                   " filed but has no address - statement not mailed"
           END-IF
           MOVE WS-DETAIL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       7500-GET-YEAR-END-RATE.
           declare ccyStr as string.
           declare asOfStr as string.
           declare ratePpm as binary-long.
           IF WS-PT-CURRENCY (WS-POL-IX) = SPACES
               DISPLAY "TaxReportingBatch: policy "
                   WS-PT-POLICY-ID (WS-POL-IX)
                   " has no currency - run abandoned, the filing would"
                   " report wrong"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           move WS-PT-CURRENCY (WS-POL-IX) to ccyStr
           move WS-YEAR-END-X to asOfStr
           invoke ExchangeRate "GetRate" using ccyStr, asOfStr returning ratePpm
           IF ratePpm = 0
               DISPLAY "TaxReportingBatch: no usable exchange rate for "
                   WS-PT-CURRENCY (WS-POL-IX) " as of " WS-YEAR-END-X
                   " - run abandoned, the filing would report wrong"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE ratePpm TO WS-POL-RATE.

       8000-WRITE-TRAILER.
           MOVE WS-FILED-COUNT TO TAX-T-COUNT
           MOVE WS-GROSS-TOTAL TO TAX-T-GROSS
           MOVE WS-GAIN-TOTAL TO TAX-T-GAIN
           MOVE WS-LOAN-TOTAL TO TAX-T-LOAN
           MOVE WS-INTEREST-TOTAL TO TAX-T-INTEREST
           WRITE FILING-RECORD FROM TAX-TRAILER-RECORD.

      *> Only a run that got this far counts as a filing - the next
      *> run for the same year is then a correction of it.
       8500-RECORD-FILING.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO tax_filing (tax_year,filing_type,run_id,owner_count,gross_total,gain_total,loan_total,interest_total,filed_date) VALUES (@yr,@type,@run,@cnt,@gross,@gain,@loan,@int,@dt)", conn).
           invoke cmd "Parameters.AddWithValue" using "yr", WS-TAX-YEAR-X.
           invoke cmd "Parameters.AddWithValue" using "type", WS-FILING-TYPE.
           invoke cmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke cmd "Parameters.AddWithValue" using "cnt", WS-FILED-COUNT.
           invoke cmd "Parameters.AddWithValue" using "gross", WS-GROSS-TOTAL.
           invoke cmd "Parameters.AddWithValue" using "gain", WS-GAIN-TOTAL.
           invoke cmd "Parameters.AddWithValue" using "loan", WS-LOAN-TOTAL.
           invoke cmd "Parameters.AddWithValue" using "int", WS-INTEREST-TOTAL.
           invoke cmd "Parameters.AddWithValue" using "dt", WS-TODAY-X.
           invoke cmd "ExecuteNonQuery".
           invoke conn "Close".

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-POL-TOTAL, WS-FILED-COUNT, endRc.
