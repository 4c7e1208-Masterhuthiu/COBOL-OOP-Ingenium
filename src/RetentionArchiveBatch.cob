      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionArchiveBatch.

      *> Retention archive and purge. Every policy that has sat in a
      *> closed status - SURRENDERED, MATURED, DEATH-CLM or LAPSED -
      *> for longer than the retention period is taken out of the live
      *> tables together with all of its history (the tables are
      *> listed in PolicyArchive.TableDef). The date the policy went
      *> into its current status comes from policy_status_history. A
      *> policy is never taken while it has an open item: a claim not
      *> yet PAID or DENIED, an unworked suspense item, a transaction
      *> in the approval queue, or a check still OUTSTANDING or held
      *> STALE-VOID as unclaimed property. A policy a restore brought
      *> back is also held out until its hold_until date. The run
      *> works in three steps, and nothing is deleted until the second
      *> one has passed:
      *>   1 archive: every row of every selected policy is written to
      *>     a dated archive file - one policy after another, each
      *>     followed by a control record with its row count, which
      *>     must equal an independent COUNT(*) of the policy's live
      *>     rows. A header and a trailer carry the policy count, row
      *>     count and a policy_id hash total.
      *>   2 reconcile: the file is closed, read back from the top and
      *>     every count and the hash are checked against what was
      *>     written. A file that doesn't balance marks the run FAILED
      *>     with return code 8, and the live tables are left as they
      *>     were.
      *>   3 purge: each policy is deleted through
      *>     PolicyArchive.PurgePolicy, which re-checks it first (it is
      *>     SKIPPED if it gained rows or an open item since step 1).
      *> archive_run and archive_policy are the checkpoint. A run that
      *> dies in steps 1-2 leaves its archive_run ARCHIVING, and the
      *> next run marks it FAILED - nothing had been deleted. A run
      *> that dies in step 3 leaves it RECONCILED, and the next run
      *> only finishes that purge (a policy caught half-deleted
      *> carries on from where it stopped) and archives nothing new;
      *> the run after that picks up new work. A policy is therefore
      *> never left half-removed. RetentionRestoreBatch brings one
      *> archived policy back.
      *>
      *> Run with the processing date YYYYMMDD as the first
      *> command-line argument, defaulting to today. The retention
      *> period comes from RETENTION_YEARS (default 7 years). The
      *> archive file is RETENTION_ARCHIVE_PREFIX (default
      *> policy_archive_) followed by the processing date, the
      *> archive_id and .dat - policy_archive_20261015_000000042.dat -
      *> so no run overwrites another's archive. It is a line
      *> sequential file, every record led by its type:
      *>   Header  (one, first):
      *>     01      X(1)    record type "H"
      *>     02-10   9(9)    archive_id
      *>     11-18   9(8)    processing date YYYYMMDD
      *>     19-26   9(8)    cutoff date - closed on or before
      *>     27-29   9(3)    retention years
      *>   Detail  (one per archived row):
      *>     01      X(1)    record type "D"
      *>     02-10   9(9)    policy_id
      *>     11-40   X(30)   table name
      *>     41-45   9(5)    length of the row text
      *>     46-4045 X(4000) the row, every column, as JSON text
      *>   Policy  (one after each policy's detail records):
      *>     01      X(1)    record type "P"
      *>     02-10   9(9)    policy_id
      *>     11-19   9(9)    detail records for the policy
      *>     20-27   X(8)    date the policy closed YYYYMMDD
      *>   Trailer (one, last):
      *>     01      X(1)    record type "T"
      *>     02-10   9(9)    policy count
      *>     11-19   9(9)    detail record count
      *>     20-34   9(15)   policy_id hash total
      *> A row too long for the detail record abandons the run before
      *> anything is deleted.
      *>
      *> Selected policies are buffered into working storage before
      *> the archive is written, same reasoning as
      *> LapseProcessingBatch: PurgePolicy and CountLiveRows open their
      *> own connections and must not run under this program's open
      *> reader.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS PolicyArchive AS "PolicyArchive"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(4045).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-PREFIX     PIC X(200) VALUE "policy_archive_".
       01 WS-ARCHIVE-PATH       PIC X(256).
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-ARCHIVE-EOF        PIC 9 VALUE 0.
       01 WS-ARG                PIC X(10).
       01 WS-RUN-DATE-X         PIC X(8).
       01 WS-RUN-DATE-8         PIC 9(8).
       01 WS-RETENTION-YEARS    PIC 9(3) VALUE 7.
       01 WS-CUTOFF-YEAR        PIC 9(4).
       01 WS-CUTOFF-X           PIC X(8).
       01 WS-CUTOFF-8           PIC 9(8).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-ARCHIVE-ID         PIC 9(9) VALUE 0.
       01 WS-RESUME-ID          PIC 9(9) VALUE 0.
       01 WS-FAILED-RUNS        PIC 9(9) VALUE 0.
       01 WS-RECONCILED         PIC 9 VALUE 0.
       01 WS-RECON-REASON       PIC X(60).

       01 WS-SELECT-COUNT       PIC 9(9) VALUE 0.
       01 WS-ROW-TOTAL          PIC 9(9) VALUE 0.
       01 WS-HASH-TOTAL         PIC 9(15) VALUE 0.
       01 WS-PURGED-COUNT       PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(9) VALUE 0.
       01 WS-PURGE-FAIL-COUNT   PIC 9(9) VALUE 0.

      *> one policy's archive pass
       01 WS-TABLE-IX           PIC S9(9).
       01 WS-TABLE-FOUND        PIC S9(9).
       01 WS-TABLE-NAME         PIC X(30).
       01 WS-POL-ROWS           PIC 9(9).
       01 WS-LIVE-ROWS          PIC S9(9).
       01 WS-ROW-LENGTH         PIC S9(9).

      *> read-back totals
       01 WS-RC-IX              PIC 9(4).
       01 WS-RC-POLICIES        PIC 9(9).
       01 WS-RC-ROWS            PIC 9(9).
       01 WS-RC-POL-ROWS        PIC 9(9).
       01 WS-RC-HASH            PIC 9(15).
       01 WS-RC-TRAILER         PIC 9.
       01 WS-RC-BAD             PIC 9.
       01 WS-ARC-IN             PIC X(4045).

       01 ARC-HEADER-RECORD.
           05 ARC-H-TYPE        PIC X VALUE "H".
           05 ARC-H-ARCHIVE-ID  PIC 9(9).
           05 ARC-H-DATE        PIC 9(8).
           05 ARC-H-CUTOFF      PIC 9(8).
           05 ARC-H-YEARS       PIC 9(3).

       01 ARC-DETAIL-RECORD.
           05 ARC-D-TYPE        PIC X VALUE "D".
           05 ARC-D-POLICY-ID   PIC 9(9).
           05 ARC-D-TABLE       PIC X(30).
           05 ARC-D-LENGTH      PIC 9(5).
           05 ARC-D-ROW         PIC X(4000).

       01 ARC-POLICY-RECORD.
           05 ARC-P-TYPE        PIC X VALUE "P".
           05 ARC-P-POLICY-ID   PIC 9(9).
           05 ARC-P-ROWS        PIC 9(9).
           05 ARC-P-TERM-DATE   PIC X(8).

       01 ARC-TRAILER-RECORD.
           05 ARC-T-TYPE        PIC X VALUE "T".
           05 ARC-T-POLICIES    PIC 9(9).
           05 ARC-T-ROWS        PIC 9(9).
           05 ARC-T-HASH        PIC 9(15).

      *> policies selected (or, on a restart, still to purge)
       01 WS-POL-MAX            PIC 9(4) VALUE 2000.
       01 WS-POL-COUNT          PIC 9(4) VALUE 0.
       01 WS-POL-IX             PIC 9(4).
       01 WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 2000.
              10 WS-PT-POLICY-ID   PIC 9(9).
              10 WS-PT-TERM-DATE   PIC X(8).
              10 WS-PT-ROWS        PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Retention Archive and Purge Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1200-CHECK-UNFINISHED
           IF WS-RESUME-ID NOT = 0
               PERFORM 6000-RESUME-PURGE
           ELSE
               PERFORM 2000-SELECT-POLICIES
               IF WS-POL-COUNT = 0
                   DISPLAY "No policy is past retention - nothing archived"
               ELSE
                   PERFORM 2500-OPEN-ARCHIVE-RUN
                   PERFORM 3000-WRITE-ARCHIVE
                   PERFORM 4000-RECONCILE-ARCHIVE
                   IF WS-RECONCILED = 1
                       PERFORM 5000-PURGE-POLICIES
                       PERFORM 5900-CLOSE-ARCHIVE-RUN
                   ELSE
                       PERFORM 4900-FAIL-ARCHIVE-RUN
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-END-RUN
           STOP RUN.

      *> register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "RETENTION-PURGE" returning runId
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
               DISPLAY "RetentionArchiveBatch: processing date "
                   WS-RUN-DATE-X " is not YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-X TO WS-RUN-DATE-8
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-8) NOT = 0
               DISPLAY "RetentionArchiveBatch: processing date "
                   WS-RUN-DATE-X " is not a valid date"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RETENTION_YEARS"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-RETENTION-YEARS
           END-IF
           IF WS-RETENTION-YEARS = 0
               DISPLAY "RetentionArchiveBatch: RETENTION_YEARS must be"
                   " at least 1 - run abandoned"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RETENTION_ARCHIVE_PREFIX"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ARCHIVE-PREFIX
           END-IF
           COMPUTE WS-CUTOFF-YEAR = WS-RUN-DATE-8 / 10000 - WS-RETENTION-YEARS
           COMPUTE WS-CUTOFF-8 = WS-CUTOFF-YEAR * 10000
               + FUNCTION MOD(WS-RUN-DATE-8, 10000)
           MOVE WS-CUTOFF-8 TO WS-CUTOFF-X
           DISPLAY "Processing date: " WS-RUN-DATE-X
           DISPLAY "Retention: " WS-RETENTION-YEARS
               " year(s) - policies closed on or before " WS-CUTOFF-X.

      *> An archive run that never got past its reconcile deleted
      *> nothing and is closed FAILED. One that reconciled but didn't
      *> finish purging is resumed instead of archiving anything new.
       1200-CHECK-UNFINISHED.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare failCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE archive_run SET status='FAILED', completed_at=NOW() WHERE status='ARCHIVING'", conn).
           invoke failCmd "ExecuteNonQuery" returning WS-FAILED-RUNS.
           IF WS-FAILED-RUNS NOT = 0
               DISPLAY "RetentionArchiveBatch: " WS-FAILED-RUNS
                   " earlier archive run(s) never reconciled - closed"
                   " FAILED, nothing had been deleted"
           END-IF
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT archive_id,archive_file FROM archive_run WHERE status='RECONCILED' ORDER BY archive_id LIMIT 1", conn).
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke reader "GetInt32" using 0 returning WS-RESUME-ID
               invoke reader "GetString" using 1 returning WS-ARCHIVE-PATH
               DISPLAY "RetentionArchiveBatch: archive " WS-RESUME-ID
                   " reconciled but did not finish purging - resuming it,"
                   " nothing new is archived this run"
           END-IF
           invoke reader "Close".
           invoke conn "Close".

      *> Closed policies past the cutoff with nothing open against
      *> them - the same open-item tests as
      *> PolicyArchive.OpenItemCount. A policy with no status history
      *> row for its current status has no provable close date and is
      *> left alone.
       2000-SELECT-POLICIES.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,h.term_date FROM policy p JOIN (SELECT policy_id,new_status,MAX(changed_date) AS term_date FROM policy_status_history GROUP BY policy_id,new_status) h ON h.policy_id=p.policy_id AND h.new_status=p.current_status WHERE p.current_status IN ('SURRENDERED','MATURED','DEATH-CLM','LAPSED') AND h.term_date<=@cut AND NOT EXISTS (SELECT 1 FROM claim c WHERE c.policy_id=p.policy_id AND c.status NOT IN ('PAID','DENIED')) AND NOT EXISTS (SELECT 1 FROM premium_payment_suspense s WHERE s.policy_id=p.policy_id AND s.resolution IS NULL) AND NOT EXISTS (SELECT 1 FROM pending_approval a WHERE a.policy_id=p.policy_id AND a.status='PENDING') AND NOT EXISTS (SELECT 1 FROM issued_check ic WHERE ic.policy_id=p.policy_id AND ic.status IN ('OUTSTANDING','STALE-VOID')) AND NOT EXISTS (SELECT 1 FROM archive_policy ap WHERE ap.policy_id=p.policy_id AND COALESCE(ap.hold_until,'')>@run) ORDER BY p.policy_id", conn).
           invoke cmd "Parameters.AddWithValue" using "cut", WS-CUTOFF-X.
           invoke cmd "Parameters.AddWithValue" using "run", WS-RUN-DATE-X.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               IF WS-POL-COUNT < WS-POL-MAX
                   ADD 1 TO WS-POL-COUNT
                   invoke reader "GetInt32" using 0 returning WS-PT-POLICY-ID (WS-POL-COUNT)
                   invoke reader "GetString" using 1 returning WS-PT-TERM-DATE (WS-POL-COUNT)
                   MOVE 0 TO WS-PT-ROWS (WS-POL-COUNT)
               ELSE
                   DISPLAY "RetentionArchiveBatch: more than " WS-POL-MAX
                       " policies past retention, the rest archive next run"
               END-IF
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke reader "Close".
           invoke conn "Close".
           MOVE WS-POL-COUNT TO WS-SELECT-COUNT.

      *> Takes the next archive_id and names the dated file after it.
       2500-OPEN-ARCHIVE-RUN.
           declare archiveFile as string.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare seqCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT nextval(pg_get_serial_sequence('archive_run','archive_id'))::integer", conn).
           declare seqReader type NpgsqlDataReader.
           invoke seqCmd "ExecuteReader" returning seqReader.
           invoke seqReader "Read" returning WS-HAS-ROW.
           invoke seqReader "GetInt32" using 0 returning WS-ARCHIVE-ID.
           invoke seqReader "Close".
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING WS-ARCHIVE-PREFIX DELIMITED BY SPACE
               WS-RUN-DATE-X DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-ARCHIVE-ID DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH
           move function trim(WS-ARCHIVE-PATH trailing) to archiveFile
           declare insCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO archive_run (archive_id,archive_date,cutoff_date,archive_file,status,run_id) VALUES (@aid,@dt,@cut,@file,'ARCHIVING',@run)", conn).
           invoke insCmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID.
           invoke insCmd "Parameters.AddWithValue" using "dt", WS-RUN-DATE-X.
           invoke insCmd "Parameters.AddWithValue" using "cut", WS-CUTOFF-X.
           invoke insCmd "Parameters.AddWithValue" using "file", archiveFile.
           invoke insCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke insCmd "ExecuteNonQuery".
           invoke conn "Close".
           DISPLAY "Archive " WS-ARCHIVE-ID " to " WS-ARCHIVE-PATH.

       3000-WRITE-ARCHIVE.
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "RetentionArchiveBatch: cannot open archive file "
                   WS-ARCHIVE-PATH " (file status " WS-ARCHIVE-STATUS ")"
               PERFORM 4900-FAIL-ARCHIVE-RUN
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-ARCHIVE-ID TO ARC-H-ARCHIVE-ID
           MOVE WS-RUN-DATE-8 TO ARC-H-DATE
           MOVE WS-CUTOFF-8 TO ARC-H-CUTOFF
           MOVE WS-RETENTION-YEARS TO ARC-H-YEARS
           WRITE ARCHIVE-RECORD FROM ARC-HEADER-RECORD
           MOVE 1 TO WS-POL-IX
           PERFORM UNTIL WS-POL-IX > WS-POL-COUNT
               PERFORM 3100-ARCHIVE-POLICY
               ADD 1 TO WS-POL-IX
           END-PERFORM
           MOVE WS-POL-COUNT TO ARC-T-POLICIES
           MOVE WS-ROW-TOTAL TO ARC-T-ROWS
           MOVE WS-HASH-TOTAL TO ARC-T-HASH
           WRITE ARCHIVE-RECORD FROM ARC-TRAILER-RECORD
           CLOSE ARCHIVE-FILE.

      *> Every table of one policy, in PolicyArchive's order, then the
      *> policy's control record. The rows written must equal an
      *> independent count of the policy's live rows, or the run stops
      *> here with nothing deleted.
       3100-ARCHIVE-POLICY.
           declare tblName as string.
           declare tblFilter as string.
           declare rowsSql as string.
           declare rowText as string.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           MOVE 0 TO WS-POL-ROWS
           MOVE 1 TO WS-TABLE-IX
           invoke PolicyArchive "TableDef" using WS-TABLE-IX, tblName, tblFilter returning WS-TABLE-FOUND
           PERFORM UNTIL WS-TABLE-FOUND = 0
               MOVE tblName TO WS-TABLE-NAME
               invoke PolicyArchive "RowsSql" using WS-TABLE-IX returning rowsSql
               declare cmd type NpgsqlCommand = new NpgsqlCommand(rowsSql, conn)
               invoke cmd "Parameters.AddWithValue" using "pid", WS-PT-POLICY-ID (WS-POL-IX)
               declare reader type NpgsqlDataReader
               invoke cmd "ExecuteReader" returning reader
               invoke reader "Read" returning WS-HAS-ROW
               PERFORM UNTIL WS-HAS-ROW = 0
                   invoke reader "GetInt32" using 0 returning WS-ROW-LENGTH
                   invoke reader "GetString" using 1 returning rowText
                   IF WS-ROW-LENGTH > 4000
                       DISPLAY "RetentionArchiveBatch: " WS-TABLE-NAME
                           " row of policy " WS-PT-POLICY-ID (WS-POL-IX)
                           " is " WS-ROW-LENGTH " bytes, over the 4000 the"
                           " archive record holds - run abandoned,"
                           " nothing deleted"
                       invoke reader "Close"
                       invoke conn "Close"
                       CLOSE ARCHIVE-FILE
                       PERFORM 4900-FAIL-ARCHIVE-RUN
                       PERFORM 9000-END-RUN
                       STOP RUN
                   END-IF
                   MOVE WS-PT-POLICY-ID (WS-POL-IX) TO ARC-D-POLICY-ID
                   MOVE WS-TABLE-NAME TO ARC-D-TABLE
                   MOVE WS-ROW-LENGTH TO ARC-D-LENGTH
                   MOVE rowText TO ARC-D-ROW
                   WRITE ARCHIVE-RECORD FROM ARC-DETAIL-RECORD
                   ADD 1 TO WS-POL-ROWS
                   invoke reader "Read" returning WS-HAS-ROW
               END-PERFORM
               invoke reader "Close"
               ADD 1 TO WS-TABLE-IX
               invoke PolicyArchive "TableDef" using WS-TABLE-IX, tblName, tblFilter returning WS-TABLE-FOUND
           END-PERFORM
           invoke conn "Close".

           invoke PolicyArchive "CountLiveRows" using WS-PT-POLICY-ID (WS-POL-IX) returning WS-LIVE-ROWS
           IF WS-LIVE-ROWS NOT = WS-POL-ROWS
               DISPLAY "RetentionArchiveBatch: policy "
                   WS-PT-POLICY-ID (WS-POL-IX) " archived " WS-POL-ROWS
                   " row(s) but counts " WS-LIVE-ROWS
                   " live - run abandoned, nothing deleted"
               CLOSE ARCHIVE-FILE
               PERFORM 4900-FAIL-ARCHIVE-RUN
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE WS-PT-POLICY-ID (WS-POL-IX) TO ARC-P-POLICY-ID
           MOVE WS-POL-ROWS TO ARC-P-ROWS
           MOVE WS-PT-TERM-DATE (WS-POL-IX) TO ARC-P-TERM-DATE
           WRITE ARCHIVE-RECORD FROM ARC-POLICY-RECORD
           MOVE WS-POL-ROWS TO WS-PT-ROWS (WS-POL-IX)
           ADD WS-POL-ROWS TO WS-ROW-TOTAL
           ADD WS-PT-POLICY-ID (WS-POL-IX) TO WS-HASH-TOTAL
           PERFORM 3200-RECORD-ARCHIVED-POLICY.

       3200-RECORD-ARCHIVED-POLICY.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO archive_policy (archive_id,policy_id,term_date,row_count,status) VALUES (@aid,@pid,@term,@rows,'SELECTED')", conn).
           invoke cmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID.
           invoke cmd "Parameters.AddWithValue" using "pid", WS-PT-POLICY-ID (WS-POL-IX).
           invoke cmd "Parameters.AddWithValue" using "term", WS-PT-TERM-DATE (WS-POL-IX).
           invoke cmd "Parameters.AddWithValue" using "rows", WS-POL-ROWS.
           invoke cmd "ExecuteNonQuery".
           invoke conn "Close".

      *> Reads the closed file back from the top. Every policy's
      *> detail records must match its control record and what was
      *> written for it, in the same policy order, and the trailer must
      *> match the totals read and written.
       4000-RECONCILE-ARCHIVE.
           MOVE 0 TO WS-RECONCILED
           MOVE 0 TO WS-RC-BAD
           MOVE 0 TO WS-RC-TRAILER
           MOVE 0 TO WS-RC-POLICIES
           MOVE 0 TO WS-RC-ROWS
           MOVE 0 TO WS-RC-POL-ROWS
           MOVE 0 TO WS-RC-HASH
           MOVE 1 TO WS-RC-IX
           MOVE SPACES TO WS-RECON-REASON
           MOVE 0 TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "RetentionArchiveBatch: cannot reopen archive file "
                   WS-ARCHIVE-PATH " (file status " WS-ARCHIVE-STATUS ")"
               MOVE "archive file cannot be read back" TO WS-RECON-REASON
               MOVE 1 TO WS-RC-BAD
           ELSE
               PERFORM 4100-READ-ARCHIVE
               IF WS-ARCHIVE-EOF = 1 OR WS-ARC-IN(1:1) NOT = "H"
                   MOVE "no header record" TO WS-RECON-REASON
                   MOVE 1 TO WS-RC-BAD
               ELSE
                   MOVE WS-ARC-IN TO ARC-HEADER-RECORD
                   IF ARC-H-ARCHIVE-ID NOT = WS-ARCHIVE-ID
                       MOVE "header is for another archive" TO WS-RECON-REASON
                       MOVE 1 TO WS-RC-BAD
                   END-IF
                   PERFORM 4100-READ-ARCHIVE
               END-IF
               PERFORM UNTIL WS-ARCHIVE-EOF = 1 OR WS-RC-BAD = 1
                   PERFORM 4200-CHECK-RECORD
                   PERFORM 4100-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-RC-BAD = 0 AND WS-RC-TRAILER = 0
               MOVE "no trailer record" TO WS-RECON-REASON
               MOVE 1 TO WS-RC-BAD
           END-IF
           IF WS-RC-BAD = 0
               MOVE 1 TO WS-RECONCILED
               PERFORM 4500-MARK-RECONCILED
               DISPLAY "Archive " WS-ARCHIVE-ID " reconciled: "
                   WS-RC-POLICIES " policies, " WS-RC-ROWS " rows"
           ELSE
               DISPLAY "RetentionArchiveBatch: archive " WS-ARCHIVE-ID
                   " does not reconcile - " WS-RECON-REASON
           END-IF.

       4100-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-ARC-IN
               AT END
                   MOVE 1 TO WS-ARCHIVE-EOF
           END-READ.

       4200-CHECK-RECORD.
           IF WS-RC-TRAILER = 1
               MOVE "records after the trailer" TO WS-RECON-REASON
               MOVE 1 TO WS-RC-BAD
           ELSE
               EVALUATE WS-ARC-IN(1:1)
                   WHEN "D"
                       MOVE WS-ARC-IN TO ARC-DETAIL-RECORD
                       IF WS-RC-IX > WS-POL-COUNT
                           MOVE "detail record for an unselected policy"
                               TO WS-RECON-REASON
                           MOVE 1 TO WS-RC-BAD
                       ELSE
                           IF ARC-D-POLICY-ID NOT = WS-PT-POLICY-ID (WS-RC-IX)
                               MOVE "detail record out of policy order"
                                   TO WS-RECON-REASON
                               MOVE 1 TO WS-RC-BAD
                           END-IF
                       END-IF
                       ADD 1 TO WS-RC-POL-ROWS
                   WHEN "P"
                       MOVE WS-ARC-IN TO ARC-POLICY-RECORD
                       IF WS-RC-IX > WS-POL-COUNT
                           MOVE "control record for an unselected policy"
                               TO WS-RECON-REASON
                           MOVE 1 TO WS-RC-BAD
                       ELSE
                           IF ARC-P-POLICY-ID NOT = WS-PT-POLICY-ID (WS-RC-IX)
                              OR ARC-P-ROWS NOT = WS-RC-POL-ROWS
                              OR ARC-P-ROWS NOT = WS-PT-ROWS (WS-RC-IX)
                               MOVE "policy control record out of balance"
                                   TO WS-RECON-REASON
                               MOVE 1 TO WS-RC-BAD
                           END-IF
                           ADD 1 TO WS-RC-POLICIES
                           ADD WS-RC-POL-ROWS TO WS-RC-ROWS
                           ADD ARC-P-POLICY-ID TO WS-RC-HASH
                           MOVE 0 TO WS-RC-POL-ROWS
                           ADD 1 TO WS-RC-IX
                       END-IF
                   WHEN "T"
                       MOVE WS-ARC-IN TO ARC-TRAILER-RECORD
                       MOVE 1 TO WS-RC-TRAILER
                       IF WS-RC-POL-ROWS NOT = 0
                           MOVE "detail records with no control record"
                               TO WS-RECON-REASON
                           MOVE 1 TO WS-RC-BAD
                       END-IF
                       IF ARC-T-POLICIES NOT = WS-RC-POLICIES
                          OR ARC-T-POLICIES NOT = WS-POL-COUNT
                          OR ARC-T-ROWS NOT = WS-RC-ROWS
                          OR ARC-T-ROWS NOT = WS-ROW-TOTAL
                          OR ARC-T-HASH NOT = WS-RC-HASH
                          OR ARC-T-HASH NOT = WS-HASH-TOTAL
                           MOVE "trailer totals out of balance"
                               TO WS-RECON-REASON
                           MOVE 1 TO WS-RC-BAD
                       END-IF
                   WHEN OTHER
                       MOVE "unknown record type" TO WS-RECON-REASON
                       MOVE 1 TO WS-RC-BAD
               END-EVALUATE
           END-IF.

       4500-MARK-RECONCILED.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE archive_run SET status='RECONCILED', policy_count=@pols, row_count=@rows WHERE archive_id=@aid AND status='ARCHIVING'", conn).
           invoke cmd "Parameters.AddWithValue" using "pols", WS-RC-POLICIES.
           invoke cmd "Parameters.AddWithValue" using "rows", WS-RC-ROWS.
           invoke cmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID.
           invoke cmd "ExecuteNonQuery".
           invoke conn "Close".

      *> The archive is abandoned: nothing was deleted, the run is
      *> closed FAILED and the job ends with return code 8.
       4900-FAIL-ARCHIVE-RUN.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE archive_run SET status='FAILED', completed_at=NOW() WHERE archive_id=@aid AND status='ARCHIVING'", conn).
           invoke cmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID.
           invoke cmd "ExecuteNonQuery".
           invoke conn "Close".
           DISPLAY "RetentionArchiveBatch: archive " WS-ARCHIVE-ID
               " closed FAILED - the live tables are unchanged"
           MOVE 8 TO RETURN-CODE.

       5000-PURGE-POLICIES.
           MOVE 1 TO WS-POL-IX
           PERFORM UNTIL WS-POL-IX > WS-POL-COUNT
               PERFORM 5100-PURGE-ONE-POLICY
               ADD 1 TO WS-POL-IX
           END-PERFORM.

       5100-PURGE-ONE-POLICY.
           declare purgeResult as binary-long.
           invoke PolicyArchive "PurgePolicy" using WS-ARCHIVE-ID, WS-PT-POLICY-ID (WS-POL-IX) returning purgeResult
           EVALUATE purgeResult
               WHEN 0
                   ADD 1 TO WS-PURGED-COUNT
               WHEN 2
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PURGE-FAIL-COUNT
           END-EVALUATE.

      *> A purge that got through every policy closes the archive run
      *> PURGED with the counts off archive_policy (so a resumed run
      *> counts the policies its failed predecessor purged too). Any
      *> policy left PURGING keeps the run RECONCILED for the next run
      *> to finish.
       5900-CLOSE-ARCHIVE-RUN.
           IF WS-PURGE-FAIL-COUNT NOT = 0
               DISPLAY "RetentionArchiveBatch: " WS-PURGE-FAIL-COUNT
                   " policy(ies) not fully purged - archive "
                   WS-ARCHIVE-ID " stays open, the next run finishes it"
               MOVE 8 TO RETURN-CODE
           ELSE
               declare conn type NpgsqlConnection
               invoke DbConfig "OpenConnection" returning conn
               declare cmd type NpgsqlCommand
                   = new NpgsqlCommand("UPDATE archive_run SET status='PURGED', purged_count=(SELECT COUNT(*) FROM archive_policy WHERE archive_id=@aid AND status='PURGED'), skipped_count=(SELECT COUNT(*) FROM archive_policy WHERE archive_id=@aid AND status='SKIPPED'), completed_at=NOW() WHERE archive_id=@aid AND status='RECONCILED'", conn)
               invoke cmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID
               invoke cmd "ExecuteNonQuery"
               invoke conn "Close"
           END-IF.

      *> Restart after a run died mid-purge: the policies of that
      *> archive still SELECTED or PURGING are purged now, then the
      *> archive run is closed the normal way.
       6000-RESUME-PURGE.
           MOVE WS-RESUME-ID TO WS-ARCHIVE-ID
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT policy_id,term_date,row_count FROM archive_policy WHERE archive_id=@aid AND status IN ('SELECTED','PURGING') ORDER BY policy_id", conn).
           invoke cmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0 OR WS-POL-COUNT >= WS-POL-MAX
               ADD 1 TO WS-POL-COUNT
               invoke reader "GetInt32" using 0 returning WS-PT-POLICY-ID (WS-POL-COUNT)
               invoke reader "GetString" using 1 returning WS-PT-TERM-DATE (WS-POL-COUNT)
               invoke reader "GetInt32" using 2 returning WS-PT-ROWS (WS-POL-COUNT)
               invoke reader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke reader "Close".
           invoke conn "Close".
           MOVE WS-POL-COUNT TO WS-SELECT-COUNT
           DISPLAY "Policies still to purge in archive " WS-ARCHIVE-ID
               ": " WS-POL-COUNT
           PERFORM 5000-PURGE-POLICIES
           PERFORM 5900-CLOSE-ARCHIVE-RUN.

       8000-PRINT-SUMMARY.
           DISPLAY "Policies selected: " WS-SELECT-COUNT
           DISPLAY "Rows archived: " WS-ROW-TOTAL
           DISPLAY "Policies purged: " WS-PURGED-COUNT
           DISPLAY "Policies skipped (changed since archived): "
               WS-SKIPPED-COUNT
           DISPLAY "Policies not fully purged: " WS-PURGE-FAIL-COUNT.

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-SELECT-COUNT, WS-PURGED-COUNT, endRc.
