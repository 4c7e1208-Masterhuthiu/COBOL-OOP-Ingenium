      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionRestoreBatch.

      *> Brings one policy the retention run purged back into the live
      *> tables, for a legal request or a customer who asks for their
      *> records. The policy's most recent PURGED entry in
      *> archive_policy says which archive file holds it; the file's
      *> detail records for the policy are replayed in file order
      *> through PolicyArchive.RestoreRow (the policy row first, then
      *> its history - the order RetentionArchiveBatch wrote them), and
      *> the policy's control record must match the rows replayed. The
      *> restore is only marked done when the policy's live row count
      *> equals what was archived: the archive_policy entry goes to
      *> RESTORED with who asked, and the policy is held out of
      *> retention until the hold date, so the next retention run
      *> doesn't archive it straight back out. A policy_audit row
      *> records the restore under the requester. A restore that dies
      *> or doesn't balance leaves the entry PURGED with return code 8;
      *> while the entry is PURGED a rerun carries on replaying even
      *> though the policy row is already back, and rows already back
      *> are skipped, so it can simply be run again.
      *>
      *> Run with the policy id and the requester (a name or the
      *> legal / customer request reference, no spaces) as
      *> command-line arguments, e.g. 10042 LEGAL-2026-114. The hold
      *> period comes from RESTORE_HOLD_DAYS (default 365 days).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS Policy AS "Policy"
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
       01 WS-ARCHIVE-PATH       PIC X(256).
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-ARCHIVE-EOF        PIC 9 VALUE 0.
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-ARG                PIC X(80).
       01 WS-ARG-1              PIC X(20).
       01 WS-ARG-2              PIC X(50).
       01 WS-POLICY-ID          PIC 9(9) VALUE 0.
       01 WS-REQUESTED-BY       PIC X(50).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-TODAY-X            PIC X(8).
       01 WS-HOLD-DAYS          PIC 9(5) VALUE 365.
       01 WS-HOLD-8             PIC 9(8).
       01 WS-HOLD-X             PIC X(8).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-ARCHIVE-ID         PIC 9(9) VALUE 0.
       01 WS-ARCHIVED-ROWS      PIC 9(9) VALUE 0.
       01 WS-LIVE-COUNT         PIC 9(9) VALUE 0.
       01 WS-LIVE-ROWS          PIC S9(9) VALUE 0.
       01 WS-READ-ROWS          PIC 9(9) VALUE 0.
       01 WS-INSERTED-ROWS      PIC 9(9) VALUE 0.
       01 WS-PRESENT-ROWS       PIC 9(9) VALUE 0.
       01 WS-CONTROL-ROWS       PIC 9(9) VALUE 0.
       01 WS-CONTROL-SEEN       PIC 9 VALUE 0.
       01 WS-ARC-IN             PIC X(4045).

       01 ARC-HEADER-RECORD.
           05 ARC-H-TYPE        PIC X.
           05 ARC-H-ARCHIVE-ID  PIC 9(9).
           05 ARC-H-DATE        PIC 9(8).
           05 ARC-H-CUTOFF      PIC 9(8).
           05 ARC-H-YEARS       PIC 9(3).

       01 ARC-DETAIL-RECORD.
           05 ARC-D-TYPE        PIC X.
           05 ARC-D-POLICY-ID   PIC 9(9).
           05 ARC-D-TABLE       PIC X(30).
           05 ARC-D-LENGTH      PIC 9(5).
           05 ARC-D-ROW         PIC X(4000).

       01 ARC-POLICY-RECORD.
           05 ARC-P-TYPE        PIC X.
           05 ARC-P-POLICY-ID   PIC 9(9).
           05 ARC-P-ROWS        PIC 9(9).
           05 ARC-P-TERM-DATE   PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Retention Restore Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 2000-FIND-ARCHIVE
           PERFORM 3000-RESTORE-ROWS
           PERFORM 4000-VERIFY-RESTORE
           PERFORM 5000-MARK-RESTORED
           DISPLAY "Policy " WS-POLICY-ID " restored from archive "
               WS-ARCHIVE-ID
           DISPLAY "Rows replayed: " WS-READ-ROWS
               " (inserted " WS-INSERTED-ROWS ", already present "
               WS-PRESENT-ROWS ")"
           DISPLAY "Held out of retention until " WS-HOLD-X
           PERFORM 9000-END-RUN
           STOP RUN.

      *> register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "RETENTION-RESTORE" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           UNSTRING WS-ARG DELIMITED BY ALL " "
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES
               DISPLAY "RetentionRestoreBatch: run with the policy id and"
                   " the requester, e.g. 10042 LEGAL-2026-114"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-1) TO WS-POLICY-ID
           MOVE WS-ARG-2 TO WS-REQUESTED-BY
           IF WS-POLICY-ID = 0
               DISPLAY "RetentionRestoreBatch: policy id '" WS-ARG-1
                   "' is not a policy id"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RESTORE_HOLD_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-HOLD-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE WS-TODAY-8 TO WS-TODAY-X
           COMPUTE WS-HOLD-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8) + WS-HOLD-DAYS)
           MOVE WS-HOLD-8 TO WS-HOLD-X
           DISPLAY "Policy: " WS-POLICY-ID " requested by "
               FUNCTION TRIM(WS-REQUESTED-BY TRAILING).

      *> The policy's latest purge, and the file it went to. Only a
      *> policy with no PURGED archive_policy entry is refused - it is
      *> either not purged or already restored. An entry still PURGED
      *> while the policy row is back on the live table is a restore an
      *> earlier run started and didn't finish: the replay carries on,
      *> and RestoreRow skips the rows that run already put back.
       2000-FIND-ARCHIVE.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare liveCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COUNT(*)::integer FROM policy WHERE policy_id=@pid", conn).
           invoke liveCmd "Parameters.AddWithValue" using "pid", WS-POLICY-ID.
           declare liveReader type NpgsqlDataReader.
           invoke liveCmd "ExecuteReader" returning liveReader.
           invoke liveReader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke liveReader "GetInt32" using 0 returning WS-LIVE-COUNT
           END-IF
           invoke liveReader "Close".

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT ap.archive_id,ap.row_count,r.archive_file FROM archive_policy ap JOIN archive_run r ON r.archive_id=ap.archive_id WHERE ap.policy_id=@pid AND ap.status='PURGED' ORDER BY ap.archive_id DESC LIMIT 1", conn).
           invoke cmd "Parameters.AddWithValue" using "pid", WS-POLICY-ID.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning WS-HAS-ROW.
           IF WS-HAS-ROW NOT = 0
               invoke reader "GetInt32" using 0 returning WS-ARCHIVE-ID
               invoke reader "GetInt32" using 1 returning WS-ARCHIVED-ROWS
               invoke reader "GetString" using 2 returning WS-ARCHIVE-PATH
           END-IF
           invoke reader "Close".
           invoke conn "Close".

           IF WS-HAS-ROW = 0
               IF WS-LIVE-COUNT NOT = 0
                   DISPLAY "RetentionRestoreBatch: policy " WS-POLICY-ID
                       " is on the live policy table with no purged"
                       " archive entry - not restored"
               ELSE
                   DISPLAY "RetentionRestoreBatch: policy " WS-POLICY-ID
                       " has no purged archive entry - nothing to restore"
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           IF WS-LIVE-COUNT NOT = 0
               DISPLAY "Policy " WS-POLICY-ID " is partly restored by an"
                   " earlier run - carrying on with the replay"
           END-IF
           DISPLAY "Archive " WS-ARCHIVE-ID " in " WS-ARCHIVE-PATH
               " holds " WS-ARCHIVED-ROWS " row(s)".

      *> Replays the policy's detail records, stopping at its control
      *> record. Any table RestoreRow refuses abandons the restore.
       3000-RESTORE-ROWS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "RetentionRestoreBatch: cannot open archive file "
                   WS-ARCHIVE-PATH " (file status " WS-ARCHIVE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           PERFORM 3100-READ-ARCHIVE
           MOVE WS-ARC-IN TO ARC-HEADER-RECORD
           IF WS-ARCHIVE-EOF = 1 OR ARC-H-TYPE NOT = "H"
              OR ARC-H-ARCHIVE-ID NOT = WS-ARCHIVE-ID
               DISPLAY "RetentionRestoreBatch: " WS-ARCHIVE-PATH
                   " is not the file of archive " WS-ARCHIVE-ID
               CLOSE ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           PERFORM 3100-READ-ARCHIVE
           PERFORM UNTIL WS-ARCHIVE-EOF = 1 OR WS-CONTROL-SEEN = 1
               EVALUATE WS-ARC-IN(1:1)
                   WHEN "D"
                       MOVE WS-ARC-IN TO ARC-DETAIL-RECORD
                       IF ARC-D-POLICY-ID = WS-POLICY-ID
                           PERFORM 3500-RESTORE-ONE-ROW
                       END-IF
                   WHEN "P"
                       MOVE WS-ARC-IN TO ARC-POLICY-RECORD
                       IF ARC-P-POLICY-ID = WS-POLICY-ID
                           MOVE ARC-P-ROWS TO WS-CONTROL-ROWS
                           MOVE 1 TO WS-CONTROL-SEEN
                       END-IF
               END-EVALUATE
               PERFORM 3100-READ-ARCHIVE
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       3100-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-ARC-IN
               AT END
                   MOVE 1 TO WS-ARCHIVE-EOF
           END-READ.

       3500-RESTORE-ONE-ROW.
           declare tableStr as string.
           declare rowStr as string.
           declare restoreResult as binary-long.
           move function trim(ARC-D-TABLE) to tableStr
           move ARC-D-ROW(1:ARC-D-LENGTH) to rowStr
           invoke PolicyArchive "RestoreRow" using tableStr, rowStr returning restoreResult
           ADD 1 TO WS-READ-ROWS
           EVALUATE restoreResult
               WHEN 0
                   ADD 1 TO WS-INSERTED-ROWS
               WHEN 1
                   ADD 1 TO WS-PRESENT-ROWS
               WHEN OTHER
                   DISPLAY "RetentionRestoreBatch: archive row for table "
                       ARC-D-TABLE " refused - restore abandoned, rerun"
                       " once the cause is fixed"
                   CLOSE ARCHIVE-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-END-RUN
                   STOP RUN
           END-EVALUATE.

      *> The rows replayed must match the policy's control record and
      *> archive_policy, and the policy must now count that many live
      *> rows.
       4000-VERIFY-RESTORE.
           IF WS-CONTROL-SEEN = 0
               DISPLAY "RetentionRestoreBatch: no control record for policy "
                   WS-POLICY-ID " in " WS-ARCHIVE-PATH
                   " - restore not complete"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           invoke PolicyArchive "CountLiveRows" using WS-POLICY-ID returning WS-LIVE-ROWS
           IF WS-READ-ROWS NOT = WS-CONTROL-ROWS
              OR WS-READ-ROWS NOT = WS-ARCHIVED-ROWS
              OR WS-LIVE-ROWS NOT = WS-ARCHIVED-ROWS
               DISPLAY "RetentionRestoreBatch: policy " WS-POLICY-ID
                   " replayed " WS-READ-ROWS " row(s), control record "
                   WS-CONTROL-ROWS ", archived " WS-ARCHIVED-ROWS
                   ", now live " WS-LIVE-ROWS " - restore not complete"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

       5000-MARK-RESTORED.
           declare auditOld as string.
           declare auditNew as string.
           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE archive_policy SET status='RESTORED', restored_at=NOW(), restored_by=@by, hold_until=@hold WHERE archive_id=@aid AND policy_id=@pid AND status='PURGED'", conn).
           invoke cmd "Parameters.AddWithValue" using "by", function trim(WS-REQUESTED-BY trailing).
           invoke cmd "Parameters.AddWithValue" using "hold", WS-HOLD-X.
           invoke cmd "Parameters.AddWithValue" using "aid", WS-ARCHIVE-ID.
           invoke cmd "Parameters.AddWithValue" using "pid", WS-POLICY-ID.
           invoke cmd "ExecuteNonQuery".
           set auditOld to "archive " & WS-ARCHIVE-ID.
           move function trim(WS-REQUESTED-BY trailing) to auditNew
           invoke Policy "WriteAudit" using conn, WS-POLICY-ID, "retention_restore", auditOld, auditNew, "RETENTION-RESTORE".
           invoke conn "Close".

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-READ-ROWS, WS-INSERTED-ROWS, endRc.
