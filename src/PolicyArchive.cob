      >>SOURCE FORMAT FREE
       class-id. PolicyArchive.

      *> Knows which live tables make up a policy's history and how to
      *> move them in and out of the retention archive, for
      *> RetentionArchiveBatch and RetentionRestoreBatch. The table
      *> list is held in one place, TableDef, in archive order - the
      *> policy row first, then everything hanging off it, with
      *> claim_status_history after claim and check_exception and
      *> check_reissue after issued_check - so a restore that replays the archive in file
      *> order always has the parent in place first, and a purge that
      *> deletes in reverse order never leaves a child whose parent is
      *> gone. Rows travel as one JSON text per row (row_to_json), so
      *> every column goes to the archive and comes back on restore
      *> without this class having to list any of them. customer,
      *> product and agent master rows are shared between policies and
      *> are never archived.

       environment division.
       configuration section.
       repository.
           class DbConfig as "DbConfig".

       factory.
       procedure division.

      *> One table of a policy's history by position, 1 up: its name
      *> and the WHERE clause (on @pid) that finds the policy's rows in
      *> it. Returns 1, or 0 past the last table.
       method-id. TableDef static.
           procedure division using by value tableIx as binary-long
                                      by reference tableName as string
                                      by reference tableFilter as string
                               returning found as binary-long.
           move 1 to found.
           move "policy_id=@pid" to tableFilter.
           evaluate tableIx
               when 1
                   move "policy" to tableName
               when 2
                   move "policy_audit" to tableName
               when 3
                   move "policy_status_history" to tableName
               when 4
                   move "premium_payment" to tableName
               when 5
                   move "premium_payment_suspense" to tableName
               when 6
                   move "policy_loan" to tableName
               when 7
                   move "claim" to tableName
               when 8
                   move "claim_status_history" to tableName
                   move "claim_id IN (SELECT claim_id FROM claim WHERE policy_id=@pid)" to tableFilter
               when 9
                   move "claim_payment" to tableName
               when 10
                   move "policy_termination" to tableName
               when 11
                   move "beneficiary" to tableName
               when 12
                   move "beneficiary_audit" to tableName
               when 13
                   move "bank_mandate" to tableName
               when 14
                   move "bank_draft" to tableName
               when 15
                   move "policy_mode_change" to tableName
               when 16
                   move "issued_check" to tableName
               when 17
                   move "check_exception" to tableName
                   move "check_id IN (SELECT check_id FROM issued_check WHERE policy_id=@pid)" to tableFilter
               when 18
                   move "check_reissue" to tableName
                   move "check_id IN (SELECT check_id FROM issued_check WHERE policy_id=@pid)" to tableFilter
               when 19
                   move "pending_approval" to tableName
               when 20
                   move "anniversary_statement" to tableName
               when 21
                   move "reinsurance_cession" to tableName
               when other
                   move "" to tableName
                   move "" to tableFilter
                   move 0 to found
           end-evaluate.
       end method TableDef.

      *> The query that reads one table's rows for a policy (@pid) as
      *> archive text: column 0 the text's length, column 1 the row as
      *> JSON. Empty string past the last table.
       method-id. RowsSql static.
           procedure division using by value tableIx as binary-long
                               returning rowsSql as string.
           declare tableName as string.
           declare tableFilter as string.
           declare found as binary-long.
           invoke PolicyArchive "TableDef" using tableIx, tableName, tableFilter returning found.
           if found = 0
               move "" to rowsSql
           else
               set rowsSql to "SELECT LENGTH(j)::integer,j FROM (SELECT row_to_json(t)::text AS j FROM " & tableName & " t WHERE " & tableFilter & ") x"
           end-if.
       end method RowsSql.

      *> Rows the policy has in the live tables right now, every table
      *> together.
       method-id. CountLiveRows static.
           procedure division using by value policyId as binary-long
                               returning rowCount as binary-long.
           declare conn type NpgsqlConnection.
           declare tableIx as binary-long.
           declare tableName as string.
           declare tableFilter as string.
           declare found as binary-long.
           declare hasRow as binary-long.
           declare tableCount as binary-long.
           declare sql as string.

           move 0 to rowCount.
           invoke DbConfig "OpenConnection" returning conn.
           move 1 to tableIx.
           invoke PolicyArchive "TableDef" using tableIx, tableName, tableFilter returning found.
           perform until found = 0
               set sql to "SELECT COUNT(*)::integer FROM " & tableName & " WHERE " & tableFilter
               declare cmd type NpgsqlCommand = new NpgsqlCommand(sql, conn)
               invoke cmd "Parameters.AddWithValue" using "pid", policyId
               declare reader type NpgsqlDataReader
               invoke cmd "ExecuteReader" returning reader
               invoke reader "Read" returning hasRow
               if hasRow not = 0
                   invoke reader "GetInt32" using 0 returning tableCount
                   add tableCount to rowCount
               end-if
               invoke reader "Close"
               add 1 to tableIx
               invoke PolicyArchive "TableDef" using tableIx, tableName, tableFilter returning found
           end-perform.
           invoke conn "Close".
       end method CountLiveRows.

      *> Things that keep a policy live whatever its age: a claim not
      *> yet PAID or DENIED, a suspense item filed against it and not
      *> yet worked, a transaction waiting in the approval queue, a
      *> check not yet cleared or reissued (OUTSTANDING, or STALE-VOID
      *> and still owed to the payee as unclaimed property). Returns
      *> how many there are; RetentionArchiveBatch applies the same
      *> tests in its selection.
       method-id. OpenItemCount static.
           procedure division using by value policyId as binary-long
                               returning openCount as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.

           move 0 to openCount.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT ((SELECT COUNT(*) FROM claim WHERE policy_id=@pid AND status NOT IN ('PAID','DENIED'))+(SELECT COUNT(*) FROM premium_payment_suspense WHERE policy_id=@pid AND resolution IS NULL)+(SELECT COUNT(*) FROM pending_approval WHERE policy_id=@pid AND status='PENDING')+(SELECT COUNT(*) FROM issued_check WHERE policy_id=@pid AND status IN ('OUTSTANDING','STALE-VOID')))::integer", conn).
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning openCount
           end-if.
           invoke reader "Close".
           invoke conn "Close".
       end method OpenItemCount.

      *> Deletes one archived policy's rows from the live tables. Only
      *> called once the archive file has reconciled. archive_policy is
      *> the checkpoint: a SELECTED policy is first re-checked - its
      *> live row count must still equal what was archived and it must
      *> have no open item, otherwise it is SKIPPED and nothing is
      *> deleted - then marked PURGING before the first delete. A
      *> policy found PURGING is one a failed run was part-way
      *> through; its remaining rows are all in the archive already,
      *> so the deletes simply carry on. Tables are emptied in reverse
      *> archive order, the policy row last, and the policy is PURGED
      *> only when the live count has reached zero.
      *> Result codes: 0 purged, 1 not SELECTED/PURGING in this
      *> archive, 2 skipped (changed or open item since archived),
      *> 3 rows still live after the deletes - left PURGING for the
      *> rerun.
       method-id. PurgePolicy static.
           procedure division using by value archiveId as binary-long
                                      by value policyId as binary-long
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare affected as binary-long.
           declare archStatus as string.
           declare archRows as binary-long.
           declare liveRows as binary-long.
           declare openCount as binary-long.
           declare tableIx as binary-long.
           declare tableName as string.
           declare tableFilter as string.
           declare found as binary-long.
           declare sql as string.

           move "" to archStatus.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT status,row_count FROM archive_policy WHERE archive_id=@aid AND policy_id=@pid", conn).
           invoke cmd "Parameters.AddWithValue" using "aid", archiveId.
           invoke cmd "Parameters.AddWithValue" using "pid", policyId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetString" using 0 returning archStatus
               invoke reader "GetInt32" using 1 returning archRows
           end-if.
           invoke reader "Close".

           if hasRow = 0 or (archStatus not = "SELECTED" and archStatus not = "PURGING")
               display "PurgePolicy rejected: policyId " policyId " is not awaiting purge in archive " archiveId
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           if archStatus = "SELECTED"
               invoke PolicyArchive "CountLiveRows" using policyId returning liveRows
               invoke PolicyArchive "OpenItemCount" using policyId returning openCount
               if liveRows not = archRows or openCount not = 0
                   declare skipCmd type NpgsqlCommand
                       = new NpgsqlCommand("UPDATE archive_policy SET status='SKIPPED' WHERE archive_id=@aid AND policy_id=@pid AND status='SELECTED'", conn)
                   invoke skipCmd "Parameters.AddWithValue" using "aid", archiveId
                   invoke skipCmd "Parameters.AddWithValue" using "pid", policyId
                   invoke skipCmd "ExecuteNonQuery"
                   invoke conn "Close"
                   display "PurgePolicy: policyId " policyId " skipped - " liveRows " live row(s) against " archRows " archived, " openCount " open item(s)"
                   move 2 to resultCode
                   exit method
               end-if
               declare markCmd type NpgsqlCommand
                   = new NpgsqlCommand("UPDATE archive_policy SET status='PURGING' WHERE archive_id=@aid AND policy_id=@pid AND status='SELECTED'", conn)
               invoke markCmd "Parameters.AddWithValue" using "aid", archiveId
               invoke markCmd "Parameters.AddWithValue" using "pid", policyId
               invoke markCmd "ExecuteNonQuery" returning affected
               if affected = 0
                   display "PurgePolicy rejected: policyId " policyId " was taken by another run"
                   invoke conn "Close"
                   move 1 to resultCode
                   exit method
               end-if
           end-if.

           move 1 to tableIx.
           invoke PolicyArchive "TableDef" using tableIx, tableName, tableFilter returning found.
           perform until found = 0
               add 1 to tableIx
               invoke PolicyArchive "TableDef" using tableIx, tableName, tableFilter returning found
           end-perform.
           subtract 1 from tableIx.
           perform until tableIx < 1
               invoke PolicyArchive "TableDef" using tableIx, tableName, tableFilter returning found
               set sql to "DELETE FROM " & tableName & " WHERE " & tableFilter
               declare delCmd type NpgsqlCommand = new NpgsqlCommand(sql, conn)
               invoke delCmd "Parameters.AddWithValue" using "pid", policyId
               invoke delCmd "ExecuteNonQuery"
               subtract 1 from tableIx
           end-perform.

           invoke PolicyArchive "CountLiveRows" using policyId returning liveRows.
           if liveRows not = 0
               display "PurgePolicy: policyId " policyId " still has " liveRows " live row(s) - left PURGING for the rerun"
               invoke conn "Close"
               move 3 to resultCode
               exit method
           end-if.

           declare doneCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE archive_policy SET status='PURGED', purged_at=NOW() WHERE archive_id=@aid AND policy_id=@pid", conn).
           invoke doneCmd "Parameters.AddWithValue" using "aid", archiveId.
           invoke doneCmd "Parameters.AddWithValue" using "pid", policyId.
           invoke doneCmd "ExecuteNonQuery".
           invoke conn "Close".
           move 0 to resultCode.
       end method PurgePolicy.

      *> Puts one archived row back into its live table. The table must
      *> be one of TableDef's - the name comes off the archive file
      *> and is never trusted into SQL otherwise. A row already there
      *> (same key) is left as it is, so a restore that died part-way
      *> can simply be run again.
      *> Result codes: 0 inserted, 1 already present, 2 unknown table.
       method-id. RestoreRow static.
           procedure division using by value tableName as string
                                      by value rowJson as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare tableIx as binary-long.
           declare defName as string.
           declare defFilter as string.
           declare found as binary-long.
           declare known as binary-long.
           declare affected as binary-long.
           declare sql as string.

           move 0 to known.
           move 1 to tableIx.
           invoke PolicyArchive "TableDef" using tableIx, defName, defFilter returning found.
           perform until found = 0 or known = 1
               if defName = tableName
                   move 1 to known
               else
                   add 1 to tableIx
                   invoke PolicyArchive "TableDef" using tableIx, defName, defFilter returning found
               end-if
           end-perform.
           if known = 0
               display "RestoreRow rejected: " tableName " is not an archived table"
               move 2 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.
           set sql to "INSERT INTO " & defName & " SELECT * FROM json_populate_record(NULL::" & defName & ",CAST(@row AS json)) ON CONFLICT DO NOTHING"
           declare cmd type NpgsqlCommand = new NpgsqlCommand(sql, conn).
           invoke cmd "Parameters.AddWithValue" using "row", rowJson.
           invoke cmd "ExecuteNonQuery" returning affected.
           invoke conn "Close".
           if affected = 0
               move 1 to resultCode
           else
               move 0 to resultCode
           end-if.
       end method RestoreRow.

       end factory.

       object.
       procedure division.

       method-id. Show.
           procedure division.
           display "=== PolicyArchive class ready ===".
       end method Show.

       end object.

       end class PolicyArchive.
