      >>SOURCE FORMAT FREE
       class-id. CheckRegister.

      *> Backs the issued_check register: every check the system sends
      *> out, from issue until the bank pays it or it goes stale. Checks
      *> come onto the register from claim_payment (CHECK rows, once
      *> the settlement run that emitted them ended cleanly - before
      *> that the bank never saw the instruction) and from
      *> policy_termination payouts, and from reissues once the
      *> settlement run that sent the reissued check to the bank ended
      *> cleanly, through RegisterNewChecks at the start of every
      *> CheckReconciliationBatch run. The bank's
      *> paid-check file is matched through ClearCheck on reference and
      *> amount; anything that doesn't match lands in check_exception.
      *> A check still OUTSTANDING past the stale-date period is voided
      *> through StaleVoidCheck - the money moves back off cash into
      *> the UNCLAIMED-CHECKS liability - and can be reissued from the
      *> servicing console through ReissueCheck, which queues the
      *> check-issue instruction ClaimSettlementBatch sends out. Every status move is
      *> written to policy_audit (field check_status, the check_ref in
      *> both values) under the caller's ID through Policy.WriteAudit.

       environment division.
       configuration section.
       repository.
           class Policy as "Policy"
           class DbConfig as "DbConfig".

       factory.
       procedure division.

      *> Puts every check issued since the last run onto the register.
      *> Rerun-safe: a source row already on the register (by its
      *> check_ref) is never registered twice. A claim payment is only
      *> registered once its settlement run's end record shows return
      *> code 0 - ClaimSettlementBatch re-emits the instruction on a
      *> later run otherwise, and that run's clean end registers it.
      *> A queued reissue follows the same rule: its new check is
      *> registered (under the id and RIS reference the bank was sent)
      *> only once the ClaimSettlementBatch run that emitted it ended
      *> cleanly, and the voided check it replaces is then closed
      *> REISSUED. The close is guarded on STALE-VOID and runs apart
      *> from the insert, so a run that stopped between the two
      *> finishes the close next time.
      *> Returns the number of checks registered.
       method-id. RegisterNewChecks static.
           procedure division returning registeredCount as binary-long.
           declare conn type NpgsqlConnection.
           declare audConn type NpgsqlConnection.
           declare claimCount as binary-long.
           declare termCount as binary-long.
           declare risCount as binary-long.
           declare hasRow as binary-long.
           declare policyId as binary-long.
           declare checkRef as string.
           declare newRef as string.
           declare reissuedBy as string.
           declare oldValue as string.
           declare newValue as string.

           invoke DbConfig "OpenConnection" returning conn.

           declare clmCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO issued_check (check_ref,source_type,source_id,policy_id,customer_id,beneficiary_id,payee,amount,currency,issue_date) SELECT 'CLM'||LPAD(cp.claim_id::text,9,'0')||LPAD(COALESCE(cp.beneficiary_id,0)::text,9,'0'),'CLAIM',cp.payment_id,cp.policy_id,CASE WHEN cp.beneficiary_id IS NULL THEN p.owner_id ELSE NULL END,cp.beneficiary_id,COALESCE(cp.payee,''),cp.amount_paid,COALESCE(p.currency,'USD'),cp.payment_date FROM claim_payment cp LEFT JOIN policy p ON p.policy_id=cp.policy_id LEFT JOIN batch_run_log r ON r.run_id=cp.run_id WHERE cp.pay_method='CHECK' AND cp.amount_paid>0 AND (cp.run_id IS NULL OR (r.ended_at IS NOT NULL AND COALESCE(r.return_code,0)=0)) AND NOT EXISTS (SELECT 1 FROM issued_check ic WHERE ic.check_ref='CLM'||LPAD(cp.claim_id::text,9,'0')||LPAD(COALESCE(cp.beneficiary_id,0)::text,9,'0'))", conn).
           invoke clmCmd "ExecuteNonQuery" returning claimCount.

           declare trmCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO issued_check (check_ref,source_type,source_id,policy_id,customer_id,payee,amount,currency,issue_date) SELECT 'TRM'||LPAD(t.termination_id::text,9,'0'),'TERMINATION',t.termination_id,t.policy_id,p.owner_id,COALESCE(p.owner_name,''),t.net_payout,COALESCE(p.currency,'USD'),t.term_date FROM policy_termination t LEFT JOIN policy p ON p.policy_id=t.policy_id WHERE t.net_payout>0 AND NOT EXISTS (SELECT 1 FROM issued_check ic WHERE ic.check_ref='TRM'||LPAD(t.termination_id::text,9,'0'))", conn).
           invoke trmCmd "ExecuteNonQuery" returning termCount.

           declare risCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO issued_check (check_id,check_ref,source_type,source_id,policy_id,customer_id,beneficiary_id,payee,amount,currency,issue_date,reissue_of) SELECT cr.new_check_id,'RIS'||LPAD(cr.new_check_id::text,9,'0'),'REISSUE',ic.check_id,ic.policy_id,ic.customer_id,ic.beneficiary_id,ic.payee,ic.amount,ic.currency,cr.issue_date,ic.check_id FROM check_reissue cr JOIN issued_check ic ON ic.check_id=cr.check_id JOIN batch_run_log r ON r.run_id=cr.run_id WHERE r.ended_at IS NOT NULL AND COALESCE(r.return_code,0)=0 AND NOT EXISTS (SELECT 1 FROM issued_check n WHERE n.check_id=cr.new_check_id)", conn).
           invoke risCmd "ExecuteNonQuery" returning risCount.

           *> close the voided checks whose reissue is now on the
           *> register; the audit goes through a second connection
           *> while the RETURNING rows are still being read
           invoke DbConfig "OpenConnection" returning audConn.
           declare closeCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE issued_check v SET status='REISSUED', reissued_check_id=n.check_id, closed_by=cr.requested_by FROM check_reissue cr JOIN issued_check n ON n.check_id=cr.new_check_id WHERE v.check_id=cr.check_id AND v.status='STALE-VOID' RETURNING v.policy_id,v.check_ref,n.check_ref,cr.requested_by", conn).
           declare closeReader type NpgsqlDataReader.
           invoke closeCmd "ExecuteReader" returning closeReader.
           invoke closeReader "Read" returning hasRow.
           perform until hasRow = 0
               invoke closeReader "GetInt32" using 0 returning policyId
               invoke closeReader "GetString" using 1 returning checkRef
               invoke closeReader "GetString" using 2 returning newRef
               invoke closeReader "GetString" using 3 returning reissuedBy
               set oldValue to checkRef & " STALE-VOID"
               set newValue to checkRef & " REISSUED AS " & newRef
               invoke Policy "WriteAudit" using audConn, policyId, "check_status", oldValue, newValue, reissuedBy
               invoke closeReader "Read" returning hasRow
           end-perform.
           invoke closeReader "Close".
           invoke audConn "Close".

           invoke conn "Close".
           compute registeredCount = claimCount + termCount + risCount.
           display "RegisterNewChecks: " claimCount " claim check(s), " termCount " termination check(s), " risCount " reissued check(s) registered".
       end method RegisterNewChecks.

      *> Matches one paid item off the bank's cleared-items file. The
      *> check must be on the register under checkRef, OUTSTANDING, and
      *> paid for exactly its face amount; a match is marked CLEARED
      *> with the bank's paid date. Anything else is written to
      *> check_exception under runId and left as it was.
      *> Result codes: 0 cleared, 1 NO-SUCH-CHECK, 2 AMOUNT-MISMATCH,
      *> 3 ALREADY-CLEARED, 4 NOT-OUTSTANDING (voided or reissued).
       method-id. ClearCheck static.
           procedure division using by value checkRef as string
                                      by value paidAmount as binary-long
                                      by value paidDate as string
                                      by value runId as binary-long
                                      by value clearedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare checkId as binary-long.
           declare policyId as binary-long.
           declare checkAmount as binary-long.
           declare checkStatus as string.
           declare reason as string.
           declare oldValue as string.
           declare newValue as string.

           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT check_id,policy_id,amount,status FROM issued_check WHERE check_ref=@ref", conn).
           invoke cmd "Parameters.AddWithValue" using "ref", checkRef.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning checkId
               invoke reader "GetInt32" using 1 returning policyId
               invoke reader "GetInt32" using 2 returning checkAmount
               invoke reader "GetString" using 3 returning checkStatus
           else
               move 0 to checkId
           end-if.
           invoke reader "Close".

           move 0 to resultCode.
           if hasRow = 0
               move "NO-SUCH-CHECK" to reason
               move 1 to resultCode
           else
               if checkStatus = "CLEARED"
                   move "ALREADY-CLEARED" to reason
                   move 3 to resultCode
               else
                   if checkStatus not = "OUTSTANDING"
                       move "NOT-OUTSTANDING" to reason
                       move 4 to resultCode
                   else
                       if paidAmount not = checkAmount
                           move "AMOUNT-MISMATCH" to reason
                           move 2 to resultCode
                       end-if
                   end-if
               end-if
           end-if.

           if resultCode not = 0
               declare excCmd type NpgsqlCommand
                   = new NpgsqlCommand("INSERT INTO check_exception (check_ref,check_id,paid_date,paid_amount,reason,run_id) VALUES (@ref,NULLIF(@cid,0),@dt,@amt,@why,@run)", conn)
               invoke excCmd "Parameters.AddWithValue" using "ref", checkRef
               invoke excCmd "Parameters.AddWithValue" using "cid", checkId
               invoke excCmd "Parameters.AddWithValue" using "dt", paidDate
               invoke excCmd "Parameters.AddWithValue" using "amt", paidAmount
               invoke excCmd "Parameters.AddWithValue" using "why", reason
               invoke excCmd "Parameters.AddWithValue" using "run", runId
               invoke excCmd "ExecuteNonQuery"
               invoke conn "Close"
               display "ClearCheck: " checkRef " paid " paidAmount " on " paidDate " - " reason
               exit method
           end-if.

           declare updCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE issued_check SET status='CLEARED', cleared_date=@dt, closed_by=@by WHERE check_id=@cid", conn).
           invoke updCmd "Parameters.AddWithValue" using "dt", paidDate.
           invoke updCmd "Parameters.AddWithValue" using "by", clearedBy.
           invoke updCmd "Parameters.AddWithValue" using "cid", checkId.
           invoke updCmd "ExecuteNonQuery".
           set oldValue to checkRef & " OUTSTANDING".
           set newValue to checkRef & " CLEARED".
           invoke Policy "WriteAudit" using conn, policyId, "check_status", oldValue, newValue, clearedBy.
           invoke conn "Close".
       end method ClearCheck.

      *> Voids a check that has gone uncashed past the stale-date
      *> period. The guarded update only moves an OUTSTANDING row, so
      *> a check the bank paid earlier in the same run is never voided.
      *> Result codes: 0 voided, 1 not found / not OUTSTANDING.
       method-id. StaleVoidCheck static.
           procedure division using by value checkId as binary-long
                                      by value voidDate as string
                                      by value voidedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare policyId as binary-long.
           declare checkRef as string.
           declare oldValue as string.
           declare newValue as string.

           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE issued_check SET status='STALE-VOID', void_date=@dt, closed_by=@by WHERE check_id=@cid AND status='OUTSTANDING' RETURNING policy_id,check_ref", conn).
           invoke cmd "Parameters.AddWithValue" using "dt", voidDate.
           invoke cmd "Parameters.AddWithValue" using "by", voidedBy.
           invoke cmd "Parameters.AddWithValue" using "cid", checkId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning policyId
               invoke reader "GetString" using 1 returning checkRef
           end-if.
           invoke reader "Close".

           if hasRow = 0
               display "StaleVoidCheck rejected: checkId " checkId " not found or no longer OUTSTANDING"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           set oldValue to checkRef & " OUTSTANDING".
           set newValue to checkRef & " STALE-VOID".
           invoke Policy "WriteAudit" using conn, policyId, "check_status", oldValue, newValue, voidedBy.
           invoke conn "Close".
           move 0 to resultCode.
       end method StaleVoidCheck.

      *> Queues the reissue of a stale-voided check to the same payee
      *> for the same amount: a check_reissue instruction, with the new
      *> check's id claimed from the register's sequence and handed
      *> back through newCheckId. Nothing goes onto the register here -
      *> ClaimSettlementBatch sends the instruction to the bank on its
      *> CHECK file, and RegisterNewChecks registers the new check (and
      *> closes the voided one REISSUED) once that run ended cleanly.
      *> The voided check stays STALE-VOID until then. check_id is
      *> unique on check_reissue, so the same check can't be queued
      *> twice.
      *> Result codes: 0 queued, 1 not found, 2 not STALE-VOID,
      *> 3 reissue already queued.
       method-id. ReissueCheck static.
           procedure division using by value checkId as binary-long
                                      by value reissueDate as string
                                      by value reissuedBy as string
                                      by reference newCheckId as binary-long
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare policyId as binary-long.
           declare checkRef as string.
           declare checkStatus as string.
           declare newRef as string.
           declare oldValue as string.
           declare newValue as string.

           move 0 to newCheckId.
           invoke DbConfig "OpenConnection" returning conn.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT policy_id,check_ref,status FROM issued_check WHERE check_id=@cid", conn).
           invoke cmd "Parameters.AddWithValue" using "cid", checkId.
           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
           invoke reader "Read" returning hasRow.
           if hasRow not = 0
               invoke reader "GetInt32" using 0 returning policyId
               invoke reader "GetString" using 1 returning checkRef
               invoke reader "GetString" using 2 returning checkStatus
           end-if.
           invoke reader "Close".

           if hasRow = 0
               display "ReissueCheck rejected: checkId " checkId " not found"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.
           if checkStatus not = "STALE-VOID"
               display "ReissueCheck rejected: check " checkRef " is " checkStatus " - only a STALE-VOID check is reissued"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           declare insCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO check_reissue (new_check_id,check_id,requested_date,requested_by) VALUES (nextval(pg_get_serial_sequence('issued_check','check_id')),@cid,@dt,@by) ON CONFLICT (check_id) DO NOTHING RETURNING new_check_id,'RIS'||LPAD(new_check_id::text,9,'0')", conn).
           invoke insCmd "Parameters.AddWithValue" using "cid", checkId.
           invoke insCmd "Parameters.AddWithValue" using "dt", reissueDate.
           invoke insCmd "Parameters.AddWithValue" using "by", reissuedBy.
           declare insReader type NpgsqlDataReader.
           invoke insCmd "ExecuteReader" returning insReader.
           invoke insReader "Read" returning hasRow.
           if hasRow not = 0
               invoke insReader "GetInt32" using 0 returning newCheckId
               invoke insReader "GetString" using 1 returning newRef
           end-if.
           invoke insReader "Close".
           if hasRow = 0
               display "ReissueCheck rejected: check " checkRef " already has a reissue queued"
               invoke conn "Close"
               move 3 to resultCode
               exit method
           end-if.

           set oldValue to checkRef & " STALE-VOID".
           set newValue to checkRef & " REISSUE QUEUED AS " & newRef.
           invoke Policy "WriteAudit" using conn, policyId, "check_status", oldValue, newValue, reissuedBy.
           invoke conn "Close".
           display "ReissueCheck: check " checkRef " reissue queued as " newRef " (checkId " newCheckId ")".
           move 0 to resultCode.
       end method ReissueCheck.

       end factory.

       object.
       procedure division.

       method-id. Show.
           procedure division.
           display "=== CheckRegister class ready ===".
       end method Show.

       end object.

       end class CheckRegister.
