
      *> Claim settlement disbursement run: picks up every claim
      *> sitting in APPROVED status, writes one payment instruction per
      *> claim_payment row to the fixed-width bank file (EFT or check
      *> issue, per CLAIM_PAY_METHOD - a DEATH claim pays each
      *> beneficiary by the method on their designation, so it writes
      *> one instruction per beneficiary), and drives each claim through
      *> Claim.SettleClaim - which records the claim_payment row and
      *> only then moves the claim APPROVED -> PAID through
      *> ChangeClaimStatus. Rerun-safe: a claim an earlier run already
      *> the rows' run_id taken over) instead of being counted as sent
      *> while the money never left.
      *>
      *> The same file carries the check reissues queued from the
      *> servicing console (check_reissue, see CheckRegister
      *> .ReissueCheck): after the claims, every reissue not yet sent,
      *> or sent on a file that never balanced, is stamped with this
      *> run and today's issue date and written as a CHECK detail with
      *> claim_id zero and the new check's id. CheckRegister
      *> .RegisterNewChecks puts the new check on the register once
      *> this run has ended cleanly.
      *>
      *> Output path comes from CLAIM_PAYMENT_FILE (same env-var
      *> pattern as DbConfig), defaulting to claim_payments.dat; pay
      *> method comes from CLAIM_PAY_METHOD (EFT or CHECK, default
      *> CHECK). Every record is 140 bytes, header/trailer balanced by
      *> detail count and amount hash, same discipline as the 164-byte
      *> PolicyMasterExtract layout:
      *>   Header  (one, first):
      *>     01      X(1)   record type "H"
      *>     02-09   9(8)   run date YYYYMMDD
      *>     10-140  X(131) filler, spaces
      *>   Detail  (one per claim_payment row, claim_id order, then
      *>            one per check reissue):
      *>     01      X(1)   record type "D"
      *>     02-10   9(9)   claim_id (zero on a check reissue)
      *>     11-19   9(9)   policy_id
      *>     20-69   X(50)  payee (claimant, or the beneficiary)
      *>     70-78   9(9)   amount paid
      *>     79-81   X(3)   currency (from the policy row)
      *>     82-86   X(5)   pay method (EFT / CHECK)
      *>     87-94   9(8)   payment date YYYYMMDD
      *>     95-103  X(9)   bank routing (beneficiary EFT, else spaces)
      *>     104-120 X(17)  bank account (beneficiary EFT, else spaces)
      *>     121-129 9(9)   beneficiary_id (zero when paid to claimant)
      *>     130-138 9(9)   reissued check id - the check is issued as
      *>                    RIS + this id (zero on a claim payment)
      *>     139-140 X(2)   filler, spaces
      *>   Trailer (one, last):
      *>     01      X(1)   record type "T"
      *>     02-10   9(9)   detail record count
      *>     11-25   9(15)  hash total of amount paid
      *>     26-140  X(115) filler, spaces
      *>
      *> Approved claims are buffered into working storage before any
      *> settling starts, same reasoning as OrderIssuanceBatch: the
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAY-RECORD               PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-PATH       PIC X(256) VALUE "claim_payments.dat".
       01 WS-COMPLETED-COUNT    PIC 9(9) VALUE 0.
       01 WS-REEMIT-COUNT       PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(9) VALUE 0.
       01 WS-REISSUE-COUNT      PIC 9(9) VALUE 0.
       01 WS-PAY-HAS-ROW        PIC 9 VALUE 0.
       01 WS-PAY-AMOUNT         PIC 9(9).
       01 WS-RUN-ID             PIC S9(9) VALUE 0.

       01 PAY-HEADER-RECORD.
           05 PAY-H-TYPE        PIC X VALUE "H".
           05 PAY-H-DATE        PIC 9(8).
           05 FILLER            PIC X(131) VALUE SPACES.

       01 PAY-DETAIL-RECORD.
           05 PAY-D-TYPE        PIC X VALUE "D".
           05 PAY-D-CURRENCY    PIC X(3).
           05 PAY-D-METHOD      PIC X(5).
           05 PAY-D-PAY-DATE    PIC 9(8).
           05 PAY-D-ROUTING     PIC X(9).
           05 PAY-D-ACCOUNT     PIC X(17).
           05 PAY-D-BENEFICIARY PIC 9(9).
           05 PAY-D-REISSUE-CHECK PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.

       01 PAY-TRAILER-RECORD.
           05 PAY-T-TYPE        PIC X VALUE "T".
           05 PAY-T-COUNT       PIC 9(9).
           05 PAY-T-HASH        PIC 9(15).
           05 FILLER            PIC X(115) VALUE SPACES.

      *> approved claims buffered during the scan
       01 WS-CLAIM-MAX          PIC 9(4) VALUE 2000.
               PERFORM 3000-SETTLE-ONE-CLAIM
               ADD 1 TO WS-CLAIM-IX
           END-PERFORM
           PERFORM 3800-EMIT-REISSUES
           PERFORM 4000-WRITE-TRAILER
           CLOSE PAYMENT-FILE
           DISPLAY "Approved claims picked up: " WS-CLAIM-COUNT
           DISPLAY "Earlier-run settlements completed: " WS-COMPLETED-COUNT
           DISPLAY "Unbalanced earlier files re-emitted: " WS-REEMIT-COUNT
           DISPLAY "Claims rejected by SettleClaim: " WS-REJECT-COUNT
           DISPLAY "Check reissues emitted: " WS-REISSUE-COUNT
           DISPLAY "Payment file written to " WS-PAYMENT-PATH
           DISPLAY "Detail records: " WS-DETAIL-COUNT
           DISPLAY "Amount-paid hash total: " WS-AMOUNT-HASH
               END-EVALUATE
           END-IF.

      *> One detail per claim_payment row SettleClaim left stamped
      *> with this run: a single row paid to the claimant, or one row
      *> per beneficiary on a DEATH claim (amount, payee and method
      *> off the row, bank details off the beneficiary designation).
      *> Read back after SettleClaim has returned, never under it.
       3500-WRITE-DETAIL.
           declare payConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning payConn.
           declare payCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT cp.amount_paid,COALESCE(cp.payee,''),COALESCE(cp.pay_method,''),COALESCE(cp.beneficiary_id,0),COALESCE(b.bank_routing,''),COALESCE(b.bank_account,'') FROM claim_payment cp LEFT JOIN beneficiary b ON b.beneficiary_id=cp.beneficiary_id WHERE cp.claim_id=@cid AND cp.run_id=@run ORDER BY cp.payment_id", payConn).
           invoke payCmd "Parameters.AddWithValue" using "cid", WS-CT-CLAIM-ID (WS-CLAIM-IX).
           invoke payCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           declare payReader type NpgsqlDataReader.
           invoke payCmd "ExecuteReader" returning payReader.
           invoke payReader "Read" returning WS-PAY-HAS-ROW.
           PERFORM UNTIL WS-PAY-HAS-ROW = 0
               MOVE WS-CT-CLAIM-ID (WS-CLAIM-IX) TO PAY-D-CLAIM-ID
               MOVE WS-CT-POLICY-ID (WS-CLAIM-IX) TO PAY-D-POLICY-ID
               invoke payReader "GetInt32" using 0 returning WS-PAY-AMOUNT
               invoke payReader "GetString" using 1 returning PAY-D-PAYEE
               invoke payReader "GetString" using 2 returning PAY-D-METHOD
               invoke payReader "GetInt32" using 3 returning PAY-D-BENEFICIARY
               invoke payReader "GetString" using 4 returning PAY-D-ROUTING
               invoke payReader "GetString" using 5 returning PAY-D-ACCOUNT
               MOVE WS-PAY-AMOUNT TO PAY-D-AMOUNT
               MOVE WS-CT-CURRENCY (WS-CLAIM-IX) TO PAY-D-CURRENCY
               MOVE WS-TODAY-8 TO PAY-D-PAY-DATE
               MOVE 0 TO PAY-D-REISSUE-CHECK
               WRITE PAY-RECORD FROM PAY-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-PAY-AMOUNT TO WS-AMOUNT-HASH
               invoke payReader "Read" returning WS-PAY-HAS-ROW
           END-PERFORM
           invoke payReader "Close".
           invoke payConn "Close".

      *> Check reissues: take over every queued reissue whose voided
      *> check is still STALE-VOID and that no run has sent yet, or
      *> whose emitting run never ended cleanly (its file never
      *> balanced, so the bank never saw it), then write one CHECK
      *> detail for each reissue now stamped with this run - same
      *> payee, amount and currency as the voided check. Always a
      *> check, whatever CLAIM_PAY_METHOD says.
       3800-EMIT-REISSUES.
           declare risConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning risConn.
           declare takeCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE check_reissue cr SET run_id=@run, issue_date=@dt FROM issued_check ic WHERE ic.check_id=cr.check_id AND ic.status='STALE-VOID' AND (cr.run_id IS NULL OR NOT EXISTS (SELECT 1 FROM batch_run_log r WHERE r.run_id=cr.run_id AND r.ended_at IS NOT NULL AND COALESCE(r.return_code,0)=0))", risConn).
           invoke takeCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           invoke takeCmd "Parameters.AddWithValue" using "dt", WS-TODAY-X.
           invoke takeCmd "ExecuteNonQuery".
           declare risCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT cr.new_check_id,ic.policy_id,COALESCE(ic.payee,''),ic.amount,COALESCE(ic.currency,''),COALESCE(ic.beneficiary_id,0) FROM check_reissue cr JOIN issued_check ic ON ic.check_id=cr.check_id WHERE cr.run_id=@run ORDER BY cr.new_check_id", risConn).
           invoke risCmd "Parameters.AddWithValue" using "run", WS-RUN-ID.
           declare risReader type NpgsqlDataReader.
           invoke risCmd "ExecuteReader" returning risReader.
           invoke risReader "Read" returning WS-PAY-HAS-ROW.
           PERFORM UNTIL WS-PAY-HAS-ROW = 0
               MOVE 0 TO PAY-D-CLAIM-ID
               invoke risReader "GetInt32" using 0 returning PAY-D-REISSUE-CHECK
               invoke risReader "GetInt32" using 1 returning PAY-D-POLICY-ID
               invoke risReader "GetString" using 2 returning PAY-D-PAYEE
               invoke risReader "GetInt32" using 3 returning WS-PAY-AMOUNT
               invoke risReader "GetString" using 4 returning PAY-D-CURRENCY
               invoke risReader "GetInt32" using 5 returning PAY-D-BENEFICIARY
               MOVE WS-PAY-AMOUNT TO PAY-D-AMOUNT
               MOVE "CHECK" TO PAY-D-METHOD
               MOVE WS-TODAY-8 TO PAY-D-PAY-DATE
               MOVE SPACES TO PAY-D-ROUTING
               MOVE SPACES TO PAY-D-ACCOUNT
               WRITE PAY-RECORD FROM PAY-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-PAY-AMOUNT TO WS-AMOUNT-HASH
               ADD 1 TO WS-REISSUE-COUNT
               invoke risReader "Read" returning WS-PAY-HAS-ROW
           END-PERFORM
           invoke risReader "Close".
           invoke risConn "Close".

       4000-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO PAY-T-COUNT
