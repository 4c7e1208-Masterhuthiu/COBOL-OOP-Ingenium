      *> claim_payment disbursement row that ChangeClaimStatus's PAID
      *> gate demands, so a claim can no longer be flipped PAID with
      *> the money cut by hand outside the system.
      *> A DEATH claim settles against the policy's beneficiary
      *> designation rather than the free-text claimant: the accrued
      *> policy loan is netted off the benefit first (the same payoff
      *> TerminatePolicy makes on a surrender), the rest is split into
      *> one claim_payment per beneficiary by share, and the policy
      *> goes to the terminal status DEATH-CLM.

       environment division.
       configuration section.
       repository.
           class Beneficiary as "Beneficiary"
           class Policy as "Policy"
           class PolicyLoan as "PolicyLoan"
           class DbConfig as "DbConfig".

       factory.
      *>     caller must re-emit the detail on this run's balanced
      *>     file (result 4)
      *> Either way the APPROVED -> PAID flip is completed if the
      *> earlier run died before it - except on a DEATH claim, whose
      *> rows are one per beneficiary: one still APPROVED may be only
      *> part-paid, so it goes back through SettleDeathClaim to pay
      *> the beneficiaries still owed. runId 0 (a non-batch caller)
      *> stamps no usable run; such a row can never be confirmed sent
      *> and is flagged for ops instead of re-emitted.
      *> Result codes: 0 settled (payment written, status PAID),
      *> 1 no such claim, 2 claim is not APPROVED, 3 already settled
      *> and sent by an earlier run (nothing to emit), 4 already
      *> recorded but the earlier run's file never balanced - caller
      *> re-emits the payment detail - every claim_payment row of
      *> the claim, one per beneficiary on a DEATH claim.
      *> A DEATH claim is handed to SettleDeathClaim, which adds
      *> result codes 5 (no complete beneficiary designation),
      *> 6 (policy loan consumes the benefit) and 7 (recorded rows
      *> do not add back to the benefit); when it resumes a part-paid
      *> claim its result stands unless earlier rows were taken over
      *> for re-emission (result 4). A DEATH claim already PAID has
      *> its loan payoff and DEATH-CLM move completed by
      *> CompleteDeathClaim on the rerun paths.
       method-id. SettleClaim static.
           procedure division using by value claimId as binary-long
                                      by value paymentDate as string
           declare policyId as binary-long.
           declare claimedAmount as binary-long.
           declare claimant as string.
           declare claimType as string.
           declare statusResult as binary-long.

           invoke DbConfig "OpenConnection" returning conn.

           declare clmCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT status,policy_id,claimed_amount,COALESCE(claimant,''),COALESCE(claim_type,'') FROM claim WHERE claim_id=@cid", conn).
           invoke clmCmd "Parameters.AddWithValue" using "cid", claimId.
           declare clmReader type NpgsqlDataReader.
           invoke clmCmd "ExecuteReader" returning clmReader.
               invoke clmReader "GetInt32" using 1 returning policyId
               invoke clmReader "GetInt32" using 2 returning claimedAmount
               invoke clmReader "GetString" using 3 returning claimant
               invoke clmReader "GetString" using 4 returning claimType
           end-if.
           invoke clmReader "Close".

           *> earlier run died before it, and check whether the run
           *> that emitted the row ever ended cleanly: if not, its
           *> bank file never balanced and the instruction must go out
           *> again on the current run's file (only the rows of runs
           *> that never ended cleanly are taken over - rows a clean
           *> run sent stay with it)
           declare dupHasRow as binary-long.
           declare emitRunId as binary-long.
           declare emitRunClean as binary-long.

           if dupHasRow not = 0
               if claimStatus = "APPROVED"
                   if claimType = "DEATH"
                       display "SettleClaim: claimId " claimId " part or all of the death benefit already disbursed by an earlier run, resuming the settlement"
                   else
                       display "SettleClaim: claimId " claimId " already disbursed by an earlier run, completing the status move to PAID"
                   end-if
               end-if
               if emitRunId = 0
                   display "SettleClaim: WARNING claimId " claimId " settlement has no emitting run on record - confirm with the bank whether the instruction went out"
                   else
                       display "SettleClaim: claimId " claimId " settlement was emitted by run " emitRunId " which never ended cleanly - its bank file never balanced, re-emitting on run " runId
                       declare takeCmd type NpgsqlCommand
                           = new NpgsqlCommand("UPDATE claim_payment cp SET run_id=@newrun WHERE cp.claim_id=@cid AND cp.run_id IS NOT NULL AND cp.run_id<>0 AND NOT EXISTS (SELECT 1 FROM batch_run_log r WHERE r.run_id=cp.run_id AND r.ended_at IS NOT NULL AND COALESCE(r.return_code,0)=0)", conn)
                       invoke takeCmd "Parameters.AddWithValue" using "newrun", runId
                       invoke takeCmd "Parameters.AddWithValue" using "cid", claimId
                       invoke takeCmd "ExecuteNonQuery"
                   end-if
               end-if
               invoke conn "Close"
               *> a DEATH claim still APPROVED may be part-paid - the
               *> run died between beneficiaries - so it goes back
               *> through SettleDeathClaim, which writes only the
               *> missing beneficiaries' rows and completes the claim
               *> once they add back to the benefit; rows taken over
               *> above still go out whatever it returns
               if claimType = "DEATH" and claimStatus = "APPROVED"
                   declare deathResult as binary-long
                   invoke Claim "SettleDeathClaim" using claimId, policyId, claimedAmount, paymentDate, runId, paidBy returning deathResult
                   if resultCode not = 4
                       move deathResult to resultCode
                   end-if
                   exit method
               end-if
               if claimStatus = "APPROVED"
                   invoke Claim "ChangeClaimStatus" using claimId, "PAID", paymentDate, paidBy returning statusResult
               end-if
               if claimType = "DEATH"
                   invoke Claim "CompleteDeathClaim" using claimId, policyId, paymentDate, paidBy
               end-if
               exit method
           end-if.

               exit method
           end-if.

           if claimType = "DEATH"
               invoke conn "Close"
               invoke Claim "SettleDeathClaim" using claimId, policyId, claimedAmount, paymentDate, runId, paidBy returning resultCode
               exit method
           end-if.

           declare payCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO claim_payment (claim_id,policy_id,payment_date,amount_paid,pay_method,payee,paid_by,run_id) VALUES (@cid,@pid,@pdate,@amt,@meth,@payee,@by,@run)", conn).
           invoke payCmd "Parameters.AddWithValue" using "cid", claimId.
           move 0 to resultCode.
       end method SettleClaim.

      *> Settles an APPROVED DEATH claim - the first time round, and
      *> again on every rerun while the claim is still APPROVED (a run
      *> that died part-way through the beneficiaries leaves some rows
      *> recorded and the rest unpaid):
      *>   - the paying class comes from Beneficiary.GetPayingClass and
      *>     must total 100 - an incomplete designation pays nobody
      *>   - the accrued loan payoff is quoted read-only off the ledger
      *>     and recorded on the claim as loan_netted (with the date it
      *>     was quoted as of, loan_netted_date) BEFORE anything is
      *>     paid; once recorded it is the netting for good - a
      *>     rerun reuses it instead of quoting the ledger again, so
      *>     the shares still owed are cut from the same net benefit
      *>     as the ones already paid and the loan is never netted
      *>     twice
      *>   - the net benefit is split by share across the ACTIVE
      *>     beneficiaries of the class, in beneficiary_id order;
      *>     whole-unit rounding is absorbed by the last beneficiary
      *>     so the shares always add back to the net benefit exactly.
      *>     Only a beneficiary with no claim_payment row on the claim
      *>     yet gets one, stamped with this run
      *>   - only when the rows plus loan_netted add back to the
      *>     claimed amount does the claim move to PAID and
      *>     CompleteDeathClaim repay loan_netted off the loan ledger
      *>     and take the
      *>     policy to DEATH-CLM; short of that the claim stays
      *>     APPROVED for the next run
      *> Result codes: 0 rows written this run (caller emits them),
      *> 3 nothing left to write - the earlier rows already covered
      *> the benefit and the claim is now completed, 5 no complete
      *> beneficiary designation (nothing moved), 6 the accrued loan
      *> is as large as the benefit (nothing moved - refer to
      *> claims), 7 nothing left to write yet the recorded rows and
      *> loan_netted do not add back to the claimed amount (the
      *> designation changed under a part-paid claim - refer to
      *> claims).
       method-id. SettleDeathClaim static.
           procedure division using by value claimId as binary-long
                                      by value policyId as binary-long
                                      by value claimedAmount as binary-long
                                      by value paymentDate as string
                                      by value runId as binary-long
                                      by value paidBy as string
                               returning resultCode as binary-long.
           declare benClass as string.
           declare classResult as binary-long.
           declare loanBalance as binary-long.
           declare netBenefit as binary-long.
           declare statusResult as binary-long.

           invoke Beneficiary "GetPayingClass" using policyId, benClass returning classResult.
           if classResult = 1
               display "SettleClaim rejected: claimId " claimId " policyId " policyId " has no ACTIVE beneficiary on file - record the designation first"
               move 5 to resultCode
               exit method
           end-if.
           if classResult not = 0
               display "SettleClaim rejected: claimId " claimId " policyId " policyId " " benClass " beneficiary shares do not total 100 - complete the designation first"
               move 5 to resultCode
               exit method
           end-if.

           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.

           *> -1 = no netting recorded yet
           declare recordedLoan as binary-long.
           declare netCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(loan_netted,-1) FROM claim WHERE claim_id=@cid", conn).
           invoke netCmd "Parameters.AddWithValue" using "cid", claimId.
           declare netReader type NpgsqlDataReader.
           declare netHasRow as binary-long.
           invoke netCmd "ExecuteReader" returning netReader.
           invoke netReader "Read" returning netHasRow.
           if netHasRow not = 0
               invoke netReader "GetInt32" using 0 returning recordedLoan
           else
               move -1 to recordedLoan
           end-if.
           invoke netReader "Close".

           if recordedLoan >= 0
               move recordedLoan to loanBalance
               compute netBenefit = claimedAmount - loanBalance
           else
               invoke PolicyLoan "GetAccruedBalance" using policyId, paymentDate returning loanBalance
               compute netBenefit = claimedAmount - loanBalance
               if netBenefit <= 0
                   display "SettleClaim rejected: claimId " claimId " policy loan " loanBalance " consumes the death benefit " claimedAmount " - refer to claims"
                   invoke conn "Close"
                   move 6 to resultCode
                   exit method
               end-if
               declare loanCmd type NpgsqlCommand
                   = new NpgsqlCommand("UPDATE claim SET loan_netted=@loan, loan_netted_date=@dt WHERE claim_id=@cid", conn)
               invoke loanCmd "Parameters.AddWithValue" using "loan", loanBalance
               invoke loanCmd "Parameters.AddWithValue" using "dt", paymentDate
               invoke loanCmd "Parameters.AddWithValue" using "cid", claimId
               invoke loanCmd "ExecuteNonQuery"
           end-if.

           declare benCount as binary-long.
           declare cntCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COUNT(*) FROM beneficiary WHERE policy_id=@pid AND ben_class=@cls AND status='ACTIVE'", conn).
           invoke cntCmd "Parameters.AddWithValue" using "pid", policyId.
           invoke cntCmd "Parameters.AddWithValue" using "cls", benClass.
           declare cntReader type NpgsqlDataReader.
           declare cntHasRow as binary-long.
           invoke cntCmd "ExecuteReader" returning cntReader.
           invoke cntReader "Read" returning cntHasRow.
           if cntHasRow not = 0
               invoke cntReader "GetInt32" using 0 returning benCount
           else
               move 0 to benCount
           end-if.
           invoke cntReader "Close".

           *> the payment rows go in on a second connection while the
           *> designation is read off the first
           declare payConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning payConn.

           declare hasRow as binary-long.
           declare benIx as binary-long.
           declare paidSoFar as binary-long.
           declare shareAmount as binary-long.
           declare beneficiaryId as binary-long.
           declare sharePct as binary-long.
           declare payeeName as string.
           declare payMethod as string.
           declare inserted as binary-long.
           declare newRows as binary-long.
           move 0 to benIx.
           move 0 to paidSoFar.
           move 0 to newRows.

           declare benCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT beneficiary_id,share_pct,payee_name,pay_method FROM beneficiary WHERE policy_id=@pid AND ben_class=@cls AND status='ACTIVE' ORDER BY beneficiary_id", conn).
           invoke benCmd "Parameters.AddWithValue" using "pid", policyId.
           invoke benCmd "Parameters.AddWithValue" using "cls", benClass.
           declare benReader type NpgsqlDataReader.
           invoke benCmd "ExecuteReader" returning benReader.
           invoke benReader "Read" returning hasRow.
           perform until hasRow = 0
               invoke benReader "GetInt32" using 0 returning beneficiaryId
               invoke benReader "GetInt32" using 1 returning sharePct
               invoke benReader "GetString" using 2 returning payeeName
               invoke benReader "GetString" using 3 returning payMethod
               add 1 to benIx
               if benIx = benCount
                   compute shareAmount = netBenefit - paidSoFar
               else
                   compute shareAmount = netBenefit * sharePct / 100
               end-if
               add shareAmount to paidSoFar
               declare payCmd type NpgsqlCommand
                   = new NpgsqlCommand("INSERT INTO claim_payment (claim_id,policy_id,payment_date,amount_paid,pay_method,payee,paid_by,run_id,beneficiary_id) SELECT @cid,@pid,@pdate,@amt,@meth,@payee,@by,@run,@bid WHERE NOT EXISTS (SELECT 1 FROM claim_payment WHERE claim_id=@cid AND beneficiary_id=@bid)", payConn)
               invoke payCmd "Parameters.AddWithValue" using "cid", claimId
               invoke payCmd "Parameters.AddWithValue" using "pid", policyId
               invoke payCmd "Parameters.AddWithValue" using "pdate", paymentDate
               invoke payCmd "Parameters.AddWithValue" using "amt", shareAmount
               invoke payCmd "Parameters.AddWithValue" using "meth", payMethod
               invoke payCmd "Parameters.AddWithValue" using "payee", payeeName
               invoke payCmd "Parameters.AddWithValue" using "by", paidBy
               invoke payCmd "Parameters.AddWithValue" using "run", runId
               invoke payCmd "Parameters.AddWithValue" using "bid", beneficiaryId
               invoke payCmd "ExecuteNonQuery" returning inserted
               if inserted not = 0
                   add 1 to newRows
                   display "SettleClaim: claimId " claimId " beneficiary " beneficiaryId " " payeeName " " sharePct "% paid " shareAmount " by " payMethod
               end-if
               invoke benReader "Read" returning hasRow
           end-perform.
           invoke benReader "Close".
           invoke payConn "Close".

           *> complete only once everything recorded against the claim
           *> - this run's rows and any an earlier run left - adds back
           *> to the claimed amount with the loan netted
           declare totalPaid as binary-long.
           declare sumCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(SUM(amount_paid),0)::integer FROM claim_payment WHERE claim_id=@cid", conn).
           invoke sumCmd "Parameters.AddWithValue" using "cid", claimId.
           declare sumReader type NpgsqlDataReader.
           declare sumHasRow as binary-long.
           invoke sumCmd "ExecuteReader" returning sumReader.
           invoke sumReader "Read" returning sumHasRow.
           if sumHasRow not = 0
               invoke sumReader "GetInt32" using 0 returning totalPaid
           else
               move 0 to totalPaid
           end-if.
           invoke sumReader "Close".
           invoke conn "Close".

           if totalPaid + loanBalance not = claimedAmount
               display "SettleClaim: WARNING claimId " claimId " payments recorded " totalPaid " plus loan netted " loanBalance " do not add back to the death benefit " claimedAmount " - claim left APPROVED, refer to claims"
               if newRows = 0
                   move 7 to resultCode
               else
                   move 0 to resultCode
               end-if
               exit method
           end-if.

           invoke Claim "ChangeClaimStatus" using claimId, "PAID", paymentDate, paidBy returning statusResult.
           if statusResult not = 0
               display "SettleClaim: claimId " claimId " disbursements recorded but the status move was rejected - rerun the settlement batch to complete it"
           end-if.
           invoke Claim "CompleteDeathClaim" using claimId, policyId, paymentDate, paidBy.

           display "SettleClaim: claimId " claimId " death benefit " claimedAmount " loan netted " loanBalance " paid " totalPaid " to " benIx " " benClass " beneficiary(ies), " newRows " this run".
           if newRows = 0
               move 3 to resultCode
           else
               move 0 to resultCode
           end-if.
       end method SettleDeathClaim.

      *> The steps of a DEATH settlement that follow the payment rows,
      *> safe to repeat: pay the loan off with exactly the loan_netted
      *> the beneficiaries' shares were cut by, then move the policy to
      *> DEATH-CLM unless it is there already. Interest is capitalized
      *> only up to loan_netted_date, the date the payoff was quoted
      *> as of, so a rerun in a later month repays the same figure the
      *> settlement netted, not one grown since. The payoff is done
      *> once the ledger holds a REPAY of loan_netted on or after that
      *> date - a rerun never repays twice. Whatever the ledger still
      *> carries afterwards (interest capitalized after the quote, or
      *> a ledger already below what was netted) is reported for the
      *> loans desk, never repaid out of nothing. A claim settled
      *> before loan_netted_date was kept takes the date of its first
      *> payment row, which is when the netting was quoted. Run after
      *> the first settlement and again on every rerun of it, so a run
      *> that died part-way through is finished by the next one.
       method-id. CompleteDeathClaim static.
           procedure division using by value claimId as binary-long
                                      by value policyId as binary-long
                                      by value paymentDate as string
                                      by value paidBy as string.
           declare interestPosted as binary-long.
           declare ledgerBalance as binary-long.
           declare repayAmount as binary-long.
           declare repayResult as binary-long.
           declare statusResult as binary-long.
           declare currentStatus as string.
           declare hasRow as binary-long.
           declare loanNetted as binary-long.
           declare quoteDate as string.
           declare payoffCount as binary-long.

           declare netConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning netConn.
           declare netCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(c.loan_netted,0),q.quote_date,(SELECT COUNT(*) FROM policy_loan l WHERE l.policy_id=c.policy_id AND l.entry_type='REPAY' AND l.entry_date>=q.quote_date AND l.amount=c.loan_netted)::integer FROM claim c CROSS JOIN LATERAL (SELECT COALESCE(c.loan_netted_date,(SELECT MIN(cp.payment_date) FROM claim_payment cp WHERE cp.claim_id=c.claim_id),@dt) AS quote_date) q WHERE c.claim_id=@cid", netConn).
           invoke netCmd "Parameters.AddWithValue" using "dt", paymentDate.
           invoke netCmd "Parameters.AddWithValue" using "cid", claimId.
           declare netReader type NpgsqlDataReader.
           invoke netCmd "ExecuteReader" returning netReader.
           invoke netReader "Read" returning hasRow.
           if hasRow not = 0
               invoke netReader "GetInt32" using 0 returning loanNetted
               invoke netReader "GetString" using 1 returning quoteDate
               invoke netReader "GetInt32" using 2 returning payoffCount
           else
               move 0 to loanNetted
               move 0 to payoffCount
           end-if.
           invoke netReader "Close".
           invoke netConn "Close".

           if loanNetted > 0 and payoffCount = 0
               invoke PolicyLoan "AccrueInterest" using policyId, quoteDate returning interestPosted
               invoke PolicyLoan "GetBalance" using policyId returning ledgerBalance
               if ledgerBalance > 0
                   move loanNetted to repayAmount
                   if ledgerBalance < loanNetted
                       display "SettleClaim: WARNING claimId " claimId " loan netted " loanNetted " but the ledger only carries " ledgerBalance " - " ledgerBalance " repaid, refer to loans"
                       move ledgerBalance to repayAmount
                   end-if
                   invoke PolicyLoan "RepayLoan" using policyId, paymentDate, repayAmount, paidBy returning repayResult
                   if repayResult not = 0
                       display "SettleClaim: WARNING claimId " claimId " policy loan payoff of " repayAmount " was refused - rerun the settlement batch to complete it"
                   end-if
               end-if
           end-if.
           invoke PolicyLoan "GetBalance" using policyId returning ledgerBalance.
           if ledgerBalance > 0
               display "SettleClaim: WARNING claimId " claimId " policyId " policyId " loan ledger still carries " ledgerBalance " beyond the " loanNetted " netted from the benefit - not repaid, refer to loans"
           end-if.

           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.
           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT current_status FROM policy WHERE policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
           invoke polReader "Read" returning hasRow.
           if hasRow not = 0
               invoke polReader "GetString" using 0 returning currentStatus
           end-if.
           invoke polReader "Close".
           invoke conn "Close".

           if hasRow not = 0 and currentStatus not = "DEATH-CLM"
               invoke Policy "ChangeStatus" using policyId, "", "DEATH-CLM", paymentDate, paidBy returning statusResult
               if statusResult not = 0
                   display "SettleClaim: WARNING claimId " claimId " paid but policyId " policyId " could not be moved to DEATH-CLM - rerun the settlement batch to complete it"
               end-if
           end-if.
       end method CompleteDeathClaim.

      *> Writes one claim_status_history row; takes the caller's open
      *> connection, same pattern as Policy.WriteAudit.
       method-id. WriteClaimHistory static.
