           class Product as "Product"
           class PolicyLoan as "PolicyLoan"
           class Agent as "Agent"
           class Reinsurance as "Reinsurance"
           class DbConfig as "DbConfig".

       factory.
           declare agentFound as binary-long.
           declare validCode as binary-long.
           declare amountBilledStr as string.
           declare cedeResult as binary-long.

           invoke Policy "ValidatePolicy" using issueDate, effectiveDate, paidToDate, overloanExpiry, currency, premiumMode returning validCode.
           if validCode not = 0
           invoke Policy "WriteAudit" using conn, policyId, "currency", "", currency, changedBy.

           invoke conn "Close".

           *> risk over the product treaty's retention is ceded at
           *> issue; the policy stands whatever CedePolicy returns
           invoke Reinsurance "CedePolicy" using policyId, product, truePremium, currency, issueDate, changedBy returning cedeResult.
           move 0 to resultCode.
       end method InsertPolicy.


           *> req 014: terminal statuses cannot be moved out of, the
           *> way Claim.ChangeClaimStatus treats PAID and DENIED - a
           *> surrendered or matured policy is closed business, and so
           *> is one whose death benefit has been paid (DEATH-CLM)
           if oldStatus = "SURRENDERED" or oldStatus = "MATURED"
              or oldStatus = "DEATH-CLM"
               display "ChangeStatus rejected: policyId " policyId " is " oldStatus ", a terminal status"
               invoke conn "Close"
               move 1 to resultCode
               end-if
           end-if.

           *> DEATH-CLM is reached only through death-claim settlement
           *> (Claim.SettleClaim), which nets the loan and pays the
           *> beneficiaries first - refused without a DEATH claim's
           *> claim_payment on file, the same gate as above
           if newStatus = "DEATH-CLM"
               declare deathCount as binary-long
               declare deathCmd type NpgsqlCommand
                   = new NpgsqlCommand("SELECT COUNT(*) FROM claim_payment cp JOIN claim c ON c.claim_id=cp.claim_id WHERE cp.policy_id=@pid AND c.claim_type='DEATH'", conn)
               invoke deathCmd "Parameters.AddWithValue" using "pid", policyId
               declare deathReader type NpgsqlDataReader
               declare deathHasRow as binary-long
               invoke deathCmd "ExecuteReader" returning deathReader
               invoke deathReader "Read" returning deathHasRow
               if deathHasRow not = 0
                   invoke deathReader "GetInt32" using 0 returning deathCount
               else
                   move 0 to deathCount
               end-if
               invoke deathReader "Close"
               if deathCount = 0
                   display "ChangeStatus rejected: policyId " policyId " has no death-claim settlement on file - DEATH-CLM is only reached through claim settlement"
                   invoke conn "Close"
                   move 1 to resultCode
                   exit method
               end-if
           end-if.

           move 0 to hasLapse.
           if newStatus = "ACTIVE" and oldStatus = "LAPSED"
               declare lapseCmd type NpgsqlCommand
       *> paid_to_date movement is not written to policy_audit - the
       *> premium_payment row itself is the permanent record, and
       *> paid_to_date is not in the tracked four-field audit subset.
       *> A pending mode change (ScheduleModeChange) whose effective
       *> date paid_to_date has reached is posted against at the new
       *> mode and premium ahead of ModeChangeBatch applying it; a
       *> payment that would carry paid_to_date across a pending
       *> effective date mixes two modes in one remittance and is
       *> suspensed as MODE-CHANGE-SPAN (result 2) for ops to split.
       method-id. PostPayment static.
           procedure division using by value policyId as binary-long
                                      by value paymentDate as string
           declare newPaidToInt as binary-long.
           declare newPaidTo8 as binary-long.
           declare newPaidTo as string.
           declare pendingEffective as string.

           invoke DbConfig "OpenConnection" returning conn.

           *> a pending mode change already due at paid_to_date sets the
           *> terms this payment posts at; one still ahead of it only
           *> bounds how far this payment may advance
           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.paid_to_date,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode ELSE p.premium_mode END,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode_premium ELSE p.last_mode_premium END,CASE WHEN mc.effective_date>p.paid_to_date THEN mc.effective_date ELSE '' END FROM policy p LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' WHERE p.policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
               invoke polReader "GetString" using 0 returning paidTo
               invoke polReader "GetString" using 1 returning premiumMode
               invoke polReader "GetInt32" using 2 returning lastModePremium
               invoke polReader "GetString" using 3 returning pendingEffective
           end-if.
           invoke polReader "Close".

           compute newPaidTo8 = function date-of-integer(newPaidToInt).
           move newPaidTo8 to newPaidTo.

           if pendingEffective not = spaces and pendingEffective not = ""
              and newPaidTo > pendingEffective
               display "PostPayment suspensed: policyId " policyId " amount " amountReceived " would carry paid_to_date " paidTo " past the pending mode change effective " pendingEffective
               invoke Policy "WriteSuspense" using conn, policyId, paymentDate, amountReceived, sourceRef, "MODE-CHANGE-SPAN", changedBy
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           *> keep ValidatePolicy's paid_to_date <= overloan_expiry_
           *> date ordering intact: a payment that advances paid_to_
           *> date past a projected overloan date floors that date at
               exit method
           end-if.
           if curStatus = "SURRENDERED" or curStatus = "MATURED"
              or curStatus = "DEATH-CLM"
               display "QuoteTermination rejected: policyId " policyId " is already " curStatus
               invoke conn "Close"
               move 2 to resultCode
           invoke Policy "TerminatePolicy" using policyId, "MATURITY", termDate, changedBy returning resultCode.
       end method MaturePolicy.

       *> Mode premium for a premium mode off the policy's true_premium
       *> (the annual premium) through the modal factor for the mode,
       *> held in ten-thousandths: ANNUAL 1.0000, SEMIANNUAL 0.5100,
       *> QUARTERLY 0.2600, MONTHLY 0.0875 - the loading on the more
       *> frequent modes covers the extra collection cost and the
       *> interest on premium not yet received. Rounded to the whole
       *> unit. Returns 0 for an unrecognized mode or no true premium.
       method-id. ModalPremium static.
           procedure division using by value truePremium as binary-long
                                      by value premiumMode as string
                               returning modePremium as binary-long.
           declare modalFactor as binary-long.
           evaluate premiumMode
               when "ANNUAL"
                   move 10000 to modalFactor
               when "SEMIANNUAL"
                   move 5100 to modalFactor
               when "QUARTERLY"
                   move 2600 to modalFactor
               when "MONTHLY"
                   move 875 to modalFactor
               when other
                   move 0 to modalFactor
           end-evaluate.
           if truePremium <= 0
               move 0 to modePremium
           else
               compute modePremium rounded = truePremium * modalFactor / 10000
           end-if.
       end method ModalPremium.

       *> Records a pending premium mode change instead of keying the
       *> new mode straight onto the policy through UpdatePolicy - a
       *> mode switched mid-period would bill and post against a
       *> paid_to_date earned under the old mode. The effective date
       *> must fall on a paid_to_date boundary: the current
       *> paid_to_date or a whole number of old-mode periods after it.
       *> The first payment posted once paid_to_date reaches the
       *> effective date is owed at the new mode (PostPayment,
       *> BillingNoticeBatch, DraftOriginationBatch and
       *> LapseProcessingBatch all read the pending row for that), and
       *> ModeChangeBatch applies the change through UpdatePolicy -
       *> audited like a keyed change - once paid_to_date has got
       *> there. One pending change per policy; the request itself is
       *> audited as field pending_mode_change.
       *> Result codes: 0 scheduled, 1 no such policy, 2 not a valid
       *> change (terminal policy, unknown or unchanged mode, no
       *> true_premium to derive the new premium from, effective date
       *> not on a paid_to_date boundary), 3 a change is already
       *> pending - cancel it first.
       method-id. ScheduleModeChange static.
           procedure division using by value policyId as binary-long
                                      by value newMode as string
                                      by value effectiveDate as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare curStatus as string.
           declare paidTo as string.
           declare oldMode as string.
           declare oldModePremium as binary-long.
           declare truePremium as binary-long.
           declare newModePremium as binary-long.
           declare oldModeDays as binary-long.
           declare paidToInt as binary-long.
           declare effectiveInt as binary-long.
           declare dayGap as binary-long.
           declare auditValue as string.

           invoke DbConfig "OpenConnection" returning conn.
           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT current_status,COALESCE(paid_to_date,''),premium_mode,last_mode_premium,true_premium FROM policy WHERE policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
           invoke polReader "Read" returning hasRow.
           if hasRow not = 0
               invoke polReader "GetString" using 0 returning curStatus
               invoke polReader "GetString" using 1 returning paidTo
               invoke polReader "GetString" using 2 returning oldMode
               invoke polReader "GetInt32" using 3 returning oldModePremium
               invoke polReader "GetInt32" using 4 returning truePremium
           end-if.
           invoke polReader "Close".

           if hasRow = 0
               display "ScheduleModeChange rejected: policyId " policyId " not found"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.
           if curStatus = "SURRENDERED" or curStatus = "MATURED"
              or curStatus = "DEATH-CLM"
               display "ScheduleModeChange rejected: policyId " policyId " is " curStatus " - no further premium is due"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if newMode = oldMode
               display "ScheduleModeChange rejected: policyId " policyId " is already billed " oldMode
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           invoke Policy "ModalPremium" using truePremium, newMode returning newModePremium.
           if newModePremium <= 0
               display "ScheduleModeChange rejected: policyId " policyId " no " newMode " premium can be derived (mode not recognized or true_premium " truePremium ")"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           evaluate oldMode
               when "MONTHLY"
                   move 30 to oldModeDays
               when "QUARTERLY"
                   move 91 to oldModeDays
               when "SEMIANNUAL"
                   move 182 to oldModeDays
               when "ANNUAL"
                   move 365 to oldModeDays
               when other
                   move 0 to oldModeDays
           end-evaluate.
           if oldModeDays = 0 or paidTo = spaces or paidTo = ""
               display "ScheduleModeChange rejected: policyId " policyId " has no usable premium_mode/paid_to_date to schedule against"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           if effectiveDate = spaces or effectiveDate = ""
              or function test-date-yyyymmdd(function numval(effectiveDate)) not = 0
               display "ScheduleModeChange rejected: effective date '" effectiveDate "' is not a valid YYYYMMDD date"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           compute paidToInt = function integer-of-date(function numval(paidTo)).
           compute effectiveInt = function integer-of-date(function numval(effectiveDate)).
           compute dayGap = effectiveInt - paidToInt.
           if dayGap < 0 or function mod(dayGap, oldModeDays) not = 0
               display "ScheduleModeChange rejected: policyId " policyId " effective date " effectiveDate " is not a paid-to boundary - paid_to_date is " paidTo " and " oldMode " periods are " oldModeDays " days"
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.

           declare pendCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COUNT(*) FROM policy_mode_change WHERE policy_id=@pid AND status='PENDING'", conn).
           invoke pendCmd "Parameters.AddWithValue" using "pid", policyId.
           declare pendReader type NpgsqlDataReader.
           declare pendCount as binary-long.
           invoke pendCmd "ExecuteReader" returning pendReader.
           invoke pendReader "Read" returning hasRow.
           if hasRow not = 0
               invoke pendReader "GetInt32" using 0 returning pendCount
           else
               move 0 to pendCount
           end-if.
           invoke pendReader "Close".
           if pendCount > 0
               display "ScheduleModeChange rejected: policyId " policyId " already has a pending mode change - cancel it first"
               invoke conn "Close"
               move 3 to resultCode
               exit method
           end-if.

           declare insCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO policy_mode_change (policy_id,old_mode,new_mode,old_mode_premium,new_mode_premium,effective_date,status,requested_by) VALUES (@pid,@old,@new,@oldprem,@newprem,@eff,'PENDING',@by)", conn).
           invoke insCmd "Parameters.AddWithValue" using "pid", policyId.
           invoke insCmd "Parameters.AddWithValue" using "old", oldMode.
           invoke insCmd "Parameters.AddWithValue" using "new", newMode.
           invoke insCmd "Parameters.AddWithValue" using "oldprem", oldModePremium.
           invoke insCmd "Parameters.AddWithValue" using "newprem", newModePremium.
           invoke insCmd "Parameters.AddWithValue" using "eff", effectiveDate.
           invoke insCmd "Parameters.AddWithValue" using "by", changedBy.
           invoke insCmd "ExecuteNonQuery".

           set auditValue to newMode & " " & newModePremium & " from " & effectiveDate.
           invoke Policy "WriteAudit" using conn, policyId, "pending_mode_change", "", auditValue, changedBy.

           invoke conn "Close".
           display "ScheduleModeChange: policyId " policyId " " oldMode " -> " newMode " premium " oldModePremium " -> " newModePremium " effective " effectiveDate.
           move 0 to resultCode.
       end method ScheduleModeChange.

       *> Withdraws a policy's pending mode change before it applies;
       *> the row stays, status CANCELLED, and the withdrawal is
       *> audited under pending_mode_change like the request was.
       *> Result codes: 0 cancelled, 1 nothing pending.
       method-id. CancelModeChange static.
           procedure division using by value policyId as binary-long
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare newMode as string.
           declare newModePremium as binary-long.
           declare effectiveDate as string.
           declare auditValue as string.
           declare todayStr as string.
           declare affected as binary-long.

           invoke DbConfig "OpenConnection" returning conn.
           declare pendCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT new_mode,new_mode_premium,effective_date FROM policy_mode_change WHERE policy_id=@pid AND status='PENDING'", conn).
           invoke pendCmd "Parameters.AddWithValue" using "pid", policyId.
           declare pendReader type NpgsqlDataReader.
           invoke pendCmd "ExecuteReader" returning pendReader.
           invoke pendReader "Read" returning hasRow.
           if hasRow not = 0
               invoke pendReader "GetString" using 0 returning newMode
               invoke pendReader "GetInt32" using 1 returning newModePremium
               invoke pendReader "GetString" using 2 returning effectiveDate
           end-if.
           invoke pendReader "Close".
           if hasRow = 0
               display "CancelModeChange rejected: policyId " policyId " has no pending mode change"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           move function current-date(1:8) to todayStr.
           declare updCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE policy_mode_change SET status='CANCELLED', closed_date=@dt, closed_by=@by WHERE policy_id=@pid AND status='PENDING'", conn).
           invoke updCmd "Parameters.AddWithValue" using "dt", todayStr.
           invoke updCmd "Parameters.AddWithValue" using "by", changedBy.
           invoke updCmd "Parameters.AddWithValue" using "pid", policyId.
           invoke updCmd "ExecuteNonQuery" returning affected.

           set auditValue to newMode & " " & newModePremium & " from " & effectiveDate.
           invoke Policy "WriteAudit" using conn, policyId, "pending_mode_change", auditValue, "CANCELLED", changedBy.

           invoke conn "Close".
           display "CancelModeChange: policyId " policyId " pending change to " newMode " cancelled".
           move 0 to resultCode.
       end method CancelModeChange.

       *> Applies one pending mode change through UpdatePolicy - the
       *> audited update path - once the policy's paid_to_date has
       *> reached the effective date: premium_mode, last_mode_premium
       *> and amount_billed take the new mode's values, every other
       *> field is written back as it stands. A policy that went
       *> terminal with a change still pending owes no more premium,
       *> so the change is cancelled instead.
       *> Result codes: 0 applied, 1 no such pending change, 2 not due
       *> yet (paid_to_date short of the effective date), 3 UpdatePolicy
       *> rejected the write (change left pending), 4 policy terminal
       *> (change cancelled).
       method-id. ApplyModeChange static.
           procedure division using by value changeId as binary-long
                                      by value applyDate as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare policyId as binary-long.
           declare newMode as string.
           declare newModePremium as binary-long.
           declare effectiveDate as string.
           declare effDate as string.
           declare ownerId as binary-long.
           declare ownerName as string.
           declare ownerBirth as string.
           declare insuredId as binary-long.
           declare insuredName as string.
           declare insuredBirth as string.
           declare curStatus as string.
           declare product as string.
           declare billing as string.
           declare issueDate as string.
           declare paidTo as string.
           declare overloanExpiry as string.
           declare suffix as binary-long.
           declare sundryAmount as binary-long.
           declare truePremium as binary-long.
           declare currency as string.
           declare overloanLeast as binary-long.
           declare fullApaLeast as binary-long.
           declare updateResult as binary-long.

           invoke DbConfig "OpenConnection" returning conn.
           declare chgCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT mc.policy_id,mc.new_mode,mc.new_mode_premium,mc.effective_date,p.effective_date,p.owner_id,p.owner_name,p.owner_birth_date,p.insured_id,p.insured_name,p.insured_birth_date,p.current_status,p.product_name,COALESCE(p.billing_type,''),p.issue_date,COALESCE(p.paid_to_date,''),COALESCE(p.overloan_expiry_date,''),p.suffix,p.sundry_amount,p.true_premium,p.currency,p.overloan_least_amount,p.full_apa_least_amount FROM policy_mode_change mc JOIN policy p ON p.policy_id=mc.policy_id WHERE mc.change_id=@cid AND mc.status='PENDING'", conn).
           invoke chgCmd "Parameters.AddWithValue" using "cid", changeId.
           declare chgReader type NpgsqlDataReader.
           invoke chgCmd "ExecuteReader" returning chgReader.
           invoke chgReader "Read" returning hasRow.
           if hasRow not = 0
               invoke chgReader "GetInt32" using 0 returning policyId
               invoke chgReader "GetString" using 1 returning newMode
               invoke chgReader "GetInt32" using 2 returning newModePremium
               invoke chgReader "GetString" using 3 returning effectiveDate
               invoke chgReader "GetString" using 4 returning effDate
               invoke chgReader "GetInt32" using 5 returning ownerId
               invoke chgReader "GetString" using 6 returning ownerName
               invoke chgReader "GetString" using 7 returning ownerBirth
               invoke chgReader "GetInt32" using 8 returning insuredId
               invoke chgReader "GetString" using 9 returning insuredName
               invoke chgReader "GetString" using 10 returning insuredBirth
               invoke chgReader "GetString" using 11 returning curStatus
               invoke chgReader "GetString" using 12 returning product
               invoke chgReader "GetString" using 13 returning billing
               invoke chgReader "GetString" using 14 returning issueDate
               invoke chgReader "GetString" using 15 returning paidTo
               invoke chgReader "GetString" using 16 returning overloanExpiry
               invoke chgReader "GetInt32" using 17 returning suffix
               invoke chgReader "GetInt32" using 18 returning sundryAmount
               invoke chgReader "GetInt32" using 19 returning truePremium
               invoke chgReader "GetString" using 20 returning currency
               invoke chgReader "GetInt32" using 21 returning overloanLeast
               invoke chgReader "GetInt32" using 22 returning fullApaLeast
           end-if.
           invoke chgReader "Close".

           if hasRow = 0
               display "ApplyModeChange rejected: changeId " changeId " is not a pending mode change"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           if curStatus = "SURRENDERED" or curStatus = "MATURED"
              or curStatus = "DEATH-CLM"
               declare cxlCmd type NpgsqlCommand
                   = new NpgsqlCommand("UPDATE policy_mode_change SET status='CANCELLED', closed_date=@dt, closed_by=@by WHERE change_id=@cid AND status='PENDING'", conn)
               invoke cxlCmd "Parameters.AddWithValue" using "dt", applyDate
               invoke cxlCmd "Parameters.AddWithValue" using "by", changedBy
               invoke cxlCmd "Parameters.AddWithValue" using "cid", changeId
               invoke cxlCmd "ExecuteNonQuery"
               invoke Policy "WriteAudit" using conn, policyId, "pending_mode_change", newMode, "CANCELLED", changedBy
               display "ApplyModeChange: policyId " policyId " is " curStatus " - pending change to " newMode " cancelled"
               invoke conn "Close"
               move 4 to resultCode
               exit method
           end-if.

           if paidTo = spaces or paidTo = "" or paidTo < effectiveDate
               invoke conn "Close"
               move 2 to resultCode
               exit method
           end-if.
           invoke conn "Close".

           invoke Policy "UpdatePolicy" using policyId, effDate, ownerId, ownerName, ownerBirth, insuredId, insuredName, insuredBirth, curStatus, product, billing, issueDate, paidTo, overloanExpiry, newModePremium, suffix, newMode, sundryAmount, truePremium, newModePremium, currency, overloanLeast, fullApaLeast, changedBy returning updateResult.
           if updateResult not = 0
               display "ApplyModeChange rejected: policyId " policyId " UpdatePolicy refused the mode change - left pending"
               move 3 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.
           declare doneCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE policy_mode_change SET status='APPLIED', closed_date=@dt, closed_by=@by WHERE change_id=@cid AND status='PENDING'", conn).
           invoke doneCmd "Parameters.AddWithValue" using "dt", applyDate.
           invoke doneCmd "Parameters.AddWithValue" using "by", changedBy.
           invoke doneCmd "Parameters.AddWithValue" using "cid", changeId.
           invoke doneCmd "ExecuteNonQuery".
           invoke conn "Close".

           display "ApplyModeChange: policyId " policyId " now " newMode " at " newModePremium " from paid_to_date " paidTo.
           move 0 to resultCode.
       end method ApplyModeChange.

       *> Records the owner's automatic premium loan election on the
       *> policy (apl_elected Y / N, N unless the application asked
       *> for it). An elected policy that runs out of grace has its
       *> overdue mode premium paid by a policy loan in
       *> LapseProcessingBatch for as long as the loan value covers it,
       *> instead of lapsing. The election is audited as field
       *> apl_elected under the operator's ID.
       *> Result codes: 0 recorded (or unchanged), 1 no such policy,
       *> 2 election not Y or N.
       method-id. SetAplElection static.
           procedure division using by value policyId as binary-long
                                      by value aplElected as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare oldElected as string.

           if aplElected not = "Y" and aplElected not = "N"
               display "SetAplElection rejected: policyId " policyId " election '" aplElected "' must be Y or N"
               move 2 to resultCode
               exit method
           end-if.

           invoke DbConfig "OpenConnection" returning conn.
           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT COALESCE(apl_elected,'N') FROM policy WHERE policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
           invoke polReader "Read" returning hasRow.
           if hasRow not = 0
               invoke polReader "GetString" using 0 returning oldElected
           end-if.
           invoke polReader "Close".
           if hasRow = 0
               display "SetAplElection rejected: policyId " policyId " not found"
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           if oldElected not = aplElected
               declare updCmd type NpgsqlCommand
                   = new NpgsqlCommand("UPDATE policy SET apl_elected=@apl WHERE policy_id=@pid", conn)
               invoke updCmd "Parameters.AddWithValue" using "apl", aplElected
               invoke updCmd "Parameters.AddWithValue" using "pid", policyId
               invoke updCmd "ExecuteNonQuery"
               invoke Policy "WriteAudit" using conn, policyId, "apl_elected", oldElected, aplElected, changedBy
               display "SetAplElection: policyId " policyId " apl_elected " oldElected " -> " aplElected
           end-if.

           invoke conn "Close".
           move 0 to resultCode.
       end method SetAplElection.

       end factory.

       end class Policy.
