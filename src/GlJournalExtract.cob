      *>   policy_loan INTEREST      DR LOAN-PRINCIPAL /
      *>                             CR LOAN-INTEREST-INCOME
      *>   claim_payment             DR CLAIM-EXPENSE / CR CASH
      *>   claim loan netted         DR CLAIM-EXPENSE / CR CASH at
      *>                             claim.loan_netted on the day the
      *>                             claim went PAID - nets with the
      *>                             loan-payoff REPAY pair to exactly
      *>                             the payments of cash out
      *>   policy_termination        DR TERMINATION-EXPENSE / CR CASH
      *>                             at gross_value - nets with the
      *>                             loan-close REPAY pair to exactly
      *>                             net_payout of cash out
      *>   issued_check stale void   DR CASH / CR UNCLAIMED-CHECKS at
      *>                             void_date - the uncashed check
      *>                             goes back on cash and is held as
      *>                             a liability
      *>   issued_check reissue      DR UNCLAIMED-CHECKS / CR CASH at
      *>                             the new check's issue_date
      *>   reinsurance recovery      DR REINS-RECOVERABLE /
      *>                             CR CLAIM-RECOVERIES at the
      *>                             claim_payment's date, for the
      *>                             ceded share of a payment (gross
      *>                             of any loan netted) on a ceded
      *>                             policy (see
      *>                             ReinsuranceBordereauBatch)
      *> Amounts are converted to the base currency (USD) through
      *> ExchangeRate.GetRate at each transaction's OWN date - a rerun
      *> of an old period books at the rates that applied then - with
       01 WS-CLAIM-COUNT        PIC 9(9) VALUE 0.
       01 WS-TERM-COUNT         PIC 9(9) VALUE 0.
       01 WS-RES-COUNT          PIC 9(9) VALUE 0.
       01 WS-CHECK-COUNT        PIC 9(9) VALUE 0.
       01 WS-RECOVERY-COUNT     PIC 9(9) VALUE 0.
       01 WS-MOVE-COUNT         PIC 9(9) VALUE 0.
       01 WS-SUS-REASON         PIC X(30).
       01 WS-RESOLUTION         PIC X(20).
           PERFORM 4000-JOURNAL-LOANS
           PERFORM 5000-JOURNAL-CLAIMS
           PERFORM 5500-JOURNAL-TERMINATIONS
           PERFORM 5700-JOURNAL-CHECKS
           PERFORM 5800-JOURNAL-RECOVERIES
           PERFORM 8000-WRITE-TRAILER
           CLOSE JOURNAL-FILE
           DISPLAY "Journal written to " WS-JOURNAL-PATH
           DISPLAY "Loan movements: " WS-LOAN-COUNT
           DISPLAY "Claim movements: " WS-CLAIM-COUNT
           DISPLAY "Termination payouts: " WS-TERM-COUNT
           DISPLAY "Check voids/reissues: " WS-CHECK-COUNT
           DISPLAY "Reinsurance recoveries: " WS-RECOVERY-COUNT
           DISPLAY "Journal lines: " WS-LINE-COUNT
           DISPLAY "Debits=" WS-DR-TOTAL " Credits=" WS-CR-TOTAL
           PERFORM 9000-END-RUN
      *>                  remitter
      *>   WRITE-OFF      CR SUSPENSE-WRITEOFF - the money stays and
      *>                  becomes income
      *>   APL-BACKOUT    CR CASH - an automatic premium loan posting
      *>                  PostPayment refused; no money arrived and
      *>                  LapseProcessingBatch repaid the loan, so the
      *>                  pair reverses the receipt entry
      *> For an NSF-origin item the directions mirror (the receipt
      *> credited cash): WRITE-OFF is DR NSF-WRITEOFF, anything else
      *> recovers cash, both against CR NSF-SUSPENSE.
           invoke loanReader "Close".
           invoke loanConn "Close".

      *> Claim settlements disbursed during the period, and the loan
      *> payoff netted out of a death benefit. The payments only carry
      *> the net amount; the payoff already booked through the
      *> policy_loan REPAY row (DR CASH / CR LOAN-PRINCIPAL, see 4000),
      *> so claim.loan_netted is expensed as its own pair, dated the
      *> day the claim went PAID - the REPAY pair and the payments then
      *> move cash by exactly what the beneficiaries received, the same
      *> gross booking 5500 makes for terminations.
       5000-JOURNAL-CLAIMS.
           declare clmConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning clmConn.
           declare clmCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT cp.claim_id,cp.payment_date,cp.amount_paid,COALESCE(p.currency,''),'claim_payment',1,cp.payment_id FROM claim_payment cp LEFT JOIN policy p ON p.policy_id=cp.policy_id WHERE SUBSTRING(cp.payment_date FROM 1 FOR 6)=@per UNION ALL SELECT cl.claim_id,h.paid_date,cl.loan_netted,COALESCE(p.currency,''),'claim',2,cl.claim_id FROM claim cl JOIN (SELECT claim_id,MIN(changed_date) AS paid_date FROM claim_status_history WHERE new_status='PAID' GROUP BY claim_id) h ON h.claim_id=cl.claim_id LEFT JOIN policy p ON p.policy_id=cl.policy_id WHERE COALESCE(cl.loan_netted,0)>0 AND SUBSTRING(h.paid_date FROM 1 FOR 6)=@per ORDER BY 6,7", clmConn).
           invoke clmCmd "Parameters.AddWithValue" using "per", WS-PERIOD-X.
           declare clmReader type NpgsqlDataReader.
           invoke clmCmd "ExecuteReader" returning clmReader.
               invoke clmReader "GetString" using 1 returning WS-JL-DATE
               invoke clmReader "GetInt32" using 2 returning WS-JL-AMOUNT
               invoke clmReader "GetString" using 3 returning WS-JL-CURRENCY
               invoke clmReader "GetString" using 4 returning WS-JL-SOURCE
               MOVE "CLAIM-EXPENSE" TO WS-JL-DR-ACCT
               MOVE "CASH" TO WS-JL-CR-ACCT
               PERFORM 7000-WRITE-JOURNAL-PAIR
           invoke trmReader "Close".
           invoke trmConn "Close".

      *> Outstanding checks off the issued_check register. A stale
      *> void (void_date in the period, whatever the check's status has
      *> become since) puts the uncashed money back on cash and into
      *> the UNCLAIMED-CHECKS liability; a reissue (the REISSUE row,
      *> at its issue_date - the day ClaimSettlementBatch sent it to
      *> the bank) pays it back out of the liability. The
      *> original issue was already booked as a claim or termination
      *> payout, so the register adds nothing at issue.
       5700-JOURNAL-CHECKS.
           declare chkConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning chkConn.
           declare chkCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT policy_id,void_date,'VOID',amount,COALESCE(currency,''),check_id FROM issued_check WHERE SUBSTRING(COALESCE(void_date,'') FROM 1 FOR 6)=@per UNION ALL SELECT policy_id,issue_date,'REISSUE',amount,COALESCE(currency,''),check_id FROM issued_check WHERE source_type='REISSUE' AND SUBSTRING(issue_date FROM 1 FOR 6)=@per ORDER BY 6,3 DESC", chkConn).
           invoke chkCmd "Parameters.AddWithValue" using "per", WS-PERIOD-X.
           declare chkReader type NpgsqlDataReader.
           invoke chkCmd "ExecuteReader" returning chkReader.
           invoke chkReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               invoke chkReader "GetInt32" using 0 returning WS-JL-REF
               invoke chkReader "GetString" using 1 returning WS-JL-DATE
               invoke chkReader "GetString" using 2 returning WS-ROW-TYPE
               invoke chkReader "GetInt32" using 3 returning WS-JL-AMOUNT
               invoke chkReader "GetString" using 4 returning WS-JL-CURRENCY
               MOVE "issued_check" TO WS-JL-SOURCE
               IF WS-ROW-TYPE = "VOID"
                   MOVE "CASH" TO WS-JL-DR-ACCT
                   MOVE "UNCLAIMED-CHECKS" TO WS-JL-CR-ACCT
               ELSE
                   MOVE "UNCLAIMED-CHECKS" TO WS-JL-DR-ACCT
                   MOVE "CASH" TO WS-JL-CR-ACCT
               END-IF
               PERFORM 7000-WRITE-JOURNAL-PAIR
               ADD 1 TO WS-CHECK-COUNT
               invoke chkReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke chkReader "Close".
           invoke chkConn "Close".

      *> Reinsurance recoveries due on the period's claim payments: the
      *> cession's ceded_pct of each payment on a claim filed on or
      *> after the cession date, rounded in the query with the same
      *> expression the bordereau reports it with. The reinsurer shares
      *> the gross benefit, not what was left after the policyholder's
      *> loan was paid off, so the claim's loan_netted is added back on
      *> its first payment row - a death claim's rows then recover on
      *> exactly the claimed amount. source_ref is the claim_id, as for
      *> the claim_payment pair it offsets.
       5800-JOURNAL-RECOVERIES.
           declare rcvConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning rcvConn.
           declare rcvCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT cp.claim_id,cp.payment_date,ROUND((cp.amount_paid+CASE WHEN cp.payment_id=(SELECT MIN(cp2.payment_id) FROM claim_payment cp2 WHERE cp2.claim_id=cp.claim_id) THEN COALESCE(cl.loan_netted,0) ELSE 0 END)*c.ceded_pct/100.0)::integer,COALESCE(p.currency,'') FROM claim_payment cp JOIN claim cl ON cl.claim_id=cp.claim_id JOIN reinsurance_cession c ON c.policy_id=cp.policy_id LEFT JOIN policy p ON p.policy_id=cp.policy_id WHERE SUBSTRING(cp.payment_date FROM 1 FOR 6)=@per AND cl.claim_date>=c.ceded_date ORDER BY cp.payment_id", rcvConn).
           invoke rcvCmd "Parameters.AddWithValue" using "per", WS-PERIOD-X.
           declare rcvReader type NpgsqlDataReader.
           invoke rcvCmd "ExecuteReader" returning rcvReader.
           invoke rcvReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               invoke rcvReader "GetInt32" using 0 returning WS-JL-REF
               invoke rcvReader "GetString" using 1 returning WS-JL-DATE
               invoke rcvReader "GetInt32" using 2 returning WS-JL-AMOUNT
               invoke rcvReader "GetString" using 3 returning WS-JL-CURRENCY
               MOVE "reinsurance" TO WS-JL-SOURCE
               MOVE "REINS-RECOVERABLE" TO WS-JL-DR-ACCT
               MOVE "CLAIM-RECOVERIES" TO WS-JL-CR-ACCT
               PERFORM 7000-WRITE-JOURNAL-PAIR
               ADD 1 TO WS-RECOVERY-COUNT
               invoke rcvReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke rcvReader "Close".
           invoke rcvConn "Close".

      *> One movement in, one balanced DR/CR pair out, both lines at
      *> the amount converted to base currency at the movement's own
      *> transaction date.
           MOVE RETURN-CODE TO endRc
           COMPUTE WS-MOVE-COUNT = WS-PAY-COUNT + WS-SUS-COUNT
               + WS-RES-COUNT + WS-LOAN-COUNT + WS-CLAIM-COUNT
               + WS-TERM-COUNT + WS-CHECK-COUNT + WS-RECOVERY-COUNT
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-MOVE-COUNT, WS-LINE-COUNT, endRc.
