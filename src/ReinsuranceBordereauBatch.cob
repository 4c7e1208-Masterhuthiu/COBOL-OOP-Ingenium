      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReinsuranceBordereauBatch.

      *> Monthly reinsurance bordereau: reports to each reinsurer what
      *> was ceded to it in the period, off the reinsurance_cession
      *> rows Reinsurance.CedePolicy wrote at issue. Sources:
      *>   premium_payment    ceded premium - every payment on a ceded
      *>                      policy, and every reversal of one (the
      *>                      negative offsetting row, see
      *>                      ReversePayment) as negative ceded premium;
      *>                      a reversal is ceded when the payment it
      *>                      reverses was, whatever its own date
      *>   claim_payment      ceded claim recoveries - payments on
      *>                      claims filed on or after the cession date
      *>   policy_status_history
      *>                      cessions ended by lapse, surrender,
      *>                      maturity or death claim, and a lapsed
      *>                      ceded policy reinstated
      *> The ceded amount is the cession's ceded_pct of the movement,
      *> rounded to the whole unit, converted to the base currency
      *> (USD) through ExchangeRate.GetRate at the movement's own date -
      *> the same rule and the same fail-loud handling as
      *> GlJournalExtract, which books the recoveries: a movement whose
      *> currency can't be resolved or has no usable rate abandons the
      *> run with return code 8. The cession rows are brought up to date
      *> from the period's status history first - ENDED with the date
      *> and reason, or back to ACTIVE on reinstatement, only when the
      *> change is still the policy's latest - so a rerun of the period
      *> reports the same and changes nothing.
      *>
      *> Run with the period as the first command-line argument
      *> (YYYYMM), defaulting to the current month. Output path comes
      *> from REINSURANCE_BORDEREAU_FILE (default
      *> reinsurance_bordereau.dat), same env-var pattern as DbConfig.
      *> Every record is 150 bytes; details come grouped by reinsurer,
      *> each reinsurer's group closed by its control record, and the
      *> file balanced by the trailer. Signed amounts carry a separate
      *> sign byte ("-" or space) ahead of the unsigned figure:
      *>   Header  (one, first):
      *>     01      X(1)   record type "H"
      *>     02-07   9(6)   period YYYYMM
      *>     08-15   9(8)   run date YYYYMMDD
      *>     16-150  X(135) filler, spaces
      *>   Detail  (one per ceded movement):
      *>     01      X(1)   record type "D"
      *>     02-31   X(30)  reinsurer
      *>     32-40   9(9)   treaty_id
      *>     41-49   9(9)   policy_id
      *>     50-59   X(10)  PREMIUM, RECOVERY, ENDED or REINSTATED
      *>     60-67   9(8)   transaction date YYYYMMDD
      *>     68-79   X(12)  REVERSAL on a reversed premium, the new
      *>                    status on ENDED, otherwise spaces
      *>     80-88   9(9)   source reference (payment_id / claim_id /
      *>                    history_id)
      *>     89-91   X(3)   original currency
      *>     92      X(1)   sign of the gross amount
      *>     93-101  9(9)   gross amount, original currency (0 on
      *>                    ENDED / REINSTATED; on a RECOVERY the
      *>                    payment plus, on the claim's first
      *>                    payment, the loan netted out of it)
      *>     102-104 9(3)   ceded percentage
      *>     105     X(1)   sign of the ceded amounts
      *>     106-114 9(9)   ceded amount, original currency
      *>     115-129 9(15)  ceded amount, base currency USD
      *>     130-150 X(21)  filler, spaces
      *>   Reinsurer control (one after each reinsurer's details):
      *>     01      X(1)   record type "R"
      *>     02-31   X(30)  reinsurer
      *>     32-40   9(9)   detail record count
      *>     41      X(1)   sign of the ceded premium total
      *>     42-56   9(15)  ceded premium net of reversals, base
      *>     57-71   9(15)  ceded claim recoveries, base
      *>     72-80   9(9)   cessions ended
      *>     81-89   9(9)   cessions reinstated
      *>     90-150  X(61)  filler, spaces
      *>   Trailer (one, last):
      *>     01      X(1)   record type "T"
      *>     02-10   9(9)   reinsurer count
      *>     11-19   9(9)   detail record count
      *>     20      X(1)   sign of the ceded premium total
      *>     21-35   9(15)  ceded premium net of reversals, base
      *>     36-50   9(15)  ceded claim recoveries, base
      *>     51-65   9(15)  hash total of detail ceded base amounts
      *>     66-150  X(85)  filler, spaces

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS DbConfig AS "DbConfig"
           CLASS ExchangeRate AS "ExchangeRate"
           CLASS BatchRunLog AS "BatchRunLog".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> record sequential, not line sequential - the treaty team's
      *> load is by column position, same reasoning as
      *> PolicyMasterExtract
           SELECT BORDEREAU-FILE ASSIGN TO WS-BORDEREAU-PATH
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-BORDEREAU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORDEREAU-FILE.
       01  BDX-RECORD               PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-BORDEREAU-PATH     PIC X(256) VALUE "reinsurance_bordereau.dat".
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-BORDEREAU-STATUS   PIC XX.
       01 WS-ARG                PIC X(10).
       01 WS-PERIOD-6           PIC 9(6).
       01 WS-PERIOD-X           PIC X(6).
       01 WS-TODAY-8            PIC 9(8).
       01 WS-HAS-ROW            PIC 9 VALUE 0.
       01 WS-RUN-ID             PIC S9(9) VALUE 0.
       01 WS-ENDED-UPDATED      PIC S9(9) VALUE 0.
       01 WS-REINST-UPDATED     PIC S9(9) VALUE 0.

       01 WS-PREV-REINSURER     PIC X(30) VALUE SPACES.
       01 WS-REINSURER-COUNT    PIC 9(9) VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(9) VALUE 0.
       01 WS-TOT-PREMIUM        PIC S9(15) VALUE 0.
       01 WS-TOT-RECOVERY       PIC 9(15) VALUE 0.
       01 WS-HASH-TOTAL         PIC 9(15) VALUE 0.
       01 WS-RI-DETAILS         PIC 9(9) VALUE 0.
       01 WS-RI-PREMIUM         PIC S9(15) VALUE 0.
       01 WS-RI-RECOVERY        PIC 9(15) VALUE 0.
       01 WS-RI-ENDED           PIC 9(9) VALUE 0.
       01 WS-RI-REINSTATED      PIC 9(9) VALUE 0.

       01 WS-ROW-REINSURER      PIC X(30).
       01 WS-ROW-TREATY-ID      PIC 9(9).
       01 WS-ROW-POLICY-ID      PIC 9(9).
       01 WS-ROW-KIND           PIC X(10).
       01 WS-ROW-DATE           PIC X(8).
       01 WS-ROW-REASON         PIC X(12).
       01 WS-ROW-REF            PIC 9(9).
       01 WS-ROW-CURRENCY       PIC X(3).
       01 WS-ROW-GROSS          PIC S9(9).
       01 WS-ROW-PCT            PIC 9(3).
       01 WS-ROW-CEDED          PIC S9(9).
       01 WS-CEDED-BASE         PIC S9(15).

       01 BDX-HEADER-RECORD.
           05 BDX-H-TYPE        PIC X VALUE "H".
           05 BDX-H-PERIOD      PIC 9(6).
           05 BDX-H-DATE        PIC 9(8).
           05 FILLER            PIC X(135) VALUE SPACES.

       01 BDX-DETAIL-RECORD.
           05 BDX-D-TYPE        PIC X VALUE "D".
           05 BDX-D-REINSURER   PIC X(30).
           05 BDX-D-TREATY-ID   PIC 9(9).
           05 BDX-D-POLICY-ID   PIC 9(9).
           05 BDX-D-KIND        PIC X(10).
           05 BDX-D-DATE        PIC 9(8).
           05 BDX-D-REASON      PIC X(12).
           05 BDX-D-REF         PIC 9(9).
           05 BDX-D-CURRENCY    PIC X(3).
           05 BDX-D-GROSS-SIGN  PIC X.
           05 BDX-D-GROSS       PIC 9(9).
           05 BDX-D-PCT         PIC 9(3).
           05 BDX-D-CEDED-SIGN  PIC X.
           05 BDX-D-CEDED       PIC 9(9).
           05 BDX-D-CEDED-BASE  PIC 9(15).
           05 FILLER            PIC X(21) VALUE SPACES.

       01 BDX-REINSURER-RECORD.
           05 BDX-R-TYPE        PIC X VALUE "R".
           05 BDX-R-REINSURER   PIC X(30).
           05 BDX-R-COUNT       PIC 9(9).
           05 BDX-R-PREM-SIGN   PIC X.
           05 BDX-R-PREMIUM     PIC 9(15).
           05 BDX-R-RECOVERY    PIC 9(15).
           05 BDX-R-ENDED       PIC 9(9).
           05 BDX-R-REINSTATED  PIC 9(9).
           05 FILLER            PIC X(61) VALUE SPACES.

       01 BDX-TRAILER-RECORD.
           05 BDX-T-TYPE        PIC X VALUE "T".
           05 BDX-T-REINSURERS  PIC 9(9).
           05 BDX-T-COUNT       PIC 9(9).
           05 BDX-T-PREM-SIGN   PIC X.
           05 BDX-T-PREMIUM     PIC 9(15).
           05 BDX-T-RECOVERY    PIC 9(15).
           05 BDX-T-HASH        PIC 9(15).
           05 FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Reinsurance Bordereau Batch ==="
           PERFORM 0500-REGISTER-RUN
           PERFORM 1000-GET-PARAMETERS
           PERFORM 1500-UPDATE-CESSIONS
           PERFORM 2000-OPEN-BORDEREAU
           PERFORM 2500-WRITE-HEADER
           PERFORM 3000-REPORT-CESSIONS
           IF WS-PREV-REINSURER NOT = SPACES
               PERFORM 4000-WRITE-REINSURER-CONTROL
           END-IF
           PERFORM 5000-WRITE-TRAILER
           CLOSE BORDEREAU-FILE
           DISPLAY "Bordereau written to " WS-BORDEREAU-PATH
               " for period " WS-PERIOD-6
           DISPLAY "Cessions ended this run: " WS-ENDED-UPDATED
           DISPLAY "Cessions reinstated this run: " WS-REINST-UPDATED
           DISPLAY "Reinsurers reported: " WS-REINSURER-COUNT
           DISPLAY "Detail records: " WS-DETAIL-COUNT
           DISPLAY "Ceded premium (base): " WS-TOT-PREMIUM
           DISPLAY "Ceded recoveries (base): " WS-TOT-RECOVERY
           PERFORM 9000-END-RUN
           STOP RUN.

      *> Register on the shared run log / job lock; a second copy of
      *> the job while the previous run is still open refuses with
      *> return code 8.
       0500-REGISTER-RUN.
           declare runId as binary-long.
           invoke BatchRunLog "StartRun" using "REINS-BORDEREAU" returning runId
           MOVE runId TO WS-RUN-ID
           IF WS-RUN-ID = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-GET-PARAMETERS.
           ACCEPT WS-ARG FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           IF WS-ARG NOT = SPACES
               IF WS-ARG(1:6) IS NUMERIC AND WS-ARG(7:) = SPACES
                   MOVE WS-ARG(1:6) TO WS-PERIOD-6
               ELSE
                   MOVE 0 TO WS-PERIOD-6
               END-IF
           ELSE
               MOVE WS-TODAY-8(1:6) TO WS-PERIOD-6
           END-IF
           MOVE WS-PERIOD-6 TO WS-PERIOD-X
           IF WS-PERIOD-X(5:2) < "01" OR WS-PERIOD-X(5:2) > "12"
               DISPLAY "ReinsuranceBordereauBatch: period " WS-ARG
                   " is not a valid YYYYMM month"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           DISPLAY "Period: " WS-PERIOD-6
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REINSURANCE_BORDEREAU_FILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BORDEREAU-PATH
           END-IF.

      *> Cession state from the period's status changes. Each update
      *> only applies a change that is still the policy's latest, so a
      *> rerun of an earlier period never undoes a later lapse or
      *> reinstatement.
       1500-UPDATE-CESSIONS.
           declare updConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning updConn.
           declare endCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE reinsurance_cession c SET status='ENDED',ended_date=h.changed_date,end_reason=h.new_status FROM policy_status_history h WHERE h.policy_id=c.policy_id AND SUBSTRING(h.changed_date FROM 1 FOR 6)=@per AND h.changed_date>=c.ceded_date AND h.new_status IN ('LAPSED','SURRENDERED','MATURED','DEATH-CLM') AND c.status='ACTIVE' AND NOT EXISTS (SELECT 1 FROM policy_status_history h2 WHERE h2.policy_id=h.policy_id AND h2.history_id>h.history_id)", updConn).
           invoke endCmd "Parameters.AddWithValue" using "per", WS-PERIOD-X.
           invoke endCmd "ExecuteNonQuery" returning WS-ENDED-UPDATED.
           declare reinCmd type NpgsqlCommand
               = new NpgsqlCommand("UPDATE reinsurance_cession c SET status='ACTIVE',ended_date=NULL,end_reason=NULL FROM policy_status_history h WHERE h.policy_id=c.policy_id AND SUBSTRING(h.changed_date FROM 1 FOR 6)=@per AND h.changed_date>=c.ceded_date AND h.old_status='LAPSED' AND h.new_status='ACTIVE' AND c.status='ENDED' AND c.end_reason='LAPSED' AND NOT EXISTS (SELECT 1 FROM policy_status_history h2 WHERE h2.policy_id=h.policy_id AND h2.history_id>h.history_id)", updConn).
           invoke reinCmd "Parameters.AddWithValue" using "per", WS-PERIOD-X.
           invoke reinCmd "ExecuteNonQuery" returning WS-REINST-UPDATED.
           invoke updConn "Close".

       2000-OPEN-BORDEREAU.
           OPEN OUTPUT BORDEREAU-FILE
           IF WS-BORDEREAU-STATUS NOT = "00"
               DISPLAY "ReinsuranceBordereauBatch: cannot open bordereau file "
                   WS-BORDEREAU-PATH " (file status " WS-BORDEREAU-STATUS ")"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF.

       2500-WRITE-HEADER.
           MOVE WS-PERIOD-6 TO BDX-H-PERIOD
           MOVE WS-TODAY-8 TO BDX-H-DATE
           WRITE BDX-RECORD FROM BDX-HEADER-RECORD.

      *> Every ceded movement of the period in reinsurer order -
      *> premiums, then recoveries, then cession changes within each
      *> reinsurer. The ceded share is rounded in the query, the same
      *> expression GlJournalExtract books the recoveries with, so the
      *> bordereau and the ledger agree to the unit. A recovery is on
      *> the gross benefit: the claim's loan_netted (the policyholder's
      *> loan paid off out of a death benefit) is added back on the
      *> claim's first payment row.
       3000-REPORT-CESSIONS.
           declare bdxConn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning bdxConn.
           declare bdxCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT c.reinsurer,c.treaty_id,c.policy_id,'PREMIUM',pp.payment_date,CASE WHEN pp.amount_received<0 THEN 'REVERSAL' ELSE '' END,pp.payment_id,COALESCE(p.currency,''),pp.amount_received,c.ceded_pct,ROUND(pp.amount_received*c.ceded_pct/100.0)::integer,1 FROM premium_payment pp JOIN reinsurance_cession c ON c.policy_id=pp.policy_id LEFT JOIN premium_payment orig ON orig.payment_id=pp.reversal_of LEFT JOIN policy p ON p.policy_id=pp.policy_id WHERE SUBSTRING(pp.payment_date FROM 1 FOR 6)=@per AND COALESCE(orig.payment_date,pp.payment_date)>=c.ceded_date UNION ALL SELECT c.reinsurer,c.treaty_id,c.policy_id,'RECOVERY',cp.payment_date,'',cp.claim_id,COALESCE(p.currency,''),(cp.amount_paid+CASE WHEN cp.payment_id=(SELECT MIN(cp2.payment_id) FROM claim_payment cp2 WHERE cp2.claim_id=cp.claim_id) THEN COALESCE(cl.loan_netted,0) ELSE 0 END),c.ceded_pct,ROUND((cp.amount_paid+CASE WHEN cp.payment_id=(SELECT MIN(cp2.payment_id) FROM claim_payment cp2 WHERE cp2.claim_id=cp.claim_id) THEN COALESCE(cl.loan_netted,0) ELSE 0 END)*c.ceded_pct/100.0)::integer,2 FROM claim_payment cp JOIN claim cl ON cl.claim_id=cp.claim_id JOIN reinsurance_cession c ON c.policy_id=cp.policy_id LEFT JOIN policy p ON p.policy_id=cp.policy_id WHERE SUBSTRING(cp.payment_date FROM 1 FOR 6)=@per AND cl.claim_date>=c.ceded_date UNION ALL SELECT c.reinsurer,c.treaty_id,c.policy_id,CASE WHEN h.new_status='ACTIVE' THEN 'REINSTATED' ELSE 'ENDED' END,h.changed_date,CASE WHEN h.new_status='ACTIVE' THEN '' ELSE h.new_status END,h.history_id,COALESCE(p.currency,''),0,c.ceded_pct,0,3 FROM policy_status_history h JOIN reinsurance_cession c ON c.policy_id=h.policy_id LEFT JOIN policy p ON p.policy_id=h.policy_id WHERE SUBSTRING(h.changed_date FROM 1 FOR 6)=@per AND h.changed_date>=c.ceded_date AND (h.new_status IN ('LAPSED','SURRENDERED','MATURED','DEATH-CLM') OR (h.old_status='LAPSED' AND h.new_status='ACTIVE')) ORDER BY 1,12,5,7", bdxConn).
           invoke bdxCmd "Parameters.AddWithValue" using "per", WS-PERIOD-X.
           declare bdxReader type NpgsqlDataReader.
           invoke bdxCmd "ExecuteReader" returning bdxReader.
           invoke bdxReader "Read" returning WS-HAS-ROW.
           PERFORM UNTIL WS-HAS-ROW = 0
               invoke bdxReader "GetString" using 0 returning WS-ROW-REINSURER
               invoke bdxReader "GetInt32" using 1 returning WS-ROW-TREATY-ID
               invoke bdxReader "GetInt32" using 2 returning WS-ROW-POLICY-ID
               invoke bdxReader "GetString" using 3 returning WS-ROW-KIND
               invoke bdxReader "GetString" using 4 returning WS-ROW-DATE
               invoke bdxReader "GetString" using 5 returning WS-ROW-REASON
               invoke bdxReader "GetInt32" using 6 returning WS-ROW-REF
               invoke bdxReader "GetString" using 7 returning WS-ROW-CURRENCY
               invoke bdxReader "GetInt32" using 8 returning WS-ROW-GROSS
               invoke bdxReader "GetInt32" using 9 returning WS-ROW-PCT
               invoke bdxReader "GetInt32" using 10 returning WS-ROW-CEDED
               IF WS-ROW-REINSURER NOT = WS-PREV-REINSURER
                   IF WS-PREV-REINSURER NOT = SPACES
                       PERFORM 4000-WRITE-REINSURER-CONTROL
                   END-IF
                   MOVE WS-ROW-REINSURER TO WS-PREV-REINSURER
                   ADD 1 TO WS-REINSURER-COUNT
               END-IF
               PERFORM 3500-WRITE-DETAIL
               invoke bdxReader "Read" returning WS-HAS-ROW
           END-PERFORM
           invoke bdxReader "Close".
           invoke bdxConn "Close".

       3500-WRITE-DETAIL.
           MOVE 0 TO WS-CEDED-BASE
           IF WS-ROW-CEDED NOT = 0
               PERFORM 3600-CONVERT-TO-BASE
           END-IF
           MOVE WS-ROW-REINSURER TO BDX-D-REINSURER
           MOVE WS-ROW-TREATY-ID TO BDX-D-TREATY-ID
           MOVE WS-ROW-POLICY-ID TO BDX-D-POLICY-ID
           MOVE WS-ROW-KIND TO BDX-D-KIND
           MOVE FUNCTION NUMVAL(WS-ROW-DATE) TO BDX-D-DATE
           MOVE WS-ROW-REASON TO BDX-D-REASON
           MOVE WS-ROW-REF TO BDX-D-REF
           MOVE WS-ROW-CURRENCY TO BDX-D-CURRENCY
           MOVE WS-ROW-PCT TO BDX-D-PCT
           IF WS-ROW-GROSS < 0
               MOVE "-" TO BDX-D-GROSS-SIGN
               COMPUTE BDX-D-GROSS = 0 - WS-ROW-GROSS
           ELSE
               MOVE SPACE TO BDX-D-GROSS-SIGN
               MOVE WS-ROW-GROSS TO BDX-D-GROSS
           END-IF
           IF WS-ROW-CEDED < 0
               MOVE "-" TO BDX-D-CEDED-SIGN
               COMPUTE BDX-D-CEDED = 0 - WS-ROW-CEDED
               COMPUTE BDX-D-CEDED-BASE = 0 - WS-CEDED-BASE
           ELSE
               MOVE SPACE TO BDX-D-CEDED-SIGN
               MOVE WS-ROW-CEDED TO BDX-D-CEDED
               MOVE WS-CEDED-BASE TO BDX-D-CEDED-BASE
           END-IF
           WRITE BDX-RECORD FROM BDX-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-RI-DETAILS
           ADD BDX-D-CEDED-BASE TO WS-HASH-TOTAL
           EVALUATE WS-ROW-KIND
               WHEN "PREMIUM"
                   ADD WS-CEDED-BASE TO WS-RI-PREMIUM
                   ADD WS-CEDED-BASE TO WS-TOT-PREMIUM
               WHEN "RECOVERY"
                   ADD WS-CEDED-BASE TO WS-RI-RECOVERY
                   ADD WS-CEDED-BASE TO WS-TOT-RECOVERY
               WHEN "ENDED"
                   ADD 1 TO WS-RI-ENDED
               WHEN "REINSTATED"
                   ADD 1 TO WS-RI-REINSTATED
           END-EVALUATE.

      *> Same fail-loud rule as GlJournalExtract 7500-CONVERT-TO-BASE.
       3600-CONVERT-TO-BASE.
           declare ccyStr as string.
           declare asOfStr as string.
           declare ratePpm as binary-long.
           IF WS-ROW-CURRENCY = SPACES
               DISPLAY "ReinsuranceBordereauBatch: " WS-ROW-KIND " for policy "
                   WS-ROW-POLICY-ID " on " WS-ROW-DATE
                   " has no policy row to resolve a currency from"
                   " - run abandoned"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           move WS-ROW-CURRENCY to ccyStr
           move WS-ROW-DATE to asOfStr
           invoke ExchangeRate "GetRate" using ccyStr, asOfStr returning ratePpm
           IF ratePpm = 0
               DISPLAY "ReinsuranceBordereauBatch: no usable exchange rate for "
                   WS-ROW-CURRENCY " as of " WS-ROW-DATE
                   " - run abandoned, the bordereau would report wrong"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-END-RUN
               STOP RUN
           END-IF
           COMPUTE WS-CEDED-BASE = WS-ROW-CEDED * ratePpm / 1000000.

       4000-WRITE-REINSURER-CONTROL.
           MOVE WS-PREV-REINSURER TO BDX-R-REINSURER
           MOVE WS-RI-DETAILS TO BDX-R-COUNT
           IF WS-RI-PREMIUM < 0
               MOVE "-" TO BDX-R-PREM-SIGN
               COMPUTE BDX-R-PREMIUM = 0 - WS-RI-PREMIUM
           ELSE
               MOVE SPACE TO BDX-R-PREM-SIGN
               MOVE WS-RI-PREMIUM TO BDX-R-PREMIUM
           END-IF
           MOVE WS-RI-RECOVERY TO BDX-R-RECOVERY
           MOVE WS-RI-ENDED TO BDX-R-ENDED
           MOVE WS-RI-REINSTATED TO BDX-R-REINSTATED
           WRITE BDX-RECORD FROM BDX-REINSURER-RECORD
           DISPLAY "Reinsurer " WS-PREV-REINSURER ": " WS-RI-DETAILS
               " record(s), ceded premium " WS-RI-PREMIUM
               ", recoveries " WS-RI-RECOVERY
           MOVE 0 TO WS-RI-DETAILS
           MOVE 0 TO WS-RI-PREMIUM
           MOVE 0 TO WS-RI-RECOVERY
           MOVE 0 TO WS-RI-ENDED
           MOVE 0 TO WS-RI-REINSTATED.

       5000-WRITE-TRAILER.
           MOVE WS-REINSURER-COUNT TO BDX-T-REINSURERS
           MOVE WS-DETAIL-COUNT TO BDX-T-COUNT
           IF WS-TOT-PREMIUM < 0
               MOVE "-" TO BDX-T-PREM-SIGN
               COMPUTE BDX-T-PREMIUM = 0 - WS-TOT-PREMIUM
           ELSE
               MOVE SPACE TO BDX-T-PREM-SIGN
               MOVE WS-TOT-PREMIUM TO BDX-T-PREMIUM
           END-IF
           MOVE WS-TOT-RECOVERY TO BDX-T-RECOVERY
           MOVE WS-HASH-TOTAL TO BDX-T-HASH
           WRITE BDX-RECORD FROM BDX-TRAILER-RECORD.

       9000-END-RUN.
           declare endRc as binary-long.
           MOVE RETURN-CODE TO endRc
           invoke BatchRunLog "EndRun" using WS-RUN-ID, WS-DETAIL-COUNT, WS-DETAIL-COUNT, endRc.
