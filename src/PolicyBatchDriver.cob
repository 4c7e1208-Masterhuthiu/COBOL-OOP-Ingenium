           DISPLAY "PolicyBatchDriver: processing policy_id " WS-RANGE-START
               " through " WS-RANGE-END

      *> SURRENDERED/MATURED/DEATH-CLM are terminal - paid_to_date never
      *> advances again and the termination cleared the loan ledger,
      *> so terminated policies belong in neither the premium-due
      *> totals nor the overloan warnings
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT policy_id,owner_id,owner_name,product_name,paid_to_date,premium_mode,amount_billed,currency,overloan_expiry_date,overloan_least_amount FROM policy WHERE policy_id BETWEEN @start AND @end AND current_status NOT IN ('SURRENDERED','MATURED','DEATH-CLM')", conn).
           invoke cmd "Parameters.AddWithValue" using "start", WS-RANGE-START.
           invoke cmd "Parameters.AddWithValue" using "end", WS-RANGE-END.

