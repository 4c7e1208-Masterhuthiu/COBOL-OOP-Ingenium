      >>SOURCE FORMAT FREE
       class-id. Reinsurance.

      *> Cedes risk above our retention to the reinsurers. Treaty terms
      *> live in reinsurance_treaty, one row per product per treaty
      *> period; CedePolicy runs from Policy.InsertPolicy for every
      *> policy issued, whichever way it is issued (OrderIssuanceBatch,
      *> the servicing console, ConversionLoadBatch), and writes the
      *> policy's reinsurance_cession row when its risk is over the
      *> retention limit of the treaty in force for its product on the
      *> issue date. The risk measure is the annual premium
      *> (true_premium) converted to the base currency through
      *> ExchangeRate at the issue date - the policy master carries no
      *> sum assured. A currency with no usable rate can't be measured
      *> against the retention, so it is ceded rather than kept, the
      *> same fail-safe rule as Operator.ExceedsLimit, with its premium
      *> standing in as the risk amount. The cession is written to
      *> policy_audit (field reinsurance_cession) under the issuer's ID
      *> through Policy.WriteAudit. ReinsuranceBordereauBatch reports
      *> the ceded business to the reinsurers every month.

       environment division.
       configuration section.
       repository.
           class Policy as "Policy"
           class ExchangeRate as "ExchangeRate"
           class DbConfig as "DbConfig".

       factory.
       procedure division.

      *> Cedes one newly issued policy when it is over retention. Not
      *> a condition of issue - the policy stands whatever the result.
      *> Rerun-safe: one cession per policy.
      *> Result codes: 0 ceded, 1 no treaty covers the product on the
      *> issue date, 2 within retention, 3 already ceded.
       method-id. CedePolicy static.
           procedure division using by value policyId as binary-long
                                      by value product as string
                                      by value truePremium as binary-long
                                      by value currency as string
                                      by value issueDate as string
                                      by value changedBy as string
                               returning resultCode as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare treatyId as binary-long.
           declare reinsurer as string.
           declare retentionLimit as binary-long.
           declare cededPct as binary-long.
           declare rateMillionths as binary-long.
           declare riskAmount as binary-long.
           declare work as binary-double.
           declare inserted as binary-long.
           declare newValue as string.

           invoke DbConfig "OpenConnection" returning conn.
           declare trtCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT treaty_id,reinsurer,retention_limit,ceded_pct FROM reinsurance_treaty WHERE product_name=@prod AND effective_date<=@dt AND (COALESCE(TRIM(end_date),'')='' OR end_date>@dt) ORDER BY effective_date DESC, treaty_id DESC LIMIT 1", conn).
           invoke trtCmd "Parameters.AddWithValue" using "prod", product.
           invoke trtCmd "Parameters.AddWithValue" using "dt", issueDate.
           declare trtReader type NpgsqlDataReader.
           invoke trtCmd "ExecuteReader" returning trtReader.
           invoke trtReader "Read" returning hasRow.
           if hasRow not = 0
               invoke trtReader "GetInt32" using 0 returning treatyId
               invoke trtReader "GetString" using 1 returning reinsurer
               invoke trtReader "GetInt32" using 2 returning retentionLimit
               invoke trtReader "GetInt32" using 3 returning cededPct
           end-if.
           invoke trtReader "Close".

           if hasRow = 0
               invoke conn "Close"
               move 1 to resultCode
               exit method
           end-if.

           invoke ExchangeRate "GetRate" using currency, issueDate returning rateMillionths.
           if rateMillionths = 0
               display "CedePolicy: no exchange rate for " currency " on " issueDate " - policyId " policyId " ceded as over retention"
               move truePremium to riskAmount
           else
               compute work = truePremium * rateMillionths / 1000000
               move work to riskAmount
               if riskAmount <= retentionLimit
                   invoke conn "Close"
                   move 2 to resultCode
                   exit method
               end-if
           end-if.

           declare insCmd type NpgsqlCommand
               = new NpgsqlCommand("INSERT INTO reinsurance_cession (policy_id,treaty_id,reinsurer,ceded_date,risk_amount,retention_limit,ceded_pct,created_by) VALUES (@pid,@tid,@rein,@dt,@risk,@ret,@pct,@by) ON CONFLICT (policy_id) DO NOTHING", conn).
           invoke insCmd "Parameters.AddWithValue" using "pid", policyId.
           invoke insCmd "Parameters.AddWithValue" using "tid", treatyId.
           invoke insCmd "Parameters.AddWithValue" using "rein", reinsurer.
           invoke insCmd "Parameters.AddWithValue" using "dt", issueDate.
           invoke insCmd "Parameters.AddWithValue" using "risk", riskAmount.
           invoke insCmd "Parameters.AddWithValue" using "ret", retentionLimit.
           invoke insCmd "Parameters.AddWithValue" using "pct", cededPct.
           invoke insCmd "Parameters.AddWithValue" using "by", changedBy.
           invoke insCmd "ExecuteNonQuery" returning inserted.
           if inserted = 0
               invoke conn "Close"
               move 3 to resultCode
               exit method
           end-if.

           set newValue to reinsurer & " treaty " & treatyId & " " & cededPct & "%".
           invoke Policy "WriteAudit" using conn, policyId, "reinsurance_cession", "", newValue, changedBy.
           invoke conn "Close".
           display "CedePolicy: policyId " policyId " ceded " cededPct "% to " reinsurer " (risk " riskAmount " over retention " retentionLimit ")".
           move 0 to resultCode.
       end method CedePolicy.

       end factory.

       object.
       procedure division.

       method-id. Show.
           procedure division.
           display "=== Reinsurance class ready ===".
       end method Show.

       end object.

       end class Reinsurance.
