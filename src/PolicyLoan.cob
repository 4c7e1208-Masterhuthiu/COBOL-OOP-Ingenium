           end-if.
       end method GetAnnualRate.

      *> Overloan ceiling multiple of true_premium, env-overridable.
       method-id. GetCeilingFactor static.
           procedure division returning ceilingFactor as binary-long.
           declare envValue as string.
           move 10 to ceilingFactor.
           accept envValue from environment "LOAN_CEILING_FACTOR".
           if envValue not = spaces and envValue not = ""
               compute ceilingFactor = function numval(envValue)
           end-if.
       end method GetCeilingFactor.

      *> Loan value still available against a policy: the overloan
      *> ceiling (true_premium * LOAN_CEILING_FACTOR, same ceiling
      *> RecalcOverloan projects to) less the outstanding ledger
      *> balance, floored at 0. A policy with no true_premium, or no
      *> policy row, has no loan value. LapseProcessingBatch checks
      *> this before paying an overdue premium by automatic premium
      *> loan.
       method-id. GetLoanValue static.
           procedure division using by value policyId as binary-long
                               returning loanValue as binary-long.
           declare conn type NpgsqlConnection.
           declare hasRow as binary-long.
           declare truePremium as binary-long.
           declare ceilingFactor as binary-long.
           declare balance as binary-long.
           declare ceiling as binary-double.

           move 0 to loanValue.
           move 0 to truePremium.
           invoke DbConfig "OpenConnection" returning conn.
           declare polCmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT true_premium FROM policy WHERE policy_id=@pid", conn).
           invoke polCmd "Parameters.AddWithValue" using "pid", policyId.
           declare polReader type NpgsqlDataReader.
           invoke polCmd "ExecuteReader" returning polReader.
           invoke polReader "Read" returning hasRow.
           if hasRow not = 0
               invoke polReader "GetInt32" using 0 returning truePremium
           end-if.
           invoke polReader "Close".
           invoke conn "Close".
           if truePremium <= 0
               exit method
           end-if.

           invoke PolicyLoan "GetCeilingFactor" returning ceilingFactor.
           invoke PolicyLoan "GetBalance" using policyId returning balance.
           compute ceiling = truePremium.
           compute ceiling = ceiling * ceilingFactor.
           if ceiling > balance
               compute loanValue = ceiling - balance
           end-if.
       end method GetLoanValue.

      *> Outstanding balance = disbursements + capitalized interest
      *> less repayments, straight off the ledger.
       method-id. GetBalance static.
           declare balance as binary-long.
           declare ratePct as binary-long.
           declare ceilingFactor as binary-long.
           declare ceiling as binary-double.
           declare projected as binary-double.
           declare monthCount as binary-long.
                   exit method
               end-if

               invoke PolicyLoan "GetCeilingFactor" returning ceilingFactor
               invoke PolicyLoan "GetAnnualRate" returning ratePct

               compute ceiling = truePremium.
