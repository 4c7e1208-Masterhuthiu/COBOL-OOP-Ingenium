      *> currency, and a remittance reference line - to the mail-house
      *> print file. Policies whose customer row is missing or has no
      *> address go to a separate skipped list instead of silently
      *> falling out of the mailing. Policies on an active bank draft
      *> (billing_type DRAFT with an ACTIVE bank_mandate) get no paper
      *> notice - DraftOriginationBatch debits them on the due date.
      *> A pending premium mode change (policy_mode_change) whose
      *> effective date paid_to_date has reached sets the mode and
      *> premium of the next period - the new terms are owed from that
      *> due date even before ModeChangeBatch writes them to the
      *> policy.
      *>
      *> Run with the day count as the first command-line argument,
      *> defaulting to 30. Output paths come from BILLING_NOTICE_FILE
      *> LEFT JOIN with COALESCE so a policy whose owner_id has no
      *> customer row still comes back (with blank contact fields) and
      *> lands on the skipped list instead of dropping out of the run.
      *> SURRENDERED/MATURED/DEATH-CLM policies are excluded: paid out and
      *> terminal, their paid_to_date stops advancing and would sit in
      *> the due window forever - closed business that can never come
      *> back gets no premium notice. A LAPSED policy still bills; it
      *> can reinstate. A policy on an active draft is collected by
      *> DraftOriginationBatch instead; a DRAFT-billed policy whose
      *> mandate is missing, SUSPENDED or CANCELLED is not drafted, so
      *> it still gets its paper notice here.
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,p.suffix,p.owner_name,p.product_name,p.paid_to_date,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode ELSE p.premium_mode END,CASE WHEN mc.effective_date<=p.paid_to_date THEN mc.new_mode_premium ELSE p.amount_billed END,p.currency,COALESCE(c.address,''),COALESCE(c.phone,''),COALESCE(c.email,'') FROM policy p LEFT JOIN customer c ON c.customer_id=p.owner_id LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' WHERE p.current_status NOT IN ('SURRENDERED','MATURED','DEATH-CLM') AND NOT (COALESCE(p.billing_type,'')='DRAFT' AND EXISTS (SELECT 1 FROM bank_mandate m WHERE m.policy_id=p.policy_id AND m.status='ACTIVE')) ORDER BY p.policy_id", conn).

           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
