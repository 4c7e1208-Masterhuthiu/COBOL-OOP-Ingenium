           declare conn type NpgsqlConnection.
           invoke DbConfig "OpenConnection" returning conn.

      *> SURRENDERED/MATURED/DEATH-CLM are terminal - their paid_to_date never
      *> advances again, so without this filter every terminated
      *> policy would count as premium due forever
           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT policy_id,owner_id,owner_name,product_name,paid_to_date,premium_mode,amount_billed,currency FROM policy WHERE current_status NOT IN ('SURRENDERED','MATURED','DEATH-CLM')", conn).

           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
