      *> trailer. Output path comes from POLICY_EXTRACT_FILE (same
      *> env-var pattern as DbConfig), defaulting to policy_master.dat.
      *>
      *> Every record is 200 bytes. Layout:
      *>   Header  (one, first):
      *>     01      X(1)   record type "H"
      *>     02-09   9(8)   extract date YYYYMMDD
      *>     10-200  X(191) filler, spaces
      *>   Detail  (one per policy, policy_id order):
      *>     01      X(1)   record type "D"
      *>     02-10   9(9)   policy_id
      *>     147-154 X(8)   issue_date YYYYMMDD
      *>     155-164 X(10)  current_status
      *>     165-173 9(9)   agent_id (0 = house business, req 018)
      *>     174-183 X(10)  pending premium_mode (spaces when no mode
      *>                    change is pending)
      *>     184-192 9(9)   pending mode premium (0 when none)
      *>     193-200 X(8)   pending change effective date YYYYMMDD
      *>                    (spaces when none)
      *>   Trailer (one, last):
      *>     01      X(1)   record type "T"
      *>     02-10   9(9)   detail record count
      *>     11-25   9(15)  hash total of amount_billed
      *>     26-200  X(175) filler, spaces
      *> A short file fails the count/hash balance at load time instead
      *> of surfacing at month-end close.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> record sequential, not line sequential: the layout promises
      *> every record is exactly 200 bytes, and line-sequential I-O
      *> strips trailing spaces, which would break the downstream
      *> load-by-column-position
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXT-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-PATH       PIC X(256) VALUE "policy_master.dat".
       01 EXT-HEADER-RECORD.
           05 EXT-H-TYPE        PIC X VALUE "H".
           05 EXT-H-DATE        PIC 9(8).
           05 FILLER            PIC X(191) VALUE SPACES.

       01 EXT-DETAIL-RECORD.
           05 EXT-D-TYPE        PIC X VALUE "D".
           05 EXT-D-ISSUE-DATE  PIC X(8).
           05 EXT-D-STATUS      PIC X(10).
           05 EXT-D-AGENT-ID    PIC 9(9).
           05 EXT-D-PEND-MODE   PIC X(10).
           05 EXT-D-PEND-PREMIUM PIC 9(9).
           05 EXT-D-PEND-EFF    PIC X(8).

       01 EXT-TRAILER-RECORD.
           05 EXT-T-TYPE        PIC X VALUE "T".
           05 EXT-T-COUNT       PIC 9(9).
           05 EXT-T-HASH        PIC 9(15).
           05 FILLER            PIC X(175) VALUE SPACES.

       01 WS-ROW-POLICY-ID      PIC 9(9).
       01 WS-ROW-OWNER-ID       PIC 9(9).
       01 WS-ROW-ISSUE-DATE     PIC X(8).
       01 WS-ROW-STATUS         PIC X(20).
       01 WS-ROW-AGENT-ID       PIC 9(9).
       01 WS-ROW-PEND-MODE      PIC X(10).
       01 WS-ROW-PEND-PREMIUM   PIC 9(9).
       01 WS-ROW-PEND-EFF       PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           invoke DbConfig "OpenConnection" returning conn.

           declare cmd type NpgsqlCommand
               = new NpgsqlCommand("SELECT p.policy_id,p.owner_id,p.owner_name,p.product_name,p.paid_to_date,p.premium_mode,p.amount_billed,p.currency,p.overloan_expiry_date,p.overloan_least_amount,p.issue_date,p.current_status,COALESCE(p.agent_id,0),COALESCE(mc.new_mode,''),COALESCE(mc.new_mode_premium,0),COALESCE(mc.effective_date,'') FROM policy p LEFT JOIN policy_mode_change mc ON mc.policy_id=p.policy_id AND mc.status='PENDING' ORDER BY p.policy_id", conn).

           declare reader type NpgsqlDataReader.
           invoke cmd "ExecuteReader" returning reader.
               invoke reader "GetString" using 10 returning WS-ROW-ISSUE-DATE
               invoke reader "GetString" using 11 returning WS-ROW-STATUS
               invoke reader "GetInt32" using 12 returning WS-ROW-AGENT-ID
               invoke reader "GetString" using 13 returning WS-ROW-PEND-MODE
               invoke reader "GetInt32" using 14 returning WS-ROW-PEND-PREMIUM
               invoke reader "GetString" using 15 returning WS-ROW-PEND-EFF

               PERFORM 3500-WRITE-DETAIL

           MOVE WS-ROW-ISSUE-DATE TO EXT-D-ISSUE-DATE
           MOVE WS-ROW-STATUS TO EXT-D-STATUS
           MOVE WS-ROW-AGENT-ID TO EXT-D-AGENT-ID
           MOVE WS-ROW-PEND-MODE TO EXT-D-PEND-MODE
           MOVE WS-ROW-PEND-PREMIUM TO EXT-D-PEND-PREMIUM
           MOVE WS-ROW-PEND-EFF TO EXT-D-PEND-EFF
           WRITE EXT-RECORD FROM EXT-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-ROW-AMOUNT TO WS-AMOUNT-HASH.
