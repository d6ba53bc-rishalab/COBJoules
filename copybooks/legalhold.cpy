      *> LEGALHOLD - the request/result area a caller passes to the
      *> shared hold lookup legal_hold_check, so retention, house-
      *> keeping, run_void and log_replicate all read the
      *> "legal-holds" register the same way.
      *>
      *> HCK-KIND:
      *>   RUN  - HCK-KEY is a RUN-ID; held when an active RUN hold
      *>          names it
      *>   FILE - HCK-KEY is a working-directory file name; held
      *>          when an active FILE hold names it, or when the
      *>          name carries the RUN-ID of an active RUN hold (a
      *>          held run's batch-summary-/spool files are its
      *>          evidence too)
      *> On a hit HCK-HELD is 'Y' and the hold's key, reason,
      *> requester and placed stamp come back so the caller can
      *> report what the hold protected.
       01  HOLD-CHECK.
           05  HCK-KIND       PIC X(4).
           05  HCK-KEY        PIC X(100).
           05  HCK-HELD       PIC X.
               88  HCK-IS-HELD    VALUE 'Y'.
           05  HCK-HOLD-KEY   PIC X(100).
           05  HCK-REASON     PIC X(30).
           05  HCK-REQUESTER  PIC X(20).
           05  HCK-PLACED     PIC X(21).
