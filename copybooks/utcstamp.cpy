      *> UTCSTAMP - the request/result area a caller passes to the
      *> shared clock subprogram utc_stamp, so measure_energy, the
      *> log reader and the fleet tools all agree on how a local
      *> CURRENT-DATE stamp becomes an unambiguous instant.
      *>
      *> UTC-ACTION:
      *>   TO-UTC   - UTC-LOCAL-TS (a CURRENT-DATE stamp, offset in
      *>              positions 17-21) in; UTC-TS, UTC-OFFSET and
      *>              UTC-SECS out
      *>   PARSE    - UTC-TS (YYYYMMDDhhmmsscc, already UTC) in;
      *>              UTC-SECS out
      *>   TO-LOCAL - UTC-SECS and UTC-OFFSET in; UTC-TS and
      *>              UTC-LOCAL-TS (the wall clock at that offset,
      *>              offset appended) out
      *> UTC-SECS counts seconds (to the hundredth) from the
      *> INTEGER-OF-DATE epoch, so two instants subtract to elapsed
      *> time across a DST change or a midnight. UTC-BAD means the
      *> input stamp was not a usable date and time.
       01  UTC-REQUEST.
           05  UTC-ACTION    PIC X(8).
           05  UTC-LOCAL-TS  PIC X(21).
           05  UTC-TS        PIC X(16).
           05  UTC-OFFSET    PIC X(5).
           05  UTC-SECS      PIC 9(12)V99.
           05  UTC-STATUS    PIC X.
               88  UTC-OK         VALUE 'O'.
               88  UTC-BAD        VALUE 'B'.
