      *> FPRINT - the request/result area a caller passes to the
      *> shared fingerprint subprogram file_fingerprint, so
      *> run_manifest, energy_certify and deck_preflight all agree
      *> on what "the same build" and "the same dataset" mean.
      *>
      *> FPR-ACTION:
      *>   FILE     - fingerprint the file at FPR-PATH; FPR-SUM comes
      *>              back "<crc>:<bytes>" (the POSIX cksum pair)
      *>   COMPILER - FPR-SUM comes back the cobc version line
      *> FPR-MISSING means the file (or compiler) could not be
      *> read and FPR-SUM holds "(missing)".
       01  FINGERPRINT-REQUEST.
           05  FPR-ACTION    PIC X(8).
           05  FPR-PATH      PIC X(100).
           05  FPR-SUM       PIC X(60).
           05  FPR-STATUS    PIC X.
               88  FPR-OK         VALUE 'O'.
               88  FPR-MISSING    VALUE 'M'.
