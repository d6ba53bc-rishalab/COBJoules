      *> BENCHMST - the request/result area a caller passes to the
      *> shared benchmark-master lookup subprogram bench_master.
      *> Everything the suite knows about a benchmark program - its
      *> deck step command, the COBJOULES_PROGRAM_NAME it logs
      *> under, its count and input-file settings, what its workload
      *> size means, its output verifier, owner and cost center -
      *> lives in one "benchmark-programs" master instead of a
      *> roster copied into every consumer.
      *>
      *> BMR-ACTION:
      *>   PROGRAM - look BMR-KEY up as a COBJOULES_PROGRAM_NAME
      *>   COMMAND - look BMR-KEY up as a deck step command
      *>   SETTING - look BMR-KEY up as a count or input setting
      *>   ENTRY   - return master entry number BMR-INDEX
      *>             (1 thru BMR-COUNT)
      *> Every action returns BMR-COUNT, the number of master
      *> entries, and on BMR-FOUND fills BMR-ENTRY.
       01  BENCH-REQUEST.
           05  BMR-ACTION    PIC X(8).
           05  BMR-KEY       PIC X(60).
           05  BMR-INDEX     PIC 9(3).
           05  BMR-COUNT     PIC 9(3).
           05  BMR-STATUS    PIC X.
               88  BMR-FOUND      VALUE 'F'.
               88  BMR-NOT-FOUND  VALUE 'N'.
               88  BMR-NO-MASTER  VALUE 'M'.
           05  BMR-ENTRY.
               10  BMR-PROGRAM   PIC X(20).
               10  BMR-COMMAND   PIC X(60).
               10  BMR-COUNT-SET PIC X(32).
               10  BMR-INPUT-SET PIC X(32).
               10  BMR-DATASET   PIC X(8).
               10  BMR-WORKLOAD  PIC X(40).
               10  BMR-VERIFIER  PIC X(20).
               10  BMR-OUTPUT    PIC X(40).
               10  BMR-OWNER     PIC X(20).
               10  BMR-CENTER    PIC X(20).
