      *> BENCHREQ - one benchmark request in the intake master
      *> "bench-requests.dat" (ORGANIZATION INDEXED, RECORD KEY
      *> REQ-ID). bench_request takes requests in, approves and
      *> delivers them; deck_scheduler folds APPROVED requests into
      *> the night's deck (SCHEDULED) and links the sweep's RUN-ID
      *> back once it completes (RUN).
      *>
      *> REQ-SIZES is a colon-separated list of workload sizes,
      *> e.g. "10000:50000". REQ-RUN-ID holds the linked run ids,
      *> oldest first, REQ-RUN-COUNT of them; a run linked once the
      *> table is full is counted in REQ-RUN-MISSED instead, and
      *> bench_request will not deliver a packet that would leave
      *> it out.
       01  REQUEST-RECORD.
           05  REQ-ID          PIC X(8).
           05  REQ-PROGRAM     PIC X(20).
           05  REQ-SIZES       PIC X(40).
           05  REQ-PROFILE     PIC X(10).
           05  REQ-REQUESTER   PIC X(30).
           05  REQ-CENTER      PIC X(20).
           05  REQ-NEEDED-BY   PIC X(8).
           05  REQ-STATUS      PIC X(10).
               88  REQ-SUBMITTED  VALUE "SUBMITTED".
               88  REQ-APPROVED   VALUE "APPROVED".
               88  REQ-SCHEDULED  VALUE "SCHEDULED".
               88  REQ-RUN        VALUE "RUN".
               88  REQ-DELIVERED  VALUE "DELIVERED".
           05  REQ-STATUS-DT   PIC X(8).
           05  REQ-SUBMIT-DT   PIC X(8).
           05  REQ-SCHED-DT    PIC X(8).
           05  REQ-RUN-COUNT   PIC 9(2).
           05  REQ-RUN-MISSED  PIC 9(2).
           05  REQ-RUN-ID      PIC X(21) OCCURS 12 TIMES.
           05  REQ-PACKET      PIC X(40).
