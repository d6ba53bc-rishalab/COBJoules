       01  WS-LCG-WORK   PIC 9(18) COMP.
       01  WS-RAND       PIC 9(9) COMP.

      *> the fabricated program roster is the benchmark master -
      *> names the real suite uses, so grouping reports look
      *> familiar.
       COPY "benchmst.cpy".
       01  WS-ROSTER-SIZE PIC 9(3) VALUE 0.
       01  DOMAIN-ROSTER.
           05  FILLER PIC X(24) VALUE "package-0".
           05  FILLER PIC X(24) VALUE "core-0".
       01  WS-PROG       PIC X(20).
       01  WS-DOMAIN     PIC X(24).
       01  WS-DOM-PICK   PIC 9(1).
       01  WS-PROG-PICK  PIC 9(3).
       01  WS-DELTA      PIC 9(12).
       01  WS-DELTA-DISP PIC Z(11)9.
       01  WS-ELAPSED    PIC 9(4).
               COMPUTE WS-ORPHAN-PM = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF

           MOVE "ENTRY" TO BMR-ACTION
           MOVE 1 TO BMR-INDEX
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-NO-MASTER OR BMR-COUNT = 0
               DISPLAY "log_synth: ERROR - no benchmark master "
                   "(benchmark-programs) to draw program names from"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BMR-COUNT TO WS-ROSTER-SIZE

      *> fabricated time starts 2025-01-01 00:00:00 and advances
      *> with every line.
           COMPUTE WS-EPOCH =
                  WS-RUN-NO DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM Next-Random
           COMPUTE WS-PROG-PICK =
               FUNCTION MOD(WS-RAND, WS-ROSTER-SIZE) + 1
           MOVE "ENTRY" TO BMR-ACTION
           MOVE WS-PROG-PICK TO BMR-INDEX
           CALL "bench_master" USING BENCH-REQUEST
           MOVE BMR-PROGRAM TO WS-PROG
           MOVE 0 TO WS-RUN-LINES WS-RUN-UJ WS-SAMPLE-NO
           MOVE 0 TO WS-TRAILER-LINES WS-TRAILER-UJ

