       PROGRAM-ID. sort-verify.
       AUTHOR. Shiva9361.

      *> Sort-correctness verifier: every benchmark the benchmark
      *> master names sort_verify as its verifier (BUBBLSRT,
      *> insertionsort, SORTVERB, ...) writes its sorted result to
      *> the durable output file the master records, but until now
      *> nothing ever checked those files - a benchmark
      *> that burned joules producing a wrong answer would have gone
      *> straight into the energy reports unflagged. This reads each
      *> benchmark's output file, confirms the values are in
      *> verifier under the same environment as the sweep), and
      *> otherwise the default 1..N fill, N taken from the output's
      *> own line count. The permutation check is a value-occurrence
      *> tally over the 1-99999 value range every sort holds.
      *>
      *> A benchmark whose output file is absent is reported SKIP
      *> rather than FAIL - verifying one sort without having run the
           88  DS-AT-END     VALUE 'Y'.
           88  DS-NOT-AT-END VALUE 'N'.

       01  WS-BENCH-NO    PIC 9(3).
       01  WS-BENCH-NAME  PIC X(20).
       COPY "benchmst.cpy".
       01  WS-OUTPUT-PATH PIC X(100).
       01  WS-DATASET-PATH PIC X(100).

       01  EXPECT-TALLY-TABLE.
           05  EXPECT-TALLY OCCURS 99999 TIMES PIC S9(7) COMP.

       01  WS-VERIFIED-COUNT PIC 9(3) VALUE 0.
       01  WS-FAIL-COUNT     PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Main-Verify.
           MOVE "ENTRY" TO BMR-ACTION
           MOVE 1 TO BMR-INDEX
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-NO-MASTER
               DISPLAY "sort_verify: ERROR - no benchmark master "
                   "(benchmark-programs) to take the sorts from"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BENCH-NO FROM 1 BY 1
               UNTIL WS-BENCH-NO > BMR-COUNT
               MOVE "ENTRY" TO BMR-ACTION
               MOVE WS-BENCH-NO TO BMR-INDEX
               CALL "bench_master" USING BENCH-REQUEST
               IF BMR-FOUND
                       AND FUNCTION TRIM(BMR-VERIFIER) = "sort_verify"
                       AND BMR-OUTPUT NOT = SPACES
                   PERFORM Select-Benchmark
                   PERFORM Verify-One-Benchmark
                       THRU Verify-One-Benchmark-Exit
               END-IF
           END-PERFORM

           IF WS-VERIFIED-COUNT = 0

           STOP RUN.

       Select-Benchmark.
      *> the dataset path is cleared before each lookup so an unset
      *> variable can never leave the previous benchmark's dataset
      *> in place.
           MOVE SPACES TO WS-DATASET-PATH
           MOVE BMR-PROGRAM TO WS-BENCH-NAME
           MOVE BMR-OUTPUT TO WS-OUTPUT-PATH
           IF BMR-INPUT-SET NOT = SPACES
               DISPLAY BMR-INPUT-SET UPON ENVIRONMENT-NAME
               ACCEPT WS-DATASET-PATH FROM ENVIRONMENT-VALUE
           END-IF
           .

       Verify-One-Benchmark.
           MOVE 'Y' TO WS-ORDER-OK
           MOVE 'Y' TO WS-PERM-OK
