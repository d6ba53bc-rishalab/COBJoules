       IDENTIFICATION DIVISION.
       PROGRAM-ID. bench_master.
       AUTHOR. Shiva9361.

      *> Shared benchmark-master lookup: the command-to-program
      *> roster used to be copied into sweep_estimate, sort_curve,
      *> log_synth, sort_verify, deck_composer's sweep-spec and
      *> cost-centers, and adding a benchmark meant finding every
      *> copy. The master ("benchmark-programs", overridable via
      *> COBJOULES_BENCH_MASTER) now holds one record per program
      *> and every consumer asks here:
      *>
      *>   CALL "bench_master" USING BENCH-REQUEST
      *>
      *> (benchmst.cpy). Master records, "*" comments:
      *>
      *>   <program>,<command>,<count setting>,<input setting>,
      *>   <dataset kind>,<workload meaning>,<verifier>,
      *>   <output file>,<owner>,<cost center>
      *>
      *> The master is loaded once per run unit, on the first call -
      *> the same load-once stance run_void_check takes with the
      *> void register. No master comes back BMR-NO-MASTER on every
      *> call so the caller decides whether that is fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BMS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01  BMS-FS        PIC XX.
       01  BMS-EOF       PIC X VALUE 'N'.
           88  BMS-AT-END     VALUE 'Y'.
           88  BMS-NOT-AT-END VALUE 'N'.

       01  WS-MASTER-PATH PIC X(100) VALUE "benchmark-programs".
       01  WS-MASTER-ENV  PIC X(100) VALUE SPACES.

       01  WS-LOADED     PIC X VALUE 'N'.
           88  MASTER-LOADED VALUE 'Y'.
       01  WS-PRESENT    PIC X VALUE 'N'.
           88  MASTER-PRESENT VALUE 'Y'.

       01  F-PROGRAM     PIC X(20).
       01  F-COMMAND     PIC X(60).
       01  F-COUNT-SET   PIC X(32).
       01  F-INPUT-SET   PIC X(32).
       01  F-DATASET     PIC X(8).
       01  F-WORKLOAD    PIC X(40).
       01  F-VERIFIER    PIC X(20).
       01  F-OUTPUT      PIC X(40).
       01  F-OWNER       PIC X(20).
       01  F-CENTER      PIC X(20).

       01  MAX-BENCH     PIC 9(3) VALUE 50.
       01  BENCH-COUNT   PIC 9(3) VALUE 0.
       01  BENCH-TABLE.
           05  BENCH-ENTRY OCCURS 50 TIMES INDEXED BY BME-IDX.
               10  BME-PROGRAM   PIC X(20).
               10  BME-COMMAND   PIC X(60).
               10  BME-COUNT-SET PIC X(32).
               10  BME-INPUT-SET PIC X(32).
               10  BME-DATASET   PIC X(8).
               10  BME-WORKLOAD  PIC X(40).
               10  BME-VERIFIER  PIC X(20).
               10  BME-OUTPUT    PIC X(40).
               10  BME-OWNER     PIC X(20).
               10  BME-CENTER    PIC X(20).

       01  WS-LOOKUP-KEY PIC X(60).
       01  WS-HIT        PIC 9(1).

       LINKAGE SECTION.
       COPY "benchmst.cpy".

       PROCEDURE DIVISION USING BENCH-REQUEST.
       Main-Bench-Master.
           IF NOT MASTER-LOADED
               PERFORM Load-Master
               SET MASTER-LOADED TO TRUE
           END-IF
           MOVE BENCH-COUNT TO BMR-COUNT
           MOVE SPACES TO BMR-ENTRY
           IF NOT MASTER-PRESENT
               SET BMR-NO-MASTER TO TRUE
               GOBACK
           END-IF
           SET BMR-NOT-FOUND TO TRUE
           MOVE FUNCTION TRIM(BMR-KEY) TO WS-LOOKUP-KEY
           MOVE 0 TO WS-HIT

           EVALUATE FUNCTION TRIM(BMR-ACTION)
               WHEN "PROGRAM"
                   PERFORM VARYING BME-IDX FROM 1 BY 1
                       UNTIL BME-IDX > BENCH-COUNT OR WS-HIT = 1
                       IF BME-PROGRAM(BME-IDX) = WS-LOOKUP-KEY
                           PERFORM Return-Entry
                       END-IF
                   END-PERFORM
               WHEN "COMMAND"
                   PERFORM VARYING BME-IDX FROM 1 BY 1
                       UNTIL BME-IDX > BENCH-COUNT OR WS-HIT = 1
                       IF BME-COMMAND(BME-IDX) = WS-LOOKUP-KEY
                           PERFORM Return-Entry
                       END-IF
                   END-PERFORM
               WHEN "SETTING"
                   PERFORM VARYING BME-IDX FROM 1 BY 1
                       UNTIL BME-IDX > BENCH-COUNT OR WS-HIT = 1
                       IF WS-LOOKUP-KEY NOT = SPACES
                           AND (BME-COUNT-SET(BME-IDX) = WS-LOOKUP-KEY
                             OR BME-INPUT-SET(BME-IDX) = WS-LOOKUP-KEY)
                           PERFORM Return-Entry
                       END-IF
                   END-PERFORM
               WHEN "ENTRY"
                   IF BMR-INDEX >= 1 AND BMR-INDEX <= BENCH-COUNT
                       SET BME-IDX TO BMR-INDEX
                       PERFORM Return-Entry
                   END-IF
               WHEN OTHER
                   DISPLAY "bench_master: WARNING - unrecognized "
                       "action '" FUNCTION TRIM(BMR-ACTION)
                       "' (expected PROGRAM, COMMAND, SETTING or "
                       "ENTRY)"
           END-EVALUATE
           GOBACK.

       Return-Entry.
           MOVE 1 TO WS-HIT
           SET BMR-FOUND TO TRUE
           SET BMR-INDEX TO BME-IDX
           MOVE BME-PROGRAM(BME-IDX)   TO BMR-PROGRAM
           MOVE BME-COMMAND(BME-IDX)   TO BMR-COMMAND
           MOVE BME-COUNT-SET(BME-IDX) TO BMR-COUNT-SET
           MOVE BME-INPUT-SET(BME-IDX) TO BMR-INPUT-SET
           MOVE BME-DATASET(BME-IDX)   TO BMR-DATASET
           MOVE BME-WORKLOAD(BME-IDX)  TO BMR-WORKLOAD
           MOVE BME-VERIFIER(BME-IDX)  TO BMR-VERIFIER
           MOVE BME-OUTPUT(BME-IDX)    TO BMR-OUTPUT
           MOVE BME-OWNER(BME-IDX)     TO BMR-OWNER
           MOVE BME-CENTER(BME-IDX)    TO BMR-CENTER
           .

       Load-Master.
           ACCEPT WS-MASTER-ENV FROM ENVIRONMENT
               "COBJOULES_BENCH_MASTER"
           IF WS-MASTER-ENV NOT = SPACES
               MOVE WS-MASTER-ENV TO WS-MASTER-PATH
           END-IF
           OPEN INPUT MASTER-FILE
           IF BMS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET MASTER-PRESENT TO TRUE
           PERFORM UNTIL BMS-AT-END
               READ MASTER-FILE
                   AT END
                       SET BMS-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Master-Record
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       Load-Master-Record.
           IF MASTER-RECORD = SPACES OR MASTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-PROGRAM F-COMMAND F-COUNT-SET
               F-INPUT-SET F-DATASET F-WORKLOAD F-VERIFIER
               F-OUTPUT F-OWNER F-CENTER
           UNSTRING MASTER-RECORD DELIMITED BY ","
               INTO F-PROGRAM F-COMMAND F-COUNT-SET F-INPUT-SET
                    F-DATASET F-WORKLOAD F-VERIFIER F-OUTPUT
                    F-OWNER F-CENTER
           END-UNSTRING
           IF F-PROGRAM = SPACES OR F-COMMAND = SPACES
               DISPLAY "bench_master: WARNING - master record "
                   "without a program and command skipped: "
                   FUNCTION TRIM(MASTER-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF BENCH-COUNT >= MAX-BENCH
               DISPLAY "bench_master: WARNING - master table full ("
                   MAX-BENCH "), dropping "
                   FUNCTION TRIM(F-PROGRAM)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BENCH-COUNT
           SET BME-IDX TO BENCH-COUNT
           MOVE FUNCTION TRIM(F-PROGRAM)   TO BME-PROGRAM(BME-IDX)
           MOVE FUNCTION TRIM(F-COMMAND)   TO BME-COMMAND(BME-IDX)
           MOVE FUNCTION TRIM(F-COUNT-SET) TO BME-COUNT-SET(BME-IDX)
           MOVE FUNCTION TRIM(F-INPUT-SET) TO BME-INPUT-SET(BME-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-DATASET))
               TO BME-DATASET(BME-IDX)
           IF BME-DATASET(BME-IDX) = SPACES
               MOVE "NONE" TO BME-DATASET(BME-IDX)
           END-IF
           MOVE FUNCTION TRIM(F-WORKLOAD)  TO BME-WORKLOAD(BME-IDX)
           MOVE FUNCTION TRIM(F-VERIFIER)  TO BME-VERIFIER(BME-IDX)
           MOVE FUNCTION TRIM(F-OUTPUT)    TO BME-OUTPUT(BME-IDX)
           MOVE FUNCTION TRIM(F-OWNER)     TO BME-OWNER(BME-IDX)
           MOVE FUNCTION TRIM(F-CENTER)    TO BME-CENTER(BME-IDX)
           .

       END PROGRAM bench_master.
