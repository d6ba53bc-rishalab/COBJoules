      *> and the effective value of every COBJOULES_*/NBODY_*/
      *> BUBBLSRT_*/INSERTIONSORT_* setting the suite honors -
      *> "(unset)" recorded explicitly so "we never set it" is itself
      *> on the record. Count and input-file settings of benchmarks
      *> the benchmark master lists beyond the fixed list below are
      *> recorded the same way.
      *>
      *> The manifest also fingerprints what the run actually used
      *> (file_fingerprint, crc:bytes): a BINARY record for every
      *> distinct step executable in the job deck (the driver's
      *> four classic steps when there is no deck), a DATASET
      *> record for every *_INPUT_FILE dataset a deck step or the
      *> environment names, and a COMPILER record with the cobc
      *> version - so "was ./nbody rebuilt?" and "was that dataset
      *> regenerated?" have answers. The deck is read here rather
      *> than taken from the environment because batch_driver
      *> exports each step's settings only as the step launches.
      *>
      *> batch_driver runs this once per sweep after exporting the
      *> shared RUN-ID; a standalone benchmark run can run it by hand
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OSTYPE-FS.

           SELECT JOB-DECK-FILE ASSIGN TO WS-DECK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DECK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       FD  OSTYPE-FILE.
       01  OSTYPE-RECORD PIC X(64).

       FD  JOB-DECK-FILE.
       01  DECK-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  MAN-FS    PIC XX.
       01  HOST-FS   PIC XX.
       01  OSREL-FS  PIC XX.
       01  OSTYPE-FS PIC XX.
       01  DECK-FS   PIC XX.
       01  MAN-EOF   PIC X VALUE 'N'.
           88  MAN-AT-END     VALUE 'Y'.
           88  MAN-NOT-AT-END VALUE 'N'.

       01  WS-RUN-ID   PIC X(21) VALUE SPACES.
       01  WS-STAMP    PIC X(21) VALUE SPACES.
      *> manifest SET record is written per entry, "(unset)" when the
      *> environment has no value, so the run's knob positions are on
      *> the record whether or not anyone touched them.
       01  SETTING-COUNT PIC 9(2) VALUE 47.
       01  SETTING-NAMES.
           05  FILLER PIC X(32) VALUE "COBJOULES_RAPL_BASE".
           05  FILLER PIC X(32) VALUE "COBJOULES_ALERT_THRESHOLD_J".
           05  FILLER PIC X(32) VALUE "NBODY_SOFTENING".
           05  FILLER PIC X(32) VALUE "NBODY_TRAJECTORY_FILE".
           05  FILLER PIC X(32) VALUE "NBODY_TRAJECTORY_INTERVAL".
           05  FILLER PIC X(32) VALUE "NBODY_SCHEME".
           05  FILLER PIC X(32) VALUE "NBODY_SHADOW_PERTURB".
           05  FILLER PIC X(32) VALUE "NBODY_SHADOW_INTERVAL".
           05  FILLER PIC X(32) VALUE "NBODY_SHADOW_HORIZON_SEP".
           05  FILLER PIC X(32) VALUE "BUBBLSRT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "BUBBLSRT_INPUT_FILE".
           05  FILLER PIC X(32) VALUE "INSERTIONSORT_ITEM_COUNT".
           05  FILLER PIC X(32) VALUE "KEYEDIO_OP_COUNT".
           05  FILLER PIC X(32) VALUE "KEYEDIO_RECORD_COUNT".
       01  SETTING-TABLE REDEFINES SETTING-NAMES.
           05  SETTING-NAME OCCURS 47 TIMES
                               INDEXED BY SET-IDX PIC X(32).

       01  WS-SET-VALUE PIC X(120) VALUE SPACES.
       01  WS-SET-NAME  PIC X(32) VALUE SPACES.
       01  WS-BENCH-NO  PIC 9(3).
       01  WS-LISTED    PIC 9(1).
       COPY "benchmst.cpy".

      *> fingerprints: every executable or dataset path already
      *> recorded this run, so a file several steps share is
      *> fingerprinted once.
       01  WS-DECK-PATH  PIC X(100) VALUE "batch-job-deck".
       01  WS-DECK-ENV   PIC X(100) VALUE SPACES.
       01  F-DECK-CMD    PIC X(100).
       01  F-DECK-ONERR  PIC X(8).
       01  F-DECK-ENVS   PIC X(160).
       01  WS-ENV-PTR    PIC 9(4) COMP.
       01  WS-ENV-PAIR   PIC X(160).
       01  WS-ENV-NAME   PIC X(40).
       01  WS-ENV-VALUE  PIC X(120).
       01  WS-FP-KIND    PIC X(8).
       01  WS-FP-PATH    PIC X(100).
       01  WS-INPUT-HITS PIC 9(3).
       01  MAX-PRINTED   PIC 9(3) VALUE 100.
       01  PRINTED-COUNT PIC 9(3) VALUE 0.
       01  PRINTED-TABLE.
           05  PRINTED-PATH OCCURS 100 TIMES
                               INDEXED BY PRT-IDX PIC X(100).
       01  WS-PRINTED    PIC 9(1).
       COPY "fprint.cpy".

       01  DOMAIN-DATA.
           05  DOMAIN-COUNT          PIC 9(4) COMP.
           PERFORM Write-Identity-Records
           PERFORM VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SETTING-COUNT
               MOVE SETTING-NAME(SET-IDX) TO WS-SET-NAME
               PERFORM Write-Setting-Record
           END-PERFORM
           PERFORM Write-Master-Settings
           PERFORM Write-Fingerprint-Records

           CLOSE MANIFEST-FILE
           DISPLAY "run_manifest: manifest recorded for run "
           WRITE MANIFEST-RECORD
           .

       Write-Master-Settings.
      *> a benchmark added through the master carries settings the
      *> fixed list has never heard of - record those too.
           MOVE "ENTRY" TO BMR-ACTION
           MOVE 1 TO BMR-INDEX
           CALL "bench_master" USING BENCH-REQUEST
           IF NOT BMR-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BENCH-NO FROM 1 BY 1
               UNTIL WS-BENCH-NO > BMR-COUNT
               MOVE "ENTRY" TO BMR-ACTION
               MOVE WS-BENCH-NO TO BMR-INDEX
               CALL "bench_master" USING BENCH-REQUEST
               IF BMR-FOUND
                   MOVE BMR-COUNT-SET TO WS-SET-NAME
                   PERFORM Write-Unlisted-Setting
                   MOVE BMR-INPUT-SET TO WS-SET-NAME
                   PERFORM Write-Unlisted-Setting
               END-IF
           END-PERFORM
           .

       Write-Unlisted-Setting.
           IF WS-SET-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LISTED
           PERFORM VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SETTING-COUNT OR WS-LISTED = 1
               IF SETTING-NAME(SET-IDX) = WS-SET-NAME
                   MOVE 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               PERFORM Write-Setting-Record
           END-IF
           .

       Write-Setting-Record.
      *> the name comes from a table entry rather than a literal, so
      *> the ENVIRONMENT-NAME/-VALUE pair is used instead of the
      *> ACCEPT ... FROM ENVIRONMENT "literal" form the suite uses
      *> elsewhere - the same mirror of batch_driver's export route.
           MOVE SPACES TO WS-SET-VALUE
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-VALUE FROM ENVIRONMENT-VALUE
           IF WS-SET-VALUE = SPACES
               MOVE "(unset)" TO WS-SET-VALUE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  ",SET," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-NAME)
                      DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-VALUE) DELIMITED BY SIZE
           WRITE MANIFEST-RECORD
           .

       Write-Fingerprint-Records.
           MOVE "COMPILER" TO FPR-ACTION
           MOVE SPACES TO FPR-PATH
           CALL "file_fingerprint" USING FINGERPRINT-REQUEST
           MOVE SPACES TO MANIFEST-RECORD
           STRING "MANIFEST," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  ",COMPILER," DELIMITED BY SIZE
                  FUNCTION TRIM(FPR-SUM) DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           ACCEPT WS-DECK-ENV FROM ENVIRONMENT "COBJOULES_JOB_DECK"
           IF WS-DECK-ENV NOT = SPACES
               MOVE WS-DECK-ENV TO WS-DECK-PATH
           END-IF
           OPEN INPUT JOB-DECK-FILE
           IF DECK-FS = "00"
               PERFORM UNTIL MAN-AT-END
                   READ JOB-DECK-FILE
                       AT END
                           SET MAN-AT-END TO TRUE
                       NOT AT END
                           PERFORM Fingerprint-Deck-Record
                   END-READ
               END-PERFORM
               CLOSE JOB-DECK-FILE
           ELSE
      *> no deck means batch_driver runs its four classic steps.
               MOVE "BINARY" TO WS-FP-KIND
               MOVE "./array_concat" TO WS-FP-PATH
               PERFORM Write-Fingerprint-Record
               MOVE "./bubble_sort" TO WS-FP-PATH
               PERFORM Write-Fingerprint-Record
               MOVE "./insertion_sort" TO WS-FP-PATH
               PERFORM Write-Fingerprint-Record
               MOVE "./nbody" TO WS-FP-PATH
               PERFORM Write-Fingerprint-Record
           END-IF

      *> datasets named in the environment itself (a standalone
      *> run, or a setting exported around the driver).
           MOVE "DATASET" TO WS-FP-KIND
           PERFORM VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SETTING-COUNT
               MOVE SETTING-NAME(SET-IDX) TO WS-SET-NAME
               PERFORM Fingerprint-Env-Dataset
           END-PERFORM
           MOVE "ENTRY" TO BMR-ACTION
           MOVE 1 TO BMR-INDEX
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-FOUND
               PERFORM VARYING WS-BENCH-NO FROM 1 BY 1
                   UNTIL WS-BENCH-NO > BMR-COUNT
                   MOVE "ENTRY" TO BMR-ACTION
                   MOVE WS-BENCH-NO TO BMR-INDEX
                   CALL "bench_master" USING BENCH-REQUEST
                   IF BMR-FOUND
                       MOVE BMR-INPUT-SET TO WS-SET-NAME
                       PERFORM Fingerprint-Env-Dataset
                   END-IF
               END-PERFORM
           END-IF
           .

       Fingerprint-Deck-Record.
           IF DECK-RECORD = SPACES OR DECK-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-DECK-CMD F-DECK-ONERR F-DECK-ENVS
           UNSTRING DECK-RECORD DELIMITED BY ","
               INTO F-DECK-CMD F-DECK-ONERR F-DECK-ENVS
           END-UNSTRING
      *> the executable is the command's first blank-delimited
      *> token, as deck_preflight takes it.
           MOVE SPACES TO WS-FP-PATH
           UNSTRING F-DECK-CMD DELIMITED BY SPACE
               INTO WS-FP-PATH
           END-UNSTRING
           MOVE "BINARY" TO WS-FP-KIND
           PERFORM Write-Fingerprint-Record

           MOVE "DATASET" TO WS-FP-KIND
           MOVE 1 TO WS-ENV-PTR
           PERFORM UNTIL WS-ENV-PTR > LENGTH OF F-DECK-ENVS
               MOVE SPACES TO WS-ENV-PAIR
               UNSTRING F-DECK-ENVS DELIMITED BY ";"
                   INTO WS-ENV-PAIR
                   WITH POINTER WS-ENV-PTR
               END-UNSTRING
               IF WS-ENV-PAIR NOT = SPACES
                   MOVE SPACES TO WS-ENV-NAME WS-ENV-VALUE
                   UNSTRING WS-ENV-PAIR DELIMITED BY "="
                       INTO WS-ENV-NAME WS-ENV-VALUE
                   END-UNSTRING
                   MOVE 0 TO WS-INPUT-HITS
                   INSPECT WS-ENV-NAME
                       TALLYING WS-INPUT-HITS FOR ALL "_INPUT_FILE"
                   IF WS-INPUT-HITS > 0
                       MOVE WS-ENV-VALUE TO WS-FP-PATH
                       PERFORM Write-Fingerprint-Record
                   END-IF
               END-IF
           END-PERFORM
           .

       Fingerprint-Env-Dataset.
           IF WS-SET-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INPUT-HITS
           INSPECT WS-SET-NAME
               TALLYING WS-INPUT-HITS FOR ALL "_INPUT_FILE"
           IF WS-INPUT-HITS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SET-VALUE
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-VALUE FROM ENVIRONMENT-VALUE
           MOVE WS-SET-VALUE TO WS-FP-PATH
           PERFORM Write-Fingerprint-Record
           .

       Write-Fingerprint-Record.
      *> one record per distinct path: "<path>=<crc>:<bytes>", or
      *> "(missing)" when the file could not be read.
           IF WS-FP-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRINTED
           PERFORM VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PRINTED-COUNT OR WS-PRINTED = 1
               IF PRINTED-PATH(PRT-IDX) = WS-FP-PATH
                   MOVE 1 TO WS-PRINTED
               END-IF
           END-PERFORM
           IF WS-PRINTED = 1
               EXIT PARAGRAPH
           END-IF
           IF PRINTED-COUNT < MAX-PRINTED
               ADD 1 TO PRINTED-COUNT
               SET PRT-IDX TO PRINTED-COUNT
               MOVE WS-FP-PATH TO PRINTED-PATH(PRT-IDX)
           END-IF
           MOVE "FILE" TO FPR-ACTION
           MOVE WS-FP-PATH TO FPR-PATH
           CALL "file_fingerprint" USING FINGERPRINT-REQUEST
           MOVE SPACES TO MANIFEST-RECORD
           STRING "MANIFEST," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FP-KIND) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FP-PATH) DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  FUNCTION TRIM(FPR-SUM) DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           .

       END PROGRAM run-manifest.
