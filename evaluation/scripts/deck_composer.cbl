      *> Sweep spec ("sweep-spec", overridable via
      *> COBJOULES_SWEEP_SPEC), "*" comments:
      *>
      *>   PROGRAM,<name>          - one per program in the matrix;
      *>       the name is the benchmark master's program name and
      *>       the master supplies its command, count setting,
      *>       file setting and which catalog serves it (an nbody
      *>       entry has an empty count setting - its size axis is
      *>       the body count). An older full row,
      *>       PROGRAM,<name>,<command>,<count set>,<file set>, is
      *>       still honored for a name the master does not list,
      *>       with a WARNING to add it there. A program whose
      *>       master dataset kind is NONE has no profile axis and
      *>       gets one step per size.
      *>   PROFILE,<profile>       - one per profile in the matrix
      *>   SIZE,<n>                - one per size in the matrix
      *>
               10  SPEC-PROG-CMD   PIC X(100).
               10  SPEC-COUNT-SET  PIC X(32).
               10  SPEC-FILE-SET   PIC X(32).
               10  SPEC-DATASET    PIC X(8).

       01  MAX-PROFILES  PIC 9(2) VALUE 8.
       01  PROFILE-COUNT PIC 9(2) VALUE 0.
       01  WS-EMITTED    PIC 9(3) VALUE 0.
       01  WS-SIZE-DISP  PIC Z(7)9.
       01  WS-IS-NBODY   PIC 9(3).
       01  WS-UNKNOWN-PROGS PIC 9(3) VALUE 0.
       COPY "benchmst.cpy".

       PROCEDURE DIVISION.
       Main-Compose.
           END-IF

           PERFORM Load-Spec
           IF WS-UNKNOWN-PROGS > 0
               DISPLAY "deck_composer: ERROR - " WS-UNKNOWN-PROGS
                   " PROGRAM record(s) name a program the benchmark "
                   "master does not list"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PROG-COUNT = 0 OR PROFILE-COUNT = 0
                   OR SIZE-COUNT = 0
               DISPLAY "deck_composer: ERROR - the spec needs at "
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(F-KIND))
               WHEN "PROGRAM"
                   IF PROG-COUNT < MAX-PROGS
                           AND F-ARG1 NOT = SPACES
                       PERFORM Add-Spec-Program
                   END-IF
               WHEN "PROFILE"
                   IF PROFILE-COUNT < MAX-PROFILES
           END-EVALUATE
           .

       Add-Spec-Program.
           MOVE "PROGRAM" TO BMR-ACTION
           MOVE F-ARG1 TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF NOT BMR-FOUND AND F-ARG2 = SPACES
               DISPLAY "deck_composer: UNKNOWN - program "
                   FUNCTION TRIM(F-ARG1)
                   " is not in the benchmark master"
               ADD 1 TO WS-UNKNOWN-PROGS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PROG-COUNT
           SET PRG-IDX TO PROG-COUNT
           MOVE FUNCTION TRIM(F-ARG1) TO SPEC-PROG-NAME(PRG-IDX)
           IF BMR-FOUND
               MOVE BMR-COMMAND TO SPEC-PROG-CMD(PRG-IDX)
               MOVE BMR-COUNT-SET TO SPEC-COUNT-SET(PRG-IDX)
               MOVE BMR-INPUT-SET TO SPEC-FILE-SET(PRG-IDX)
               MOVE BMR-DATASET TO SPEC-DATASET(PRG-IDX)
           ELSE
      *> an older full row for a program the master has never
      *> heard of - the file setting decides its catalog, as it
      *> always did.
               DISPLAY "deck_composer: WARNING - program "
                   FUNCTION TRIM(F-ARG1) " is not in the benchmark "
                   "master; using its spec row - add it to the "
                   "master"
               MOVE F-ARG2 TO SPEC-PROG-CMD(PRG-IDX)
               MOVE F-ARG3 TO SPEC-COUNT-SET(PRG-IDX)
               MOVE F-ARG4 TO SPEC-FILE-SET(PRG-IDX)
               MOVE 0 TO WS-IS-NBODY
               INSPECT F-ARG4 TALLYING WS-IS-NBODY
                   FOR ALL "NBODY"
               IF WS-IS-NBODY > 0
                   MOVE "NBODY" TO SPEC-DATASET(PRG-IDX)
               ELSE
                   MOVE "SORT" TO SPEC-DATASET(PRG-IDX)
               END-IF
           END-IF
           .

       Load-Sort-Catalog.
           OPEN INPUT SORT-CATALOG
           IF SCAT-FS NOT = "00"

       Emit-One-Cell.
      *> which catalog answers for this program is decided by its
      *> master dataset kind - NBODY consults the nbody catalog,
      *> SORT the sort catalog, and NONE takes no dataset at all
      *> (one step per size, under the first profile only).
           EVALUATE SPEC-DATASET(PRG-IDX)
               WHEN "NBODY"
                   PERFORM Match-Nbody-Dataset
               WHEN "SORT"
                   PERFORM Match-Sort-Dataset
               WHEN OTHER
                   IF PRF-IDX > 1
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM Emit-Undatasetted-Step
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-MATCH-OK = 0
               ADD 1 TO WS-MISSING
               MOVE SPEC-SIZE(SIZ-IDX) TO WS-SIZE-DISP
           ADD 1 TO WS-EMITTED
           .

       Emit-Undatasetted-Step.
           MOVE SPEC-SIZE(SIZ-IDX) TO WS-SIZE-DISP
           MOVE SPACES TO DECK-RECORD
           IF SPEC-COUNT-SET(PRG-IDX) NOT = SPACES
               STRING FUNCTION TRIM(SPEC-PROG-CMD(PRG-IDX))
                          DELIMITED BY SIZE
                      ",CONTINUE," DELIMITED BY SIZE
                      FUNCTION TRIM(SPEC-COUNT-SET(PRG-IDX))
                          DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SIZE-DISP)
                          DELIMITED BY SIZE
                   INTO DECK-RECORD
           ELSE
               STRING FUNCTION TRIM(SPEC-PROG-CMD(PRG-IDX))
                          DELIMITED BY SIZE
                      ",CONTINUE" DELIMITED BY SIZE
                   INTO DECK-RECORD
           END-IF
           WRITE DECK-RECORD
           ADD 1 TO WS-EMITTED
           .

       Match-Sort-Dataset.
           MOVE 0 TO WS-MATCH-OK
           PERFORM VARYING SRT-IDX FROM 1 BY 1
