      *> The join: each run's manifest SET record for the
      *> program's own *_INPUT_FILE names the dataset file; the
      *> catalog row for that file carries its profile and count.
      *> The sort programs are the benchmark master's entries with
      *> dataset kind SORT, so a new sort joins the matrix with no
      *> change here. Runs whose dataset is not cataloged (or whose
      *> manifest recorded "(unset)") are counted as unjoinable.
      *>
      *> Each sort program's energy is read from the program-history
      *> index (prog_history) - only those programs' lines, not a
      *> parse of the whole of energy.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-IN ASSIGN TO "run-manifest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-IN.
       01  MANIFEST-RECORD PIC X(200).

       01  SORT-CAT-RECORD PIC X(140).

       WORKING-STORAGE SECTION.
       01  MAN-FS        PIC XX.
       01  CAT-FS        PIC XX.
       01  CRV-EOF       PIC X VALUE 'N'.
           88  CRV-AT-END     VALUE 'Y'.
           88  CRV-NOT-AT-END VALUE 'N'.

       COPY "energyrec.cpy".
       COPY "proghist.cpy".
       01  WS-BENCH-NO   PIC 9(3).
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).
       COPY "reportio.cpy".

      *> the sort programs and their input-file settings are the
      *> benchmark master's SORT-dataset entries.
       COPY "benchmst.cpy".

      *> catalog: dataset path -> profile, count.
       01  F-CAT-PATH    PIC X(100).

       PROCEDURE DIVISION.
       Main-Curve.
           MOVE "ENTRY" TO BMR-ACTION
           MOVE 1 TO BMR-INDEX
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-NO-MASTER
               DISPLAY "sort_curve: ERROR - no benchmark master "
                   "(benchmark-programs) - the sort programs are "
                   "not known"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Catalog
           IF CAT-COUNT = 0
               DISPLAY "sort_curve: sort-dataset-catalog is empty "
                   OR WS-SET-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "SETTING" TO BMR-ACTION
           MOVE WS-SET-NAME TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-FOUND
                   AND BMR-DATASET = "SORT"
                   AND BMR-INPUT-SET = FUNCTION TRIM(WS-SET-NAME)
               IF JOIN-COUNT < MAX-JOINS
                   ADD 1 TO JOIN-COUNT
                   SET JON-IDX TO JOIN-COUNT
                   MOVE FUNCTION TRIM(F-MAN-RUNID)
                       TO JON-RUNID(JON-IDX)
                   MOVE BMR-PROGRAM TO JON-PROG(JON-IDX)
                   MOVE FUNCTION TRIM(WS-SET-VALUE)
                       TO JON-PATH(JON-IDX)
               END-IF
           END-IF
           .

       Accumulate-Run-Totals.
      *> the sort programs are the master's SORT-dataset entries;
      *> each one's history is read on its own.
           PERFORM VARYING WS-BENCH-NO FROM 1 BY 1
               UNTIL WS-BENCH-NO > BMR-COUNT
               MOVE "ENTRY" TO BMR-ACTION
               MOVE WS-BENCH-NO TO BMR-INDEX
               CALL "bench_master" USING BENCH-REQUEST
               IF BMR-FOUND AND BMR-DATASET = "SORT"
                   PERFORM Read-Program-History
               END-IF
           END-PERFORM
           .

       Read-Program-History.
           MOVE "OPEN" TO PHIST-ACTION
           MOVE BMR-PROGRAM TO PHIST-PROGRAM
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "sort_curve: ERROR - the program history "
                   "could not be read"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NEXT" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           PERFORM UNTIL PHIST-AT-END
               PERFORM Tally-Log-Line THRU Tally-Log-Line-Exit
               CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                   ELOG-PARSED
           END-PERFORM
           MOVE "CLOSE" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           .

       Tally-Log-Line.
           IF ELOG-DOMAIN(1:7) NOT = "package"
               GO TO Tally-Log-Line-Exit
           END-IF
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-PROG
      *> runs voided through run_void never chart.
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP
