      *> any pair violated a limit or run rule - the same
      *> RETURN-CODE gate convention energy_certify uses, so the
      *> overnight chain can refuse to publish a drifting host.
      *>
      *> Known events from the "event-annotations" register
      *> (annotation_maint) are written into the chart as ">>"
      *> marker lines just above the first run point on or after
      *> the event (annotation_lookup), so a flagged shift sits
      *> beside the kernel upgrade or DIMM swap that explains it.
      *>
      *> The history comes from the program-history index
      *> (prog_history), every program in turn and each program's
      *> lines in time order, rather than a parse of all energy.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OUT ASSIGN TO WS-CHART-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OUT.
       01  CHART-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  CHT-FS        PIC XX.

       01  WS-CHART-PATH PIC X(60).
       01  WS-ENV-VALUE  PIC X(8) VALUE SPACES.
      *> center line counts as a drift signal.
       01  WS-RULE-LEN   PIC 9(2) VALUE 8.

      *> each history line comes back from prog_history as the
      *> ELOG-PARSED energy_log_read would have produced for it.
       COPY "energyrec.cpy".
       COPY "proghist.cpy".

      *> void exclusion: a garbage run voided through run_void
      *> must never become an SPC point - it would both skew the
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> one point per run per program/domain pair: a program's
      *> history is chronological and a run's lines arrive together,
      *> so a line whose run id matches the pair's current point
      *> accumulates into it and a new run id opens the next point.
      *> Points are held in joules - the sums of squares stay inside
      *> packed decimal that way.
       01  MAX-PAIRS     PIC 9(3) VALUE 150.
       01  PAIR-COUNT    PIC 9(3) VALUE 0.
       01  MAX-POINTS    PIC 9(2) VALUE 40.
               10  PAIR-DROPPED   PIC 9(5).
               10  PAIR-POINT OCCURS 40 TIMES.
                   15  POINT-RUNID PIC X(21).
                   15  POINT-DATE  PIC 9(8).
                   15  POINT-J     PIC 9(12)V9(3) COMP-3.

       01  WS-LOOKUP-NAME PIC X(20).
       01  SIGMA-K-DISP  PIC Z9.9.
       01  WS-STAMP      PIC X(21).

      *> event markers: a point shows the events after the previous
      *> point's date, up to and including its own.
       COPY "annotate.cpy".
       01  WS-PREV-PT-DATE PIC 9(8).
       01  ANQ-IDX       PIC 9(2).

       PROCEDURE DIVISION.
       Main-Spc.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               MOVE 3 TO WS-MIN-POINTS
           END-IF

           MOVE "OPEN" TO PHIST-ACTION
           MOVE SPACES TO PHIST-PROGRAM
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "energy_spc: ERROR - the program history "
                   "could not be read"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NEXT" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           PERFORM UNTIL PHIST-AT-END
               PERFORM Tally-Line THRU Tally-Line-Exit
               CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                   ELOG-PARSED
           END-PERFORM
           MOVE "CLOSE" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED

           IF PAIR-COUNT = 0
               DISPLAY "energy_spc: no data found in energy.log"
           STOP RUN.

       Tally-Line.
      *> the index holds only valid data lines - trailers, regions
      *> and the whole-sweep bracket never reach it.
           IF FUNCTION TRIM(ELOG-RUNID) = SPACES
               GO TO Tally-Line-Exit
           END-IF
               TO POINT-RUNID(PAIR-IDX, WS-PT)
           MOVE FUNCTION TRIM(ELOG-RUNID)
               TO PAIR-LAST-RUN(PAIR-IDX)
           IF ELOG-TIMESTAMP(1:8) IS NUMERIC
               MOVE ELOG-TIMESTAMP(1:8) TO POINT-DATE(PAIR-IDX, WS-PT)
           ELSE
               MOVE 0 TO POINT-DATE(PAIR-IDX, WS-PT)
           END-IF
           MOVE WS-LINE-J TO POINT-J(PAIR-IDX, WS-PT)
           .

           MOVE 0 TO WS-PAIR-VIOL
           MOVE 0 TO WS-SIDE-RUN
           MOVE SPACE TO WS-PREV-SIDE
           MOVE 0 TO WS-PREV-PT-DATE
           PERFORM VARYING WS-PT FROM 1 BY 1
               UNTIL WS-PT > PAIR-NPOINTS(PAIR-IDX)
               PERFORM Judge-One-Point
               ADD 1 TO WS-PAIR-VIOL
           END-IF

           PERFORM Write-Point-Markers
           MOVE POINT-J(PAIR-IDX, WS-PT) TO J-DISP
           MOVE SPACES TO CHART-RECORD
           STRING "  " DELIMITED BY SIZE
           WRITE CHART-RECORD
           .

       Write-Point-Markers.
           IF POINT-DATE(PAIR-IDX, WS-PT) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PAIR-PROGRAM(PAIR-IDX) TO ANQ-PROGRAMS
           MOVE SPACES TO ANQ-HOST
           IF WS-PREV-PT-DATE = 0
               MOVE POINT-DATE(PAIR-IDX, WS-PT) TO ANQ-FROM-DATE
           ELSE
               COMPUTE ANQ-FROM-DATE = WS-PREV-PT-DATE + 1
           END-IF
           MOVE POINT-DATE(PAIR-IDX, WS-PT) TO ANQ-TO-DATE
           MOVE POINT-DATE(PAIR-IDX, WS-PT) TO WS-PREV-PT-DATE
           IF ANQ-FROM-DATE > ANQ-TO-DATE
               EXIT PARAGRAPH
           END-IF
           CALL "annotation_lookup" USING ANNOTATION-QUERY
           PERFORM VARYING ANQ-IDX FROM 1 BY 1
               UNTIL ANQ-IDX > ANQ-COUNT
               MOVE ANQ-MARKER(ANQ-IDX) TO CHART-RECORD
               WRITE CHART-RECORD
           END-PERFORM
           IF ANQ-HAS-MORE
               MOVE "  >> (further events before this point not "
                   & "shown)" TO CHART-RECORD
               WRITE CHART-RECORD
           END-IF
           .

       END PROGRAM energy-spc.
