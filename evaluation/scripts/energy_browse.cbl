      *> The run list is built in one pass over energy.log; drilling
      *> into a run re-reads the log filtered to that RUN-ID, the same
      *> flat-scan-per-question approach every other report here takes.
      *>
      *> Known events from the "event-annotations" register
      *> (annotation_maint) for a run's programs, any host or the
      *> whole site appear as ">>" marker rows in the run list just
      *> above the first run on or after the event, and again at
      *> the top of that run's drill-down (annotation_lookup).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TOTAL-DISP       PIC Z(14)9.
       01  LINES-DISP       PIC Z(6)9.

      *> event markers: a run shows the events after the previous
      *> run's date, up to and including its own.
       COPY "annotate.cpy".
       01  ANQ-IDX          PIC 9(2).
       01  WS-PREV-RUN-IDX  PIC 9(3).

       SCREEN SECTION.
       01  BRW-HEADER.
           05 BLANK SCREEN.
               UNTIL WS-ROW-NO > RUN-COUNT
                   OR WS-ROW-NO >= WS-PAGE-TOP + WS-PAGE-SIZE
               SET RUN-IDX TO WS-ROW-NO
               PERFORM Query-Run-Events
               PERFORM Show-Event-Rows
               SET RUN-IDX TO WS-ROW-NO
               MOVE WS-ROW-NO TO WS-ROW-NO-DISP
               MOVE RUN-TOTAL-UJ(RUN-IDX) TO TOTAL-DISP
               MOVE SPACES TO WS-ROW-TEXT
               INTO WS-ROW-TEXT
           DISPLAY BRW-ROW
           ADD 1 TO WS-SCREEN-LINE
           PERFORM Query-Run-Events
           PERFORM Show-Event-Rows

           PERFORM VARYING WS-ROW-NO FROM WS-PAGE-TOP BY 1
               UNTIL WS-ROW-NO > LINE-COUNT
           PERFORM Load-Line-Table
           .

       Query-Run-Events.
      *> the window for RUN-IDX: from the day after the previous
      *> run's date (the run's own date for the first run) up to
      *> its own date.
           MOVE 0 TO ANQ-COUNT
           MOVE 'N' TO ANQ-MORE
           IF RUN-FIRST-TS(RUN-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RUN-PROGS(RUN-IDX) TO ANQ-PROGRAMS
           MOVE SPACES TO ANQ-HOST
           MOVE RUN-FIRST-TS(RUN-IDX) TO ANQ-FROM-DATE
           MOVE RUN-FIRST-TS(RUN-IDX) TO ANQ-TO-DATE
           IF RUN-IDX > 1
               COMPUTE WS-PREV-RUN-IDX = RUN-IDX - 1
               IF RUN-FIRST-TS(WS-PREV-RUN-IDX) IS NUMERIC
                   COMPUTE ANQ-FROM-DATE = FUNCTION NUMVAL(
                       RUN-FIRST-TS(WS-PREV-RUN-IDX)) + 1
               END-IF
           END-IF
           IF ANQ-FROM-DATE > ANQ-TO-DATE
               EXIT PARAGRAPH
           END-IF
           CALL "annotation_lookup" USING ANNOTATION-QUERY
           .

       Show-Event-Rows.
           PERFORM VARYING ANQ-IDX FROM 1 BY 1
               UNTIL ANQ-IDX > ANQ-COUNT
               MOVE ANQ-MARKER(ANQ-IDX) TO WS-ROW-TEXT
               DISPLAY BRW-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-PERFORM
           IF ANQ-HAS-MORE
               MOVE "  >> (further events not shown)" TO WS-ROW-TEXT
               DISPLAY BRW-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-IF
           .

       END PROGRAM energy-browse.
