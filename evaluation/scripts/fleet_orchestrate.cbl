      *> marker (pulled back by the poll) is the node's completion
      *> signal and retry trigger. The rollup lands in
      *> "fleet-sweep-report-<stamp>".
      *>
      *> Every node event is also appended to the orchestration
      *> history, "fleet-orchestrate.log", one line each:
      *>
      *>   <stamp>,<host>,<deck>,<event>,<rc>
      *>
      *> DISPATCHED (again on each retry), DONE, FAILED once the
      *> retries are spent, REFUSED by the host registry, or
      *> UNFINISHED when the ceiling came with the node still
      *> sweeping - so when each host was busy with a fleet sweep
      *> is on the record, not only in tonight's console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT HISTORY-FILE ASSIGN TO "fleet-orchestrate.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
      *> wide enough for a whole batch summary step line.
       01  CAPTURE-RECORD PIC X(400).

       FD  REPORT-OUT.
       01  REPORT-RECORD PIC X(420).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  CAP-FS        PIC XX.
       01  RPT-FS        PIC XX.
       01  HIST-FS       PIC XX.
       01  ORC-EOF       PIC X VALUE 'N'.
           88  ORC-AT-END     VALUE 'Y'.
           88  ORC-NOT-AT-END VALUE 'N'.
       01  WS-DONE-OK    PIC 9(2) VALUE 0.
       01  WS-DONE-BAD   PIC 9(2) VALUE 0.

       01  WS-HIST-EVENT PIC X(12).
       01  WS-HIST-RC-DISP PIC -(8)9.

       01  WS-REG-HOST   PIC X(40).
       01  WS-REG-STATUS PIC X.

                   " node(s) still running at the " WS-MAX-MINS
                   " minute ceiling - their sweeps continue "
                   "unwatched and resume-on-rerun applies"
               PERFORM VARYING HOST-IDX FROM 1 BY 1
                   UNTIL HOST-IDX > HOST-COUNT
                   IF NODE-STATE(HOST-IDX) = "RUNNING"
                       MOVE "UNFINISHED" TO WS-HIST-EVENT
                       PERFORM Log-Node-Event
                   END-IF
               END-PERFORM
           END-IF

           PERFORM Roll-Up-Report
                   " is quarantined/retired in the host registry "
                   "- refused"
               MOVE "REFUSED" TO NODE-STATE(HOST-IDX)
               MOVE "REFUSED" TO WS-HIST-EVENT
               PERFORM Log-Node-Event
               EXIT PARAGRAPH
           END-IF

           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC = 0
               MOVE "RUNNING" TO NODE-STATE(HOST-IDX)
               MOVE "DISPATCHED" TO WS-HIST-EVENT
               PERFORM Log-Node-Event
           ELSE
               DISPLAY "fleet_orchestrate: WARNING - dispatch to "
                   FUNCTION TRIM(HOST-NAME(HOST-IDX))
               FUNCTION TRIM(WS-MARKER-RC))
           IF NODE-RC(HOST-IDX) = 0
               MOVE "DONE" TO NODE-STATE(HOST-IDX)
               MOVE "DONE" TO WS-HIST-EVENT
               PERFORM Log-Node-Event
               DISPLAY "fleet_orchestrate: "
                   FUNCTION TRIM(HOST-NAME(HOST-IDX))
                   " completed its sweep"
               PERFORM Launch-Node
           ELSE
               MOVE "FAILED" TO NODE-STATE(HOST-IDX)
               MOVE "FAILED" TO WS-HIST-EVENT
               PERFORM Log-Node-Event
           END-IF
           .

       Log-Node-Event.
      *> appended with the same OPEN-EXTEND-else-OUTPUT pattern
      *> deck_scheduler keeps sweep-schedule.log with; a lost
      *> history line is worth a warning, not a stopped sweep.
           OPEN EXTEND HISTORY-FILE
           IF HIST-FS = "05" OR HIST-FS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF HIST-FS NOT = "00"
               DISPLAY "fleet_orchestrate: WARNING - could not open "
                   "fleet-orchestrate.log (status " HIST-FS ") - "
                   FUNCTION TRIM(WS-HIST-EVENT) " for "
                   FUNCTION TRIM(HOST-NAME(HOST-IDX))
                   " is not on the record"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE NODE-RC(HOST-IDX) TO WS-HIST-RC-DISP
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOST-NAME(HOST-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DECK-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-EVENT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-RC-DISP) DELIMITED BY SIZE
               INTO HISTORY-RECORD
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE
           .

       Roll-Up-Report.
