      *> batch_driver's exit status), SKIPPED-BLACKOUT, or
      *> SKIPPED-NO-RULE - one line each, so the 06:00 shift can diff
      *> intent against outcome at a glance.
      *>
      *> Benchmark requests (bench_request's "bench-requests.dat")
      *> ride along: every APPROVED request - and any SCHEDULED one
      *> left over from an earlier night whose sweep never linked -
      *> is written out as a one-program sweep spec
      *> ("request-sweep-spec"), composed by deck_composer and
      *> appended to a copy of tonight's deck, "scheduled-job-deck",
      *> which is what batch_driver then runs. Every composed step
      *> also exports COBJOULES_REQUEST_TAG=<request id>, which
      *> measure_energy writes onto its energy.log lines as "Q:<id>"
      *> - the tag bench_request delivers on. Each folded request
      *> goes SCHEDULED and gets a FOLDED line in the schedule log;
      *> one deck_composer refuses stays APPROVED with a WARNING,
      *> as does one whose steps would take the deck past the 50
      *> steps batch_driver's step table holds (it would drop the
      *> rest without running them).
      *> When the sweep completes cleanly its RUN-ID (the last
      *> energy.log line's, the same "latest run" energy_certify
      *> takes) is linked to tonight's SCHEDULED requests, which go
      *> RUN with a LINKED log line - bench_request delivers them
      *> from there.
      *>
      *> With COBJOULES_CPU_GOVERNOR or COBJOULES_CPU_FREQ_KHZ set,
      *> the sweep is bracketed by cpu_governor: the frequency
      *> policy is pinned before batch_driver starts and restored
      *> when it returns, so every benchmark in the window measures
      *> under the same policy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLOG-FS.

           SELECT REQUEST-FILE ASSIGN TO "bench-requests.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REQ-ID
               FILE STATUS IS REQ-FS.

           SELECT REQ-SPEC-FILE ASSIGN TO "request-sweep-spec"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSP-FS.

           SELECT DECK-IN ASSIGN TO WS-DECK-IN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIN-FS.

           SELECT DECK-OUT ASSIGN TO "scheduled-job-deck"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DOUT-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       FD  SCHED-LOG-FILE.
       01  SCHED-LOG-RECORD PIC X(200).

       FD  REQUEST-FILE.
       COPY "benchreq.cpy".

       FD  REQ-SPEC-FILE.
       01  REQ-SPEC-RECORD PIC X(200).

       FD  DECK-IN.
       01  DECK-IN-RECORD PIC X(300).

       FD  DECK-OUT.
       01  DECK-OUT-RECORD PIC X(300).

       FD  ENERGY-LOG-IN.
       01  ENERGY-LOG-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  SCH-FS        PIC XX.
       01  BLK-FS        PIC XX.
       01  WS-CMD        PIC X(200) VALUE SPACES.
       01  WS-RC         PIC S9(9) COMP-5 VALUE 0.
       01  WS-RC-DISP    PIC -(8)9.
       01  WS-CPUPIN-GOV PIC X(16) VALUE SPACES.
       01  WS-CPUPIN-FREQ PIC X(12) VALUE SPACES.
       01  WS-CHK-DETAILS PIC X(20).
       01  WS-CHK-RC      PIC 9(9) COMP-5.

      *> request folding and run linking.
       01  REQ-FS        PIC XX.
       01  RSP-FS        PIC XX.
       01  DIN-FS        PIC XX.
       01  DOUT-FS       PIC XX.
       01  LOG-FS        PIC XX.
       01  REQ-EOF       PIC X VALUE 'N'.
           88  REQ-AT-END     VALUE 'Y'.
           88  REQ-NOT-AT-END VALUE 'N'.
       01  DIN-EOF       PIC X VALUE 'N'.
           88  DIN-AT-END     VALUE 'Y'.
           88  DIN-NOT-AT-END VALUE 'N'.
       01  WS-LAUNCH-DECK PIC X(100) VALUE SPACES.
       01  WS-DECK-IN-PATH PIC X(100) VALUE SPACES.
       01  WS-FOLDED     PIC 9(3) VALUE 0.
       01  WS-LINKED     PIC 9(3) VALUE 0.
       01  WS-SIZE-PTR   PIC 9(4) COMP.
       01  WS-SIZE-TOKEN PIC X(12).
       01  WS-RUN-ID     PIC X(21) VALUE SPACES.
       01  WS-LOG-DETAIL PIC X(120).
       01  WS-STEP-CMD   PIC X(120).
       01  WS-STEP-ONERR PIC X(12).
       01  WS-STEP-ENVS  PIC X(160).
       01  WS-STEP-PTR   PIC 9(4) COMP.
       01  WS-OUT-PTR    PIC 9(4) COMP.
      *> batch_driver's MAX-STEPS: steps past it are never run.
       01  MAX-DECK-STEPS PIC 9(3) VALUE 50.
       01  WS-DECK-STEPS PIC 9(3) VALUE 0.
       01  WS-NEW-STEPS  PIC 9(3) VALUE 0.
       01  WS-STEPS-COUNTED PIC 9(3) VALUE 0.
       01  WS-DECK-COUNTED PIC X VALUE 'N'.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

       PROCEDURE DIVISION.
       Main-Scheduler.
           ACCEPT WS-SCHEDULE-ENV FROM ENVIRONMENT
           DISPLAY "deck_scheduler: " WS-TODAY " (" WS-TODAY-DOW
               ") resolves to deck " FUNCTION TRIM(WS-CHOSEN-DECK)

           MOVE WS-CHOSEN-DECK TO WS-LAUNCH-DECK
           PERFORM Fold-Approved-Requests
           IF WS-FOLDED > 0
               MOVE "scheduled-job-deck" TO WS-LAUNCH-DECK
               DISPLAY "deck_scheduler: " WS-FOLDED " request(s) "
                   "folded in - running "
                   FUNCTION TRIM(WS-LAUNCH-DECK)
           END-IF

      *> export the chosen deck and launch batch_driver as a child
      *> process - the same DISPLAY UPON ENVIRONMENT-NAME export and
      *> CALL "SYSTEM" child idiom batch_driver itself uses for its
      *> steps, since the driver's own STOP RUN would otherwise end
      *> this run unit too.
           DISPLAY "COBJOULES_JOB_DECK" UPON ENVIRONMENT-NAME
           DISPLAY WS-LAUNCH-DECK UPON ENVIRONMENT-VALUE
           ACCEPT WS-CPUPIN-GOV FROM ENVIRONMENT
               "COBJOULES_CPU_GOVERNOR"
           ACCEPT WS-CPUPIN-FREQ FROM ENVIRONMENT
               "COBJOULES_CPU_FREQ_KHZ"
           IF WS-CPUPIN-GOV NOT = SPACES OR WS-CPUPIN-FREQ NOT = SPACES
               PERFORM Pin-Cpu-Policy
           END-IF
           MOVE "./batch_driver" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           PERFORM Log-Ran
           IF WS-CPUPIN-GOV NOT = SPACES OR WS-CPUPIN-FREQ NOT = SPACES
               PERFORM Restore-Cpu-Policy
           END-IF
           IF WS-RC NOT = 0
               DISPLAY "deck_scheduler: WARNING - batch_driver "
                   "exited with status " WS-RC
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "deck_scheduler: sweep complete"
               PERFORM Link-Request-Runs
           END-IF
           STOP RUN.

       Pin-Cpu-Policy.
      *> a failed pin is worth a warning, not a lost night - the
      *> governor and frequency each checkpoint ran under are in
      *> energy.log either way.
           MOVE "./cpu_governor" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               DISPLAY "deck_scheduler: WARNING - cpu_governor could "
                   "not pin the frequency policy - sweep runs under "
                   "the host's current policy"
           END-IF
           .

       Restore-Cpu-Policy.
           DISPLAY "COBJOULES_CPU_GOVERNOR_ACTION"
               UPON ENVIRONMENT-NAME
           DISPLAY "RESTORE" UPON ENVIRONMENT-VALUE
           MOVE "./cpu_governor" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               DISPLAY "deck_scheduler: WARNING - cpu_governor could "
                   "not restore the frequency policy - see "
                   "cpu-governor-saved"
           END-IF
           .

       Resolve-Today.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT
           END-IF
           .

       Fold-Approved-Requests.
      *> no request master yet simply means nothing to fold - it is
      *> bench_request's to create, not ours.
           OPEN I-O REQUEST-FILE
           IF REQ-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO REQ-ID
           START REQUEST-FILE KEY >= REQ-ID
               INVALID KEY
                   SET REQ-AT-END TO TRUE
           END-START
           PERFORM UNTIL REQ-AT-END
               READ REQUEST-FILE NEXT
                   AT END
                       SET REQ-AT-END TO TRUE
                   NOT AT END
                       IF REQ-APPROVED
                               OR (REQ-SCHEDULED
                                   AND REQ-SCHED-DT < WS-TODAY)
                           PERFORM Fold-Request
                       END-IF
               END-READ
           END-PERFORM
           SET REQ-NOT-AT-END TO TRUE
           CLOSE REQUEST-FILE
           IF WS-FOLDED > 0
               CLOSE DECK-OUT
           END-IF
           .

       Fold-Request.
           OPEN OUTPUT REQ-SPEC-FILE
           IF RSP-FS NOT = "00"
               DISPLAY "deck_scheduler: WARNING - could not write "
                   "request-sweep-spec (status " RSP-FS ") - "
                   "request " FUNCTION TRIM(REQ-ID) " not folded"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REQ-SPEC-RECORD
           STRING "* request " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-REQUESTER) DELIMITED BY SIZE
               INTO REQ-SPEC-RECORD
           WRITE REQ-SPEC-RECORD
           MOVE SPACES TO REQ-SPEC-RECORD
           STRING "PROGRAM," DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-PROGRAM) DELIMITED BY SIZE
               INTO REQ-SPEC-RECORD
           WRITE REQ-SPEC-RECORD
      *> a no-dataset program carries profile NONE; deck_composer
      *> still wants one PROFILE row and ignores it for that kind.
           MOVE SPACES TO REQ-SPEC-RECORD
           STRING "PROFILE," DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-PROFILE) DELIMITED BY SIZE
               INTO REQ-SPEC-RECORD
           WRITE REQ-SPEC-RECORD
           MOVE 1 TO WS-SIZE-PTR
           PERFORM UNTIL WS-SIZE-PTR > LENGTH OF REQ-SIZES
               MOVE SPACES TO WS-SIZE-TOKEN
               UNSTRING REQ-SIZES DELIMITED BY ":"
                   INTO WS-SIZE-TOKEN
                   WITH POINTER WS-SIZE-PTR
               END-UNSTRING
               IF WS-SIZE-TOKEN NOT = SPACES
                   MOVE SPACES TO REQ-SPEC-RECORD
                   STRING "SIZE," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SIZE-TOKEN)
                              DELIMITED BY SIZE
                       INTO REQ-SPEC-RECORD
                   WRITE REQ-SPEC-RECORD
               END-IF
           END-PERFORM
           CLOSE REQ-SPEC-FILE

           DISPLAY "COBJOULES_SWEEP_SPEC" UPON ENVIRONMENT-NAME
           DISPLAY "request-sweep-spec" UPON ENVIRONMENT-VALUE
           DISPLAY "COBJOULES_COMPOSED_DECK" UPON ENVIRONMENT-NAME
           DISPLAY "request-composed-deck" UPON ENVIRONMENT-VALUE
           MOVE "./deck_composer" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "deck_scheduler: WARNING - deck_composer "
                   "could not compose request " FUNCTION TRIM(REQ-ID)
                   " (status " WS-RC ") - left APPROVED"
               MOVE 0 TO WS-RC
               EXIT PARAGRAPH
           END-IF

      *> the request goes in whole or not at all - tonight's deck,
      *> the requests already folded and this one must fit
      *> batch_driver's step table together.
           IF WS-DECK-COUNTED = 'N'
               MOVE WS-CHOSEN-DECK TO WS-DECK-IN-PATH
               PERFORM Count-Deck-Steps
               MOVE WS-STEPS-COUNTED TO WS-DECK-STEPS
               MOVE 'Y' TO WS-DECK-COUNTED
           END-IF
           MOVE "request-composed-deck" TO WS-DECK-IN-PATH
           PERFORM Count-Deck-Steps
           MOVE WS-STEPS-COUNTED TO WS-NEW-STEPS
           IF WS-DECK-STEPS + WS-NEW-STEPS > MAX-DECK-STEPS
               DISPLAY "deck_scheduler: WARNING - request "
                   FUNCTION TRIM(REQ-ID) "'s " WS-NEW-STEPS
                   " step(s) would take tonight's deck past "
                   MAX-DECK-STEPS " steps (" WS-DECK-STEPS
                   " already) - not folded, left " REQ-STATUS
               EXIT PARAGRAPH
           END-IF

      *> the first fold starts the combined deck as a copy of
      *> tonight's scheduled one.
           IF WS-FOLDED = 0
               OPEN OUTPUT DECK-OUT
               IF DOUT-FS NOT = "00"
                   DISPLAY "deck_scheduler: WARNING - could not "
                       "create scheduled-job-deck (status " DOUT-FS
                       ") - no requests folded tonight"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHOSEN-DECK TO WS-DECK-IN-PATH
               PERFORM Copy-Deck-In
           END-IF
           MOVE SPACES TO DECK-OUT-RECORD
           STRING "* request " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-REQUESTER) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-CENTER) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO DECK-OUT-RECORD
           WRITE DECK-OUT-RECORD
           MOVE "request-composed-deck" TO WS-DECK-IN-PATH
           PERFORM Copy-Deck-In
           ADD WS-NEW-STEPS TO WS-DECK-STEPS

           ADD 1 TO WS-FOLDED
           SET REQ-SCHEDULED TO TRUE
           MOVE WS-TODAY TO REQ-SCHED-DT REQ-STATUS-DT
           REWRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "deck_scheduler: WARNING - could not "
                       "mark request " FUNCTION TRIM(REQ-ID)
                       " SCHEDULED (status " REQ-FS ")"
           END-REWRITE
           MOVE SPACES TO WS-LOG-DETAIL
           STRING FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-PROGRAM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-REQUESTER) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           PERFORM Log-Folded
           .

       Copy-Deck-In.
      *> the scheduled deck is copied whole; a composed deck's own
      *> header comments are dropped - the request comment above
      *> says where its steps came from.
           OPEN INPUT DECK-IN
           IF DIN-FS NOT = "00"
               DISPLAY "deck_scheduler: WARNING - could not read "
                   FUNCTION TRIM(WS-DECK-IN-PATH)
                   " (status " DIN-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DIN-AT-END
               READ DECK-IN
                   AT END
                       SET DIN-AT-END TO TRUE
                   NOT AT END
                       IF WS-DECK-IN-PATH = WS-CHOSEN-DECK
                           MOVE DECK-IN-RECORD TO DECK-OUT-RECORD
                           WRITE DECK-OUT-RECORD
                       ELSE
                           IF DECK-IN-RECORD NOT = SPACES
                                   AND DECK-IN-RECORD(1:1) NOT = "*"
                               PERFORM Tag-Request-Step
                               WRITE DECK-OUT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET DIN-NOT-AT-END TO TRUE
           CLOSE DECK-IN
           .

       Count-Deck-Steps.
      *> the records batch_driver takes as steps: not blank, not
      *> a "*" comment.
           MOVE 0 TO WS-STEPS-COUNTED
           OPEN INPUT DECK-IN
           IF DIN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DIN-AT-END
               READ DECK-IN
                   AT END
                       SET DIN-AT-END TO TRUE
                   NOT AT END
                       IF DECK-IN-RECORD NOT = SPACES
                               AND DECK-IN-RECORD(1:1) NOT = "*"
                           ADD 1 TO WS-STEPS-COUNTED
                       END-IF
               END-READ
           END-PERFORM
           SET DIN-NOT-AT-END TO TRUE
           CLOSE DECK-IN
           .

       Tag-Request-Step.
      *> every composed step exports COBJOULES_REQUEST_TAG=<request
      *> id> alongside its own settings, so measure_energy marks
      *> the request's lines and bench_request counts those alone -
      *> not a regular-deck step of the same program and size that
      *> happens to share tonight's run id.
           MOVE SPACES TO WS-STEP-CMD WS-STEP-ONERR WS-STEP-ENVS
           MOVE 1 TO WS-STEP-PTR
           UNSTRING DECK-IN-RECORD DELIMITED BY ","
               INTO WS-STEP-CMD WS-STEP-ONERR WS-STEP-ENVS
               WITH POINTER WS-STEP-PTR
           END-UNSTRING
           IF WS-STEP-ONERR = SPACES
               MOVE "CONTINUE" TO WS-STEP-ONERR
           END-IF
           MOVE SPACES TO DECK-OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING FUNCTION TRIM(WS-STEP-CMD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-ONERR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO DECK-OUT-RECORD
               WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-STEP-ENVS NOT = SPACES
               STRING FUNCTION TRIM(WS-STEP-ENVS) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO DECK-OUT-RECORD
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING "COBJOULES_REQUEST_TAG=" DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
               INTO DECK-OUT-RECORD
               WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-STEP-PTR <= LENGTH OF DECK-IN-RECORD
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(DECK-IN-RECORD(WS-STEP-PTR:)
                          TRAILING) DELIMITED BY SIZE
                   INTO DECK-OUT-RECORD
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           .

       Link-Request-Runs.
           IF WS-FOLDED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Latest-Run
           IF WS-RUN-ID = SPACES
               DISPLAY "deck_scheduler: WARNING - no run id in "
                   "energy.log - tonight's requests stay SCHEDULED"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REQUEST-FILE
           IF REQ-FS NOT = "00"
               DISPLAY "deck_scheduler: WARNING - could not reopen "
                   "bench-requests.dat (status " REQ-FS ") - run "
                   FUNCTION TRIM(WS-RUN-ID) " not linked"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO REQ-ID
           START REQUEST-FILE KEY >= REQ-ID
               INVALID KEY
                   SET REQ-AT-END TO TRUE
           END-START
           PERFORM UNTIL REQ-AT-END
               READ REQUEST-FILE NEXT
                   AT END
                       SET REQ-AT-END TO TRUE
                   NOT AT END
                       IF REQ-SCHEDULED AND REQ-SCHED-DT = WS-TODAY
                           PERFORM Link-Request
                       END-IF
               END-READ
           END-PERFORM
           SET REQ-NOT-AT-END TO TRUE
           CLOSE REQUEST-FILE
           DISPLAY "deck_scheduler: run " FUNCTION TRIM(WS-RUN-ID)
               " linked to " WS-LINKED " request(s)"
           .

       Link-Request.
      *> a full run table is not silent: the miss is counted on
      *> the request, and bench_request refuses to deliver it.
           IF REQ-RUN-COUNT < 12
               ADD 1 TO REQ-RUN-COUNT
               MOVE WS-RUN-ID TO REQ-RUN-ID(REQ-RUN-COUNT)
           ELSE
               ADD 1 TO REQ-RUN-MISSED
               DISPLAY "deck_scheduler: WARNING - request "
                   FUNCTION TRIM(REQ-ID) " has no room for "
                   "another run id - " FUNCTION TRIM(WS-RUN-ID)
                   " not recorded on it; it cannot be delivered"
           END-IF
           SET REQ-RUN TO TRUE
           MOVE WS-TODAY TO REQ-STATUS-DT
           REWRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "deck_scheduler: WARNING - could not "
                       "mark request " FUNCTION TRIM(REQ-ID)
                       " RUN (status " REQ-FS ")"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-LINKED
           MOVE SPACES TO WS-LOG-DETAIL
           STRING FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           PERFORM Log-Linked
           .

       Find-Latest-Run.
           MOVE SPACES TO WS-RUN-ID
           OPEN INPUT ENERGY-LOG-IN
           IF LOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DIN-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET DIN-AT-END TO TRUE
                   NOT AT END
                       MOVE ENERGY-LOG-RECORD TO ELOG-RAW-LINE
                       CALL "energy_log_read" USING ELOG-RAW-LINE
                           ELOG-PARSED
                       IF ELOG-LINE-VALID AND ELOG-IS-DATA
                           MOVE ELOG-RUNID TO WS-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           SET DIN-NOT-AT-END TO TRUE
           CLOSE ENERGY-LOG-IN
           .

       Open-Sched-Log.
           OPEN EXTEND SCHED-LOG-FILE
           IF SLOG-FS = "05" OR SLOG-FS = "35"
                      "," DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      ",RAN," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAUNCH-DECK) DELIMITED BY SIZE
                      ",rc=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RC-DISP) DELIMITED BY SIZE
                   INTO SCHED-LOG-RECORD
           END-IF
           .

       Log-Folded.
           PERFORM Open-Sched-Log
           IF SLOG-FS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE SPACES TO SCHED-LOG-RECORD
               STRING WS-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      ",FOLDED," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED BY SIZE
                   INTO SCHED-LOG-RECORD
               WRITE SCHED-LOG-RECORD
               CLOSE SCHED-LOG-FILE
           END-IF
           .

       Log-Linked.
           PERFORM Open-Sched-Log
           IF SLOG-FS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE SPACES TO SCHED-LOG-RECORD
               STRING WS-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      ",LINKED," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED BY SIZE
                   INTO SCHED-LOG-RECORD
               WRITE SCHED-LOG-RECORD
               CLOSE SCHED-LOG-FILE
           END-IF
           .

       END PROGRAM deck-scheduler.
