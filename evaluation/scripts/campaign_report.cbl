       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaign-report.
       AUTHOR. Shiva9361.

      *> Measurement campaign summary: compares the arms of a study
      *> kept in "campaign-register" (campaign_maint) program by
      *> program. A run's energy is every package-domain data line
      *> it logged for the program, summed (the sockets' own
      *> counters - the core/uncore/dram domains sit inside them and
      *> would count twice); per arm and program the report gives
      *> the run count, mean, spread (standard deviation, the same
      *> population figure ab_compare uses), min, max and the mean
      *> measurement floor of a run - the host-noise-profile floor
      *> (noise_floor) of every line the run logged, summed.
      *>
      *> Every other arm is compared against the control (the
      *> campaign's first arm):
      *>
      *>   noise = spread(control) + spread(arm)
      *>         + the larger of the two arms' floors
      *>
      *> and the difference in means is EXCEEDS (the noise floor)
      *> when it is larger than that, WITHIN when it is not,
      *> FEW-RUNS when either side has fewer than 2 runs (no spread
      *> to judge by) and NO-DATA when either side logged nothing.
      *>
      *> The runs are read from the log the campaign was opened on
      *> (fleet-energy.log, host-tagged, or energy-archive.log then
      *> energy.log - budget_reconcile's order, so a run retention
      *> has already archived still counts); runs voided through
      *> run_void are left out and counted. Concluding names every
      *> registered run neither log holds, so a study is not closed
      *> on fewer runs than it was given without saying so.
      *>
      *>   COBJOULES_CAMPAIGN_ID         (required)
      *>   COBJOULES_CAMPAIGN_CONCLUDE   (optional, Y to record this
      *>                                  summary as the study's
      *>                                  conclusion)
      *>   COBJOULES_CAMPAIGN_CONCLUSION (the conclusion in words,
      *>                                  required with CONCLUDE)
      *>
      *> Concluding appends the figures and verdicts to the
      *> register (FIGURE and VERDICT records) with a CONCLUDED
      *> record carrying the conclusion, who drew it and when, and
      *> closes the campaign to further runs. From then on the
      *> report prints the recorded figures - the register alone
      *> reproduces the study even after the logs have been
      *> archived or purged - and re-derives the verdicts from the
      *> log as far as it still holds the runs, saying whether they
      *> still agree.
      *>
      *>   FIGURE,<id>,<arm>,<program>,<runs>,<mean>,<spread>,<min>,
      *>          <max>,<floor>                      (uJ per run)
      *>   VERDICT,<id>,<program>,<arm>,<control>,<diff uJ>,
      *>          <diff %>,<noise uJ>,<verdict>
      *>   CONCLUDED,<id>,<by>,<ts>,<conclusion>
      *>
      *> The report goes through report_writer like energy_delay's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaign-register"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO WS-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ELG-FS.

           SELECT NOISE-PROFILE-IN ASSIGN TO "host-noise-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NSP-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

           SELECT AUDIT-FILE ASSIGN TO "campaign-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD PIC X(300).

       FD  ENERGY-LOG-IN.
      *> a fleet master line is "<host>," ahead of the energy.log
      *> line itself.
       01  ELG-RECORD PIC X(400).

       FD  NOISE-PROFILE-IN.
       01  NSP-RECORD PIC X(200).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(350).

       WORKING-STORAGE SECTION.
       01  CMP-FS        PIC XX.
       01  ELG-FS        PIC XX.
       01  NSP-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  AUD-FS        PIC XX.
       01  CMR-EOF       PIC X VALUE 'N'.
           88  CMR-AT-END     VALUE 'Y'.
           88  CMR-NOT-AT-END VALUE 'N'.

       01  WS-LOG-PATH   PIC X(40) VALUE "energy.log".
       01  WS-LOG-NAME   PIC X(40)
               VALUE "energy-archive.log and energy.log".
       01  WS-LOCAL-HOST PIC X(64) VALUE SPACES.
       01  WS-LINE-HOST  PIC X(64).
       01  WS-PTR        PIC 9(4) COMP.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

       01  MAX-LINES     PIC 9(4) VALUE 2000.
       01  LINE-COUNT    PIC 9(4) VALUE 0.
       01  REG-TABLE.
           05  REG-LINE OCCURS 2000 TIMES
                               INDEXED BY LINE-IDX PIC X(300).

      *> one register line taken apart.
       01  F-KIND        PIC X(12).
       01  F-CAMP        PIC X(20).
       01  F-1           PIC X(60).
       01  F-2           PIC X(60).
       01  F-3           PIC X(60).
       01  F-4           PIC X(60).
       01  F-5           PIC X(60).
       01  F-6           PIC X(60).
       01  F-7           PIC X(60).
       01  F-8           PIC X(60).
       01  F-TEXT        PIC X(200).
       01  F-PTR         PIC 9(4) COMP.

      *> the campaign, gathered from the register.
       01  WS-CAMP-ID    PIC X(40).
       01  CA-FOUND      PIC X VALUE 'N'.
           88  CAMPAIGN-FOUND VALUE 'Y'.
       01  CA-CONCLUDED  PIC X VALUE 'N'.
           88  CAMPAIGN-CONCLUDED VALUE 'Y'.
       01  CA-FROM       PIC X(8).
       01  CA-TO         PIC X(8).
       01  CA-TO-TEXT    PIC X(8).
       01  CA-SOURCE     PIC X(5).
       01  CA-OWNER      PIC X(20).
       01  CA-NAME       PIC X(200).
       01  CA-HYPOTHESIS PIC X(200).
       01  CA-CONCLUSION PIC X(200).
       01  CA-CONCLUDED-BY PIC X(20).
       01  CA-CONCLUDED-TS PIC X(21).
       01  CA-FIGURES    PIC 9(4) VALUE 0.
       01  CA-VERDICTS   PIC 9(4) VALUE 0.
       01  MAX-ARMS      PIC 9(2) VALUE 10.
       01  CA-ARM-COUNT  PIC 9(2) VALUE 0.
       01  CA-ARM-TABLE.
           05  CA-ARM OCCURS 10 TIMES INDEXED BY ARM-IDX.
               10  CA-ARM-NAME  PIC X(16).
               10  CA-ARM-COND  PIC X(200).
               10  CA-ARM-RUNS  PIC 9(4).
               10  CA-ARM-DATA  PIC 9(4).
       01  MAX-RUNS      PIC 9(4) VALUE 500.
       01  CA-RUN-COUNT  PIC 9(4) VALUE 0.
       01  CA-RUN-TABLE.
           05  CA-RUN OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  CA-RUN-ID    PIC X(21).
               10  CA-RUN-ARM   PIC 9(2).
      *> ' ' nothing logged, 'D' data lines seen, 'V' voided.
               10  CA-RUN-STATE PIC X.
       01  WS-ARM-SLOT   PIC 9(2).
       01  WS-RUN-SLOT   PIC 9(4).

      *> programs the campaign's runs logged.
       01  MAX-PROGS     PIC 9(2) VALUE 30.
       01  PROG-COUNT    PIC 9(2) VALUE 0.
       01  PROG-TABLE.
           05  PROG-NAME OCCURS 30 TIMES INDEXED BY PROG-IDX
                               PIC X(20).
       01  WS-PROG-SLOT  PIC 9(2).
       01  WS-LOOKUP-NAME PIC X(20).
       01  WS-PROGS-FULL PIC 9(7) VALUE 0.

      *> one entry per run and program.
       01  MAX-PAIRS     PIC 9(4) VALUE 3000.
       01  PAIR-COUNT    PIC 9(4) VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 3000 TIMES INDEXED BY PAIR-IDX.
               10  PR-RUN    PIC 9(4).
               10  PR-PROG   PIC 9(2).
               10  PR-UJ     PIC 9(15).
               10  PR-FLOOR  PIC 9(15).
       01  WS-PAIR-SLOT  PIC 9(4).
       01  WS-PAIRS-FULL PIC 9(7) VALUE 0.

      *> one cell per arm and program.
       01  CELL-TABLE.
           05  CELL-ARM OCCURS 10 TIMES.
               10  CELL OCCURS 30 TIMES.
                   15  CL-N       PIC 9(5).
                   15  CL-SUM     COMP-2.
                   15  CL-SUMSQ   COMP-2.
                   15  CL-MIN     PIC 9(15).
                   15  CL-MAX     PIC 9(15).
                   15  CL-FLRSUM  COMP-2.
                   15  CL-MEAN    COMP-2.
                   15  CL-SD      COMP-2.
                   15  CL-FLOOR   COMP-2.
                   15  CL-DIFF    COMP-2.
                   15  CL-PCT     COMP-2.
                   15  CL-NOISE   COMP-2.
                   15  CL-VERDICT PIC X(8).
       01  WS-A          PIC 9(2).
       01  WS-P          PIC 9(2).
       01  WS-VARIANCE   COMP-2.
       01  WS-FLOOR-MAX  COMP-2.
       01  WS-COMPARED   PIC 9(4) VALUE 0.

       01  MAX-FLOORS    PIC 9(2) VALUE 60.
       01  FLOOR-COUNT   PIC 9(2) VALUE 0.
       01  FLOOR-TABLE.
           05  FLOOR-ENTRY OCCURS 60 TIMES INDEXED BY FLR-IDX.
               10  FLR-HOST   PIC X(64).
               10  FLR-DOMAIN PIC X(24).
               10  FLR-UJ     PIC 9(12).
       01  F-NSP-HOST    PIC X(64).
       01  F-NSP-DOMAIN  PIC X(24).
       01  F-NSP-SECS    PIC X(12).
       01  F-NSP-FLOOR   PIC X(20).
       01  WS-LINE-FLOOR PIC 9(12).
       01  WS-NO-FLOOR   PIC 9(7) VALUE 0.

       01  WS-CONCLUDE   PIC X(3).
       01  WS-CONCLUSION PIC X(200).
       01  WS-WHO        PIC X(20) VALUE SPACES.
       01  WS-STAMP      PIC X(21).
       COPY "secchk.cpy".
       01  WS-NEW-RECORD PIC X(300).

       01  WS-VOIDED     PIC 9(4) VALUE 0.
       01  WS-NO-DATA    PIC 9(4) VALUE 0.
       01  WS-AGREE      PIC 9(4) VALUE 0.
       01  WS-DIFFER     PIC 9(4) VALUE 0.
       01  WS-LIVE-CODE  PIC X(8).

      *> the figures and verdict a printed line carries, whether
      *> computed now or read back from the register.
       01  P-PROG        PIC X(20).
       01  P-ARM         PIC X(16).
       01  P-RUNS        PIC 9(5).
       01  P-MEAN        PIC 9(15).
       01  P-SD          PIC 9(15).
       01  P-MIN         PIC 9(15).
       01  P-MAX         PIC 9(15).
       01  P-FLOOR       PIC 9(15).
       01  P-DIFF        PIC S9(15).
       01  P-PCT         PIC S9(7)V99.
       01  P-NOISE       PIC 9(15).
       01  P-VERDICT     PIC X(8).

       01  FIGURE-LINE.
           05  FILLER    PIC X(2) VALUE SPACES.
           05  FG-PROG   PIC X(20).
           05  FILLER    PIC X VALUE SPACE.
           05  FG-ARM    PIC X(16).
           05  FG-RUNS   PIC Z(4)9.
           05  FG-MEAN   PIC Z(15)9.
           05  FG-SD     PIC Z(15)9.
           05  FG-MIN    PIC Z(15)9.
           05  FG-MAX    PIC Z(15)9.
           05  FG-FLOOR  PIC Z(13)9.
       01  VERDICT-LINE.
           05  FILLER    PIC X(2) VALUE SPACES.
           05  VD-PROG   PIC X(20).
           05  FILLER    PIC X VALUE SPACE.
           05  VD-ARM    PIC X(16).
           05  VD-DIFF   PIC -(15)9.
           05  VD-PCT    PIC -(7)9.99.
           05  FILLER    PIC X VALUE "%".
           05  VD-NOISE  PIC Z(15)9.
           05  FILLER    PIC X(2) VALUE SPACES.
           05  VD-TEXT   PIC X(40).

       01  N-DISP        PIC Z(4)9.
       01  U-DISP        PIC Z(14)9.
       01  D-DISP        PIC -(15)9.
       01  PCT-DISP      PIC -(7)9.99.

       COPY "reportio.cpy".

       PROCEDURE DIVISION.
       Main-Campaign-Report.
           ACCEPT WS-CAMP-ID FROM ENVIRONMENT "COBJOULES_CAMPAIGN_ID"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMP-ID))
               TO WS-CAMP-ID
           ACCEPT WS-CONCLUDE FROM ENVIRONMENT
               "COBJOULES_CAMPAIGN_CONCLUDE"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONCLUDE))
               TO WS-CONCLUDE
           ACCEPT WS-CONCLUSION FROM ENVIRONMENT
               "COBJOULES_CAMPAIGN_CONCLUSION"
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           IF WS-CAMP-ID = SPACES
               DISPLAY "campaign_report: ERROR - COBJOULES_CAMPAIGN_"
                   "ID is not set"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Register
           PERFORM Load-Campaign
           IF NOT CAMPAIGN-FOUND
               DISPLAY "campaign_report: ERROR - no campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " in campaign-register"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CA-ARM-COUNT = 0
               DISPLAY "campaign_report: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " has no arms yet"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CONCLUDE = "Y"
               PERFORM Check-Conclude
           END-IF

           PERFORM Read-Local-Hostname
           PERFORM Load-Noise-Profile
           PERFORM Scan-Energy-Log
           PERFORM Build-Cells
           PERFORM Compare-Arms

           PERFORM Open-Report
           PERFORM Report-Campaign
           IF CAMPAIGN-CONCLUDED
               PERFORM Report-Recorded
           ELSE
               PERFORM Report-Live
           END-IF
           PERFORM Report-Notes
           IF WS-CONCLUDE = "Y"
               PERFORM Warn-Missing-Runs
               PERFORM Record-Conclusion
           END-IF
           PERFORM Close-Report
           STOP RUN.

       Load-Register.
           SET CMR-NOT-AT-END TO TRUE
           OPEN INPUT CAMPAIGN-FILE
           IF CMP-FS NOT = "00"
               DISPLAY "campaign_report: ERROR - could not open "
                   "campaign-register (status " CMP-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CMR-AT-END
               READ CAMPAIGN-FILE
                   AT END
                       SET CMR-AT-END TO TRUE
                   NOT AT END
                       IF LINE-COUNT < MAX-LINES
                           ADD 1 TO LINE-COUNT
                           MOVE CAMPAIGN-RECORD
                               TO REG-LINE(LINE-COUNT)
                       ELSE
                           DISPLAY "campaign_report: ERROR - "
                               "campaign-register holds more than "
                               MAX-LINES " lines"
                           CLOSE CAMPAIGN-FILE
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           .

       Parse-Line.
      *> campaign_maint's layout; a free-text field is a record's
      *> last and is taken whole from the pointer.
           MOVE SPACES TO F-KIND F-CAMP F-1 F-2 F-3 F-4 F-5 F-6 F-7
               F-8 F-TEXT
           MOVE 1 TO F-PTR
           UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
               INTO F-KIND F-CAMP
               WITH POINTER F-PTR
           END-UNSTRING
           EVALUATE F-KIND
               WHEN "CAMPAIGN"
               WHEN "RUN"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-1 F-2 F-3 F-4 F-5
                       WITH POINTER F-PTR
                   END-UNSTRING
               WHEN "ARM"
               WHEN "CONCLUDED"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-1 F-2
                       WITH POINTER F-PTR
                   END-UNSTRING
               WHEN "FIGURE"
               WHEN "VERDICT"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-1 F-2 F-3 F-4 F-5 F-6 F-7 F-8
                       WITH POINTER F-PTR
                   END-UNSTRING
           END-EVALUATE
           IF F-PTR <= LENGTH OF REG-LINE(LINE-IDX)
               MOVE REG-LINE(LINE-IDX)(F-PTR:) TO F-TEXT
           END-IF
           .

       Load-Campaign.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               PERFORM Parse-Line
               IF F-CAMP = WS-CAMP-ID
                   PERFORM Note-Campaign-Line
               END-IF
           END-PERFORM
           .

       Note-Campaign-Line.
           EVALUATE F-KIND
               WHEN "CAMPAIGN"
                   SET CAMPAIGN-FOUND TO TRUE
                   MOVE F-1 TO CA-FROM
                   MOVE F-2 TO CA-TO
                   MOVE F-3 TO CA-SOURCE
                   MOVE F-4 TO CA-OWNER
                   MOVE F-TEXT TO CA-NAME
               WHEN "HYPOTHESIS"
                   MOVE F-TEXT TO CA-HYPOTHESIS
               WHEN "ARM"
                   IF CA-ARM-COUNT < MAX-ARMS
                       ADD 1 TO CA-ARM-COUNT
                       SET ARM-IDX TO CA-ARM-COUNT
                       MOVE F-1 TO CA-ARM-NAME(ARM-IDX)
                       MOVE F-TEXT TO CA-ARM-COND(ARM-IDX)
                       MOVE 0 TO CA-ARM-RUNS(ARM-IDX)
                           CA-ARM-DATA(ARM-IDX)
                   END-IF
               WHEN "RUN"
                   PERFORM Note-Run-Line
               WHEN "CONCLUDED"
                   SET CAMPAIGN-CONCLUDED TO TRUE
                   MOVE F-1 TO CA-CONCLUDED-BY
                   MOVE F-2 TO CA-CONCLUDED-TS
                   MOVE F-TEXT TO CA-CONCLUSION
               WHEN "FIGURE"
                   ADD 1 TO CA-FIGURES
               WHEN "VERDICT"
                   ADD 1 TO CA-VERDICTS
           END-EVALUATE
           .

       Note-Run-Line.
           MOVE 0 TO WS-ARM-SLOT
           PERFORM VARYING ARM-IDX FROM 1 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT OR WS-ARM-SLOT > 0
               IF CA-ARM-NAME(ARM-IDX) = F-1
                   SET WS-ARM-SLOT TO ARM-IDX
               END-IF
           END-PERFORM
           IF WS-ARM-SLOT = 0 OR CA-RUN-COUNT >= MAX-RUNS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CA-RUN-COUNT
           SET RUN-IDX TO CA-RUN-COUNT
           MOVE F-2 TO CA-RUN-ID(RUN-IDX)
           MOVE WS-ARM-SLOT TO CA-RUN-ARM(RUN-IDX)
           MOVE SPACE TO CA-RUN-STATE(RUN-IDX)
           ADD 1 TO CA-ARM-RUNS(WS-ARM-SLOT)
           .

       Check-Conclude.
           IF CAMPAIGN-CONCLUDED
               DISPLAY "campaign_report: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " was already concluded "
                   CA-CONCLUDED-TS(1:8) " - nothing recorded"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CA-ARM-COUNT < 2
               DISPLAY "campaign_report: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " has one arm - there "
                   "is nothing to conclude from"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CONCLUSION = SPACES
               DISPLAY "campaign_report: ERROR - state the "
                   "conclusion in COBJOULES_CAMPAIGN_CONCLUSION"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "campaign_report" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION SEC-ROLE SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           MOVE SEC-USER TO WS-WHO
           IF WS-WHO = SPACES
               DISPLAY "campaign_report: ERROR - the caller's login "
                   "could not be determined - nothing recorded"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Read-Local-Hostname.
           OPEN INPUT HOSTNAME-FILE
           IF HOST-FS = "00"
               READ HOSTNAME-FILE
                   NOT AT END
                       MOVE HOSTNAME-RECORD TO WS-LOCAL-HOST
               END-READ
               CLOSE HOSTNAME-FILE
           END-IF
           .

       Load-Noise-Profile.
           OPEN INPUT NOISE-PROFILE-IN
           IF NSP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET CMR-NOT-AT-END TO TRUE
           PERFORM UNTIL CMR-AT-END
               READ NOISE-PROFILE-IN
                   AT END
                       SET CMR-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-NSP-HOST F-NSP-DOMAIN
                           F-NSP-SECS F-NSP-FLOOR
                       UNSTRING NSP-RECORD DELIMITED BY ","
                           INTO F-NSP-HOST F-NSP-DOMAIN
                                F-NSP-SECS F-NSP-FLOOR
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(F-NSP-FLOOR)) = 0
                               AND FLOOR-COUNT < MAX-FLOORS
                           ADD 1 TO FLOOR-COUNT
                           SET FLR-IDX TO FLOOR-COUNT
                           MOVE F-NSP-HOST TO FLR-HOST(FLR-IDX)
                           MOVE FUNCTION TRIM(F-NSP-DOMAIN)
                               TO FLR-DOMAIN(FLR-IDX)
                           COMPUTE FLR-UJ(FLR-IDX) =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(F-NSP-FLOOR))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOISE-PROFILE-IN
           .

       Scan-Energy-Log.
           IF CA-SOURCE = "FLEET"
               MOVE "fleet-energy.log" TO WS-LOG-PATH WS-LOG-NAME
           ELSE
      *> archive first, then the live log.
               MOVE "energy-archive.log" TO WS-LOG-PATH
               OPEN INPUT ENERGY-LOG-IN
               IF ELG-FS = "00"
                   PERFORM Read-Energy-Log
               END-IF
               MOVE "energy.log" TO WS-LOG-PATH
           END-IF
           OPEN INPUT ENERGY-LOG-IN
           IF ELG-FS NOT = "00"
               DISPLAY "campaign_report: WARNING - could not open "
                   FUNCTION TRIM(WS-LOG-PATH) " (status " ELG-FS
                   ") - no run in it can be re-derived"
               EXIT PARAGRAPH
           END-IF
           PERFORM Read-Energy-Log
           .

       Read-Energy-Log.
           SET CMR-NOT-AT-END TO TRUE
           PERFORM UNTIL CMR-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET CMR-AT-END TO TRUE
                   NOT AT END
                       PERFORM Process-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           .

       Process-Line.
           MOVE SPACES TO ELOG-RAW-LINE
           IF CA-SOURCE = "FLEET"
               MOVE SPACES TO WS-LINE-HOST
               MOVE 1 TO WS-PTR
               UNSTRING ELG-RECORD DELIMITED BY ","
                   INTO WS-LINE-HOST
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PTR > LENGTH OF ELG-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE ELG-RECORD(WS-PTR:) TO ELOG-RAW-LINE
           ELSE
               MOVE WS-LOCAL-HOST TO WS-LINE-HOST
               MOVE ELG-RECORD TO ELOG-RAW-LINE
           END-IF
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR NOT ELOG-IS-DATA
                   OR ELOG-DOMAIN(1:8) NOT = "package-"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUN-SLOT
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > CA-RUN-COUNT OR WS-RUN-SLOT > 0
               IF CA-RUN-ID(RUN-IDX) = FUNCTION TRIM(ELOG-RUNID)
                   SET WS-RUN-SLOT TO RUN-IDX
               END-IF
           END-PERFORM
           IF WS-RUN-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CA-RUN-STATE(WS-RUN-SLOT) = 'V'
               EXIT PARAGRAPH
           END-IF
           IF CA-RUN-STATE(WS-RUN-SLOT) = SPACE
               MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
               CALL "run_void_check" USING WS-VOID-LOOKUP
                   WS-VOIDED-FLAG
               IF WS-VOIDED-FLAG = 'Y'
                   MOVE 'V' TO CA-RUN-STATE(WS-RUN-SLOT)
                   ADD 1 TO WS-VOIDED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO CA-RUN-STATE(WS-RUN-SLOT)
               ADD 1 TO CA-ARM-DATA(CA-RUN-ARM(WS-RUN-SLOT))
           END-IF

           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-NAME
           IF WS-LOOKUP-NAME = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-NAME
           END-IF
           PERFORM Find-Or-Add-Prog
           IF WS-PROG-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Or-Add-Pair
           IF WS-PAIR-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD ELOG-DELTA-UJ TO PR-UJ(WS-PAIR-SLOT)

      *> the line's own measurement floor: its host's profile
      *> figure for the domain.
           MOVE 0 TO WS-LINE-FLOOR
           PERFORM VARYING FLR-IDX FROM 1 BY 1
               UNTIL FLR-IDX > FLOOR-COUNT OR WS-LINE-FLOOR > 0
               IF FLR-HOST(FLR-IDX) = WS-LINE-HOST
                       AND FLR-DOMAIN(FLR-IDX) =
                           FUNCTION TRIM(ELOG-DOMAIN)
                   MOVE FLR-UJ(FLR-IDX) TO WS-LINE-FLOOR
               END-IF
           END-PERFORM
           IF WS-LINE-FLOOR = 0
               ADD 1 TO WS-NO-FLOOR
           END-IF
           ADD WS-LINE-FLOOR TO PR-FLOOR(WS-PAIR-SLOT)
           .

       Find-Or-Add-Prog.
           MOVE 0 TO WS-PROG-SLOT
           PERFORM VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > PROG-COUNT OR WS-PROG-SLOT > 0
               IF PROG-NAME(PROG-IDX) = WS-LOOKUP-NAME
                   SET WS-PROG-SLOT TO PROG-IDX
               END-IF
           END-PERFORM
           IF WS-PROG-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF PROG-COUNT >= MAX-PROGS
               ADD 1 TO WS-PROGS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PROG-COUNT
           MOVE WS-LOOKUP-NAME TO PROG-NAME(PROG-COUNT)
           MOVE PROG-COUNT TO WS-PROG-SLOT
           .

       Find-Or-Add-Pair.
           MOVE 0 TO WS-PAIR-SLOT
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT OR WS-PAIR-SLOT > 0
               IF PR-RUN(PAIR-IDX) = WS-RUN-SLOT
                       AND PR-PROG(PAIR-IDX) = WS-PROG-SLOT
                   SET WS-PAIR-SLOT TO PAIR-IDX
               END-IF
           END-PERFORM
           IF WS-PAIR-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF PAIR-COUNT >= MAX-PAIRS
               ADD 1 TO WS-PAIRS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAIR-COUNT
           SET PAIR-IDX TO PAIR-COUNT
           MOVE WS-RUN-SLOT TO PR-RUN(PAIR-IDX)
           MOVE WS-PROG-SLOT TO PR-PROG(PAIR-IDX)
           MOVE 0 TO PR-UJ(PAIR-IDX) PR-FLOOR(PAIR-IDX)
           MOVE PAIR-COUNT TO WS-PAIR-SLOT
           .

       Build-Cells.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > MAX-ARMS
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > MAX-PROGS
                   MOVE 0 TO CL-N(WS-A, WS-P) CL-SUM(WS-A, WS-P)
                       CL-SUMSQ(WS-A, WS-P) CL-MIN(WS-A, WS-P)
                       CL-MAX(WS-A, WS-P) CL-FLRSUM(WS-A, WS-P)
                       CL-MEAN(WS-A, WS-P) CL-SD(WS-A, WS-P)
                       CL-FLOOR(WS-A, WS-P) CL-DIFF(WS-A, WS-P)
                       CL-PCT(WS-A, WS-P) CL-NOISE(WS-A, WS-P)
                   MOVE SPACES TO CL-VERDICT(WS-A, WS-P)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               MOVE CA-RUN-ARM(PR-RUN(PAIR-IDX)) TO WS-A
               MOVE PR-PROG(PAIR-IDX) TO WS-P
               IF CL-N(WS-A, WS-P) = 0
                       OR PR-UJ(PAIR-IDX) < CL-MIN(WS-A, WS-P)
                   MOVE PR-UJ(PAIR-IDX) TO CL-MIN(WS-A, WS-P)
               END-IF
               IF PR-UJ(PAIR-IDX) > CL-MAX(WS-A, WS-P)
                   MOVE PR-UJ(PAIR-IDX) TO CL-MAX(WS-A, WS-P)
               END-IF
               ADD 1 TO CL-N(WS-A, WS-P)
               COMPUTE CL-SUM(WS-A, WS-P) =
                   CL-SUM(WS-A, WS-P) + PR-UJ(PAIR-IDX)
               COMPUTE CL-SUMSQ(WS-A, WS-P) =
                   CL-SUMSQ(WS-A, WS-P)
                   + PR-UJ(PAIR-IDX) * PR-UJ(PAIR-IDX)
               COMPUTE CL-FLRSUM(WS-A, WS-P) =
                   CL-FLRSUM(WS-A, WS-P) + PR-FLOOR(PAIR-IDX)
           END-PERFORM
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > CA-ARM-COUNT
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > PROG-COUNT
                   IF CL-N(WS-A, WS-P) > 0
                       PERFORM Compute-Cell-Stats
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Compute-Cell-Stats.
           COMPUTE CL-MEAN(WS-A, WS-P) =
               CL-SUM(WS-A, WS-P) / CL-N(WS-A, WS-P)
           COMPUTE WS-VARIANCE =
               (CL-SUMSQ(WS-A, WS-P) / CL-N(WS-A, WS-P))
               - (CL-MEAN(WS-A, WS-P) * CL-MEAN(WS-A, WS-P))
           IF WS-VARIANCE < 0
               MOVE 0 TO WS-VARIANCE
           END-IF
           COMPUTE CL-SD(WS-A, WS-P) = FUNCTION SQRT(WS-VARIANCE)
           COMPUTE CL-FLOOR(WS-A, WS-P) =
               CL-FLRSUM(WS-A, WS-P) / CL-N(WS-A, WS-P)
           .

       Compare-Arms.
      *> every arm after the first against the control, per
      *> program; the verdict lands in the arm's cell.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > PROG-COUNT
               PERFORM VARYING WS-A FROM 2 BY 1
                   UNTIL WS-A > CA-ARM-COUNT
                   PERFORM Compare-One-Cell
               END-PERFORM
           END-PERFORM
           .

       Compare-One-Cell.
           IF CL-N(1, WS-P) = 0 OR CL-N(WS-A, WS-P) = 0
               MOVE "NO-DATA" TO CL-VERDICT(WS-A, WS-P)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COMPARED
           COMPUTE CL-DIFF(WS-A, WS-P) =
               CL-MEAN(WS-A, WS-P) - CL-MEAN(1, WS-P)
           IF CL-MEAN(1, WS-P) > 0
               COMPUTE CL-PCT(WS-A, WS-P) =
                   CL-DIFF(WS-A, WS-P) * 100 / CL-MEAN(1, WS-P)
           END-IF
           MOVE CL-FLOOR(1, WS-P) TO WS-FLOOR-MAX
           IF CL-FLOOR(WS-A, WS-P) > WS-FLOOR-MAX
               MOVE CL-FLOOR(WS-A, WS-P) TO WS-FLOOR-MAX
           END-IF
           COMPUTE CL-NOISE(WS-A, WS-P) =
               CL-SD(1, WS-P) + CL-SD(WS-A, WS-P) + WS-FLOOR-MAX
           EVALUATE TRUE
               WHEN CL-N(1, WS-P) < 2 OR CL-N(WS-A, WS-P) < 2
                   MOVE "FEW-RUNS" TO CL-VERDICT(WS-A, WS-P)
               WHEN FUNCTION ABS(CL-DIFF(WS-A, WS-P))
                       > CL-NOISE(WS-A, WS-P)
                   MOVE "EXCEEDS" TO CL-VERDICT(WS-A, WS-P)
               WHEN OTHER
                   MOVE "WITHIN" TO CL-VERDICT(WS-A, WS-P)
           END-EVALUATE
           .

       Report-Campaign.
           MOVE SPACES TO RPT-LINE
           STRING "Campaign " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(CA-NAME) DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE CA-TO TO CA-TO-TEXT
           IF CA-TO-TEXT = SPACES
               MOVE "open" TO CA-TO-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  owner " DELIMITED BY SIZE
                  FUNCTION TRIM(CA-OWNER) DELIMITED BY SIZE
                  ", dates " DELIMITED BY SIZE
                  CA-FROM DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(CA-TO-TEXT) DELIMITED BY SIZE
                  ", runs read from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-NAME) DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           STRING "  hypothesis: " DELIMITED BY SIZE
                  CA-HYPOTHESIS(1:118) DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           IF CA-HYPOTHESIS(119:82) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "              " DELIMITED BY SIZE
                      CA-HYPOTHESIS(119:82) DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           PERFORM VARYING ARM-IDX FROM 1 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT
               PERFORM Report-Arm
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           .

       Report-Arm.
           MOVE SPACES TO RPT-LINE
           MOVE CA-ARM-RUNS(ARM-IDX) TO N-DISP
           MOVE CA-ARM-DATA(ARM-IDX) TO U-DISP
           IF ARM-IDX = 1
               STRING "  arm " DELIMITED BY SIZE
                      CA-ARM-NAME(ARM-IDX) DELIMITED BY SIZE
                      " control, " DELIMITED BY SIZE
                      FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                      " run(s) assigned, " DELIMITED BY SIZE
                      FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
                      " with data: " DELIMITED BY SIZE
                      CA-ARM-COND(ARM-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING "  arm " DELIMITED BY SIZE
                      CA-ARM-NAME(ARM-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                      " run(s) assigned, " DELIMITED BY SIZE
                      FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
                      " with data: " DELIMITED BY SIZE
                      CA-ARM-COND(ARM-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           .

       Report-Figure-Heading.
           MOVE "  program              arm                runs"
               & "            mean          spread             min"
               & "             max         floor" TO RPT-LINE
           PERFORM Write-Report-Line
           .

       Report-Verdict-Heading.
           MOVE SPACES TO RPT-LINE
           STRING "Against control " DELIMITED BY SIZE
                  FUNCTION TRIM(CA-ARM-NAME(1)) DELIMITED BY SIZE
                  " (noise = spread of both arms + the larger "
                      DELIMITED BY SIZE
                  "measurement floor):" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "  program              arm                    "
               & "  diff uJ     diff %         noise uJ  verdict"
               TO RPT-LINE
           PERFORM Write-Report-Line
           .

       Report-Live.
           MOVE "Energy per run by arm (uJ, package domains; spread "
               & "= standard deviation; floor = measurement floor "
               & "of a run):" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM Report-Figure-Heading
           IF PAIR-COUNT = 0
               MOVE "  (none of the campaign's runs logged package "
                   & "data)" TO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > PROG-COUNT
               PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > CA-ARM-COUNT
                   IF CL-N(WS-A, WS-P) > 0
                       PERFORM Cell-To-Print
                       PERFORM Print-Figure-Line
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           IF CA-ARM-COUNT < 2
               MOVE "(one arm - nothing to compare yet)" TO RPT-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM Report-Verdict-Heading
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > PROG-COUNT
               PERFORM VARYING WS-A FROM 2 BY 1
                   UNTIL WS-A > CA-ARM-COUNT
                   IF CL-N(1, WS-P) > 0 OR CL-N(WS-A, WS-P) > 0
                       PERFORM Cell-To-Print
                       PERFORM Print-Verdict-Line
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Cell-To-Print.
           MOVE PROG-NAME(WS-P) TO P-PROG
           MOVE CA-ARM-NAME(WS-A) TO P-ARM
           MOVE CL-N(WS-A, WS-P) TO P-RUNS
           COMPUTE P-MEAN ROUNDED = CL-MEAN(WS-A, WS-P)
           COMPUTE P-SD ROUNDED = CL-SD(WS-A, WS-P)
           MOVE CL-MIN(WS-A, WS-P) TO P-MIN
           MOVE CL-MAX(WS-A, WS-P) TO P-MAX
           COMPUTE P-FLOOR ROUNDED = CL-FLOOR(WS-A, WS-P)
           COMPUTE P-DIFF ROUNDED = CL-DIFF(WS-A, WS-P)
           COMPUTE P-PCT ROUNDED = CL-PCT(WS-A, WS-P)
           COMPUTE P-NOISE ROUNDED = CL-NOISE(WS-A, WS-P)
           MOVE CL-VERDICT(WS-A, WS-P) TO P-VERDICT
           .

       Print-Figure-Line.
           MOVE P-PROG TO FG-PROG
           MOVE P-ARM TO FG-ARM
           MOVE P-RUNS TO FG-RUNS
           MOVE P-MEAN TO FG-MEAN
           MOVE P-SD TO FG-SD
           MOVE P-MIN TO FG-MIN
           MOVE P-MAX TO FG-MAX
           MOVE P-FLOOR TO FG-FLOOR
           MOVE FIGURE-LINE TO RPT-LINE
           PERFORM Write-Report-Line
           .

       Print-Verdict-Line.
           MOVE P-PROG TO VD-PROG
           MOVE P-ARM TO VD-ARM
           MOVE P-DIFF TO VD-DIFF
           MOVE P-PCT TO VD-PCT
           MOVE P-NOISE TO VD-NOISE
           EVALUATE P-VERDICT
               WHEN "EXCEEDS"
                   MOVE "EXCEEDS the noise floor" TO VD-TEXT
               WHEN "WITHIN"
                   MOVE "within the noise floor" TO VD-TEXT
               WHEN "FEW-RUNS"
                   MOVE "too few runs to judge (2+ per arm)"
                       TO VD-TEXT
               WHEN OTHER
                   MOVE "no data on one side" TO VD-TEXT
           END-EVALUATE
           IF P-VERDICT = "NO-DATA"
               MOVE 0 TO VD-DIFF VD-PCT VD-NOISE
           END-IF
           MOVE VERDICT-LINE TO RPT-LINE
           PERFORM Write-Report-Line
           .

       Report-Recorded.
      *> the register's own figures, then the log's view of them.
           MOVE SPACES TO RPT-LINE
           STRING "Concluded " DELIMITED BY SIZE
                  CA-CONCLUDED-TS(1:8) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(CA-CONCLUDED-BY) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CA-CONCLUSION(1:100) DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           IF CA-CONCLUSION(101:100) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "  " DELIMITED BY SIZE
                      CA-CONCLUSION(101:100) DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Recorded at conclusion - energy per run by arm (uJ, "
               & "package domains):" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM Report-Figure-Heading
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               PERFORM Parse-Line
               IF F-KIND = "FIGURE" AND F-CAMP = WS-CAMP-ID
                   PERFORM Recorded-Figure
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM Report-Verdict-Heading
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               PERFORM Parse-Line
               IF F-KIND = "VERDICT" AND F-CAMP = WS-CAMP-ID
                   PERFORM Recorded-Verdict
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE CA-VERDICTS TO N-DISP
           MOVE SPACES TO RPT-LINE
           IF WS-DIFFER = 0
               STRING "Re-derived from " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-NAME) DELIMITED BY SIZE
                      " now: all " DELIMITED BY SIZE
                      FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                      " recorded verdict(s) still hold"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               MOVE WS-DIFFER TO U-DISP
               STRING "Re-derived from " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-NAME) DELIMITED BY SIZE
                      " now: " DELIMITED BY SIZE
                      FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                      " recorded verdict(s) differ (marked *) - "
                          DELIMITED BY SIZE
                      "runs voided or purged since; "
                          DELIMITED BY SIZE
                      "the recorded figures stand"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           .

       Recorded-Figure.
           MOVE F-2 TO P-PROG
           MOVE F-1 TO P-ARM
           COMPUTE P-RUNS = FUNCTION NUMVAL(F-3)
           COMPUTE P-MEAN = FUNCTION NUMVAL(F-4)
           COMPUTE P-SD = FUNCTION NUMVAL(F-5)
           COMPUTE P-MIN = FUNCTION NUMVAL(F-6)
           COMPUTE P-MAX = FUNCTION NUMVAL(F-7)
           COMPUTE P-FLOOR = FUNCTION NUMVAL(F-8)
           PERFORM Print-Figure-Line
           .

       Recorded-Verdict.
           MOVE F-1 TO P-PROG
           MOVE F-2 TO P-ARM
           COMPUTE P-DIFF = FUNCTION NUMVAL(F-4)
           COMPUTE P-PCT = FUNCTION NUMVAL(F-5)
           COMPUTE P-NOISE = FUNCTION NUMVAL(F-6)
           MOVE F-7 TO P-VERDICT
           PERFORM Print-Verdict-Line

      *> what the log gives for the same program and arm today.
           MOVE "NO-DATA" TO WS-LIVE-CODE
           MOVE 0 TO WS-A WS-P
           PERFORM VARYING ARM-IDX FROM 2 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT OR WS-A > 0
               IF CA-ARM-NAME(ARM-IDX) = P-ARM
                   SET WS-A TO ARM-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > PROG-COUNT OR WS-P > 0
               IF PROG-NAME(PROG-IDX) = P-PROG
                   SET WS-P TO PROG-IDX
               END-IF
           END-PERFORM
           IF WS-A > 0 AND WS-P > 0
               MOVE CL-VERDICT(WS-A, WS-P) TO WS-LIVE-CODE
           END-IF
           IF WS-LIVE-CODE = P-VERDICT
               ADD 1 TO WS-AGREE
           ELSE
               ADD 1 TO WS-DIFFER
               MOVE SPACES TO RPT-LINE
               STRING "  * " DELIMITED BY SIZE
                      FUNCTION TRIM(P-PROG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(P-ARM) DELIMITED BY SIZE
                      ": the log now gives " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIVE-CODE) DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           .

       Report-Notes.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > CA-RUN-COUNT
               IF CA-RUN-STATE(RUN-IDX) = SPACE
                   ADD 1 TO WS-NO-DATA
               END-IF
           END-PERFORM
           IF WS-VOIDED > 0
               MOVE WS-VOIDED TO N-DISP
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                      " assigned run(s) were voided through run_void "
                          DELIMITED BY SIZE
                      "and are left out)" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           IF WS-NO-DATA > 0
               MOVE WS-NO-DATA TO N-DISP
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                      " assigned run(s) logged no package data in "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-NAME) DELIMITED BY SIZE
                      " - purged, or not consolidated yet)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           IF WS-NO-FLOOR > 0
               MOVE WS-NO-FLOOR TO U-DISP
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
                      " line(s) had no host-noise-profile floor for "
                          DELIMITED BY SIZE
                      "their host and domain - run noise_floor there;"
                          DELIMITED BY SIZE
                      " the floors shown are understated)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           IF WS-PROGS-FULL > 0 OR WS-PAIRS-FULL > 0
               MOVE SPACES TO RPT-LINE
               STRING "(WARNING - more programs or run/program "
                          DELIMITED BY SIZE
                      "pairs than the report holds; some lines were "
                          DELIMITED BY SIZE
                      "dropped)" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           .

       Warn-Missing-Runs.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > CA-RUN-COUNT
               IF CA-RUN-STATE(RUN-IDX) = SPACE
                   DISPLAY "campaign_report: WARNING - run "
                       FUNCTION TRIM(CA-RUN-ID(RUN-IDX)) " of arm "
                       FUNCTION TRIM(CA-ARM-NAME(CA-RUN-ARM(RUN-IDX)))
                       " logged no package data in "
                       FUNCTION TRIM(WS-LOG-NAME)
                       " - concluded without it"
               END-IF
           END-PERFORM
           .

       Record-Conclusion.
           OPEN EXTEND CAMPAIGN-FILE
           IF CMP-FS NOT = "00"
               DISPLAY "campaign_report: ERROR - could not open "
                   "campaign-register for update (status " CMP-FS
                   ") - nothing recorded"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > PROG-COUNT
               PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > CA-ARM-COUNT
                   IF CL-N(WS-A, WS-P) > 0
                       PERFORM Write-Figure-Record
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > PROG-COUNT
               PERFORM VARYING WS-A FROM 2 BY 1
                   UNTIL WS-A > CA-ARM-COUNT
                   IF CL-N(1, WS-P) > 0 OR CL-N(WS-A, WS-P) > 0
                       PERFORM Write-Verdict-Record
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CAMPAIGN-RECORD
           STRING "CONCLUDED," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONCLUSION) DELIMITED BY SIZE
               INTO CAMPAIGN-RECORD
           WRITE CAMPAIGN-RECORD
           CLOSE CAMPAIGN-FILE

           OPEN EXTEND AUDIT-FILE
           IF AUD-FS = "05" OR AUD-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUD-FS = "00" OR AUD-FS = "05"
               MOVE SPACES TO AUDIT-RECORD
               STRING WS-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                      ",CONCLUDE," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONCLUSION) DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           STRING "Recorded in campaign-register as the conclusion "
                      DELIMITED BY SIZE
                  "of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  " - the campaign is closed to further runs"
                      DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Write-Figure-Record.
           PERFORM Cell-To-Print
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE 1 TO WS-PTR
           STRING "FIGURE," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(P-ARM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(P-PROG) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO CAMPAIGN-RECORD
               WITH POINTER WS-PTR
           MOVE P-RUNS TO N-DISP
           STRING FUNCTION TRIM(N-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO CAMPAIGN-RECORD
               WITH POINTER WS-PTR
           MOVE P-MEAN TO U-DISP
           PERFORM Append-Number
           MOVE P-SD TO U-DISP
           PERFORM Append-Number
           MOVE P-MIN TO U-DISP
           PERFORM Append-Number
           MOVE P-MAX TO U-DISP
           PERFORM Append-Number
           MOVE P-FLOOR TO U-DISP
           STRING FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
               INTO CAMPAIGN-RECORD
               WITH POINTER WS-PTR
           WRITE CAMPAIGN-RECORD
           .

       Append-Number.
           STRING FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO CAMPAIGN-RECORD
               WITH POINTER WS-PTR
           .

       Write-Verdict-Record.
           PERFORM Cell-To-Print
           IF P-VERDICT = "NO-DATA"
               MOVE 0 TO P-DIFF P-PCT P-NOISE
           END-IF
           MOVE P-DIFF TO D-DISP
           MOVE P-PCT TO PCT-DISP
           MOVE P-NOISE TO U-DISP
           MOVE SPACES TO CAMPAIGN-RECORD
           STRING "VERDICT," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(P-PROG) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(P-ARM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CA-ARM-NAME(1)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(D-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(U-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(P-VERDICT) DELIMITED BY SIZE
               INTO CAMPAIGN-RECORD
           WRITE CAMPAIGN-RECORD
           .

       Open-Report.
           MOVE "OPEN" TO RPT-ACTION
           MOVE "campaign_report" TO RPT-PROGRAM
           MOVE "Measurement campaign summary" TO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           STRING "COBJOULES_CAMPAIGN_ID=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
               INTO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           .

       Close-Report.
           MOVE "CLOSE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Write-Report-Line.
           MOVE "LINE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       END PROGRAM campaign-report.
