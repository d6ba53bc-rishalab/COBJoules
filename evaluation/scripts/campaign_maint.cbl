       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaign-maint.
       AUTHOR. Shiva9361.

      *> Measurement campaign register: a study like "does the new
      *> kernel cost more at 50000 items" spans many nights and
      *> hosts, and which runs belonged to which side of it lived
      *> in someone's notebook - so a conclusion drawn in March
      *> could not be re-checked in June. This keeps the studies in
      *> "campaign-register", one record per fact:
      *>
      *>   CAMPAIGN,<id>,<from>,<to>,<source>,<owner>,<opened ts>,
      *>            <name>
      *>   HYPOTHESIS,<id>,<text>
      *>   ARM,<id>,<arm>,<deck>,<condition>
      *>   RUN,<id>,<arm>,<run id>,<MANUAL|DECK>,<by>,<ts>
      *>   FIGURE,<id>,...  VERDICT,<id>,...  CONCLUDED,<id>,...
      *>
      *> <from>/<to> are YYYYMMDD (a blank <to> is open-ended).
      *> <source> is the log the runs are read back from: FLEET
      *> (fleet-energy.log) when the fleet master exists as the
      *> campaign opens, else LOCAL (energy.log) - facility_rollup's
      *> rule, fixed at OPEN so a later consolidation cannot change
      *> what the study measured. The first arm added is the
      *> control every other arm is compared against. FIGURE,
      *> VERDICT and CONCLUDED records are written by
      *> campaign_report when a study is concluded; a concluded
      *> campaign takes no further arms or runs.
      *>
      *> COBJOULES_CAMPAIGN_ACTION selects what to do:
      *>   OPEN     - start a campaign: COBJOULES_CAMPAIGN_ID (up to
      *>              16 characters, no blanks or commas),
      *>              COBJOULES_CAMPAIGN_NAME,
      *>              COBJOULES_CAMPAIGN_HYPOTHESIS, optional
      *>              COBJOULES_CAMPAIGN_OWNER (default the caller),
      *>              COBJOULES_CAMPAIGN_FROM (default today) and
      *>              COBJOULES_CAMPAIGN_TO
      *>   ARM      - add an arm: COBJOULES_CAMPAIGN_ID,
      *>              COBJOULES_CAMPAIGN_ARM, COBJOULES_CAMPAIGN_
      *>              CONDITION (what is different on this arm) and
      *>              optional COBJOULES_CAMPAIGN_DECK - the job
      *>              deck whose runs belong to the arm
      *>   ASSIGN   - put COBJOULES_CAMPAIGN_RUNS (run ids, blank-
      *>              or colon-separated) on COBJOULES_CAMPAIGN_ARM
      *>   UNASSIGN - take COBJOULES_CAMPAIGN_RUNS back out (assigned
      *>              in error); the register is rewritten by the
      *>              build-then-swap route annotation_maint uses
      *>   COLLECT  - assign from the decks: every run in
      *>              run-manifest.log whose COBJOULES_JOB_DECK
      *>              (batch-job-deck when unset) is an arm's deck
      *>              and whose stamp falls in the campaign's dates
      *>              goes on that arm. The runs are written into
      *>              the register as RUN records, so membership no
      *>              longer depends on the manifest or the deck.
      *>              Only this host's manifest is read - runs from
      *>              other hosts are ASSIGNed by id.
      *>   LIST     - every campaign (the default), or
      *>              COBJOULES_CAMPAIGN_ID's arms and runs
      *>
      *> A run belongs to one arm of a campaign at most. Every
      *> change is appended to "campaign-audit.log" with the
      *> caller's actual login (security_check).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaign-register"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMP-FS.

           SELECT CAMPAIGN-NEW ASSIGN TO "campaign-register.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMPNEW-FS.

           SELECT MANIFEST-IN ASSIGN TO "run-manifest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FS.

           SELECT FLEET-LOG-IN ASSIGN TO "fleet-energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLT-FS.

           SELECT AUDIT-FILE ASSIGN TO "campaign-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD PIC X(300).

       FD  CAMPAIGN-NEW.
       01  CAMPAIGN-NEW-RECORD PIC X(300).

       FD  MANIFEST-IN.
       01  MANIFEST-RECORD PIC X(200).

       FD  FLEET-LOG-IN.
       01  FLT-RECORD PIC X(400).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(350).

       WORKING-STORAGE SECTION.
       01  CMP-FS        PIC XX.
       01  CMPNEW-FS     PIC XX.
       01  MAN-FS        PIC XX.
       01  FLT-FS        PIC XX.
       01  AUD-FS        PIC XX.
       01  CMM-EOF       PIC X VALUE 'N'.
           88  CMM-AT-END     VALUE 'Y'.
           88  CMM-NOT-AT-END VALUE 'N'.

      *> the whole register, loaded for the checks every action
      *> makes and for the rewrite UNASSIGN needs.
       01  MAX-LINES     PIC 9(4) VALUE 2000.
       01  LINE-COUNT    PIC 9(4) VALUE 0.
       01  REG-TABLE.
           05  REG-LINE OCCURS 2000 TIMES
                               INDEXED BY LINE-IDX PIC X(300).
       01  WS-LINE-IDX   PIC 9(4).

      *> one register line taken apart.
       01  F-KIND        PIC X(12).
       01  F-CAMP        PIC X(20).
       01  F-A           PIC X(60).
       01  F-B           PIC X(60).
       01  F-C           PIC X(20).
       01  F-D           PIC X(20).
       01  F-E           PIC X(21).
       01  F-TEXT        PIC X(200).
       01  F-PTR         PIC 9(4) COMP.

      *> the campaign being worked on, gathered from the register.
       01  CA-FOUND      PIC X VALUE 'N'.
           88  CAMPAIGN-FOUND VALUE 'Y'.
       01  CA-CONCLUDED  PIC X VALUE 'N'.
           88  CAMPAIGN-CONCLUDED VALUE 'Y'.
       01  CA-FROM       PIC X(8).
       01  CA-TO         PIC X(8).
       01  CA-TO-TEXT    PIC X(8).
       01  CA-SOURCE     PIC X(5).
       01  CA-OWNER      PIC X(20).
       01  CA-OPENED     PIC X(21).
       01  CA-NAME       PIC X(200).
       01  CA-HYPOTHESIS PIC X(200).
       01  CA-CONCLUSION PIC X(200).
       01  CA-CONCLUDED-TS PIC X(21).
       01  MAX-ARMS      PIC 9(2) VALUE 10.
       01  CA-ARM-COUNT  PIC 9(2) VALUE 0.
       01  CA-ARM-TABLE.
           05  CA-ARM OCCURS 10 TIMES INDEXED BY ARM-IDX.
               10  CA-ARM-NAME  PIC X(16).
               10  CA-ARM-DECK  PIC X(60).
               10  CA-ARM-COND  PIC X(200).
               10  CA-ARM-RUNS  PIC 9(4).
       01  MAX-RUNS      PIC 9(4) VALUE 500.
       01  CA-RUN-COUNT  PIC 9(4) VALUE 0.
       01  CA-RUN-TABLE.
           05  CA-RUN OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  CA-RUN-ID    PIC X(21).
               10  CA-RUN-ARM   PIC X(16).
               10  CA-RUN-HOW   PIC X(6).
       01  WS-ARM-SLOT   PIC 9(2).
       01  WS-RUN-SLOT   PIC 9(4).

       01  WS-ACTION     PIC X(10).
       01  WS-CAMP-ID    PIC X(40).
       01  WS-ARM        PIC X(40).
       01  WS-NAME       PIC X(200).
       01  WS-HYPOTHESIS PIC X(200).
       01  WS-CONDITION  PIC X(200).
       01  WS-DECK       PIC X(60).
       01  WS-OWNER      PIC X(40).
       01  WS-FROM       PIC X(10).
       01  WS-TO         PIC X(10).
       01  WS-RUNS       PIC X(400).
       01  WS-TODAY      PIC X(8).
       01  WS-STAMP      PIC X(21).
       01  WS-WHO        PIC X(20) VALUE SPACES.
       COPY "secchk.cpy".

       01  WS-CHECK      PIC X(60).
       01  WS-CHECK-LEN  PIC 9(4).
       01  WS-BAD        PIC 9(4).
       01  WS-CHECK-DATE PIC X(10).
       01  WS-DATE-NUM   PIC 9(8).
       01  WS-VALID      PIC 9(1).
       01  WS-REASON     PIC X(80).

       01  WS-RUN-PTR    PIC 9(4) COMP.
       01  WS-ONE-RUN    PIC X(40).
       01  WS-ADDED      PIC 9(4) VALUE 0.
       01  WS-SKIPPED    PIC 9(4) VALUE 0.
       01  WS-REMOVED    PIC 9(4) VALUE 0.
       01  WS-HOW        PIC X(6).
       01  WS-NEW-RECORD PIC X(300).
       01  WS-AUDIT-DETAIL PIC X(200).
       01  WS-APPEND-OPEN PIC X VALUE 'N'.
           88  APPEND-IS-OPEN VALUE 'Y'.

      *> COLLECT's view of a manifest record.
       01  F-MAN-KIND    PIC X(12).
       01  F-MAN-RUNID   PIC X(21).
       01  F-MAN-STAMP   PIC X(21).
       01  F-MAN-WHAT    PIC X(12).
       01  F-MAN-DETAIL  PIC X(150).
       01  WS-MAN-KEY    PIC X(40).
       01  WS-MAN-VALUE  PIC X(100).
       01  WS-DECK-RUNS  PIC 9(5) VALUE 0.
       01  WS-OUT-OF-DATES PIC 9(5) VALUE 0.
       01  WS-TO-LIMIT   PIC X(8).

       01  WS-TMP-NAME   PIC X(40) VALUE "campaign-register.tmp".
       01  WS-REG-NAME   PIC X(40) VALUE "campaign-register".
       01  WS-RENAME-RC  PIC 9(9) COMP-5.

       01  WS-LISTED     PIC 9(4) VALUE 0.
       01  WS-STATUS-TEXT PIC X(9).
       01  ARM-RUNS-DISP PIC Z(3)9.
       01  RUNS-DISP     PIC Z(3)9.
       01  ARMS-DISP     PIC Z9.
       01  COUNT-DISP    PIC Z(4)9.
       01  COUNT-DISP-2  PIC Z(4)9.
       01  COUNT-DISP-3  PIC Z(4)9.

       PROCEDURE DIVISION.
       Main-Campaign-Maint.
           ACCEPT WS-ACTION FROM ENVIRONMENT
               "COBJOULES_CAMPAIGN_ACTION"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
               TO WS-ACTION
           IF WS-ACTION = SPACES
               MOVE "LIST" TO WS-ACTION
           END-IF
           ACCEPT WS-CAMP-ID FROM ENVIRONMENT "COBJOULES_CAMPAIGN_ID"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMP-ID))
               TO WS-CAMP-ID
           ACCEPT WS-ARM FROM ENVIRONMENT "COBJOULES_CAMPAIGN_ARM"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARM)) TO WS-ARM
           ACCEPT WS-RUNS FROM ENVIRONMENT "COBJOULES_CAMPAIGN_RUNS"
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-TODAY

           PERFORM Load-Register
           EVALUATE WS-ACTION
               WHEN "OPEN"
                   PERFORM Do-Open THRU Do-Open-Exit
               WHEN "ARM"
                   PERFORM Do-Arm THRU Do-Arm-Exit
               WHEN "ASSIGN"
                   PERFORM Do-Assign THRU Do-Assign-Exit
               WHEN "UNASSIGN"
                   PERFORM Do-Unassign THRU Do-Unassign-Exit
               WHEN "COLLECT"
                   PERFORM Do-Collect THRU Do-Collect-Exit
               WHEN "LIST"
                   PERFORM Do-List
               WHEN OTHER
                   DISPLAY "campaign_maint: ERROR - unrecognized "
                       "action '" FUNCTION TRIM(WS-ACTION)
                       "' (expected OPEN, ARM, ASSIGN, UNASSIGN, "
                       "COLLECT or LIST)"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Load-Register.
           MOVE 0 TO LINE-COUNT
           SET CMM-NOT-AT-END TO TRUE
           OPEN INPUT CAMPAIGN-FILE
           IF CMP-FS NOT = "00"
      *> a missing register starts empty - OPEN writes the first
      *> campaign into it.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CMM-AT-END
               READ CAMPAIGN-FILE
                   AT END
                       SET CMM-AT-END TO TRUE
                   NOT AT END
                       IF LINE-COUNT < MAX-LINES
                           ADD 1 TO LINE-COUNT
                           MOVE CAMPAIGN-RECORD
                               TO REG-LINE(LINE-COUNT)
                       ELSE
                           DISPLAY "campaign_maint: ERROR - "
                               "campaign-register holds more than "
                               MAX-LINES " lines - nothing changed"
                           CLOSE CAMPAIGN-FILE
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           .

       Parse-Line.
      *> REG-LINE(LINE-IDX) into F-KIND/F-CAMP and the fields its
      *> kind carries; a free-text field is always a record's last,
      *> so it is taken whole from the pointer and may hold commas.
           MOVE SPACES TO F-KIND F-CAMP F-A F-B F-C F-D F-E F-TEXT
           MOVE 1 TO F-PTR
           UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
               INTO F-KIND F-CAMP
               WITH POINTER F-PTR
           END-UNSTRING
           EVALUATE F-KIND
               WHEN "CAMPAIGN"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-A F-B F-C F-D F-E
                       WITH POINTER F-PTR
                   END-UNSTRING
               WHEN "ARM"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-A F-B
                       WITH POINTER F-PTR
                   END-UNSTRING
               WHEN "RUN"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-A F-B F-C F-D F-E
                       WITH POINTER F-PTR
                   END-UNSTRING
               WHEN "CONCLUDED"
                   UNSTRING REG-LINE(LINE-IDX) DELIMITED BY ","
                       INTO F-D F-E
                       WITH POINTER F-PTR
                   END-UNSTRING
           END-EVALUATE
           IF F-PTR <= LENGTH OF REG-LINE(LINE-IDX)
               MOVE REG-LINE(LINE-IDX)(F-PTR:) TO F-TEXT
           END-IF
           .

       Load-Campaign.
      *> everything the register holds on WS-CAMP-ID.
           MOVE 'N' TO CA-FOUND CA-CONCLUDED
           MOVE SPACES TO CA-FROM CA-TO CA-SOURCE CA-OWNER CA-OPENED
               CA-NAME CA-HYPOTHESIS CA-CONCLUSION CA-CONCLUDED-TS
           MOVE 0 TO CA-ARM-COUNT CA-RUN-COUNT
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
                   MOVE F-A TO CA-FROM
                   MOVE F-B TO CA-TO
                   MOVE F-C TO CA-SOURCE
                   MOVE F-D TO CA-OWNER
                   MOVE F-E TO CA-OPENED
                   MOVE F-TEXT TO CA-NAME
               WHEN "HYPOTHESIS"
                   MOVE F-TEXT TO CA-HYPOTHESIS
               WHEN "ARM"
                   IF CA-ARM-COUNT < MAX-ARMS
                       ADD 1 TO CA-ARM-COUNT
                       SET ARM-IDX TO CA-ARM-COUNT
                       MOVE F-A TO CA-ARM-NAME(ARM-IDX)
                       MOVE F-B TO CA-ARM-DECK(ARM-IDX)
                       MOVE F-TEXT TO CA-ARM-COND(ARM-IDX)
                       MOVE 0 TO CA-ARM-RUNS(ARM-IDX)
                   END-IF
               WHEN "RUN"
                   IF CA-RUN-COUNT < MAX-RUNS
                       ADD 1 TO CA-RUN-COUNT
                       SET RUN-IDX TO CA-RUN-COUNT
                       MOVE F-B TO CA-RUN-ID(RUN-IDX)
                       MOVE F-A TO CA-RUN-ARM(RUN-IDX)
                       MOVE F-C TO CA-RUN-HOW(RUN-IDX)
                       PERFORM VARYING ARM-IDX FROM 1 BY 1
                           UNTIL ARM-IDX > CA-ARM-COUNT
                           IF CA-ARM-NAME(ARM-IDX) = F-A
                               ADD 1 TO CA-ARM-RUNS(ARM-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN "CONCLUDED"
                   SET CAMPAIGN-CONCLUDED TO TRUE
                   MOVE F-E TO CA-CONCLUDED-TS
                   MOVE F-TEXT TO CA-CONCLUSION
           END-EVALUATE
           .

       Find-Arm.
      *> WS-ARM-SLOT: the arm named WS-ARM, 0 when there is none.
           MOVE 0 TO WS-ARM-SLOT
           PERFORM VARYING ARM-IDX FROM 1 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT OR WS-ARM-SLOT > 0
               IF CA-ARM-NAME(ARM-IDX) = WS-ARM
                   SET WS-ARM-SLOT TO ARM-IDX
               END-IF
           END-PERFORM
           .

       Find-Run.
      *> WS-RUN-SLOT: WS-ONE-RUN's place in the campaign, 0 if it
      *> is on no arm yet.
           MOVE 0 TO WS-RUN-SLOT
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > CA-RUN-COUNT OR WS-RUN-SLOT > 0
               IF CA-RUN-ID(RUN-IDX) = WS-ONE-RUN
                   SET WS-RUN-SLOT TO RUN-IDX
               END-IF
           END-PERFORM
           .

       Check-Token.
      *> an identifier that goes between commas: non-blank, no
      *> embedded blanks or commas, and no longer than WS-CHECK-LEN
      *> (set by the caller).
           MOVE 1 TO WS-VALID
           IF WS-CHECK = SPACES
               MOVE 0 TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK)) > WS-CHECK-LEN
               MOVE 0 TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK))
               TO WS-CHECK-LEN
           MOVE 0 TO WS-BAD
           INSPECT WS-CHECK(1:WS-CHECK-LEN) TALLYING WS-BAD
               FOR ALL "," ALL " "
           IF WS-BAD > 0
               MOVE 0 TO WS-VALID
           END-IF
           .

       Check-Date.
           MOVE 1 TO WS-VALID
           IF FUNCTION TRIM(WS-CHECK-DATE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-DATE))
                       NOT = 8
               MOVE 0 TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-DATE(1:8) TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 0 TO WS-VALID
           END-IF
           .

       Ask-Who.
           MOVE "campaign_maint" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION SEC-ROLE SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           MOVE SEC-USER TO WS-WHO
           IF WS-WHO = SPACES
               DISPLAY "campaign_maint: ERROR - the caller's login "
                   "could not be determined - nothing changed"
               MOVE 1 TO RETURN-CODE
           END-IF
           .

       Need-Open-Campaign.
      *> the checks every action that changes a campaign makes;
      *> WS-VALID 0 when it may not be changed.
           MOVE 0 TO WS-VALID
           IF WS-CAMP-ID = SPACES
               DISPLAY "campaign_maint: ERROR - COBJOULES_CAMPAIGN_ID "
                   "is not set"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Campaign
           IF NOT CAMPAIGN-FOUND
               DISPLAY "campaign_maint: ERROR - no campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " in campaign-register"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CAMPAIGN-CONCLUDED
               DISPLAY "campaign_maint: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " was concluded "
                   CA-CONCLUDED-TS(1:8) " - its arms and runs are "
                   "closed"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM Ask-Who
           IF WS-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-VALID
           .

       Do-Open.
           IF WS-CAMP-ID = SPACES
               DISPLAY "campaign_maint: ERROR - COBJOULES_CAMPAIGN_ID "
                   "is not set"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Open-Exit
           END-IF
           MOVE WS-CAMP-ID TO WS-CHECK
           MOVE 16 TO WS-CHECK-LEN
           PERFORM Check-Token
           IF WS-VALID = 0
               DISPLAY "campaign_maint: ERROR - campaign id '"
                   FUNCTION TRIM(WS-CAMP-ID) "' must be 1-16 "
                   "characters with no blanks or commas"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Open-Exit
           END-IF
           PERFORM Load-Campaign
           IF CAMPAIGN-FOUND
               DISPLAY "campaign_maint: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " already exists"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Open-Exit
           END-IF

           ACCEPT WS-NAME FROM ENVIRONMENT "COBJOULES_CAMPAIGN_NAME"
           ACCEPT WS-HYPOTHESIS FROM ENVIRONMENT
               "COBJOULES_CAMPAIGN_HYPOTHESIS"
           ACCEPT WS-OWNER FROM ENVIRONMENT "COBJOULES_CAMPAIGN_OWNER"
           ACCEPT WS-FROM FROM ENVIRONMENT "COBJOULES_CAMPAIGN_FROM"
           ACCEPT WS-TO FROM ENVIRONMENT "COBJOULES_CAMPAIGN_TO"
           IF WS-NAME = SPACES OR WS-HYPOTHESIS = SPACES
               DISPLAY "campaign_maint: ERROR - a campaign needs "
                   "COBJOULES_CAMPAIGN_NAME and COBJOULES_CAMPAIGN_"
                   "HYPOTHESIS"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Open-Exit
           END-IF
           IF WS-FROM = SPACES
               MOVE WS-TODAY TO WS-FROM
           END-IF
           MOVE WS-FROM TO WS-CHECK-DATE
           PERFORM Check-Date
           IF WS-VALID = 0
               DISPLAY "campaign_maint: ERROR - COBJOULES_CAMPAIGN_"
                   "FROM '" FUNCTION TRIM(WS-FROM) "' is not a "
                   "YYYYMMDD calendar date"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Open-Exit
           END-IF
           IF WS-TO NOT = SPACES
               MOVE WS-TO TO WS-CHECK-DATE
               PERFORM Check-Date
               IF WS-VALID = 0 OR WS-TO(1:8) < WS-FROM(1:8)
                   DISPLAY "campaign_maint: ERROR - COBJOULES_"
                       "CAMPAIGN_TO '" FUNCTION TRIM(WS-TO) "' is "
                       "not a YYYYMMDD date on or after the FROM date"
                   MOVE 1 TO RETURN-CODE
                   GO TO Do-Open-Exit
               END-IF
           END-IF

           PERFORM Ask-Who
           IF WS-WHO = SPACES
               GO TO Do-Open-Exit
           END-IF
           IF WS-OWNER = SPACES
               MOVE WS-WHO TO WS-OWNER
           END-IF
           MOVE WS-OWNER TO WS-CHECK
           MOVE 20 TO WS-CHECK-LEN
           PERFORM Check-Token
           IF WS-VALID = 0
               DISPLAY "campaign_maint: ERROR - owner '"
                   FUNCTION TRIM(WS-OWNER) "' must be 1-20 "
                   "characters with no blanks or commas"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Open-Exit
           END-IF

      *> the log the study's runs will be read back from.
           MOVE "LOCAL" TO CA-SOURCE
           OPEN INPUT FLEET-LOG-IN
           IF FLT-FS = "00"
               MOVE "FLEET" TO CA-SOURCE
               CLOSE FLEET-LOG-IN
           END-IF

           PERFORM Open-Append
           MOVE SPACES TO WS-NEW-RECORD
           STRING "CAMPAIGN," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FROM(1:8) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CA-SOURCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OWNER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
               INTO WS-NEW-RECORD
           PERFORM Append-Record
           MOVE SPACES TO WS-NEW-RECORD
           STRING "HYPOTHESIS," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HYPOTHESIS) DELIMITED BY SIZE
               INTO WS-NEW-RECORD
           PERFORM Append-Record
           PERFORM Close-Append

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(CA-SOURCE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM Write-Audit-Line
           DISPLAY "campaign_maint: campaign "
               FUNCTION TRIM(WS-CAMP-ID) " opened from "
               WS-FROM(1:8) " (runs read from "
               FUNCTION TRIM(CA-SOURCE) " log) - add its arms next; "
               "the first arm is the control"
           .
       Do-Open-Exit.
           EXIT.

       Do-Arm.
           PERFORM Need-Open-Campaign
           IF WS-VALID = 0
               GO TO Do-Arm-Exit
           END-IF
           MOVE WS-ARM TO WS-CHECK
           MOVE 16 TO WS-CHECK-LEN
           PERFORM Check-Token
           IF WS-VALID = 0
               DISPLAY "campaign_maint: ERROR - arm name '"
                   FUNCTION TRIM(WS-ARM) "' must be 1-16 characters "
                   "with no blanks or commas"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Arm-Exit
           END-IF
           PERFORM Find-Arm
           IF WS-ARM-SLOT > 0
               DISPLAY "campaign_maint: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " already has an arm "
                   FUNCTION TRIM(WS-ARM)
               MOVE 1 TO RETURN-CODE
               GO TO Do-Arm-Exit
           END-IF
           IF CA-ARM-COUNT >= MAX-ARMS
               DISPLAY "campaign_maint: ERROR - a campaign has at "
                   "most " MAX-ARMS " arms"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Arm-Exit
           END-IF
           ACCEPT WS-CONDITION FROM ENVIRONMENT
               "COBJOULES_CAMPAIGN_CONDITION"
           ACCEPT WS-DECK FROM ENVIRONMENT "COBJOULES_CAMPAIGN_DECK"
           IF WS-CONDITION = SPACES
               DISPLAY "campaign_maint: ERROR - say what is "
                   "different on this arm in COBJOULES_CAMPAIGN_"
                   "CONDITION"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Arm-Exit
           END-IF
           IF WS-DECK NOT = SPACES
               MOVE WS-DECK TO WS-CHECK
               MOVE 60 TO WS-CHECK-LEN
               PERFORM Check-Token
               IF WS-VALID = 0
                   DISPLAY "campaign_maint: ERROR - deck '"
                       FUNCTION TRIM(WS-DECK) "' must be a file name "
                       "with no blanks or commas"
                   MOVE 1 TO RETURN-CODE
                   GO TO Do-Arm-Exit
               END-IF
      *> COLLECT decides a run's arm by its deck, so two arms on
      *> one deck could never be told apart.
               PERFORM VARYING ARM-IDX FROM 1 BY 1
                   UNTIL ARM-IDX > CA-ARM-COUNT
                   IF CA-ARM-DECK(ARM-IDX) = FUNCTION TRIM(WS-DECK)
                       DISPLAY "campaign_maint: ERROR - arm "
                           FUNCTION TRIM(CA-ARM-NAME(ARM-IDX))
                           " already collects deck "
                           FUNCTION TRIM(WS-DECK)
                       MOVE 1 TO RETURN-CODE
                       GO TO Do-Arm-Exit
                   END-IF
               END-PERFORM
           END-IF

           PERFORM Open-Append
           MOVE SPACES TO WS-NEW-RECORD
           STRING "ARM," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DECK) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONDITION) DELIMITED BY SIZE
               INTO WS-NEW-RECORD
           PERFORM Append-Record
           PERFORM Close-Append

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-ARM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONDITION) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM Write-Audit-Line
           IF CA-ARM-COUNT = 0
               DISPLAY "campaign_maint: arm " FUNCTION TRIM(WS-ARM)
                   " added to " FUNCTION TRIM(WS-CAMP-ID)
                   " as its control"
           ELSE
               DISPLAY "campaign_maint: arm " FUNCTION TRIM(WS-ARM)
                   " added to " FUNCTION TRIM(WS-CAMP-ID)
                   " - compared against control "
                   FUNCTION TRIM(CA-ARM-NAME(1))
           END-IF
           .
       Do-Arm-Exit.
           EXIT.

       Do-Assign.
           PERFORM Need-Open-Campaign
           IF WS-VALID = 0
               GO TO Do-Assign-Exit
           END-IF
           PERFORM Find-Arm
           IF WS-ARM-SLOT = 0
               DISPLAY "campaign_maint: ERROR - campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " has no arm '"
                   FUNCTION TRIM(WS-ARM) "'"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Assign-Exit
           END-IF
           IF WS-RUNS = SPACES
               DISPLAY "campaign_maint: ERROR - COBJOULES_CAMPAIGN_"
                   "RUNS names no runs"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Assign-Exit
           END-IF
           MOVE "MANUAL" TO WS-HOW
           PERFORM Open-Append
           MOVE 1 TO WS-RUN-PTR
           PERFORM UNTIL WS-RUN-PTR > LENGTH OF WS-RUNS
               MOVE SPACES TO WS-ONE-RUN
               UNSTRING WS-RUNS DELIMITED BY ALL " " OR ":"
                   INTO WS-ONE-RUN
                   WITH POINTER WS-RUN-PTR
               END-UNSTRING
               IF WS-ONE-RUN NOT = SPACES
                   PERFORM Assign-One-Run
               END-IF
           END-PERFORM
           PERFORM Close-Append
           MOVE WS-ADDED TO COUNT-DISP
           MOVE WS-SKIPPED TO COUNT-DISP-2
           DISPLAY "campaign_maint: " FUNCTION TRIM(COUNT-DISP)
               " run(s) assigned to " FUNCTION TRIM(WS-CAMP-ID)
               " arm " FUNCTION TRIM(WS-ARM) ", "
               FUNCTION TRIM(COUNT-DISP-2) " skipped"
           .
       Do-Assign-Exit.
           EXIT.

       Assign-One-Run.
           MOVE WS-ONE-RUN TO WS-CHECK
           MOVE 21 TO WS-CHECK-LEN
           PERFORM Check-Token
           IF WS-VALID = 0
               DISPLAY "campaign_maint: WARNING - '"
                   FUNCTION TRIM(WS-ONE-RUN) "' is not a run id - "
                   "skipped"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Run
           IF WS-RUN-SLOT > 0
               DISPLAY "campaign_maint: WARNING - run "
                   FUNCTION TRIM(WS-ONE-RUN) " is already on arm "
                   FUNCTION TRIM(CA-RUN-ARM(WS-RUN-SLOT))
                   " - skipped"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF CA-RUN-COUNT >= MAX-RUNS
               MOVE MAX-RUNS TO COUNT-DISP
               DISPLAY "campaign_maint: WARNING - a campaign holds "
                   "at most " FUNCTION TRIM(COUNT-DISP) " runs - "
                   FUNCTION TRIM(WS-ONE-RUN) " skipped"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CA-RUN-COUNT
           SET RUN-IDX TO CA-RUN-COUNT
           MOVE WS-ONE-RUN TO CA-RUN-ID(RUN-IDX)
           MOVE WS-ARM TO CA-RUN-ARM(RUN-IDX)
           MOVE WS-HOW TO CA-RUN-HOW(RUN-IDX)

           MOVE SPACES TO WS-NEW-RECORD
           STRING "RUN," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ONE-RUN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOW) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
               INTO WS-NEW-RECORD
           PERFORM Append-Record
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-ONE-RUN) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARM) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOW) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM Write-Audit-Line
           ADD 1 TO WS-ADDED
           .

       Do-Unassign.
           PERFORM Need-Open-Campaign
           IF WS-VALID = 0
               GO TO Do-Unassign-Exit
           END-IF
           IF WS-RUNS = SPACES
               DISPLAY "campaign_maint: ERROR - COBJOULES_CAMPAIGN_"
                   "RUNS names no runs"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Unassign-Exit
           END-IF
           MOVE 1 TO WS-RUN-PTR
           PERFORM UNTIL WS-RUN-PTR > LENGTH OF WS-RUNS
               MOVE SPACES TO WS-ONE-RUN
               UNSTRING WS-RUNS DELIMITED BY ALL " " OR ":"
                   INTO WS-ONE-RUN
                   WITH POINTER WS-RUN-PTR
               END-UNSTRING
               IF WS-ONE-RUN NOT = SPACES
                   PERFORM Unassign-One-Run
               END-IF
           END-PERFORM
           IF WS-REMOVED > 0
               PERFORM Rewrite-Register
           END-IF
           MOVE WS-REMOVED TO COUNT-DISP
           MOVE WS-SKIPPED TO COUNT-DISP-2
           DISPLAY "campaign_maint: " FUNCTION TRIM(COUNT-DISP)
               " run(s) taken out of " FUNCTION TRIM(WS-CAMP-ID) ", "
               FUNCTION TRIM(COUNT-DISP-2) " not on any of its arms"
           .
       Do-Unassign-Exit.
           EXIT.

       Unassign-One-Run.
      *> blank the run's RUN line in the table; the rewrite skips
      *> blank lines.
           MOVE 0 TO WS-LINE-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT OR WS-LINE-IDX > 0
               PERFORM Parse-Line
               IF F-KIND = "RUN" AND F-CAMP = WS-CAMP-ID
                       AND F-B = WS-ONE-RUN
                   SET WS-LINE-IDX TO LINE-IDX
               END-IF
           END-PERFORM
           IF WS-LINE-IDX = 0
               DISPLAY "campaign_maint: WARNING - run "
                   FUNCTION TRIM(WS-ONE-RUN) " is not on any arm of "
                   FUNCTION TRIM(WS-CAMP-ID)
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           SET LINE-IDX TO WS-LINE-IDX
           PERFORM Parse-Line
           MOVE SPACES TO REG-LINE(WS-LINE-IDX)
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-ONE-RUN) DELIMITED BY SIZE
                  " off " DELIMITED BY SIZE
                  FUNCTION TRIM(F-A) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM Write-Audit-Line
           ADD 1 TO WS-REMOVED
           .

       Do-Collect.
           PERFORM Need-Open-Campaign
           IF WS-VALID = 0
               GO TO Do-Collect-Exit
           END-IF
           MOVE 0 TO WS-BAD
           PERFORM VARYING ARM-IDX FROM 1 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT
               IF CA-ARM-DECK(ARM-IDX) NOT = SPACES
                   ADD 1 TO WS-BAD
               END-IF
           END-PERFORM
           IF WS-BAD = 0
               DISPLAY "campaign_maint: ERROR - no arm of "
                   FUNCTION TRIM(WS-CAMP-ID) " names a deck - "
                   "ASSIGN its runs by id instead"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Collect-Exit
           END-IF
           OPEN INPUT MANIFEST-IN
           IF MAN-FS NOT = "00"
               DISPLAY "campaign_maint: ERROR - could not open "
                   "run-manifest.log (status " MAN-FS ")"
               MOVE 1 TO RETURN-CODE
               GO TO Do-Collect-Exit
           END-IF
      *> an open-ended campaign collects through today.
           MOVE CA-TO TO WS-TO-LIMIT
           IF WS-TO-LIMIT = SPACES
               MOVE WS-TODAY TO WS-TO-LIMIT
           END-IF
           MOVE "DECK" TO WS-HOW
           PERFORM Open-Append
           SET CMM-NOT-AT-END TO TRUE
           PERFORM UNTIL CMM-AT-END
               READ MANIFEST-IN
                   AT END
                       SET CMM-AT-END TO TRUE
                   NOT AT END
                       PERFORM Collect-Manifest-Record
               END-READ
           END-PERFORM
           CLOSE MANIFEST-IN
           PERFORM Close-Append
           MOVE WS-DECK-RUNS TO COUNT-DISP
           MOVE WS-ADDED TO COUNT-DISP-2
           MOVE WS-SKIPPED TO COUNT-DISP-3
           DISPLAY "campaign_maint: " FUNCTION TRIM(COUNT-DISP)
               " run(s) in the campaign's dates ran an arm's deck: "
               FUNCTION TRIM(COUNT-DISP-2) " newly assigned, "
               FUNCTION TRIM(COUNT-DISP-3) " already on an arm"
           IF WS-OUT-OF-DATES > 0
               MOVE WS-OUT-OF-DATES TO COUNT-DISP
               DISPLAY "campaign_maint: " FUNCTION TRIM(COUNT-DISP)
                   " run(s) on an arm's deck fell outside "
                   CA-FROM " - "
                   WS-TO-LIMIT " and were left out"
           END-IF
           .
       Do-Collect-Exit.
           EXIT.

       Collect-Manifest-Record.
           MOVE SPACES TO F-MAN-KIND F-MAN-RUNID F-MAN-STAMP
               F-MAN-WHAT F-MAN-DETAIL
           UNSTRING MANIFEST-RECORD DELIMITED BY ","
               INTO F-MAN-KIND F-MAN-RUNID F-MAN-STAMP
                    F-MAN-WHAT F-MAN-DETAIL
           END-UNSTRING
           IF F-MAN-KIND NOT = "MANIFEST" OR F-MAN-WHAT NOT = "SET"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAN-KEY WS-MAN-VALUE
           UNSTRING F-MAN-DETAIL DELIMITED BY "="
               INTO WS-MAN-KEY WS-MAN-VALUE
           END-UNSTRING
           IF WS-MAN-KEY NOT = "COBJOULES_JOB_DECK"
               EXIT PARAGRAPH
           END-IF
      *> batch_driver's own default when the setting is unset.
           IF WS-MAN-VALUE = "(unset)" OR WS-MAN-VALUE = SPACES
               MOVE "batch-job-deck" TO WS-MAN-VALUE
           END-IF
           MOVE 0 TO WS-ARM-SLOT
           PERFORM VARYING ARM-IDX FROM 1 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT OR WS-ARM-SLOT > 0
               IF CA-ARM-DECK(ARM-IDX) NOT = SPACES
                       AND CA-ARM-DECK(ARM-IDX) = WS-MAN-VALUE
                   SET WS-ARM-SLOT TO ARM-IDX
               END-IF
           END-PERFORM
           IF WS-ARM-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF F-MAN-STAMP(1:8) < CA-FROM
                   OR F-MAN-STAMP(1:8) > WS-TO-LIMIT
               ADD 1 TO WS-OUT-OF-DATES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DECK-RUNS
           MOVE F-MAN-RUNID TO WS-ONE-RUN
           PERFORM Find-Run
           IF WS-RUN-SLOT > 0
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE CA-ARM-NAME(WS-ARM-SLOT) TO WS-ARM
           PERFORM Assign-One-Run
           .

       Do-List.
           IF WS-CAMP-ID NOT = SPACES
               PERFORM List-One-Campaign
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Measurement campaigns (campaign-register)"
           DISPLAY "  id               status    from     to       "
               "arms  runs  name"
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > LINE-COUNT
               SET LINE-IDX TO WS-LINE-IDX
               PERFORM Parse-Line
               IF F-KIND = "CAMPAIGN"
                   MOVE F-CAMP TO WS-CAMP-ID
                   PERFORM Load-Campaign
                   PERFORM List-Summary-Line
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "  (no campaigns registered)"
           END-IF
           .

       List-Summary-Line.
           ADD 1 TO WS-LISTED
           IF CAMPAIGN-CONCLUDED
               MOVE "CONCLUDED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF
           MOVE CA-ARM-COUNT TO ARMS-DISP
           MOVE CA-RUN-COUNT TO RUNS-DISP
           DISPLAY "  " WS-CAMP-ID(1:16) " " WS-STATUS-TEXT " "
               CA-FROM " " CA-TO "   " ARMS-DISP "  " RUNS-DISP
               "  " FUNCTION TRIM(CA-NAME)
           .

       List-One-Campaign.
           PERFORM Load-Campaign
           IF NOT CAMPAIGN-FOUND
               DISPLAY "campaign_maint: ERROR - no campaign "
                   FUNCTION TRIM(WS-CAMP-ID) " in campaign-register"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CA-TO TO CA-TO-TEXT
           IF CA-TO-TEXT = SPACES
               MOVE "open" TO CA-TO-TEXT
           END-IF
           DISPLAY "Campaign " FUNCTION TRIM(WS-CAMP-ID) ": "
               FUNCTION TRIM(CA-NAME)
           DISPLAY "  owner " FUNCTION TRIM(CA-OWNER) ", opened "
               CA-OPENED(1:8) ", dates " CA-FROM " - "
               FUNCTION TRIM(CA-TO-TEXT) ", runs read from "
               FUNCTION TRIM(CA-SOURCE) " log"
           DISPLAY "  hypothesis: " FUNCTION TRIM(CA-HYPOTHESIS)
           IF CA-ARM-COUNT = 0
               DISPLAY "  (no arms yet)"
           END-IF
           PERFORM VARYING ARM-IDX FROM 1 BY 1
               UNTIL ARM-IDX > CA-ARM-COUNT
               MOVE CA-ARM-RUNS(ARM-IDX) TO ARM-RUNS-DISP
               IF ARM-IDX = 1
                   DISPLAY "  arm " FUNCTION TRIM(CA-ARM-NAME(ARM-IDX))
                       " (control, " FUNCTION TRIM(ARM-RUNS-DISP)
                       " run(s)): "
                       FUNCTION TRIM(CA-ARM-COND(ARM-IDX))
               ELSE
                   DISPLAY "  arm " FUNCTION TRIM(CA-ARM-NAME(ARM-IDX))
                       " (" FUNCTION TRIM(ARM-RUNS-DISP)
                       " run(s)): "
                       FUNCTION TRIM(CA-ARM-COND(ARM-IDX))
               END-IF
               IF CA-ARM-DECK(ARM-IDX) NOT = SPACES
                   DISPLAY "      deck "
                       FUNCTION TRIM(CA-ARM-DECK(ARM-IDX))
               END-IF
               PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > CA-RUN-COUNT
                   IF CA-RUN-ARM(RUN-IDX) = CA-ARM-NAME(ARM-IDX)
                       DISPLAY "      " CA-RUN-ID(RUN-IDX) " "
                           FUNCTION TRIM(CA-RUN-HOW(RUN-IDX))
                   END-IF
               END-PERFORM
           END-PERFORM
           IF CAMPAIGN-CONCLUDED
               DISPLAY "  concluded " CA-CONCLUDED-TS(1:8) ": "
                   FUNCTION TRIM(CA-CONCLUSION)
           END-IF
           .

       Open-Append.
           OPEN EXTEND CAMPAIGN-FILE
           IF CMP-FS = "05" OR CMP-FS = "35"
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF
           IF CMP-FS NOT = "00" AND CMP-FS NOT = "05"
               DISPLAY "campaign_maint: ERROR - could not open "
                   "campaign-register for update (status " CMP-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET APPEND-IS-OPEN TO TRUE
           .

       Append-Record.
           MOVE WS-NEW-RECORD TO CAMPAIGN-RECORD
           WRITE CAMPAIGN-RECORD
           .

       Close-Append.
           IF APPEND-IS-OPEN
               CLOSE CAMPAIGN-FILE
               MOVE 'N' TO WS-APPEND-OPEN
           END-IF
           .

       Rewrite-Register.
           OPEN OUTPUT CAMPAIGN-NEW
           IF CMPNEW-FS NOT = "00"
               DISPLAY "campaign_maint: ERROR - could not write "
                   "campaign-register.tmp (status " CMPNEW-FS ") - "
                   "nothing changed"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               IF REG-LINE(LINE-IDX) NOT = SPACES
                   MOVE REG-LINE(LINE-IDX) TO CAMPAIGN-NEW-RECORD
                   WRITE CAMPAIGN-NEW-RECORD
               END-IF
           END-PERFORM
           CLOSE CAMPAIGN-NEW
           CALL "CBL_RENAME_FILE" USING WS-TMP-NAME
               WS-REG-NAME RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "campaign_maint: ERROR - could not swap "
                   "campaign-register in (CBL_RENAME_FILE rc "
                   WS-RENAME-RC ")"
               MOVE 1 TO RETURN-CODE
           END-IF
           .

       Write-Audit-Line.
           OPEN EXTEND AUDIT-FILE
           IF AUD-FS = "05" OR AUD-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUD-FS NOT = "00" AND AUD-FS NOT = "05"
               DISPLAY "campaign_maint: WARNING - could not append "
                   "to campaign-audit.log (status " AUD-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           .

       END PROGRAM campaign-maint.
