      *>     and COBJOULES_WINDOW_END (steps with no recorded
      *>     duration are flagged as unpredictable rather than
      *>     assumed free)
      *>   - with COBJOULES_CERTIFIED_BUILD_ONLY=Y, every step
      *>     executable's fingerprint (file_fingerprint) matches the
      *>     build energy_certify last passed, as recorded in
      *>     "certified-build" - a rebuilt or never-certified
      *>     binary is a problem, so uncertified code cannot
      *>     publish numbers overnight
      *>
      *> All problems are reported at once and RETURN-CODE is
      *> nonzero when any were found, so "fix the deck" is one
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STT-FS.

           SELECT CERTIFIED-BUILD-FILE ASSIGN TO "certified-build"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BLD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DECK-FILE.
       FD  STEP-TIMES-FILE.
       01  STEP-TIMES-RECORD PIC X(120).

       FD  CERTIFIED-BUILD-FILE.
       01  CERTIFIED-BUILD-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  DECK-FS       PIC XX.
       01  STT-FS        PIC XX.
       01  BLD-FS        PIC XX.
       01  PRE-EOF       PIC X VALUE 'N'.
           88  PRE-AT-END     VALUE 'Y'.
           88  PRE-NOT-AT-END VALUE 'N'.
       01  F-DECK-ENVS   PIC X(160).
       01  F-DECK-CLASS  PIC X(10).
       01  F-DECK-DEPENDS PIC X(20).
       01  F-DECK-MAX-J  PIC X(12).
       01  F-DECK-MAX-S  PIC X(12).
       01  WS-CMD-TOKEN  PIC X(100).
       01  WS-DEP-PTR    PIC 9(4) COMP.
       01  WS-DEP-TOKEN  PIC X(4).
       01  WS-TOTAL-SECS PIC 9(8) VALUE 0.
       01  WS-STEP-SECS  PIC 9(6).

      *> the certified build's executables, when the deck must run
      *> certified binaries only.
       01  WS-CERT-ONLY  PIC X VALUE SPACES.
           88  CERTIFIED-ONLY VALUE 'Y'.
       01  MAX-CERTIFIED PIC 9(3) VALUE 100.
       01  CERT-COUNT    PIC 9(3) VALUE 0.
       01  CERT-TABLE.
           05  CERT-ENTRY OCCURS 100 TIMES INDEXED BY CRT-IDX.
               10  CRT-PATH PIC X(100).
               10  CRT-SUM  PIC X(60).
       01  F-BLD-KIND    PIC X(10).
       01  F-BLD-PATH    PIC X(100).
       01  F-BLD-SUM     PIC X(60).
       01  F-BLD-RUNID   PIC X(21).
       01  WS-CERT-RUNID PIC X(21) VALUE SPACES.
       01  WS-CERT-HIT   PIC 9(1).
       COPY "fprint.cpy".

       01  WS-WINDOW-ENV PIC X(5) VALUE SPACES.
       01  WS-WINDOW-END-HHMM PIC 9(4).
       01  WS-NOW-TS     PIC X(21).
           END-IF

           PERFORM Load-Step-Times
           PERFORM Load-Certified-Build

           OPEN INPUT JOB-DECK-FILE
           IF DECK-FS NOT = "00"
               CONTINUE
           ELSE
               MOVE SPACES TO F-DECK-CMD F-DECK-ONERR F-DECK-ENVS
                   F-DECK-CLASS F-DECK-DEPENDS F-DECK-MAX-J
                   F-DECK-MAX-S
               UNSTRING DECK-RECORD DELIMITED BY ","
                   INTO F-DECK-CMD F-DECK-ONERR F-DECK-ENVS
                        F-DECK-CLASS F-DECK-DEPENDS
                        F-DECK-MAX-J F-DECK-MAX-S
               END-UNSTRING
               ADD 1 TO WS-STEP-NO
               PERFORM Check-Step-Command
               PERFORM Check-On-Error
               PERFORM Check-Class-And-Depends
               PERFORM Check-Ceilings
               IF F-DECK-ENVS NOT = SPACES
                   MOVE 1 TO WS-ENV-PTR
                   PERFORM Check-One-Setting
           END-IF
           .

       Check-Ceilings.
      *> the driver treats an unreadable ceiling as no ceiling at
      *> all - exactly the runaway the field was meant to stop.
           IF F-DECK-MAX-J NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-DECK-MAX-J)) NOT = 0
               DISPLAY "deck_preflight: PROBLEM - step " WS-STEP-NO
                   " energy ceiling '" FUNCTION TRIM(F-DECK-MAX-J)
                   "' is not a number of joules"
               ADD 1 TO WS-PROBLEMS
           END-IF
           IF F-DECK-MAX-S NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-DECK-MAX-S)) NOT = 0
               DISPLAY "deck_preflight: PROBLEM - step " WS-STEP-NO
                   " runtime ceiling '" FUNCTION TRIM(F-DECK-MAX-S)
                   "' is not a number of seconds"
               ADD 1 TO WS-PROBLEMS
           END-IF
           .

       Check-Class-And-Depends.
           IF F-DECK-CLASS NOT = SPACES
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(F-DECK-CLASS))
                       FUNCTION TRIM(WS-CMD-TOKEN)
                       " does not exist"
                   ADD 1 TO WS-PROBLEMS
               ELSE
                   IF CERTIFIED-ONLY
                       PERFORM Check-Certified-Binary
                   END-IF
               END-IF
           END-IF
           .

       Check-Certified-Binary.
           MOVE "FILE" TO FPR-ACTION
           MOVE WS-CMD-TOKEN TO FPR-PATH
           CALL "file_fingerprint" USING FINGERPRINT-REQUEST
           MOVE 0 TO WS-CERT-HIT
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > CERT-COUNT OR WS-CERT-HIT = 1
               IF CRT-PATH(CRT-IDX) = WS-CMD-TOKEN
                   MOVE 1 TO WS-CERT-HIT
                   IF CRT-SUM(CRT-IDX) NOT = FPR-SUM
                       DISPLAY "deck_preflight: PROBLEM - step "
                           WS-STEP-NO " command "
                           FUNCTION TRIM(WS-CMD-TOKEN)
                           " differs from the certified build ("
                           FUNCTION TRIM(FPR-SUM) ", certified "
                           FUNCTION TRIM(CRT-SUM(CRT-IDX)) ")"
                       ADD 1 TO WS-PROBLEMS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CERT-HIT = 0
               DISPLAY "deck_preflight: PROBLEM - step "
                   WS-STEP-NO " command "
                   FUNCTION TRIM(WS-CMD-TOKEN)
                   " is not part of the certified build"
               ADD 1 TO WS-PROBLEMS
           END-IF
           .

       Load-Certified-Build.
           ACCEPT WS-CERT-ONLY FROM ENVIRONMENT
               "COBJOULES_CERTIFIED_BUILD_ONLY"
           MOVE FUNCTION UPPER-CASE(WS-CERT-ONLY) TO WS-CERT-ONLY
           IF NOT CERTIFIED-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CERTIFIED-BUILD-FILE
           IF BLD-FS NOT = "00"
               DISPLAY "deck_preflight: PROBLEM - "
                   "COBJOULES_CERTIFIED_BUILD_ONLY is set but there "
                   "is no certified-build (no energy_certify PASS "
                   "on record)"
               ADD 1 TO WS-PROBLEMS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRE-AT-END
               READ CERTIFIED-BUILD-FILE
                   AT END
                       SET PRE-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Certified-Record
               END-READ
           END-PERFORM
           CLOSE CERTIFIED-BUILD-FILE
           SET PRE-NOT-AT-END TO TRUE
           DISPLAY "deck_preflight: checking executables against "
               "the build certified with run "
               FUNCTION TRIM(WS-CERT-RUNID)
           .

       Load-Certified-Record.
           IF CERTIFIED-BUILD-RECORD = SPACES
                   OR CERTIFIED-BUILD-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-BLD-KIND F-BLD-PATH F-BLD-SUM F-BLD-RUNID
           UNSTRING CERTIFIED-BUILD-RECORD DELIMITED BY ","
               INTO F-BLD-KIND F-BLD-PATH F-BLD-SUM F-BLD-RUNID
           END-UNSTRING
           MOVE F-BLD-RUNID TO WS-CERT-RUNID
           IF FUNCTION TRIM(F-BLD-KIND) NOT = "BINARY"
               EXIT PARAGRAPH
           END-IF
           IF CERT-COUNT < MAX-CERTIFIED
               ADD 1 TO CERT-COUNT
               SET CRT-IDX TO CERT-COUNT
               MOVE F-BLD-PATH TO CRT-PATH(CRT-IDX)
               MOVE F-BLD-SUM TO CRT-SUM(CRT-IDX)
           END-IF
           .

       Check-On-Error.
      *> batch_driver treats anything other than ABORT as CONTINUE,
      *> so a misspelled ABORT silently downgrades a must-stop step
