       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal_hold_check.
       AUTHOR. Shiva9361.

      *> Shared legal-hold lookup: legal_hold records a run or file
      *> under vendor dispute or audit sample in "legal-holds";
      *> every job that can archive, delete, void or overwrite
      *> evidence calls here first to ask "is this held?" instead of
      *> each growing its own copy of the register parse. The
      *> register is loaded once per run unit, on the first call -
      *> the same stance run_void_check takes with "run-voids".
      *>
      *>   CALL "legal_hold_check" USING HOLD-CHECK
      *>
      *> (legalhold.cpy). Register records:
      *>   <RUN|FILE>,<key>,<reason>,<requester>,<placed ts>,
      *>   <released ts>,<released by>
      *> only records with no released stamp are active holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "legal-holds"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOLD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  HOLD-FS       PIC XX.
       01  HLC-EOF       PIC X VALUE 'N'.
           88  HLC-AT-END     VALUE 'Y'.
           88  HLC-NOT-AT-END VALUE 'N'.

       01  WS-LOADED     PIC X VALUE 'N'.
           88  REGISTER-LOADED VALUE 'Y'.

       01  F-KIND        PIC X(4).
       01  F-KEY         PIC X(100).
       01  F-REASON      PIC X(30).
       01  F-REQUESTER   PIC X(20).
       01  F-PLACED      PIC X(21).
       01  F-RELEASED    PIC X(21).
       01  WS-TALLY      PIC 9(3).
       01  WS-KEY-LEN    PIC 9(3).

       01  MAX-HOLDS     PIC 9(3) VALUE 300.
       01  HOLD-COUNT    PIC 9(3) VALUE 0.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 300 TIMES INDEXED BY HLD-IDX.
               10  HLD-KIND      PIC X(4).
               10  HLD-KEY       PIC X(100).
               10  HLD-REASON    PIC X(30).
               10  HLD-REQUESTER PIC X(20).
               10  HLD-PLACED    PIC X(21).

       LINKAGE SECTION.
           COPY "legalhold.cpy".

       PROCEDURE DIVISION USING HOLD-CHECK.
       Main-Hold-Check.
           IF NOT REGISTER-LOADED
               PERFORM Load-Register
               SET REGISTER-LOADED TO TRUE
           END-IF
           MOVE 'N' TO HCK-HELD
           MOVE SPACES TO HCK-HOLD-KEY HCK-REASON HCK-REQUESTER
               HCK-PLACED
           IF HCK-KEY = SPACES
               GOBACK
           END-IF
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > HOLD-COUNT OR HCK-IS-HELD
               PERFORM Match-One-Hold
           END-PERFORM
           GOBACK.

       Match-One-Hold.
           IF HLD-KIND(HLD-IDX) = HCK-KIND
                   AND HLD-KEY(HLD-IDX) = FUNCTION TRIM(HCK-KEY)
               PERFORM Return-Hit
               EXIT PARAGRAPH
           END-IF
      *> a file carrying a held run's RUN-ID in its name is that
      *> run's evidence as well.
           IF HCK-KIND = "FILE" AND HLD-KIND(HLD-IDX) = "RUN"
               MOVE 0 TO WS-TALLY
               COMPUTE WS-KEY-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(HLD-KEY(HLD-IDX)))
               INSPECT HCK-KEY TALLYING WS-TALLY
                   FOR ALL HLD-KEY(HLD-IDX)(1:WS-KEY-LEN)
               IF WS-TALLY > 0
                   PERFORM Return-Hit
               END-IF
           END-IF
           .

       Return-Hit.
           MOVE 'Y' TO HCK-HELD
           MOVE HLD-KEY(HLD-IDX) TO HCK-HOLD-KEY
           MOVE HLD-REASON(HLD-IDX) TO HCK-REASON
           MOVE HLD-REQUESTER(HLD-IDX) TO HCK-REQUESTER
           MOVE HLD-PLACED(HLD-IDX) TO HCK-PLACED
           .

       Load-Register.
           OPEN INPUT HOLD-FILE
           IF HOLD-FS NOT = "00"
      *> no register simply means nothing is held.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HLC-AT-END
               READ HOLD-FILE
                   AT END
                       SET HLC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-One-Hold
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           .

       Load-One-Hold.
           IF HOLD-RECORD = SPACES OR HOLD-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-KIND F-KEY F-REASON F-REQUESTER
               F-PLACED F-RELEASED
           UNSTRING HOLD-RECORD DELIMITED BY ","
               INTO F-KIND F-KEY F-REASON F-REQUESTER F-PLACED
                    F-RELEASED
           END-UNSTRING
           IF F-RELEASED NOT = SPACES OR F-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HOLD-COUNT >= MAX-HOLDS
               DISPLAY "legal_hold_check: WARNING - more than "
                   MAX-HOLDS " active holds; "
                   FUNCTION TRIM(F-KEY) " is not being honoured"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-COUNT
           SET HLD-IDX TO HOLD-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-KIND))
               TO HLD-KIND(HLD-IDX)
           MOVE FUNCTION TRIM(F-KEY) TO HLD-KEY(HLD-IDX)
           MOVE F-REASON TO HLD-REASON(HLD-IDX)
           MOVE F-REQUESTER TO HLD-REQUESTER(HLD-IDX)
           MOVE F-PLACED TO HLD-PLACED(HLD-IDX)
           .

       END PROGRAM legal_hold_check.
