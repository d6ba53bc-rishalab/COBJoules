       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold.
       AUTHOR. Shiva9361.

      *> Legal hold register: a run under vendor dispute, or picked
      *> as an audit sample, had nothing standing between it and
      *> energy_retention archiving its lines, housekeeping deleting
      *> its spool and summary files, run_void invalidating it
      *> mid-dispute or a forced log_replicate RESTORE overwriting
      *> it. This places and releases holds in "legal-holds"; those
      *> four jobs ask legal_hold_check before they touch anything
      *> and report what a hold protected.
      *>
      *>   COBJOULES_HOLD_ACTION (optional) - PLACE, RELEASE or LIST
      *>       (the default)
      *>   COBJOULES_HOLD_KIND   - RUN (the default) or FILE
      *>   COBJOULES_HOLD_KEY    - the RUN-ID, or a working-
      *>       directory file name (no path)
      *>   COBJOULES_HOLD_REASON - why it is placed (e.g. VENDOR-
      *>       DISPUTE, AUDIT-SAMPLE) or why it is released
      *>   COBJOULES_HOLD_BY     (optional) - a free-text note, e.g.
      *>       the counsel or auditor on whose behalf it is done
      *>   KEY and REASON are required for PLACE and RELEASE.
      *>
      *> The requester and releaser recorded are the caller's
      *> actual login (security_check), not a typed name. Anyone
      *> whose login can be determined may place a hold; releasing
      *> one exposes the evidence to run_void and the cleanup jobs
      *> again, so it needs the APPROVER role run_void itself
      *> needs.
      *>
      *> Register records:
      *>   <RUN|FILE>,<key>,<reason>,<requester>,<placed ts>,
      *>   <released ts>,<released by>
      *> A release never deletes the record - it stamps the release
      *> date and releaser, so the register shows every hold that
      *> ever stood. Each PLACE and RELEASE is also appended to
      *> "legal-hold-log" (<ts>,<action>,<kind>,<key>,<by>,
      *> <reason>,<note>) - a release is its own logged action, so held
      *> evidence cannot quietly age out while a dispute is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "legal-holds"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOLD-FS.

           SELECT HOLD-NEW ASSIGN TO "legal-holds.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HNEW-FS.

           SELECT HOLD-LOG ASSIGN TO "legal-hold-log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD PIC X(300).

       FD  HOLD-NEW.
       01  HOLD-NEW-RECORD PIC X(300).

       FD  HOLD-LOG.
       01  HOLD-LOG-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  HOLD-FS       PIC XX.
       01  HNEW-FS       PIC XX.
       01  HLOG-FS       PIC XX.
       01  HLD-EOF       PIC X VALUE 'N'.
           88  HLD-AT-END     VALUE 'Y'.
           88  HLD-NOT-AT-END VALUE 'N'.

       01  WS-ACTION     PIC X(10) VALUE SPACES.
       01  WS-KIND       PIC X(4) VALUE SPACES.
       01  WS-KEY        PIC X(100) VALUE SPACES.
       01  WS-REASON     PIC X(30) VALUE SPACES.
       01  WS-BY         PIC X(20) VALUE SPACES.
       01  WS-WHO        PIC X(20) VALUE SPACES.
       01  WS-STAMP      PIC X(21).
       01  WS-TALLY      PIC 9(3).

      *> the whole register, loaded so a release can stamp its
      *> record in place and the rest are carried through the
      *> rewrite untouched.
       01  F-KIND        PIC X(4).
       01  F-KEY         PIC X(100).
       01  F-REASON      PIC X(30).
       01  F-REQUESTER   PIC X(20).
       01  F-PLACED      PIC X(21).
       01  F-RELEASED    PIC X(21).
       01  F-RELEASED-BY PIC X(20).
       01  MAX-RECS      PIC 9(4) VALUE 2000.
       01  REC-COUNT     PIC 9(4) VALUE 0.
       01  REC-TABLE.
           05  REC-ENTRY OCCURS 2000 TIMES INDEXED BY REC-IDX.
               10  REC-LINE      PIC X(300).
               10  REC-KIND      PIC X(4).
               10  REC-KEY       PIC X(100).
               10  REC-ACTIVE    PIC X.
       01  WS-MATCH-IDX  PIC 9(4) VALUE 0.
       01  WS-ACTIVE-CNT PIC 9(4) VALUE 0.
       01  WS-RELEASED-CNT PIC 9(4) VALUE 0.

       01  WS-OLD-NAME   PIC X(40) VALUE "legal-holds.tmp".
       01  WS-NEW-NAME   PIC X(40) VALUE "legal-holds".
       01  WS-RENAME-RC  PIC 9(9) COMP-5.

       COPY "secchk.cpy".

       PROCEDURE DIVISION.
       Main-Legal-Hold.
           ACCEPT WS-ACTION FROM ENVIRONMENT "COBJOULES_HOLD_ACTION"
           ACCEPT WS-KIND FROM ENVIRONMENT "COBJOULES_HOLD_KIND"
           ACCEPT WS-KEY FROM ENVIRONMENT "COBJOULES_HOLD_KEY"
           ACCEPT WS-REASON FROM ENVIRONMENT "COBJOULES_HOLD_REASON"
           ACCEPT WS-BY FROM ENVIRONMENT "COBJOULES_HOLD_BY"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
               TO WS-ACTION
           IF WS-ACTION = SPACES
               MOVE "LIST" TO WS-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KIND))
               TO WS-KIND
           IF WS-KIND = SPACES
               MOVE "RUN" TO WS-KIND
           END-IF
           MOVE FUNCTION TRIM(WS-KEY) TO WS-KEY
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           PERFORM Load-Register

           EVALUATE WS-ACTION
               WHEN "PLACE"
                   PERFORM Validate-Request
                   PERFORM Place-Hold
               WHEN "RELEASE"
                   PERFORM Validate-Request
                   PERFORM Release-Hold
               WHEN "LIST"
                   PERFORM List-Holds
               WHEN OTHER
                   DISPLAY "legal_hold: ERROR - COBJOULES_HOLD_ACTION "
                       "must be PLACE, RELEASE or LIST"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Validate-Request.
           IF WS-KEY = SPACES OR WS-REASON = SPACES
               DISPLAY "legal_hold: ERROR - set COBJOULES_HOLD_KEY"
                   " and COBJOULES_HOLD_REASON - a hold and its "
                   "release must be traceable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KIND NOT = "RUN" AND WS-KIND NOT = "FILE"
               DISPLAY "legal_hold: ERROR - COBJOULES_HOLD_KIND "
                   "must be RUN or FILE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *> the register is comma-separated, and FILE keys are the
      *> working-directory names housekeeping sees - no paths.
           MOVE 0 TO WS-TALLY
           INSPECT WS-KEY TALLYING WS-TALLY FOR ALL ","
           INSPECT WS-REASON TALLYING WS-TALLY FOR ALL ","
           INSPECT WS-BY TALLYING WS-TALLY FOR ALL ","
           IF WS-KIND = "FILE"
               INSPECT WS-KEY TALLYING WS-TALLY FOR ALL "/"
           END-IF
           IF WS-TALLY > 0
               DISPLAY "legal_hold: ERROR - key, reason and "
                   "note may not contain commas, and a FILE "
                   "key is a plain file name with no path"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Caller
           .

      *> the caller's login; a release also needs APPROVER.
       Check-Caller.
           MOVE "legal_hold" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION
           STRING FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY) DELIMITED BY SIZE
               INTO SEC-ACTION
           IF WS-ACTION = "RELEASE"
               MOVE "APPROVER" TO SEC-ROLE
           ELSE
               MOVE SPACES TO SEC-ROLE
           END-IF
           MOVE WS-BY TO SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               DISPLAY "legal_hold: ERROR - not authorized to "
                   "release holds - the hold stands"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SEC-USER TO WS-WHO
           IF WS-WHO = SPACES
               DISPLAY "legal_hold: ERROR - the caller's login could "
                   "not be determined - nothing changed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Load-Register.
           OPEN INPUT HOLD-FILE
           IF HOLD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HLD-AT-END
               READ HOLD-FILE
                   AT END
                       SET HLD-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-One-Record
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           .

       Load-One-Record.
           IF HOLD-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF REC-COUNT >= MAX-RECS
               DISPLAY "legal_hold: ERROR - register larger than "
                   MAX-RECS " records - nothing changed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REC-COUNT
           SET REC-IDX TO REC-COUNT
           MOVE HOLD-RECORD TO REC-LINE(REC-IDX)
           MOVE SPACES TO REC-KIND(REC-IDX) REC-KEY(REC-IDX)
           MOVE 'N' TO REC-ACTIVE(REC-IDX)
           IF HOLD-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           PERFORM Split-Record
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-KIND))
               TO REC-KIND(REC-IDX)
           MOVE FUNCTION TRIM(F-KEY) TO REC-KEY(REC-IDX)
           IF F-RELEASED = SPACES
               MOVE 'Y' TO REC-ACTIVE(REC-IDX)
               ADD 1 TO WS-ACTIVE-CNT
           ELSE
               ADD 1 TO WS-RELEASED-CNT
           END-IF
           .

       Split-Record.
           MOVE SPACES TO F-KIND F-KEY F-REASON F-REQUESTER
               F-PLACED F-RELEASED F-RELEASED-BY
           UNSTRING REC-LINE(REC-IDX) DELIMITED BY ","
               INTO F-KIND F-KEY F-REASON F-REQUESTER F-PLACED
                    F-RELEASED F-RELEASED-BY
           END-UNSTRING
           .

       Find-Active-Hold.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING REC-IDX FROM 1 BY 1
               UNTIL REC-IDX > REC-COUNT OR WS-MATCH-IDX > 0
               IF REC-ACTIVE(REC-IDX) = 'Y'
                       AND REC-KIND(REC-IDX) = WS-KIND
                       AND REC-KEY(REC-IDX) = WS-KEY
                   SET WS-MATCH-IDX TO REC-IDX
               END-IF
           END-PERFORM
           .

       Place-Hold.
           PERFORM Find-Active-Hold
           IF WS-MATCH-IDX > 0
               DISPLAY "legal_hold: " FUNCTION TRIM(WS-KIND) " "
                   FUNCTION TRIM(WS-KEY) " is already under hold "
                   "- a hold is placed once"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HOLD-FILE
           IF HOLD-FS = "05" OR HOLD-FS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF HOLD-FS NOT = "00"
               DISPLAY "legal_hold: ERROR - could not open "
                   "legal-holds (status " HOLD-FS ") - the hold "
                   "was NOT placed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HOLD-RECORD
           STRING FUNCTION TRIM(WS-KIND) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
               INTO HOLD-RECORD
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           PERFORM Append-Hold-Log
           DISPLAY "legal_hold: " FUNCTION TRIM(WS-KIND) " "
               FUNCTION TRIM(WS-KEY) " placed under hold ("
               FUNCTION TRIM(WS-REASON) ", by "
               FUNCTION TRIM(WS-WHO) ") - retention, housekeeping, "
               "run_void and restore will leave it alone"
           .

       Release-Hold.
           PERFORM Find-Active-Hold
           IF WS-MATCH-IDX = 0
               DISPLAY "legal_hold: ERROR - no active hold on "
                   FUNCTION TRIM(WS-KIND) " " FUNCTION TRIM(WS-KEY)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET REC-IDX TO WS-MATCH-IDX
           PERFORM Split-Record
           MOVE SPACES TO REC-LINE(REC-IDX)
           STRING FUNCTION TRIM(F-KIND) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(F-KEY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(F-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(F-REQUESTER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  F-PLACED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
               INTO REC-LINE(REC-IDX)
           MOVE 'N' TO REC-ACTIVE(REC-IDX)
           PERFORM Rewrite-Register
           PERFORM Append-Hold-Log
           DISPLAY "legal_hold: hold on " FUNCTION TRIM(WS-KIND)
               " " FUNCTION TRIM(WS-KEY) " released by "
               FUNCTION TRIM(WS-WHO) " (" FUNCTION TRIM(WS-REASON)
               "); placed " F-PLACED(1:8) " by "
               FUNCTION TRIM(F-REQUESTER) " for "
               FUNCTION TRIM(F-REASON)
           .

       Rewrite-Register.
      *> build-then-swap, as run_void rewrites the ledger.
           OPEN OUTPUT HOLD-NEW
           IF HNEW-FS NOT = "00"
               DISPLAY "legal_hold: ERROR - could not open "
                   FUNCTION TRIM(WS-OLD-NAME) " (status " HNEW-FS
                   ") - the hold was NOT released"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING REC-IDX FROM 1 BY 1
               UNTIL REC-IDX > REC-COUNT
               MOVE REC-LINE(REC-IDX) TO HOLD-NEW-RECORD
               WRITE HOLD-NEW-RECORD
           END-PERFORM
           CLOSE HOLD-NEW
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "legal_hold: ERROR - could not swap the new "
                   "register in (CBL_RENAME_FILE rc " WS-RENAME-RC
                   ") - the hold was NOT released"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Append-Hold-Log.
           OPEN EXTEND HOLD-LOG
           IF HLOG-FS = "05" OR HLOG-FS = "35"
               OPEN OUTPUT HOLD-LOG
           END-IF
           IF HLOG-FS NOT = "00"
               DISPLAY "legal_hold: WARNING - could not open "
                   "legal-hold-log (status " HLOG-FS ") - the "
                   "register is updated but the action is not "
                   "logged"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-LOG-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KIND) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BY) DELIMITED BY SIZE
               INTO HOLD-LOG-RECORD
           WRITE HOLD-LOG-RECORD
           CLOSE HOLD-LOG
           .

       List-Holds.
           DISPLAY "legal_hold: " WS-ACTIVE-CNT " active hold(s), "
               WS-RELEASED-CNT " released"
           PERFORM VARYING REC-IDX FROM 1 BY 1
               UNTIL REC-IDX > REC-COUNT
               IF REC-ACTIVE(REC-IDX) = 'Y'
                   PERFORM Split-Record
                   DISPLAY "  " REC-KIND(REC-IDX) " "
                       FUNCTION TRIM(REC-KEY(REC-IDX)) " - "
                       FUNCTION TRIM(F-REASON) ", requested by "
                       FUNCTION TRIM(F-REQUESTER) ", placed "
                       F-PLACED(1:8)
               END-IF
           END-PERFORM
           .

       END PROGRAM legal-hold.
