       IDENTIFICATION DIVISION.
       PROGRAM-ID. generation-maint.
       AUTHOR. Shiva9361.

      *> Generation maintenance: ctl_maint, run_catalog and
      *> host_registry keep the copy they replace as a numbered
      *> generation through generation_save, so a bad edit to
      *> energy-budgets, alert-policy or batch-job-deck, or a bad
      *> load into run-catalog.dat or host-registry.dat, can be
      *> rolled back instead of rebuilt by hand. This lists those
      *> generations, cuts one on demand (before a hand edit the
      *> screens do not cover), and restores a file to a named
      *> generation.
      *>
      *>   COBJOULES_GEN_ACTION (optional) - LIST (the default),
      *>       SAVE or RESTORE
      *>   COBJOULES_GEN_FILE   - the working-directory file (no
      *>       path); required for SAVE and RESTORE, narrows LIST
      *>   COBJOULES_GEN_NUMBER - RESTORE only: an absolute
      *>       generation (3 or G0003V00) or, GDG style, a relative
      *>       one - 0 is the newest kept, -1 the one before it
      *>   COBJOULES_GEN_BY     (optional) - a free-text note
      *>       (a ticket, or on whose behalf) logged beside a restore
      *>   COBJOULES_GEN_REASON (optional) - why
      *>
      *> The person recorded is the caller's actual login
      *> (security_check), not a typed name, and SAVE and RESTORE
      *> need the role ctl_maint asks for the same file: FINANCE
      *> for energy-budgets and utility-tariff, ADMIN for the
      *> masters run-catalog.dat and host-registry.dat, OPERATOR
      *> for the rest.
      *>
      *> A host-registry.dat generation kept before hosts carried
      *> a facility position is in the registry's old record
      *> layout; after restoring one, run host_registry with
      *> COBJOULES_REGISTRY_ACTION=CONVERT to bring it up to date.
      *>
      *> A restore first keeps the copy it is about to replace as a
      *> generation of its own (reason PRE-RESTORE), so a restore
      *> to the wrong generation is itself undone the same way. The
      *> generation is staged beside the file and renamed in, with
      *> its ".idx" partner and policy companion, so a reader never
      *> sees half a file. Every restore is logged to
      *> "generation-log" and to control-file-audit.log, the trail
      *> ctl_maint keeps of who changed which control file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "generation-catalog"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GCT-FS.

           SELECT GENLOG-FILE ASSIGN TO "generation-log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLG-FS.

           SELECT AUDIT-FILE ASSIGN TO "control-file-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD PIC X(160).

       FD  GENLOG-FILE.
       01  GENLOG-RECORD PIC X(160).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(360).

       WORKING-STORAGE SECTION.
       01  GCT-FS        PIC XX.
       01  GLG-FS        PIC XX.
       01  AUD-FS        PIC XX.
       01  GMT-EOF       PIC X VALUE 'N'.
           88  GMT-AT-END     VALUE 'Y'.
           88  GMT-NOT-AT-END VALUE 'N'.

       01  WS-ACTION     PIC X(10) VALUE SPACES.
       01  WS-FILE       PIC X(40) VALUE SPACES.
       01  WS-GEN-ARG    PIC X(10) VALUE SPACES.
       01  WS-GEN-DIGITS PIC X(4).
       01  WS-BY         PIC X(20) VALUE SPACES.
       01  WS-WHO        PIC X(20) VALUE SPACES.
       01  WS-PTR        PIC 9(3).
       01  WS-REASON     PIC X(20) VALUE SPACES.
       01  WS-STAMP      PIC X(21).
       01  WS-TALLY      PIC 9(3).

       01  WS-RELATIVE   PIC X VALUE 'N'.
       01  WS-WANT-GEN   PIC 9(4) VALUE 0.
       01  WS-WANT-BACK  PIC 9(4) VALUE 0.
       01  WS-NEWER      PIC 9(4).
       01  WS-TARGET-IDX PIC 9(4) VALUE 0.
       01  WS-LISTED     PIC 9(4) VALUE 0.
       01  WS-REL-DISP   PIC -(4)9.

       01  F-FILE        PIC X(40).
       01  F-GEN         PIC X(6).
       01  F-STAMP       PIC X(21).
       01  F-WHO         PIC X(20).
       01  F-REASON      PIC X(20).
       01  F-IDX         PIC X(1).
       01  F-COMPANION   PIC X(40).

       01  MAX-CAT       PIC 9(4) VALUE 2000.
       01  CAT-COUNT     PIC 9(4) VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 2000 TIMES INDEXED BY CAT-IDX.
               10  CAT-FILE      PIC X(40).
               10  CAT-GEN       PIC 9(4).
               10  CAT-STAMP     PIC X(21).
               10  CAT-WHO       PIC X(20).
               10  CAT-REASON    PIC X(20).
               10  CAT-IDX-FLAG  PIC X.
               10  CAT-COMPANION PIC X(40).
       01  SCAN-IDX      PIC 9(4).

      *> the set of names a generation restores: the file, its
      *> ".idx" partner, its companion.
       01  PART-COUNT    PIC 9(1) VALUE 0.
       01  PART-TABLE.
           05  PART-NAME OCCURS 3 TIMES INDEXED BY PRT-IDX
                               PIC X(60).
       01  WS-STAGED     PIC 9(1) VALUE 0.

       01  WS-GEN-SUFFIX PIC X(9).
       01  WS-GEN-NAME   PIC X(100).
       01  WS-STAGE-NAME PIC X(100).
       01  WS-LIVE-NAME  PIC X(100).
       01  WS-CMD        PIC X(300).
       01  WS-RC         PIC S9(9) COMP-5.
       01  WS-CHK-DETAILS PIC X(20).
       01  WS-CHK-RC     PIC 9(9) COMP-5.
       01  WS-DEL-RC     PIC 9(9) COMP-5.
       01  WS-RENAME-RC  PIC 9(9) COMP-5.
       01  WS-RENAME-BAD PIC X VALUE 'N'.

       COPY "gendata.cpy".
       COPY "secchk.cpy".

       PROCEDURE DIVISION.
       Main-Generation-Maint.
           ACCEPT WS-ACTION FROM ENVIRONMENT "COBJOULES_GEN_ACTION"
           ACCEPT WS-FILE FROM ENVIRONMENT "COBJOULES_GEN_FILE"
           ACCEPT WS-GEN-ARG FROM ENVIRONMENT "COBJOULES_GEN_NUMBER"
           ACCEPT WS-BY FROM ENVIRONMENT "COBJOULES_GEN_BY"
           ACCEPT WS-REASON FROM ENVIRONMENT "COBJOULES_GEN_REASON"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
               TO WS-ACTION
           IF WS-ACTION = SPACES
               MOVE "LIST" TO WS-ACTION
           END-IF
           MOVE FUNCTION TRIM(WS-FILE) TO WS-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM Load-Catalog
                   PERFORM List-Generations
               WHEN "SAVE"
                   PERFORM Validate-Request
                   PERFORM Check-Caller
                   PERFORM Save-Generation
               WHEN "RESTORE"
                   PERFORM Validate-Request
                   PERFORM Check-Caller
                   PERFORM Load-Catalog
                   PERFORM Find-Target-Generation
                   PERFORM Restore-Generation
               WHEN OTHER
                   DISPLAY "generation_maint: ERROR - "
                       "COBJOULES_GEN_ACTION must be LIST, SAVE or "
                       "RESTORE"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Validate-Request.
           IF WS-FILE = SPACES
               DISPLAY "generation_maint: ERROR - set "
                   "COBJOULES_GEN_FILE to the file to keep or "
                   "restore"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REASON = SPACES
               MOVE WS-ACTION TO WS-REASON
           END-IF
      *> the catalog is comma-separated and generations are kept
      *> for working-directory files only.
           MOVE 0 TO WS-TALLY
           INSPECT WS-FILE TALLYING WS-TALLY FOR ALL "," ALL "/"
           INSPECT WS-BY TALLYING WS-TALLY FOR ALL ","
           INSPECT WS-REASON TALLYING WS-TALLY FOR ALL ","
           IF WS-TALLY > 0
               DISPLAY "generation_maint: ERROR - file, requester "
                   "and reason may not contain commas, and the file "
                   "is a plain name with no path"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> the caller's login, refused without the role the file
      *> needs when ctl_maint edits it.
       Check-Caller.
           MOVE "generation_maint" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION
           STRING FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILE) DELIMITED BY SIZE
               INTO SEC-ACTION
           EVALUATE WS-FILE
               WHEN "energy-budgets"
               WHEN "utility-tariff"
                   MOVE "FINANCE" TO SEC-ROLE
               WHEN "run-catalog.dat"
               WHEN "host-registry.dat"
                   MOVE "ADMIN" TO SEC-ROLE
               WHEN OTHER
                   MOVE "OPERATOR" TO SEC-ROLE
           END-EVALUATE
           MOVE WS-BY TO SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               DISPLAY "generation_maint: ERROR - not authorized to "
                   FUNCTION TRIM(WS-ACTION) " "
                   FUNCTION TRIM(WS-FILE) " (needs the "
                   FUNCTION TRIM(SEC-ROLE) " role)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SEC-USER TO WS-WHO
           .

       Load-Catalog.
           OPEN INPUT CATALOG-FILE
           IF GCT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GMT-AT-END OR CAT-COUNT >= MAX-CAT
               READ CATALOG-FILE
                   AT END
                       SET GMT-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Catalog-Record
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           SET GMT-NOT-AT-END TO TRUE
           .

       Load-Catalog-Record.
           IF CATALOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-FILE F-GEN F-STAMP F-WHO F-REASON F-IDX
               F-COMPANION
           UNSTRING CATALOG-RECORD DELIMITED BY ","
               INTO F-FILE F-GEN F-STAMP F-WHO F-REASON F-IDX
                    F-COMPANION
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-GEN)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAT-COUNT
           SET CAT-IDX TO CAT-COUNT
           MOVE F-FILE TO CAT-FILE(CAT-IDX)
           COMPUTE CAT-GEN(CAT-IDX) = FUNCTION NUMVAL(
               FUNCTION TRIM(F-GEN))
           MOVE F-STAMP TO CAT-STAMP(CAT-IDX)
           MOVE F-WHO TO CAT-WHO(CAT-IDX)
           MOVE F-REASON TO CAT-REASON(CAT-IDX)
           MOVE F-IDX TO CAT-IDX-FLAG(CAT-IDX)
           MOVE F-COMPANION TO CAT-COMPANION(CAT-IDX)
           .

       Count-Newer.
      *> how many kept generations of the same file are newer -
      *> the entry's GDG relative number, negated.
           MOVE 0 TO WS-NEWER
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > CAT-COUNT
               IF CAT-FILE(SCAN-IDX) = CAT-FILE(CAT-IDX)
                       AND CAT-GEN(SCAN-IDX) > CAT-GEN(CAT-IDX)
                   ADD 1 TO WS-NEWER
               END-IF
           END-PERFORM
           .

       List-Generations.
           DISPLAY "File                                     Gen      "
               "  Rel  Saved                 By                   "
               "Reason"
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               IF WS-FILE = SPACES OR CAT-FILE(CAT-IDX) = WS-FILE
                   PERFORM Count-Newer
                   COMPUTE WS-REL-DISP = 0 - WS-NEWER
                   DISPLAY CAT-FILE(CAT-IDX) " G" CAT-GEN(CAT-IDX)
                       "V00 " WS-REL-DISP "  " CAT-STAMP(CAT-IDX)
                       " " CAT-WHO(CAT-IDX) " "
                       FUNCTION TRIM(CAT-REASON(CAT-IDX))
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM
           DISPLAY "generation_maint: " WS-LISTED
               " generation(s) kept"
           .

       Save-Generation.
           MOVE WS-FILE TO GEN-FILE
           MOVE WS-WHO TO GEN-WHO
           MOVE WS-REASON TO GEN-REASON
           CALL "generation_save" USING GENERATION-REQUEST
           EVALUATE TRUE
               WHEN GEN-OK
                   DISPLAY "generation_maint: "
                       FUNCTION TRIM(WS-FILE) " kept as generation G"
                       GEN-NUMBER "V00"
               WHEN GEN-NO-FILE
                   DISPLAY "generation_maint: ERROR - "
                       FUNCTION TRIM(WS-FILE) " does not exist - "
                       "nothing to keep"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           .

       Find-Target-Generation.
           IF WS-GEN-ARG = SPACES
               DISPLAY "generation_maint: ERROR - set "
                   "COBJOULES_GEN_NUMBER to the generation to "
                   "restore (3, G0003V00, or 0/-1 relative)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GEN-ARG))
               TO WS-GEN-ARG
           IF WS-GEN-ARG(1:1) = "-" OR WS-GEN-ARG = "0"
               MOVE 'Y' TO WS-RELATIVE
               IF FUNCTION TEST-NUMVAL(WS-GEN-ARG) = 0
                   COMPUTE WS-WANT-BACK = 0 - FUNCTION NUMVAL(
                       WS-GEN-ARG)
               ELSE
                   MOVE SPACES TO WS-GEN-ARG
               END-IF
           ELSE
               IF WS-GEN-ARG(1:1) = "G"
                   MOVE WS-GEN-ARG(2:4) TO WS-GEN-DIGITS
                   MOVE WS-GEN-DIGITS TO WS-GEN-ARG
               END-IF
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GEN-ARG)) = 0
                   COMPUTE WS-WANT-GEN = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-GEN-ARG))
               ELSE
                   MOVE SPACES TO WS-GEN-ARG
               END-IF
           END-IF
           IF WS-GEN-ARG = SPACES
               DISPLAY "generation_maint: ERROR - "
                   "COBJOULES_GEN_NUMBER is not a generation number"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT OR WS-TARGET-IDX > 0
               IF CAT-FILE(CAT-IDX) = WS-FILE
                   IF WS-RELATIVE = 'Y'
                       PERFORM Count-Newer
                       IF WS-NEWER = WS-WANT-BACK
                           SET WS-TARGET-IDX TO CAT-IDX
                       END-IF
                   ELSE
                       IF CAT-GEN(CAT-IDX) = WS-WANT-GEN
                           SET WS-TARGET-IDX TO CAT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TARGET-IDX = 0
               DISPLAY "generation_maint: ERROR - no kept generation "
                   FUNCTION TRIM(WS-GEN-ARG) " of "
                   FUNCTION TRIM(WS-FILE)
                   " - LIST shows the generations kept"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Restore-Generation.
           SET CAT-IDX TO WS-TARGET-IDX
           MOVE SPACES TO WS-GEN-SUFFIX
           STRING ".G" DELIMITED BY SIZE
                  CAT-GEN(CAT-IDX) DELIMITED BY SIZE
                  "V00" DELIMITED BY SIZE
               INTO WS-GEN-SUFFIX
           MOVE 1 TO PART-COUNT
           MOVE WS-FILE TO PART-NAME(1)
           IF CAT-IDX-FLAG(CAT-IDX) = 'Y'
               ADD 1 TO PART-COUNT
               MOVE SPACES TO PART-NAME(PART-COUNT)
               STRING FUNCTION TRIM(WS-FILE) DELIMITED BY SIZE
                      ".idx" DELIMITED BY SIZE
                   INTO PART-NAME(PART-COUNT)
           END-IF
           IF CAT-COMPANION(CAT-IDX) NOT = SPACES
               ADD 1 TO PART-COUNT
               MOVE CAT-COMPANION(CAT-IDX) TO PART-NAME(PART-COUNT)
           END-IF

      *> stage every part first: a generation rolled off under us,
      *> or a failed copy, must leave the live file untouched.
           PERFORM VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PART-COUNT
               PERFORM Stage-One-Part
               IF WS-RC NOT = 0
                   PERFORM Drop-Staged-Parts
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STAGED
           END-PERFORM

      *> keep what is being replaced, so the rollback can itself be
      *> rolled back.
           MOVE WS-FILE TO GEN-FILE
           MOVE WS-WHO TO GEN-WHO
           MOVE "PRE-RESTORE" TO GEN-REASON
           CALL "generation_save" USING GENERATION-REQUEST
           IF GEN-FAILED
               DISPLAY "generation_maint: ERROR - the current "
                   FUNCTION TRIM(WS-FILE) " could not be kept "
                   "before the restore - nothing restored"
               PERFORM Drop-Staged-Parts
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PART-COUNT
               PERFORM Swap-In-Part
           END-PERFORM
           IF WS-RENAME-BAD = 'Y'
               DISPLAY "generation_maint: ERROR - restore of "
                   FUNCTION TRIM(WS-FILE) " incomplete; the copy it "
                   "replaced is generation G" GEN-NUMBER "V00"
               MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM Write-Restore-Log
           PERFORM Write-Audit-Line
           IF GEN-OK
               DISPLAY "generation_maint: " FUNCTION TRIM(WS-FILE)
                   " restored to generation G" CAT-GEN(CAT-IDX)
                   "V00 (saved " CAT-STAMP(CAT-IDX)(1:8) " by "
                   FUNCTION TRIM(CAT-WHO(CAT-IDX)) "); the copy it "
                   "replaced is kept as G" GEN-NUMBER "V00"
           ELSE
               DISPLAY "generation_maint: " FUNCTION TRIM(WS-FILE)
                   " restored to generation G" CAT-GEN(CAT-IDX)
                   "V00 (saved " CAT-STAMP(CAT-IDX)(1:8) " by "
                   FUNCTION TRIM(CAT-WHO(CAT-IDX)) ")"
           END-IF
           IF WS-FILE = "host-registry.dat"
               DISPLAY "generation_maint: if that generation was "
                   "kept before hosts had a site/room/rack/PDU, run "
                   "host_registry with COBJOULES_REGISTRY_ACTION="
                   "CONVERT"
           END-IF
           .

       Stage-One-Part.
           MOVE SPACES TO WS-GEN-NAME WS-STAGE-NAME
           STRING "generations/" DELIMITED BY SIZE
                  FUNCTION TRIM(PART-NAME(PRT-IDX)) DELIMITED BY SIZE
                  WS-GEN-SUFFIX DELIMITED BY SIZE
               INTO WS-GEN-NAME
           STRING FUNCTION TRIM(PART-NAME(PRT-IDX)) DELIMITED BY SIZE
                  ".restore-tmp" DELIMITED BY SIZE
               INTO WS-STAGE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-NAME
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               DISPLAY "generation_maint: ERROR - "
                   FUNCTION TRIM(WS-GEN-NAME) " is missing - "
                   "nothing restored"
               MOVE 1 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "cp '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAGE-NAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "generation_maint: ERROR - could not stage "
                   FUNCTION TRIM(WS-GEN-NAME) " (status " WS-RC
                   ") - nothing restored"
           END-IF
           .

       Drop-Staged-Parts.
           PERFORM VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > WS-STAGED
               MOVE SPACES TO WS-STAGE-NAME
               STRING FUNCTION TRIM(PART-NAME(PRT-IDX))
                          DELIMITED BY SIZE
                      ".restore-tmp" DELIMITED BY SIZE
                   INTO WS-STAGE-NAME
               CALL "CBL_DELETE_FILE" USING WS-STAGE-NAME
                   RETURNING WS-DEL-RC
           END-PERFORM
           .

       Swap-In-Part.
           MOVE SPACES TO WS-STAGE-NAME
           STRING FUNCTION TRIM(PART-NAME(PRT-IDX)) DELIMITED BY SIZE
                  ".restore-tmp" DELIMITED BY SIZE
               INTO WS-STAGE-NAME
           MOVE PART-NAME(PRT-IDX) TO WS-LIVE-NAME
           CALL "CBL_RENAME_FILE" USING WS-STAGE-NAME WS-LIVE-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "generation_maint: ERROR - could not swap "
                   FUNCTION TRIM(WS-LIVE-NAME) " in (CBL_RENAME_FILE "
                   "rc " WS-RENAME-RC ")"
               MOVE 'Y' TO WS-RENAME-BAD
           END-IF
           .

       Write-Restore-Log.
           OPEN EXTEND GENLOG-FILE
           IF GLG-FS = "05" OR GLG-FS = "35"
               OPEN OUTPUT GENLOG-FILE
           END-IF
           IF GLG-FS NOT = "00"
               DISPLAY "generation_maint: WARNING - could not open "
                   "generation-log (status " GLG-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GENLOG-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  ",RESTORE," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CAT-GEN(CAT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BY) DELIMITED BY SIZE
               INTO GENLOG-RECORD
           WRITE GENLOG-RECORD
           CLOSE GENLOG-FILE
           .

       Write-Audit-Line.
      *> ctl_maint's record shape: <ts>,<action>,<file>,<who>,
      *> <record> - here the generation restored and why.
           OPEN EXTEND AUDIT-FILE
           IF AUD-FS = "05" OR AUD-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUD-FS NOT = "00"
               DISPLAY "generation_maint: WARNING - could not open "
                   "control-file-audit.log (status " AUD-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE 1 TO WS-PTR
           STRING WS-STAMP DELIMITED BY SIZE
                  ",RESTORE," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  ",G" DELIMITED BY SIZE
                  CAT-GEN(CAT-IDX) DELIMITED BY SIZE
                  "V00 " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER WS-PTR
           IF WS-BY NOT = SPACES
               STRING " (note: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BY) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
                   WITH POINTER WS-PTR
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           .

       END PROGRAM generation-maint.
