       IDENTIFICATION DIVISION.
       PROGRAM-ID. generation_save.
       AUTHOR. Shiva9361.

      *> Shared generation cut: every build-then-swap rewrite of a
      *> control file, and every load into an indexed master,
      *> discarded the copy it replaced - control-file-audit.log
      *> said who changed what but nothing could put it back. Each
      *> job that replaces such a file calls here first, and the
      *> current copy is kept as the next numbered generation,
      *> mainframe GDG style:
      *>
      *>   CALL "generation_save" USING GENERATION-REQUEST
      *>
      *> (gendata.cpy). Generations live in the "generations"
      *> directory as <file>.G<nnnn>V00 and are listed in
      *> "generation-catalog":
      *>   <file>,<gen>,<saved ts>,<who>,<reason>,<idx Y|N>,
      *>   <companion>
      *> "generation-policy" (<file>,<generations kept>[,<companion
      *> file>]; a DEFAULT record for unlisted files, 5 without one)
      *> sets how many are kept - the oldest roll off, files and
      *> catalog record together. An indexed master's ".idx"
      *> partner, where the file handler keeps one, and a policy
      *> companion (run-catalog.dat's load position) are kept with
      *> the generation so a restore brings back a matching set.
      *> Every generation kept or rolled off is logged to
      *> "generation-log" (<ts>,<SAVE|ROLLOFF>,<file>,<gen>,<who>,
      *> <reason>); generation_maint lists and restores them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "generation-policy"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POL-FS.

           SELECT CATALOG-FILE ASSIGN TO "generation-catalog"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GCT-FS.

           SELECT CATALOG-NEW ASSIGN TO "generation-catalog.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GCTNEW-FS.

           SELECT GENLOG-FILE ASSIGN TO "generation-log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD PIC X(120).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD PIC X(160).

       FD  CATALOG-NEW.
       01  CATALOG-NEW-RECORD PIC X(160).

       FD  GENLOG-FILE.
       01  GENLOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  POL-FS        PIC XX.
       01  GCT-FS        PIC XX.
       01  GCTNEW-FS     PIC XX.
       01  GLG-FS        PIC XX.
       01  GSV-EOF       PIC X VALUE 'N'.
           88  GSV-AT-END     VALUE 'Y'.
           88  GSV-NOT-AT-END VALUE 'N'.

       01  WS-STAMP      PIC X(21).
       01  WS-KEEP       PIC 9(4) VALUE 5.
       01  WS-DEFAULT-KEEP PIC 9(4) VALUE 5.
       01  WS-FILE-LISTED PIC X VALUE 'N'.
       01  WS-COMPANION  PIC X(40) VALUE SPACES.
       01  WS-HAS-IDX    PIC X VALUE 'N'.
       01  WS-NEXT-GEN   PIC 9(5).
       01  WS-GEN-COUNT  PIC 9(5).
       01  WS-OLDEST-IDX PIC 9(4).
       01  WS-LOG-ACTION PIC X(8).
       01  WS-LOG-GEN    PIC 9(4).

       01  P-FILE        PIC X(40).
       01  P-KEEP        PIC X(6).
       01  P-COMPANION   PIC X(40).

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

       01  WS-SRC-NAME   PIC X(100).
       01  WS-DST-NAME   PIC X(100).
       01  WS-GEN-SUFFIX PIC X(9).
       01  WS-CMD        PIC X(300).
       01  WS-RC         PIC S9(9) COMP-5.
       01  WS-CHK-PATH   PIC X(100).
       01  WS-CHK-DETAILS PIC X(20).
       01  WS-CHK-RC     PIC 9(9) COMP-5.
       01  WS-DEL-RC     PIC 9(9) COMP-5.
       01  WS-RENAME-RC  PIC 9(9) COMP-5.
       01  WS-TMP-NAME   PIC X(30) VALUE "generation-catalog.tmp".
       01  WS-CAT-NAME   PIC X(30) VALUE "generation-catalog".

       LINKAGE SECTION.
       COPY "gendata.cpy".

       PROCEDURE DIVISION USING GENERATION-REQUEST.
       Main-Generation-Save.
           MOVE 0 TO GEN-NUMBER
           SET GEN-NO-FILE TO TRUE
           MOVE FUNCTION TRIM(GEN-FILE) TO WS-CHK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-PATH
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
      *> a first write has nothing to keep.
               GOBACK
           END-IF
           SET GEN-FAILED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           SET GSV-NOT-AT-END TO TRUE

           PERFORM Load-Policy
           PERFORM Load-Catalog
           IF CAT-COUNT >= MAX-CAT
               DISPLAY "generation_save: ERROR - generation-catalog "
                   "full (" MAX-CAT " records) - no generation of "
                   FUNCTION TRIM(GEN-FILE) " kept; lower the counts "
                   "in generation-policy"
               GOBACK
           END-IF

           MOVE 0 TO WS-NEXT-GEN
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               IF CAT-FILE(CAT-IDX) = GEN-FILE
                       AND CAT-GEN(CAT-IDX) > WS-NEXT-GEN
                   MOVE CAT-GEN(CAT-IDX) TO WS-NEXT-GEN
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-GEN
           IF WS-NEXT-GEN > 9999
               DISPLAY "generation_save: ERROR - "
                   FUNCTION TRIM(GEN-FILE) " has reached generation "
                   "9999 - no generation kept"
               GOBACK
           END-IF
           MOVE WS-NEXT-GEN TO GEN-NUMBER

           MOVE SPACES TO WS-CMD
           STRING "mkdir -p generations" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC

           PERFORM Build-Gen-Suffix
           MOVE GEN-FILE TO WS-SRC-NAME
           PERFORM Copy-Into-Generation
           IF WS-RC NOT = 0
               GOBACK
           END-IF

      *> an indexed master's key partner, where the handler keeps
      *> one beside the data.
           MOVE 'N' TO WS-HAS-IDX
           MOVE SPACES TO WS-CHK-PATH
           STRING FUNCTION TRIM(GEN-FILE) DELIMITED BY SIZE
                  ".idx" DELIMITED BY SIZE
               INTO WS-CHK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-PATH
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE WS-CHK-PATH TO WS-SRC-NAME
               PERFORM Copy-Into-Generation
               IF WS-RC NOT = 0
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-HAS-IDX
           END-IF

           IF WS-COMPANION NOT = SPACES
               MOVE WS-COMPANION TO WS-CHK-PATH
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-PATH
                   WS-CHK-DETAILS RETURNING WS-CHK-RC
               IF WS-CHK-RC = 0
                   MOVE WS-COMPANION TO WS-SRC-NAME
                   PERFORM Copy-Into-Generation
                   IF WS-RC NOT = 0
                       GOBACK
                   END-IF
               ELSE
                   MOVE SPACES TO WS-COMPANION
               END-IF
           END-IF

           ADD 1 TO CAT-COUNT
           SET CAT-IDX TO CAT-COUNT
           MOVE GEN-FILE TO CAT-FILE(CAT-IDX)
           MOVE WS-NEXT-GEN TO CAT-GEN(CAT-IDX)
           MOVE WS-STAMP TO CAT-STAMP(CAT-IDX)
           MOVE GEN-WHO TO CAT-WHO(CAT-IDX)
           MOVE GEN-REASON TO CAT-REASON(CAT-IDX)
           MOVE WS-HAS-IDX TO CAT-IDX-FLAG(CAT-IDX)
           MOVE WS-COMPANION TO CAT-COMPANION(CAT-IDX)
           MOVE "SAVE" TO WS-LOG-ACTION
           MOVE WS-NEXT-GEN TO WS-LOG-GEN
           PERFORM Write-Log-Line

           PERFORM Roll-Off-Oldest
           PERFORM Rewrite-Catalog
           SET GEN-OK TO TRUE
           GOBACK.

       Load-Policy.
           MOVE 5 TO WS-DEFAULT-KEEP WS-KEEP
           MOVE 'N' TO WS-FILE-LISTED
           MOVE SPACES TO WS-COMPANION
           OPEN INPUT POLICY-FILE
           IF POL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GSV-AT-END
               READ POLICY-FILE
                   AT END
                       SET GSV-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Policy-Record
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           SET GSV-NOT-AT-END TO TRUE
           IF WS-FILE-LISTED = 'N'
               MOVE WS-DEFAULT-KEEP TO WS-KEEP
           END-IF
           .

       Load-Policy-Record.
           IF POLICY-RECORD = SPACES OR POLICY-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO P-FILE P-KEEP P-COMPANION
           UNSTRING POLICY-RECORD DELIMITED BY ","
               INTO P-FILE P-KEEP P-COMPANION
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(P-KEEP)) NOT = 0
               DISPLAY "generation_save: WARNING - generation-policy "
                   "count for " FUNCTION TRIM(P-FILE)
                   " is not numeric - record ignored"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(P-FILE) = "DEFAULT"
               COMPUTE WS-DEFAULT-KEEP = FUNCTION NUMVAL(
                   FUNCTION TRIM(P-KEEP))
               IF WS-DEFAULT-KEEP < 1
                   MOVE 1 TO WS-DEFAULT-KEEP
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(P-FILE) = FUNCTION TRIM(GEN-FILE)
               COMPUTE WS-KEEP = FUNCTION NUMVAL(
                   FUNCTION TRIM(P-KEEP))
               IF WS-KEEP < 1
                   MOVE 1 TO WS-KEEP
               END-IF
               MOVE FUNCTION TRIM(P-COMPANION) TO WS-COMPANION
               MOVE 'Y' TO WS-FILE-LISTED
           END-IF
           .

       Load-Catalog.
           MOVE 0 TO CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF GCT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GSV-AT-END OR CAT-COUNT >= MAX-CAT
               READ CATALOG-FILE
                   AT END
                       SET GSV-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Catalog-Record
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           SET GSV-NOT-AT-END TO TRUE
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

       Build-Gen-Suffix.
           MOVE SPACES TO WS-GEN-SUFFIX
           STRING ".G" DELIMITED BY SIZE
                  GEN-NUMBER DELIMITED BY SIZE
                  "V00" DELIMITED BY SIZE
               INTO WS-GEN-SUFFIX
           .

       Copy-Into-Generation.
           MOVE SPACES TO WS-DST-NAME
           STRING "generations/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  WS-GEN-SUFFIX DELIMITED BY SIZE
               INTO WS-DST-NAME
           MOVE SPACES TO WS-CMD
           STRING "cp '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DST-NAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "generation_save: ERROR - could not keep "
                   FUNCTION TRIM(WS-SRC-NAME) " as "
                   FUNCTION TRIM(WS-DST-NAME) " (status " WS-RC ")"
           END-IF
           .

       Roll-Off-Oldest.
      *> past the kept count the oldest generations go, files and
      *> catalog record together.
           MOVE 0 TO WS-GEN-COUNT
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               IF CAT-FILE(CAT-IDX) = GEN-FILE
                   ADD 1 TO WS-GEN-COUNT
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-GEN-COUNT <= WS-KEEP
               MOVE 0 TO WS-OLDEST-IDX
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
                   IF CAT-FILE(CAT-IDX) = GEN-FILE
                       IF WS-OLDEST-IDX = 0
                           SET WS-OLDEST-IDX TO CAT-IDX
                       ELSE
                           IF CAT-GEN(CAT-IDX) <
                                   CAT-GEN(WS-OLDEST-IDX)
                               SET WS-OLDEST-IDX TO CAT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               SET CAT-IDX TO WS-OLDEST-IDX
               PERFORM Delete-Generation
               SUBTRACT 1 FROM WS-GEN-COUNT
           END-PERFORM
           .

       Delete-Generation.
           MOVE CAT-GEN(CAT-IDX) TO GEN-NUMBER
           PERFORM Build-Gen-Suffix
           MOVE CAT-FILE(CAT-IDX) TO WS-SRC-NAME
           PERFORM Delete-One-Copy
           IF CAT-IDX-FLAG(CAT-IDX) = 'Y'
               MOVE SPACES TO WS-SRC-NAME
               STRING FUNCTION TRIM(CAT-FILE(CAT-IDX))
                          DELIMITED BY SIZE
                      ".idx" DELIMITED BY SIZE
                   INTO WS-SRC-NAME
               PERFORM Delete-One-Copy
           END-IF
           IF CAT-COMPANION(CAT-IDX) NOT = SPACES
               MOVE CAT-COMPANION(CAT-IDX) TO WS-SRC-NAME
               PERFORM Delete-One-Copy
           END-IF
           MOVE "ROLLOFF" TO WS-LOG-ACTION
           MOVE CAT-GEN(CAT-IDX) TO WS-LOG-GEN
           PERFORM Write-Log-Line
           MOVE SPACES TO CAT-FILE(CAT-IDX)
           MOVE WS-NEXT-GEN TO GEN-NUMBER
           .

       Delete-One-Copy.
           MOVE SPACES TO WS-DST-NAME
           STRING "generations/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  WS-GEN-SUFFIX DELIMITED BY SIZE
               INTO WS-DST-NAME
           CALL "CBL_DELETE_FILE" USING WS-DST-NAME
               RETURNING WS-DEL-RC
           .

       Rewrite-Catalog.
      *> build-then-swap, as every other register rewrite here.
           OPEN OUTPUT CATALOG-NEW
           IF GCTNEW-FS NOT = "00"
               DISPLAY "generation_save: WARNING - could not open "
                   "generation-catalog.tmp (status " GCTNEW-FS
                   ") - generation " GEN-NUMBER " of "
                   FUNCTION TRIM(GEN-FILE) " is kept but not "
                   "catalogued"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               IF CAT-FILE(CAT-IDX) NOT = SPACES
                   PERFORM Write-Catalog-Record
               END-IF
           END-PERFORM
           CLOSE CATALOG-NEW
           CALL "CBL_RENAME_FILE" USING WS-TMP-NAME WS-CAT-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "generation_save: WARNING - could not swap "
                   "generation-catalog in (CBL_RENAME_FILE rc "
                   WS-RENAME-RC ")"
           END-IF
           .

       Write-Catalog-Record.
           MOVE SPACES TO CATALOG-NEW-RECORD
           STRING FUNCTION TRIM(CAT-FILE(CAT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CAT-GEN(CAT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CAT-STAMP(CAT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-WHO(CAT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-REASON(CAT-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CAT-IDX-FLAG(CAT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-COMPANION(CAT-IDX))
                      DELIMITED BY SIZE
               INTO CATALOG-NEW-RECORD
           WRITE CATALOG-NEW-RECORD
           .

       Write-Log-Line.
           OPEN EXTEND GENLOG-FILE
           IF GLG-FS = "05" OR GLG-FS = "35"
               OPEN OUTPUT GENLOG-FILE
           END-IF
           IF GLG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GENLOG-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(GEN-FILE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOG-GEN DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(GEN-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(GEN-REASON) DELIMITED BY SIZE
               INTO GENLOG-RECORD
           WRITE GENLOG-RECORD
           CLOSE GENLOG-FILE
           .

       END PROGRAM generation_save.
