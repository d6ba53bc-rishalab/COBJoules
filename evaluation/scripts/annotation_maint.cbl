       IDENTIFICATION DIVISION.
       PROGRAM-ID. annotation-maint.
       AUTHOR. Shiva9361.

      *> Event annotation register maintenance: when energy_spc
      *> flags a shift or energy_trend shows a step, the
      *> explanation is usually a known event - a BIOS update, a
      *> DIMM swap, a kernel upgrade, a compiler change - and that
      *> knowledge lived only in people's heads. This screen (the
      *> ctl_maint SCREEN SECTION style) keeps dated events per
      *> host or program in "event-annotations":
      *>
      *>   <YYYYMMDD>,<HOST|PROGRAM|ALL>,<host or program>,
      *>   <category>,<entered by>,<entered ts>,<text>
      *>
      *> ALL is a site-wide event and takes no host/program. The
      *> categories are BIOS, FIRMWARE, HARDWARE, KERNEL, OS,
      *> COMPILER, SOFTWARE, CONFIG and OTHER. energy_trend,
      *> energy_spc, regression_hunt and energy_browse print the
      *> events as markers at the point in their output where they
      *> happened, through annotation_lookup.
      *>
      *> Commands at the event list:
      *>   A       - add an event (validated before it lands)
      *>   D <n>   - delete event n (entered in error)
      *>   N/P     - next / previous page
      *>   Q       - quit
      *> The person entering is the caller's actual login
      *> (security_check); every add and delete is appended to
      *> "annotation-audit.log", and a delete rewrites the register
      *> via the same build-then-swap route ctl_maint uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOTATION-FILE ASSIGN TO "event-annotations"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANN-FS.

           SELECT ANNOTATION-NEW ASSIGN TO "event-annotations.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANNNEW-FS.

           SELECT AUDIT-FILE ASSIGN TO "annotation-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANNOTATION-FILE.
       01  ANNOTATION-RECORD PIC X(300).

       FD  ANNOTATION-NEW.
       01  ANNOTATION-NEW-RECORD PIC X(300).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(350).

       WORKING-STORAGE SECTION.
       01  ANN-FS        PIC XX.
       01  ANNNEW-FS     PIC XX.
       01  AUD-FS        PIC XX.
       01  ANM-EOF       PIC X VALUE 'N'.
           88  ANM-AT-END     VALUE 'Y'.
           88  ANM-NOT-AT-END VALUE 'N'.

      *> the whole register, loaded for listing and for the
      *> rewrite a delete needs.
       01  MAX-LINES     PIC 9(4) VALUE 1000.
       01  LINE-COUNT    PIC 9(4) VALUE 0.
       01  WS-LOAD-TRUNC PIC X VALUE 'N'.
           88  REGISTER-TRUNCATED VALUE 'Y'.
       01  ANN-TABLE.
           05  ANN-LINE OCCURS 1000 TIMES
                               INDEXED BY LINE-IDX PIC X(300).

       01  WS-SCREEN-LINE PIC 9(3) VALUE 4.
       01  WS-ROW-TEXT    PIC X(130).
       01  WS-COMMAND     PIC X(200) VALUE SPACES.
       01  WS-CMD-LETTER  PIC X.
       01  WS-CMD-ARG     PIC X(10).
       01  WS-SEL-LINE    PIC 9(4).
       01  WS-PAGE-SIZE   PIC 9(2) VALUE 15.
       01  WS-PAGE-TOP    PIC 9(4) VALUE 1.
       01  WS-ROW-NO      PIC 9(4).
       01  WS-ROW-NO-DISP PIC Z(3)9.
       01  WS-MODE        PIC X VALUE 'L'.
           88  LIST-MODE    VALUE 'L'.
           88  MAINT-DONE   VALUE 'Q'.

       01  WS-WHO         PIC X(20) VALUE SPACES.
       01  WS-STAMP       PIC X(21).
       01  WS-ACTION      PIC X(8).
       01  WS-NEW-RECORD  PIC X(300).
       01  WS-VALID       PIC 9(1).
       01  WS-REASON      PIC X(80).
       01  WS-TMP-NAME    PIC X(40) VALUE "event-annotations.tmp".
       01  WS-REG-NAME    PIC X(40) VALUE "event-annotations".
       01  WS-RENAME-RC   PIC 9(9) COMP-5.
       COPY "secchk.cpy".

      *> the event as typed: date,scope,key,category,text.
       01  E-DATE         PIC X(10).
       01  E-SCOPE        PIC X(10).
       01  E-KEY          PIC X(64).
       01  E-CATEGORY     PIC X(12).
       01  E-TEXT         PIC X(80).
       01  E-PTR          PIC 9(4) COMP.
       01  E-DATE-NUM     PIC 9(8).

       SCREEN SECTION.
       01  ANM-HEADER.
           05 BLANK SCREEN.
           05 LINE 1  COL 1 VALUE
               "COBJOULES - Event Annotation Maintenance".
           05 LINE 2  COL 1 VALUE
               "========================================".

       01  ANM-ROW.
           05 LINE WS-SCREEN-LINE COL 1 PIC X(130) FROM WS-ROW-TEXT.

       01  ANM-PROMPT.
           05 LINE WS-SCREEN-LINE COL 1 PIC X(130) FROM WS-ROW-TEXT.
           05 COL PLUS 2 PIC X(200) TO WS-COMMAND.

       PROCEDURE DIVISION.
       Main-Annotation-Maint.
           PERFORM Load-Register
           PERFORM UNTIL MAINT-DONE
               PERFORM Show-Event-List
           END-PERFORM
           STOP RUN.

       Load-Register.
           MOVE 0 TO LINE-COUNT
           MOVE 'N' TO WS-LOAD-TRUNC
           SET ANM-NOT-AT-END TO TRUE
           OPEN INPUT ANNOTATION-FILE
           IF ANN-FS NOT = "00"
      *> a missing register starts empty - adding the first event
      *> creates it.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANM-AT-END
               READ ANNOTATION-FILE
                   AT END
                       SET ANM-AT-END TO TRUE
                   NOT AT END
                       IF LINE-COUNT < MAX-LINES
                           ADD 1 TO LINE-COUNT
                           SET LINE-IDX TO LINE-COUNT
                           MOVE ANNOTATION-RECORD
                               TO ANN-LINE(LINE-IDX)
                       ELSE
                           SET REGISTER-TRUNCATED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOTATION-FILE
           .

       Show-Event-List.
           DISPLAY ANM-HEADER
           MOVE 3 TO WS-SCREEN-LINE
           MOVE SPACES TO WS-ROW-TEXT
           STRING "Register: event-annotations  (" DELIMITED BY SIZE
                  LINE-COUNT DELIMITED BY SIZE
                  " record(s))  date,scope,key,category,by,"
                      DELIMITED BY SIZE
                  "entered,text" DELIMITED BY SIZE
               INTO WS-ROW-TEXT
           DISPLAY ANM-ROW
           ADD 1 TO WS-SCREEN-LINE

           PERFORM VARYING WS-ROW-NO FROM WS-PAGE-TOP BY 1
               UNTIL WS-ROW-NO > LINE-COUNT
                   OR WS-ROW-NO >= WS-PAGE-TOP + WS-PAGE-SIZE
               SET LINE-IDX TO WS-ROW-NO
               MOVE WS-ROW-NO TO WS-ROW-NO-DISP
               MOVE SPACES TO WS-ROW-TEXT
               STRING WS-ROW-NO-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ANN-LINE(LINE-IDX)(1:120)
                          DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
               DISPLAY ANM-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-PERFORM

           ADD 1 TO WS-SCREEN-LINE
           MOVE "A=add, D <n>=delete, N/P=page, Q=quit:"
               TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
           DISPLAY ANM-PROMPT
           ACCEPT ANM-PROMPT
           PERFORM Handle-List-Command
           .

       Handle-List-Command.
           MOVE SPACES TO WS-CMD-LETTER WS-CMD-ARG
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
               DELIMITED BY ALL SPACE
               INTO WS-CMD-LETTER WS-CMD-ARG
           END-UNSTRING
           MOVE 0 TO WS-SEL-LINE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CMD-ARG)) = 0
               COMPUTE WS-SEL-LINE = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-CMD-ARG))
           END-IF
           EVALUATE WS-CMD-LETTER
               WHEN "Q"
                   SET MAINT-DONE TO TRUE
               WHEN "N"
                   IF WS-PAGE-TOP + WS-PAGE-SIZE <= LINE-COUNT
                       ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                   END-IF
               WHEN "P"
                   IF WS-PAGE-TOP > WS-PAGE-SIZE
                       SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-TOP
                   ELSE
                       MOVE 1 TO WS-PAGE-TOP
                   END-IF
               WHEN "A"
                   PERFORM Add-Event
               WHEN "D"
                   PERFORM Delete-Event
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Ask-Who.
           MOVE "annotation_maint" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION SEC-ROLE SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           MOVE SEC-USER TO WS-WHO
           IF WS-WHO = SPACES
               DISPLAY "annotation_maint: the caller's login could "
                   "not be determined - nothing changed"
           END-IF
           .

       Add-Event.
           PERFORM Ask-Who
           IF WS-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCREEN-LINE
           MOVE "Event as YYYYMMDD,HOST|PROGRAM|ALL,host or program,"
               & "category,text:" TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
           DISPLAY ANM-PROMPT
           ACCEPT ANM-PROMPT
           PERFORM Validate-Event
           IF WS-VALID = 0
               DISPLAY "annotation_maint: event rejected - "
                   FUNCTION TRIM(WS-REASON)
               EXIT PARAGRAPH
           END-IF
           IF LINE-COUNT >= MAX-LINES
               DISPLAY "annotation_maint: register full ("
                   MAX-LINES " records)"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-NEW-RECORD
           STRING E-DATE-NUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(E-SCOPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(E-KEY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(E-CATEGORY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(E-TEXT) DELIMITED BY SIZE
               INTO WS-NEW-RECORD

      *> an add is a plain append - the register is history and
      *> nothing already in it moves.
           OPEN EXTEND ANNOTATION-FILE
           IF ANN-FS = "05" OR ANN-FS = "35"
               OPEN OUTPUT ANNOTATION-FILE
           END-IF
           IF ANN-FS NOT = "00"
               DISPLAY "annotation_maint: ERROR - could not open "
                   "event-annotations (status " ANN-FS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RECORD TO ANNOTATION-RECORD
           WRITE ANNOTATION-RECORD
           CLOSE ANNOTATION-FILE
           ADD 1 TO LINE-COUNT
           SET LINE-IDX TO LINE-COUNT
           MOVE WS-NEW-RECORD TO ANN-LINE(LINE-IDX)
           MOVE "ADD" TO WS-ACTION
           PERFORM Write-Audit-Line
           .

       Validate-Event.
           MOVE 1 TO WS-VALID
           MOVE SPACES TO WS-REASON E-DATE E-SCOPE E-KEY E-CATEGORY
               E-TEXT
           MOVE 1 TO E-PTR
           UNSTRING WS-COMMAND DELIMITED BY ","
               INTO E-DATE E-SCOPE E-KEY E-CATEGORY
               WITH POINTER E-PTR
           END-UNSTRING
           IF E-PTR <= LENGTH OF WS-COMMAND
               MOVE WS-COMMAND(E-PTR:) TO E-TEXT
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(E-SCOPE))
               TO E-SCOPE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(E-CATEGORY))
               TO E-CATEGORY

           IF FUNCTION TRIM(E-DATE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(E-DATE)) NOT = 8
               MOVE 0 TO WS-VALID
               MOVE "date must be YYYYMMDD" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE E-DATE(1:8) TO E-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(E-DATE-NUM) NOT = 0
               MOVE 0 TO WS-VALID
               MOVE "date is not a calendar date" TO WS-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE E-SCOPE
               WHEN "HOST"
               WHEN "PROGRAM"
                   IF E-KEY = SPACES
                       MOVE 0 TO WS-VALID
                       MOVE "a HOST or PROGRAM event must name the "
                           & "host or program" TO WS-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN "ALL"
                   MOVE SPACES TO E-KEY
               WHEN OTHER
                   MOVE 0 TO WS-VALID
                   MOVE "scope must be HOST, PROGRAM or ALL"
                       TO WS-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE E-CATEGORY
               WHEN "BIOS"
               WHEN "FIRMWARE"
               WHEN "HARDWARE"
               WHEN "KERNEL"
               WHEN "OS"
               WHEN "COMPILER"
               WHEN "SOFTWARE"
               WHEN "CONFIG"
               WHEN "OTHER"
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO WS-VALID
                   MOVE "category must be BIOS, FIRMWARE, HARDWARE, "
                       & "KERNEL, OS, COMPILER, SOFTWARE, CONFIG or "
                       & "OTHER" TO WS-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           IF E-TEXT = SPACES
               MOVE 0 TO WS-VALID
               MOVE "an event needs its text" TO WS-REASON
           END-IF
           .

       Delete-Event.
           IF REGISTER-TRUNCATED
               DISPLAY "annotation_maint: event-annotations holds "
                   "more than " MAX-LINES " record(s) and could not "
                   "be loaded whole - deletes refused"
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-LINE < 1 OR WS-SEL-LINE > LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM Ask-Who
           IF WS-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
           SET LINE-IDX TO WS-SEL-LINE
           MOVE ANN-LINE(LINE-IDX) TO WS-NEW-RECORD
           PERFORM VARYING WS-ROW-NO FROM WS-SEL-LINE BY 1
               UNTIL WS-ROW-NO >= LINE-COUNT
               SET LINE-IDX TO WS-ROW-NO
               MOVE ANN-LINE(LINE-IDX + 1) TO ANN-LINE(LINE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM LINE-COUNT
           PERFORM Rewrite-Register
           MOVE "DELETE" TO WS-ACTION
           PERFORM Write-Audit-Line
           .

       Rewrite-Register.
      *> build-then-swap, so a crash mid-write never leaves a
      *> half-register behind.
           OPEN OUTPUT ANNOTATION-NEW
           IF ANNNEW-FS NOT = "00"
               DISPLAY "annotation_maint: ERROR - could not open "
                   "event-annotations.tmp (status " ANNNEW-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ROW-NO FROM 1 BY 1
               UNTIL WS-ROW-NO > LINE-COUNT
               SET LINE-IDX TO WS-ROW-NO
               MOVE ANN-LINE(LINE-IDX) TO ANNOTATION-NEW-RECORD
               WRITE ANNOTATION-NEW-RECORD
           END-PERFORM
           CLOSE ANNOTATION-NEW
           CALL "CBL_RENAME_FILE" USING WS-TMP-NAME
               WS-REG-NAME RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "annotation_maint: ERROR - could not swap "
                   "event-annotations in (CBL_RENAME_FILE rc "
                   WS-RENAME-RC ")"
               MOVE 1 TO RETURN-CODE
           END-IF
           .

       Write-Audit-Line.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND AUDIT-FILE
           IF AUD-FS = "05" OR AUD-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUD-FS = "00"
               MOVE SPACES TO AUDIT-RECORD
               STRING WS-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WHO) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-RECORD)
                          DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF
           .

       END PROGRAM annotation-maint.
