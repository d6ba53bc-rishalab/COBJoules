       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-distribute.
       AUTHOR. Shiva9361.

      *> Report distribution: report_writer spools every report and
      *> registers it in "report-catalog", and cost_invoice
      *> registers its invoices and memos there too, but nothing was
      *> ever delivered - department heads still asked by phone for
      *> their cost center's part of the invoice, the budget
      *> variance and the carbon figures. Each time this runs it
      *> picks up the catalog entries added since the previous run
      *> (a position file remembers how far it got, the same
      *> incremental idiom alert_dispatch uses) and delivers each
      *> to everyone the distribution list names for its program.
      *>
      *> Distribution list ("report-distribution", overridable via
      *> COBJOULES_DISTRIBUTION_LIST), one record per recipient
      *> and report:
      *>
      *>   <program>,<recipient>,<center>,<method>,<target>
      *>
      *>   program   - the report program as cataloged
      *>               (energy_budget_report, energy_carbon,
      *>               cost_invoice, ...); a record starting "*,"
      *>               takes every program - a "*" followed by
      *>               anything else is a comment
      *>   recipient - a short name, used in the delivered file's
      *>               name and in the delivery log
      *>   center    - blank for the whole report, else only that
      *>               cost center's part: the pages report_writer
      *>               headed "SECTION <center>" plus the pages
      *>               common to every section; a document
      *>               cataloged whole for one center ("section=" in
      *>               its parameters, as cost_invoice registers
      *>               its bills) goes only to that center's
      *>               recipients
      *>   method    - DROP: written to <target> directory as
      *>               "<recipient>-<document name>"
      *>               MAIL: mailed to address <target> through
      *>               COBJOULES_MAIL_CMD (default "mail -s", run as
      *>               <cmd> "<subject>" <target> < <burst file>)
      *>
      *> Every delivery attempt is appended to
      *> "report-delivery.log", so "I never got it" is a lookup:
      *>   <ts>,<DELIVERED|FAILED|NO-SECTION>,<program>,<document>,
      *>   <recipient>,<center or *>,<method>,<target>,<pages>,
      *>   <lines>
      *> NO-SECTION means the report held no page for the
      *> recipient's center, so there was nothing to send.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "report-catalog"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FS.

           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LST-FS.

           SELECT REPORT-IN ASSIGN TO WS-DOC-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RIN-FS.

           SELECT BURST-OUT ASSIGN TO WS-OUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FS.

           SELECT DELIVERY-LOG ASSIGN TO "report-delivery.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DLG-FS.

      *> how many report-catalog records the previous run handled.
           SELECT DIST-POS-FILE ASSIGN TO "report-distribute.pos"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD PIC X(260).

       FD  LIST-FILE.
       01  LIST-RECORD PIC X(160).

       FD  REPORT-IN.
       01  REPORT-RECORD PIC X(132).

       FD  BURST-OUT.
       01  BURST-RECORD PIC X(132).

       FD  DELIVERY-LOG.
       01  DELIVERY-RECORD PIC X(300).

       FD  DIST-POS-FILE.
       01  DIST-POS-RECORD PIC 9(9).

       WORKING-STORAGE SECTION.
       01  CAT-FS        PIC XX.
       01  LST-FS        PIC XX.
       01  RIN-FS        PIC XX.
       01  OUT-FS        PIC XX.
       01  DLG-FS        PIC XX.
       01  POS-FS        PIC XX.
       01  RDS-EOF       PIC X VALUE 'N'.
           88  RDS-AT-END     VALUE 'Y'.
           88  RDS-NOT-AT-END VALUE 'N'.
       01  DOC-EOF       PIC X VALUE 'N'.
           88  DOC-AT-END     VALUE 'Y'.
           88  DOC-NOT-AT-END VALUE 'N'.

       01  WS-LIST-PATH  PIC X(100) VALUE "report-distribution".
       01  WS-LIST-ENV   PIC X(100) VALUE SPACES.
       01  WS-MAIL-CMD   PIC X(80) VALUE "mail -s".
       01  WS-MAIL-ENV   PIC X(80) VALUE SPACES.
       01  WS-MAIL-FILE  PIC X(40) VALUE "report-distribute.out".
       01  WS-DOC-PATH   PIC X(100).
       01  WS-OUT-PATH   PIC X(200).
       01  WS-CMD        PIC X(400).
       01  WS-RC         PIC S9(9) COMP-5.
       01  WS-STAMP      PIC X(21).

       01  MAX-RECIPS    PIC 9(3) VALUE 100.
       01  RECIP-COUNT   PIC 9(3) VALUE 0.
       01  RECIP-TABLE.
           05  RECIP-ENTRY OCCURS 100 TIMES INDEXED BY RCP-IDX.
               10  RCP-PROGRAM  PIC X(20).
               10  RCP-NAME     PIC X(20).
               10  RCP-CENTER   PIC X(20).
               10  RCP-METHOD   PIC X(4).
               10  RCP-TARGET   PIC X(100).
       01  F-RCP-PROGRAM PIC X(20).
       01  F-RCP-NAME    PIC X(20).
       01  F-RCP-CENTER  PIC X(20).
       01  F-RCP-METHOD  PIC X(10).
       01  F-RCP-TARGET  PIC X(100).

      *> the catalog entry in hand.
       01  C-STAMP       PIC X(21).
       01  C-PROGRAM     PIC X(20).
       01  C-PATH        PIC X(100).
       01  C-PARMS       PIC X(120).
       01  WS-PTR        PIC 9(4) COMP.
       01  WS-DOC-SECTION PIC X(20).
       01  WS-PARM-HEAD  PIC X(120).
       01  WS-PARM-TAIL  PIC X(120).
       01  WS-DOC-NAME   PIC X(100).
       01  WS-SLASH-POS  PIC 9(4) COMP.
       01  WS-CHAR-POS   PIC 9(4) COMP.

       01  WS-POSITION   PIC 9(9) VALUE 0.
       01  WS-LINE-NO    PIC 9(9) VALUE 0.
       01  WS-NEW-ENTRIES PIC 9(5) VALUE 0.
       01  WS-DELIVERED  PIC 9(5) VALUE 0.
       01  WS-FAILED     PIC 9(5) VALUE 0.

      *> burst state: a page heading (report_writer's first heading
      *> line, "PAGE" from column 110) is held until its second
      *> line shows whether the page belongs to a section.
       01  WS-HELD-LINE  PIC X(132).
       01  WS-HELD       PIC X VALUE 'N'.
       01  WS-PAGE-SECTION PIC X(20).
       01  WS-PAGE-WANTED PIC X VALUE 'Y'.
       01  WS-WANT-CENTER PIC X(20).
       01  WS-PAGES-OUT  PIC 9(5).
       01  WS-LINES-OUT  PIC 9(7).
       01  WS-SECTION-PAGES PIC 9(5).
       01  WS-VERDICT    PIC X(10).
       01  WS-LOG-CENTER PIC X(20).
       01  WS-COUNTING   PIC X.
           88  COUNT-PASS     VALUE 'C'.
           88  WRITE-PASS     VALUE 'W'.
       01  PAGES-DISP    PIC Z(4)9.
       01  LINES-DISP    PIC Z(6)9.
       01  WS-RC-DISP    PIC -(9)9.

       PROCEDURE DIVISION.
       Main-Distribute.
           ACCEPT WS-LIST-ENV FROM ENVIRONMENT
               "COBJOULES_DISTRIBUTION_LIST"
           IF WS-LIST-ENV NOT = SPACES
               MOVE WS-LIST-ENV TO WS-LIST-PATH
           END-IF
           ACCEPT WS-MAIL-ENV FROM ENVIRONMENT "COBJOULES_MAIL_CMD"
           IF WS-MAIL-ENV NOT = SPACES
               MOVE WS-MAIL-ENV TO WS-MAIL-CMD
           END-IF

           PERFORM Load-List
           IF RECIP-COUNT = 0
               DISPLAY "report_distribute: ERROR - "
                   FUNCTION TRIM(WS-LIST-PATH)
                   " names no recipients"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Read-Position
           MOVE 0 TO WS-LINE-NO
           SET RDS-NOT-AT-END TO TRUE
           OPEN INPUT CATALOG-FILE
           IF CAT-FS NOT = "00"
               DISPLAY "report_distribute: no report-catalog yet - "
                   "nothing to distribute"
               STOP RUN
           END-IF
           PERFORM UNTIL RDS-AT-END
               READ CATALOG-FILE
                   AT END
                       SET RDS-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-POSITION
                           PERFORM Distribute-Entry
                               THRU Distribute-Entry-Exit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
      *> a catalog shorter than the remembered position was purged
      *> or rebuilt since the last run - start over from its top.
           IF WS-LINE-NO < WS-POSITION
               DISPLAY "report_distribute: report-catalog is shorter "
                   "than the last position - position reset; run "
                   "again to distribute its entries"
           END-IF
           MOVE WS-LINE-NO TO WS-POSITION
           PERFORM Write-Position

           DISPLAY "report_distribute: " WS-NEW-ENTRIES
               " new catalog entr(ies), " WS-DELIVERED
               " deliver(ies), " WS-FAILED " failed"
           IF WS-FAILED > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-List.
           SET RDS-NOT-AT-END TO TRUE
           OPEN INPUT LIST-FILE
           IF LST-FS NOT = "00"
               DISPLAY "report_distribute: ERROR - could not open "
                   "distribution list " FUNCTION TRIM(WS-LIST-PATH)
                   " (status " LST-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL RDS-AT-END
               READ LIST-FILE
                   AT END
                       SET RDS-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-List-Record
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           .

       Load-List-Record.
           IF LIST-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LIST-RECORD(1:1) = "*" AND LIST-RECORD(2:1) NOT = ","
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-RCP-PROGRAM F-RCP-NAME F-RCP-CENTER
               F-RCP-METHOD F-RCP-TARGET
           UNSTRING LIST-RECORD DELIMITED BY ","
               INTO F-RCP-PROGRAM F-RCP-NAME F-RCP-CENTER
                    F-RCP-METHOD F-RCP-TARGET
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-RCP-METHOD))
               TO F-RCP-METHOD
           IF F-RCP-NAME = SPACES OR F-RCP-TARGET = SPACES
                   OR (F-RCP-METHOD NOT = "DROP"
                       AND F-RCP-METHOD NOT = "MAIL")
               DISPLAY "report_distribute: WARNING - unusable "
                   "distribution record skipped: "
                   FUNCTION TRIM(LIST-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF RECIP-COUNT >= MAX-RECIPS
               DISPLAY "report_distribute: WARNING - distribution "
                   "table full (" MAX-RECIPS "), record skipped: "
                   FUNCTION TRIM(LIST-RECORD)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RECIP-COUNT
           SET RCP-IDX TO RECIP-COUNT
           MOVE FUNCTION TRIM(F-RCP-PROGRAM) TO RCP-PROGRAM(RCP-IDX)
           MOVE FUNCTION TRIM(F-RCP-NAME) TO RCP-NAME(RCP-IDX)
           MOVE FUNCTION TRIM(F-RCP-CENTER) TO RCP-CENTER(RCP-IDX)
           MOVE F-RCP-METHOD TO RCP-METHOD(RCP-IDX)
           MOVE FUNCTION TRIM(F-RCP-TARGET) TO RCP-TARGET(RCP-IDX)
           .

       Read-Position.
           OPEN INPUT DIST-POS-FILE
           IF POS-FS = "00"
               READ DIST-POS-FILE
                   NOT AT END
                       MOVE DIST-POS-RECORD TO WS-POSITION
               END-READ
               CLOSE DIST-POS-FILE
           END-IF
           .

       Write-Position.
           OPEN OUTPUT DIST-POS-FILE
           IF POS-FS = "00"
               MOVE WS-POSITION TO DIST-POS-RECORD
               WRITE DIST-POS-RECORD
               CLOSE DIST-POS-FILE
           ELSE
               DISPLAY "report_distribute: WARNING - could not write "
                   "report-distribute.pos (status " POS-FS "); the "
                   "next run will distribute the whole catalog again"
           END-IF
           .

       Distribute-Entry.
           ADD 1 TO WS-NEW-ENTRIES
           MOVE SPACES TO C-STAMP C-PROGRAM C-PATH C-PARMS
           MOVE 1 TO WS-PTR
           UNSTRING CATALOG-RECORD DELIMITED BY ","
               INTO C-STAMP C-PROGRAM C-PATH
               WITH POINTER WS-PTR
           END-UNSTRING
      *> the parameters run to the end of the record, commas and
      *> all.
           IF WS-PTR <= LENGTH OF CATALOG-RECORD
               MOVE CATALOG-RECORD(WS-PTR:) TO C-PARMS
           END-IF
           IF C-PATH = SPACES
               GO TO Distribute-Entry-Exit
           END-IF
           MOVE C-PATH TO WS-DOC-PATH

      *> a document cataloged whole for one center.
           MOVE SPACES TO WS-DOC-SECTION WS-PARM-HEAD WS-PARM-TAIL
           UNSTRING C-PARMS DELIMITED BY "section="
               INTO WS-PARM-HEAD WS-PARM-TAIL
           END-UNSTRING
           IF WS-PARM-TAIL NOT = SPACES
               UNSTRING WS-PARM-TAIL DELIMITED BY SPACE
                   INTO WS-DOC-SECTION
               END-UNSTRING
           END-IF

      *> the delivered copy is named for the document, without any
      *> directory part.
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > LENGTH OF C-PATH
               IF C-PATH(WS-CHAR-POS:1) = "/"
                   MOVE WS-CHAR-POS TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DOC-NAME
           IF WS-SLASH-POS = 0
               MOVE C-PATH TO WS-DOC-NAME
           ELSE
               IF WS-SLASH-POS < LENGTH OF C-PATH
                   MOVE C-PATH(WS-SLASH-POS + 1:) TO WS-DOC-NAME
               END-IF
           END-IF

           PERFORM VARYING RCP-IDX FROM 1 BY 1
               UNTIL RCP-IDX > RECIP-COUNT
               IF RCP-PROGRAM(RCP-IDX) = "*"
                       OR RCP-PROGRAM(RCP-IDX) = C-PROGRAM
                   PERFORM Deliver-To-Recipient
                       THRU Deliver-To-Recipient-Exit
               END-IF
           END-PERFORM
           .
       Distribute-Entry-Exit.
           EXIT.

       Deliver-To-Recipient.
           MOVE RCP-CENTER(RCP-IDX) TO WS-WANT-CENTER
           MOVE 0 TO WS-PAGES-OUT WS-LINES-OUT
      *> a whole-document section either is the recipient's center
      *> or is somebody else's bill - nothing to log for the
      *> latter.
           IF WS-DOC-SECTION NOT = SPACES
               IF WS-WANT-CENTER NOT = SPACES
                       AND WS-WANT-CENTER NOT = WS-DOC-SECTION
                   GO TO Deliver-To-Recipient-Exit
               END-IF
               MOVE SPACES TO WS-WANT-CENTER
           END-IF

           IF WS-WANT-CENTER NOT = SPACES
               SET COUNT-PASS TO TRUE
               PERFORM Burst-Document
               IF RIN-FS NOT = "00"
                   MOVE "FAILED" TO WS-VERDICT
                   PERFORM Write-Delivery-Log
                   GO TO Deliver-To-Recipient-Exit
               END-IF
               IF WS-SECTION-PAGES = 0
                   MOVE "NO-SECTION" TO WS-VERDICT
                   PERFORM Write-Delivery-Log
                   GO TO Deliver-To-Recipient-Exit
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT-PATH
           IF RCP-METHOD(RCP-IDX) = "DROP"
               STRING FUNCTION TRIM(RCP-TARGET(RCP-IDX))
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(RCP-NAME(RCP-IDX))
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DOC-NAME) DELIMITED BY SIZE
                   INTO WS-OUT-PATH
           ELSE
               MOVE WS-MAIL-FILE TO WS-OUT-PATH
           END-IF
           OPEN OUTPUT BURST-OUT
           IF OUT-FS NOT = "00"
               DISPLAY "report_distribute: WARNING - could not write "
                   FUNCTION TRIM(WS-OUT-PATH) " (status " OUT-FS ")"
               MOVE "FAILED" TO WS-VERDICT
               PERFORM Write-Delivery-Log
               GO TO Deliver-To-Recipient-Exit
           END-IF
           SET WRITE-PASS TO TRUE
           PERFORM Burst-Document
           CLOSE BURST-OUT
           IF RIN-FS NOT = "00"
               MOVE "FAILED" TO WS-VERDICT
               PERFORM Write-Delivery-Log
               GO TO Deliver-To-Recipient-Exit
           END-IF

           MOVE "DELIVERED" TO WS-VERDICT
           IF RCP-METHOD(RCP-IDX) = "MAIL"
               PERFORM Mail-Burst-File
           END-IF
           PERFORM Write-Delivery-Log
           .
       Deliver-To-Recipient-Exit.
           EXIT.

       Burst-Document.
      *> one pass over the document: the count pass only tallies
      *> the pages headed with the wanted section; the write pass
      *> copies every wanted line to BURST-OUT. With no center
      *> wanted, every page is wanted.
           MOVE 0 TO WS-SECTION-PAGES WS-PAGES-OUT WS-LINES-OUT
           MOVE 'N' TO WS-HELD
           MOVE 'Y' TO WS-PAGE-WANTED
           SET DOC-NOT-AT-END TO TRUE
           OPEN INPUT REPORT-IN
           IF RIN-FS NOT = "00"
               DISPLAY "report_distribute: WARNING - could not open "
                   FUNCTION TRIM(WS-DOC-PATH) " (status " RIN-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DOC-AT-END
               READ REPORT-IN
                   AT END
                       SET DOC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Burst-One-Line
               END-READ
           END-PERFORM
           CLOSE REPORT-IN
           MOVE "00" TO RIN-FS
           .

       Burst-One-Line.
           IF REPORT-RECORD(110:5) = "PAGE "
                   AND REPORT-RECORD(100:8) IS NUMERIC
               MOVE REPORT-RECORD TO WS-HELD-LINE
               MOVE 'Y' TO WS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-HELD = 'Y'
               MOVE 'N' TO WS-HELD
               MOVE SPACES TO WS-PAGE-SECTION
               IF REPORT-RECORD(100:8) = "SECTION "
                   MOVE REPORT-RECORD(108:20) TO WS-PAGE-SECTION
               END-IF
      *> a page common to every section goes to everyone.
               MOVE 'Y' TO WS-PAGE-WANTED
               IF WS-WANT-CENTER NOT = SPACES
                       AND WS-PAGE-SECTION NOT = SPACES
                   IF WS-PAGE-SECTION = WS-WANT-CENTER
                       ADD 1 TO WS-SECTION-PAGES
                   ELSE
                       MOVE 'N' TO WS-PAGE-WANTED
                   END-IF
               END-IF
               IF WS-PAGE-WANTED = 'Y'
                   ADD 1 TO WS-PAGES-OUT
                   MOVE WS-HELD-LINE TO BURST-RECORD
                   PERFORM Write-Burst-Line
               END-IF
           END-IF
      *> report_writer's closing trailer ends every burst.
           IF REPORT-RECORD(1:18) = "*** END OF REPORT "
               MOVE 'Y' TO WS-PAGE-WANTED
           END-IF
           IF WS-PAGE-WANTED = 'Y'
               MOVE REPORT-RECORD TO BURST-RECORD
               PERFORM Write-Burst-Line
           END-IF
           .

       Write-Burst-Line.
           IF WRITE-PASS
               WRITE BURST-RECORD
               ADD 1 TO WS-LINES-OUT
           END-IF
           .

       Mail-Burst-File.
           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-MAIL-CMD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(C-PROGRAM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DOC-NAME) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RCP-TARGET(RCP-IDX))
                      DELIMITED BY SIZE
                  " < " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAIL-FILE) DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               MOVE WS-RC TO WS-RC-DISP
               DISPLAY "report_distribute: WARNING - mail command "
                   "exited with status " FUNCTION TRIM(WS-RC-DISP)
                   " for " FUNCTION TRIM(RCP-TARGET(RCP-IDX))
               MOVE "FAILED" TO WS-VERDICT
           END-IF
           .

       Write-Delivery-Log.
           IF WS-VERDICT = "DELIVERED"
               ADD 1 TO WS-DELIVERED
           END-IF
           IF WS-VERDICT = "FAILED"
               ADD 1 TO WS-FAILED
           END-IF
           DISPLAY "report_distribute: " FUNCTION TRIM(WS-VERDICT)
               " " FUNCTION TRIM(WS-DOC-NAME) " -> "
               FUNCTION TRIM(RCP-NAME(RCP-IDX))
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-PAGES-OUT TO PAGES-DISP
           MOVE WS-LINES-OUT TO LINES-DISP
           OPEN EXTEND DELIVERY-LOG
           IF DLG-FS = "05" OR DLG-FS = "35"
               OPEN OUTPUT DELIVERY-LOG
           END-IF
           IF DLG-FS NOT = "00"
               DISPLAY "report_distribute: WARNING - could not open "
                   "report-delivery.log (status " DLG-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-CENTER
           IF RCP-CENTER(RCP-IDX) = SPACES
               MOVE "*" TO WS-LOG-CENTER
           ELSE
               MOVE RCP-CENTER(RCP-IDX) TO WS-LOG-CENTER
           END-IF
           MOVE SPACES TO DELIVERY-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERDICT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(C-PROGRAM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(C-PATH) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RCP-NAME(RCP-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-CENTER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RCP-METHOD(RCP-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RCP-TARGET(RCP-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PAGES-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(LINES-DISP) DELIMITED BY SIZE
               INTO DELIVERY-RECORD
           WRITE DELIVERY-RECORD
           CLOSE DELIVERY-LOG
           .

       END PROGRAM report-distribute.
