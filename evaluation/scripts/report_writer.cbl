      *> Spool files are "rpt-<program>-<YYYYMMDDHHMMSS>.rpt" and
      *> each finished report is registered in "report-catalog"
      *> ("<ts>,<program>,<spool file>,<parameters>").
      *>
      *> A report with a part per cost center marks each part with
      *> a SECTION request: the part starts on a fresh page whose
      *> heading carries "SECTION <center>" from column 100 of its
      *> second line, which is all report_distribute needs to
      *> burst the spool page by page. Documents a program writes
      *> for itself (cost_invoice's invoices and memos) are
      *> cataloged with a REGISTER request, a whole-document
      *> section riding in the parameters as "section=<center>".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SAVED-PROGRAM PIC X(20).
       01  WS-SAVED-TITLE PIC X(60).
       01  WS-SAVED-PARMS PIC X(80).
       01  WS-SECTION    PIC X(20) VALUE SPACES.
       01  WS-HEADING-DUE PIC X VALUE 'N'.

      *> the catalog entry being written - a finished spool or a
      *> registered document.
       01  WS-CAT-STAMP   PIC X(21).
       01  WS-CAT-PROGRAM PIC X(20).
       01  WS-CAT-PATH    PIC X(132).
       01  WS-CAT-PARMS   PIC X(110).

       LINKAGE SECTION.
       COPY "reportio.cpy".
                   PERFORM Print-Line
               WHEN "CLOSE"
                   PERFORM Close-Report
               WHEN "SECTION"
                   PERFORM Start-Section
               WHEN "REGISTER"
                   PERFORM Register-Document
               WHEN OTHER
                   DISPLAY "report_writer: WARNING - unrecognized "
                       "action '" FUNCTION TRIM(RPT-ACTION)
           MOVE RPT-PROGRAM TO WS-SAVED-PROGRAM
           MOVE RPT-TITLE TO WS-SAVED-TITLE
           MOVE RPT-PARMS TO WS-SAVED-PARMS
           MOVE SPACES TO WS-SECTION
           MOVE SPACES TO WS-SPOOL-PATH
           STRING "rpt-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAVED-PROGRAM)
           END-IF
           MOVE 'Y' TO WS-OPEN-FLAG
           MOVE 0 TO WS-PAGE-NO WS-TOTAL-LINES
           MOVE 'Y' TO WS-HEADING-DUE
           .

       Page-Heading.
           STRING "Parameters: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAVED-PARMS) DELIMITED BY SIZE
               INTO SPOOL-RECORD
           IF WS-SECTION NOT = SPACES
               MOVE SPACES TO SPOOL-RECORD(100:33)
               STRING "SECTION " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SECTION) DELIMITED BY SIZE
                   INTO SPOOL-RECORD(100:33)
           END-IF
           WRITE SPOOL-RECORD
           MOVE ALL "-" TO SPOOL-RECORD
           WRITE SPOOL-RECORD
           MOVE 3 TO WS-LINE-NO
           MOVE 'N' TO WS-HEADING-DUE
           .

       Print-Line.
           IF NOT REPORT-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-NO >= WS-PAGE-LINES OR WS-HEADING-DUE = 'Y'
               PERFORM Page-Heading
           END-IF
           MOVE RPT-LINE TO SPOOL-RECORD
           ADD 1 TO WS-TOTAL-LINES
           .

       Start-Section.
      *> a new section always starts on its own page: the heading
      *> is held back until the section's first line, so a report
      *> that opens straight into a section never prints an empty
      *> first page.
           IF RPT-SECTION = WS-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE RPT-SECTION TO WS-SECTION
           IF REPORT-OPEN
               MOVE 'Y' TO WS-HEADING-DUE
           END-IF
           .

       Close-Report.
           IF NOT REPORT-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PAGE-NO = 0
               PERFORM Page-Heading
           END-IF
           MOVE SPACES TO SPOOL-RECORD
           STRING "*** END OF REPORT - " DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
           .

       Register-In-Catalog.
           MOVE WS-STAMP TO WS-CAT-STAMP
           MOVE WS-SAVED-PROGRAM TO WS-CAT-PROGRAM
           MOVE WS-SPOOL-PATH TO WS-CAT-PATH
           MOVE WS-SAVED-PARMS TO WS-CAT-PARMS
           PERFORM Write-Catalog-Record
           .

       Register-Document.
           IF RPT-LINE = SPACES
               DISPLAY "report_writer: WARNING - REGISTER without a "
                   "document name ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CAT-STAMP
           MOVE RPT-PROGRAM TO WS-CAT-PROGRAM
           MOVE RPT-LINE TO WS-CAT-PATH
           MOVE SPACES TO WS-CAT-PARMS
           IF RPT-SECTION = SPACES
               MOVE RPT-PARMS TO WS-CAT-PARMS
           ELSE
               STRING FUNCTION TRIM(RPT-PARMS) DELIMITED BY SIZE
                      " section=" DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-SECTION) DELIMITED BY SIZE
                   INTO WS-CAT-PARMS
           END-IF
           PERFORM Write-Catalog-Record
           .

       Write-Catalog-Record.
           OPEN EXTEND CATALOG-FILE
           IF CAT-FS = "05" OR CAT-FS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF CAT-FS = "00"
               MOVE SPACES TO CATALOG-RECORD
               STRING WS-CAT-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-PROGRAM)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-PATH)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-PARMS)
                          DELIMITED BY SIZE
                   INTO CATALOG-RECORD
               WRITE CATALOG-RECORD
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "report_writer: WARNING - could not "
                   "register " FUNCTION TRIM(WS-CAT-PATH)
                   " in report-catalog (status " CAT-FS ")"
           END-IF
           .

