      *>   LINE  - print RPT-LINE (page headings and overflow are
      *>           the writer's business)
      *>   CLOSE - finish: end-of-report totals, catalog entry
      *>   SECTION - the lines that follow belong to RPT-SECTION
      *>           (a cost center, blank for lines common to all);
      *>           a change of section starts a new page whose
      *>           heading carries "SECTION <key>", so
      *>           report_distribute can burst a report page by
      *>           page to the recipients of each section
      *>   REGISTER - catalog a document the caller wrote itself:
      *>           RPT-LINE holds its file name, RPT-PROGRAM and
      *>           RPT-PARMS are cataloged as for a spooled report,
      *>           and a non-blank RPT-SECTION marks the whole
      *>           document as that section's
       01  REPORT-REQUEST.
           05  RPT-ACTION  PIC X(8).
           05  RPT-PROGRAM PIC X(20).
           05  RPT-TITLE   PIC X(60).
           05  RPT-PARMS   PIC X(80).
           05  RPT-LINE    PIC X(132).
           05  RPT-SECTION PIC X(20).
