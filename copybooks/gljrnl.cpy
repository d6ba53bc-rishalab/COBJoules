      *> GLJRNL - one record of the general-ledger journal extract
      *> cost_invoice writes with each month-end billing,
      *> "gl-journal-<YYYYMM>", and gl_reconcile reads back against
      *> the GL's acknowledgment file. Fixed format, 100 bytes:
      *>
      *>   H  batch header  - period, date created, source system
      *>   D  journal line  - account, cost center, DR/CR, amount,
      *>                      the invoice or memo number it carries
      *>   T  batch trailer - record count (header and trailer
      *>                      included) and hash total (every D
      *>                      line's amount, debits and credits
      *>                      alike), with the debit and credit
      *>                      totals that must agree
      *>
      *> The batch id is "ENERGY<YYYYMM>" - a period is billed and
      *> closed once, so the id is unique and a second posting of
      *> it is a duplicate by definition. Amounts carry an implied
      *> decimal point (two places) and no sign; GLJD-DR-CR says
      *> which side.
       01  GL-JOURNAL-RECORD.
           05  GLJ-REC-TYPE     PIC X.
               88  GLJ-IS-HEADER  VALUE "H".
               88  GLJ-IS-DETAIL  VALUE "D".
               88  GLJ-IS-TRAILER VALUE "T".
           05  GLJ-BATCH-ID     PIC X(12).
           05  GLJ-BODY         PIC X(87).
           05  GLJ-HEADER REDEFINES GLJ-BODY.
               10  GLJH-PERIOD     PIC X(6).
               10  GLJH-CREATED    PIC X(8).
               10  GLJH-SOURCE     PIC X(10).
               10  GLJH-CURRENCY   PIC X(3).
               10  FILLER          PIC X(60).
           05  GLJ-DETAIL REDEFINES GLJ-BODY.
               10  GLJD-LINE-NO    PIC 9(5).
               10  GLJD-ACCOUNT    PIC X(12).
               10  GLJD-CENTER     PIC X(20).
               10  GLJD-DR-CR      PIC X(2).
                   88  GLJD-DEBIT     VALUE "DR".
                   88  GLJD-CREDIT    VALUE "CR".
               10  GLJD-AMOUNT     PIC 9(11)V99.
               10  GLJD-REFERENCE  PIC X(12).
               10  GLJD-DESC       PIC X(23).
           05  GLJ-TRAILER REDEFINES GLJ-BODY.
               10  GLJT-RECORD-COUNT PIC 9(7).
               10  GLJT-HASH-TOTAL   PIC 9(13)V99.
               10  GLJT-DEBIT-TOTAL  PIC 9(13)V99.
               10  GLJT-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER            PIC X(35).
