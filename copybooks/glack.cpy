      *> GLACK - one record of the general ledger's acknowledgment
      *> file for a journal batch (gljrnl.cpy), read by
      *> gl_reconcile. Fixed format, 80 bytes, one record per
      *> journal line the GL processed:
      *>
      *>   GLA-LINE-NO 0 acknowledges the batch as a whole - an R
      *>   there means the GL refused the entire batch (bad
      *>   trailer, closed GL period) and GLA-REASON says why.
      *>   A line acknowledged A twice was posted twice.
       01  GL-ACK-RECORD.
           05  GLA-BATCH-ID    PIC X(12).
           05  GLA-LINE-NO     PIC 9(5).
           05  GLA-STATUS      PIC X.
               88  GLA-ACCEPTED   VALUE "A".
               88  GLA-REJECTED   VALUE "R".
           05  GLA-GL-DOC      PIC X(12).
           05  GLA-REASON      PIC X(50).
