      *> summed across every domain logged for the pair, since the
      *> question here is whole-package draw over time rather than a
      *> per-domain split.
      *>
      *> With a checkpoint-cost-profile present (checkpoint_cost's
      *> per-call cost of measure_energy on this host) the profile
      *> ends with the run's estimated instrumentation share - its
      *> data lines times their domain's per-call cost, against the
      *> run's total - and what one sample checkpoint costs against
      *> the average interval. A sampling rate dense enough to push
      *> the share to COBJOULES_CKPT_SHARE_PCT (default 5) or over
      *> is flagged: the curve is partly measuring the measuring.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROF-FS.

           SELECT CKPT-COST-IN ASSIGN TO "checkpoint-cost-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
      *> matches energy_report.cbl/energy_diff.cbl's record width.
       01  PROF-RECORD PIC X(320).

       FD  CKPT-COST-IN.
       01  CKC-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  PROF-FS       PIC XX.
       01  PROF-EOF      PIC X VALUE 'N'.
       01  ELAPSED-DISP   PIC Z(7)9.99.
       01  TOTAL-DISP     PIC Z(14)9.

      *> checkpoint_cost's per-call cost by domain, and the run-wide
      *> figures it is charged against - every data line of the run,
      *> not only the SAMPLE intervals drawn above.
       01  CKC-FS         PIC XX.
       01  WS-CKC-EOF     PIC X VALUE 'N'.
       01  F-CKC-HOST     PIC X(64).
       01  F-CKC-DOMAIN   PIC X(24).
       01  F-CKC-CALLS    PIC X(10).
       01  F-CKC-UJ       PIC X(14).
       01  MAX-COSTS      PIC 9(2) VALUE 30.
       01  COST-COUNT     PIC 9(2) VALUE 0.
       01  COST-TABLE.
           05  COST-ENTRY OCCURS 30 TIMES INDEXED BY CST-IDX.
               10  CST-DOMAIN PIC X(24).
               10  CST-UJ     PIC 9(9)V9(3).
       01  WS-CKC-HOST    PIC X(64) VALUE SPACES.
       01  WS-CALL-UJ     PIC 9(9)V9(3) VALUE 0.
       01  WS-RUN-UJ      PIC 9(15) VALUE 0.
       01  WS-RUN-OVERHEAD PIC 9(15)V9(3) VALUE 0.
       01  WS-RUN-INTERVALS PIC 9(9) VALUE 0.
       01  WS-SAMPLE-UJ   PIC 9(15) VALUE 0.
       01  WS-SHARE-ENV   PIC X(6) VALUE SPACES.
       01  WS-SHARE-LIMIT PIC 9(3)V9(2) VALUE 5.
       01  WS-SHARE-PCT   PIC 9(5)V9(2).
       01  WS-INT-SHARE-PCT PIC 9(5)V9(2).
       01  SHARE-DISP     PIC Z(4)9.99.
       01  LIMIT-DISP     PIC ZZ9.99.
       01  INTERVALS-DISP PIC Z(8)9.
       01  CALL-UJ-DISP   PIC Z(8)9.999.

       PROCEDURE DIVISION.
       Main-Profile.
           ACCEPT WS-RUN-FILTER FROM ENVIRONMENT
               STOP RUN
           END-IF

           PERFORM Load-Checkpoint-Cost

           OPEN INPUT ENERGY-LOG-IN
           IF PROF-FS NOT = "00"
               DISPLAY "energy_profile: ERROR - could not open "
           ELSE
               PERFORM Find-Peak
               PERFORM Display-Profile
               IF COST-COUNT > 0
                   PERFORM Display-Instrumentation-Share
               END-IF
           END-IF

           STOP RUN.
                   FUNCTION TRIM(WS-RUN-FILTER)
               GO TO Process-Line-Exit
           END-IF
           IF NOT ELOG-IS-DATA
               GO TO Process-Line-Exit
           END-IF
           PERFORM Note-Run-Overhead

      *> only intervals that end at a periodic sample belong on the
      *> power-vs-time curve - the later label is whatever follows the
       Process-Line-Exit.
           EXIT.

       Load-Checkpoint-Cost.
      *> same profile parse as energy_report's Load-Checkpoint-Cost;
      *> absent file just means no instrumentation section.
           OPEN INPUT CKPT-COST-IN
           IF CKC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CKC-EOF
           PERFORM UNTIL WS-CKC-EOF = 'Y'
               READ CKPT-COST-IN
                   AT END
                       MOVE 'Y' TO WS-CKC-EOF
                   NOT AT END
                       MOVE SPACES TO F-CKC-HOST F-CKC-DOMAIN
                           F-CKC-CALLS F-CKC-UJ
                       UNSTRING CKC-RECORD DELIMITED BY ","
                           INTO F-CKC-HOST F-CKC-DOMAIN
                                F-CKC-CALLS F-CKC-UJ
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(F-CKC-UJ)) = 0
                               AND COST-COUNT < MAX-COSTS
                           ADD 1 TO COST-COUNT
                           SET CST-IDX TO COST-COUNT
                           MOVE FUNCTION TRIM(F-CKC-DOMAIN)
                               TO CST-DOMAIN(CST-IDX)
                           COMPUTE CST-UJ(CST-IDX) =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(F-CKC-UJ))
                           ADD CST-UJ(CST-IDX) TO WS-CALL-UJ
                           MOVE F-CKC-HOST TO WS-CKC-HOST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CKPT-COST-IN

           ACCEPT WS-SHARE-ENV FROM ENVIRONMENT
               "COBJOULES_CKPT_SHARE_PCT"
           IF WS-SHARE-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SHARE-ENV)) = 0
               COMPUTE WS-SHARE-LIMIT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-SHARE-ENV))
           END-IF
           .

       Note-Run-Overhead.
      *> one data line is one checkpoint interval for its domain;
      *> intervals are counted on the profile's first domain.
           ADD ELOG-DELTA-UJ TO WS-RUN-UJ
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > COST-COUNT
               IF CST-DOMAIN(CST-IDX) =
                       FUNCTION TRIM(ELOG-DOMAIN)
                   ADD CST-UJ(CST-IDX) TO WS-RUN-OVERHEAD
                   IF CST-IDX = 1
                       ADD 1 TO WS-RUN-INTERVALS
                   END-IF
               END-IF
           END-PERFORM
           .

       Display-Instrumentation-Share.
           IF WS-RUN-UJ > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-RUN-OVERHEAD * 100 / WS-RUN-UJ
           ELSE
               MOVE 0 TO WS-SHARE-PCT
           END-IF
      *> one sample checkpoint against the average sampled interval
           MOVE 0 TO WS-SAMPLE-UJ
           PERFORM VARYING INT-IDX FROM 1 BY 1
               UNTIL INT-IDX > INT-COUNT
               ADD INT-TOTAL(INT-IDX) TO WS-SAMPLE-UJ
           END-PERFORM
           IF WS-SAMPLE-UJ > 0
               COMPUTE WS-INT-SHARE-PCT ROUNDED =
                   WS-CALL-UJ * INT-COUNT * 100 / WS-SAMPLE-UJ
           ELSE
               MOVE 0 TO WS-INT-SHARE-PCT
           END-IF
           MOVE WS-RUN-INTERVALS TO INTERVALS-DISP
           MOVE WS-SHARE-PCT TO SHARE-DISP
           MOVE WS-SHARE-LIMIT TO LIMIT-DISP
           MOVE WS-CALL-UJ TO CALL-UJ-DISP
           DISPLAY "Instrumentation share: "
               FUNCTION TRIM(INTERVALS-DISP)
               " checkpoint interval(s), estimated "
               FUNCTION TRIM(SHARE-DISP) "% of the run's energy "
               "(checkpoint-cost-profile of host "
               FUNCTION TRIM(WS-CKC-HOST) ")"
           MOVE WS-INT-SHARE-PCT TO SHARE-DISP
           DISPLAY "One checkpoint costs "
               FUNCTION TRIM(CALL-UJ-DISP) " uJ - "
               FUNCTION TRIM(SHARE-DISP)
               "% of the average sampled interval"
           IF WS-SHARE-PCT >= WS-SHARE-LIMIT
                   OR WS-INT-SHARE-PCT >= WS-SHARE-LIMIT
               DISPLAY "** checkpoint density is significant (flag "
                   "at " FUNCTION TRIM(LIMIT-DISP) "%) - part of "
                   "this curve is measure_energy's own cost; "
                   "sample less often **"
           END-IF
           .

       Find-Or-Add-Interval.
      *> same find-or-add-by-name idiom as energy_report.cbl's
      *> Find-Or-Add-Prog, keyed on the full cp-pair string so each
