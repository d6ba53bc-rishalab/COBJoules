      *> lines. A program that hasn't been updated to report a
      *> workload (or whose log predates req 036) shows "N/A" for
      *> that column rather than a misleading divide-by-something.
      *>
      *> With a checkpoint-cost-profile present (checkpoint_cost's
      *> per-call cost of measure_energy on this host) the report
      *> closes with each run's estimated instrumentation share:
      *> every data line is one checkpoint interval for its domain,
      *> so the run's overhead is its lines times their domain's
      *> per-call cost, as a share of the run's total. Runs at or
      *> over COBJOULES_CKPT_SHARE_PCT (default 5) are flagged -
      *> their checkpoint density is large enough that part of
      *> what they report is the measuring itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NSP-FS.

      *> checkpoint_cost's per-domain cost of one measure_energy
      *> call - absent file just means no instrumentation section.
           SELECT CKPT-COST-IN ASSIGN TO "checkpoint-cost-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
       FD  NOISE-PROFILE-IN.
       01  NSP-RECORD PIC X(160).

       FD  CKPT-COST-IN.
       01  CKC-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  CAL-FS        PIC XX.
      *> cross-host normalization: COBJOULES_NORMALIZE=Y divides each
               10  RUN-HAS-TRAILER   PIC X.
               10  RUN-TRAILER-LINES PIC 9(9).
               10  RUN-TRAILER-UJ    PIC 9(15).
               10  RUN-INTERVALS     PIC 9(9).
               10  RUN-OVERHEAD-UJ   PIC 9(15)V9(3).
       01  REP-FS        PIC XX.
       01  REP-EOF       PIC X VALUE 'N'.
           88  REP-AT-END     VALUE 'Y'.
               10  FLR-UJ     PIC 9(12).
       01  WS-FLR-IDX    PIC 9(2).

      *> checkpoint_cost's per-call cost by domain. Intervals are
      *> counted on the profile's first domain (fetch_energy order,
      *> the first package), one line per checkpoint interval.
       01  CKC-FS        PIC XX.
       01  WS-CKC-EOF    PIC X VALUE 'N'.
       01  F-CKC-HOST    PIC X(64).
       01  F-CKC-DOMAIN  PIC X(24).
       01  F-CKC-CALLS   PIC X(10).
       01  F-CKC-UJ      PIC X(14).
       01  F-CKC-USEC    PIC X(14).
       01  MAX-COSTS     PIC 9(2) VALUE 30.
       01  COST-COUNT    PIC 9(2) VALUE 0.
       01  COST-TABLE.
           05  COST-ENTRY OCCURS 30 TIMES INDEXED BY CST-IDX.
               10  CST-DOMAIN PIC X(24).
               10  CST-UJ     PIC 9(9)V9(3).
       01  WS-CKC-HOST   PIC X(64) VALUE SPACES.
       01  WS-SHARE-ENV  PIC X(6) VALUE SPACES.
       01  WS-SHARE-LIMIT PIC 9(3)V9(2) VALUE 5.
       01  WS-SHARE-PCT  PIC 9(5)V9(2).
       01  WS-SHARE-FLAGGED PIC 9(3) VALUE 0.
       01  SHARE-DISP    PIC Z(4)9.99.
       01  LIMIT-DISP    PIC ZZ9.99.
       01  OVERHEAD-DISP PIC Z(14)9.
       01  RUN-UJ-DISP   PIC Z(14)9.
       01  INTERVALS-DISP PIC Z(8)9.

      *> void exclusion: runs voided through run_void are excluded
      *> from totals AND from the trailer bookkeeping - a voided
      *> run must neither rank nor raise completeness warnings.
               PERFORM Load-Calibration
           END-IF
           PERFORM Load-Noise-Profile
           PERFORM Load-Checkpoint-Cost

           OPEN INPUT ENERGY-LOG-IN
           IF REP-FS NOT = "00"
               PERFORM Rank-Programs
               PERFORM Open-Report
               PERFORM Display-Report
               IF COST-COUNT > 0
                   PERFORM Display-Instrumentation-Share
               END-IF
               PERFORM Close-Report
               PERFORM Verify-Run-Trailers
           END-IF
                       MOVE 'N' TO RUN-HAS-TRAILER(RUN-IDX)
                       MOVE 0 TO RUN-TRAILER-LINES(RUN-IDX)
                       MOVE 0 TO RUN-TRAILER-UJ(RUN-IDX)
                       MOVE 0 TO RUN-INTERVALS(RUN-IDX)
                       MOVE 0 TO RUN-OVERHEAD-UJ(RUN-IDX)
                       MOVE 1 TO WS-FOUND
                   END-IF
               END-IF
                       IF ELOG-IS-DATA
                           ADD 1 TO RUN-LINES(RUN-IDX)
                           ADD ELOG-DELTA-UJ TO RUN-UJ(RUN-IDX)
                           PERFORM Note-Run-Overhead
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       Load-Checkpoint-Cost.
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
                           F-CKC-CALLS F-CKC-UJ F-CKC-USEC
                       UNSTRING CKC-RECORD DELIMITED BY ","
                           INTO F-CKC-HOST F-CKC-DOMAIN
                                F-CKC-CALLS F-CKC-UJ F-CKC-USEC
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
      *> one data line is one checkpoint interval for its domain -
      *> charge it that domain's per-call cost.
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > COST-COUNT
               IF CST-DOMAIN(CST-IDX) =
                       FUNCTION TRIM(ELOG-DOMAIN)
                   ADD CST-UJ(CST-IDX)
                       TO RUN-OVERHEAD-UJ(RUN-IDX)
                   IF CST-IDX = 1
                       ADD 1 TO RUN-INTERVALS(RUN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       Display-Instrumentation-Share.
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE WS-SHARE-LIMIT TO LIMIT-DISP
           MOVE SPACES TO RPT-LINE
           STRING "Instrumentation share by run (checkpoint-cost-"
                      DELIMITED BY SIZE
                  "profile of host " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKC-HOST) DELIMITED BY SIZE
                  ", flag at " DELIMITED BY SIZE
                  FUNCTION TRIM(LIMIT-DISP) DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Run                   Intervals    Overhead(uJ)"
               & "      Run total(uJ)   Share%" TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE 0 TO WS-SHARE-FLAGGED
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-LINES(RUN-IDX) > 0
                   PERFORM Write-Share-Line
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-SHARE-FLAGGED > 0
               MOVE WS-SHARE-FLAGGED TO RANK-DISP
               STRING "** " DELIMITED BY SIZE
                      FUNCTION TRIM(RANK-DISP) DELIMITED BY SIZE
                      " run(s) checkpoint densely enough that "
                          DELIMITED BY SIZE
                      "measure_energy's own cost is a significant "
                          DELIMITED BY SIZE
                      "part of their figures **" DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               MOVE "(no run's instrumentation share reaches the "
                   & "flag level)" TO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           .

       Write-Share-Line.
           IF RUN-UJ(RUN-IDX) > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   RUN-OVERHEAD-UJ(RUN-IDX) * 100 / RUN-UJ(RUN-IDX)
           ELSE
               MOVE 0 TO WS-SHARE-PCT
           END-IF
           MOVE RUN-INTERVALS(RUN-IDX) TO INTERVALS-DISP
           COMPUTE OVERHEAD-DISP ROUNDED = RUN-OVERHEAD-UJ(RUN-IDX)
           MOVE RUN-UJ(RUN-IDX) TO RUN-UJ-DISP
           MOVE WS-SHARE-PCT TO SHARE-DISP
           MOVE SPACES TO RPT-LINE
           MOVE RUN-ID-KEY(RUN-IDX) TO RPT-LINE(1:21)
           MOVE INTERVALS-DISP TO RPT-LINE(23:9)
           MOVE OVERHEAD-DISP TO RPT-LINE(33:15)
           MOVE RUN-UJ-DISP TO RPT-LINE(52:15)
           MOVE SHARE-DISP TO RPT-LINE(68:8)
           IF WS-SHARE-PCT >= WS-SHARE-LIMIT
               MOVE "<== significant" TO RPT-LINE(77:15)
               ADD 1 TO WS-SHARE-FLAGGED
           END-IF
           PERFORM Write-Report-Line
           .

       Display-Normalized.
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
