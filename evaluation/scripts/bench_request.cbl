       IDENTIFICATION DIVISION.
       PROGRAM-ID. bench-request.
       AUTHOR. Shiva9361.

      *> Benchmark request intake: engineers asked for runs by mail
      *> ("run insertion_sort at 50000 on the REVERSE profile for
      *> me"), someone hand-edited batch-job-deck, and an
      *> energy_report excerpt was mailed back - nobody could say
      *> where a given request stood, and nothing charged it to
      *> the asker's center. This maintains one ORGANIZATION
      *> INDEXED record per request in "bench-requests.dat"
      *> (benchreq.cpy), the host_registry way, moving each request
      *> through
      *>
      *>   SUBMITTED -> APPROVED -> SCHEDULED -> RUN -> DELIVERED
      *>
      *> SCHEDULED and RUN are deck_scheduler's: it folds APPROVED
      *> requests into the night's deck and links the sweep's
      *> RUN-ID back when the sweep completes. The rest happens
      *> here.
      *>
      *> COBJOULES_REQUEST_ACTION selects what to do:
      *>   SUBMIT  - take a request in: COBJOULES_REQUEST_PROGRAM
      *>             (a benchmark master program name),
      *>             COBJOULES_REQUEST_SIZES (colon-separated, e.g.
      *>             "10000:50000"), COBJOULES_REQUEST_PROFILE
      *>             (dataset profile; not needed for a program
      *>             with no dataset), COBJOULES_REQUESTER,
      *>             COBJOULES_REQUEST_NEEDED_BY (YYYYMMDD) and
      *>             optional COBJOULES_REQUEST_CENTER (default the
      *>             program's master cost center). The new request
      *>             id is displayed.
      *>   APPROVE - SUBMITTED -> APPROVED (COBJOULES_REQUEST_ID)
      *>   DELIVER - RUN -> DELIVERED (COBJOULES_REQUEST_ID): writes
      *>             the results packet "request-packet-<id>" - the
      *>             request, its run ids and the energy its runs
      *>             logged per size and domain (only lines tagged
      *>             with the request's id - see deck_scheduler -
      *>             from energy-archive.log then energy.log; a run
      *>             the run-voids register or the ledger has
      *>             voided is listed but not counted),
      *>             priced at COBJOULES_RATE_PER_KWH when set,
      *>             under the request's cost center. A DELIVERED
      *>             request can be delivered again to reissue the
      *>             packet. A request with a run deck_scheduler
      *>             could not record on it is refused.
      *>   LIST    - every request (the default), or just
      *>             COBJOULES_REQUEST_ID's - "where is my run"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "bench-requests.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REQ-ID
               FILE STATUS IS REQ-FS.

           SELECT ARCHIVE-LOG-IN ASSIGN TO "energy-archive.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-FS.

           SELECT LEDGER-FILE ASSIGN TO "energy-budget-ledger"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT PACKET-FILE ASSIGN TO WS-PACKET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PKT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "benchreq.cpy".

       FD  ARCHIVE-LOG-IN.
       01  ARCH-RECORD PIC X(320).

       FD  ENERGY-LOG-IN.
       01  ENERGY-LOG-RECORD PIC X(320).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  PACKET-FILE.
       01  PACKET-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  REQ-FS        PIC XX.
       01  LOG-FS        PIC XX.
       01  ARCH-FS       PIC XX.
       01  LED-FS        PIC XX.
       01  PKT-FS        PIC XX.
       01  BRQ-EOF       PIC X VALUE 'N'.
           88  BRQ-AT-END     VALUE 'Y'.
           88  BRQ-NOT-AT-END VALUE 'N'.

       01  WS-ACTION     PIC X(10) VALUE SPACES.
       01  WS-REQ-ID     PIC X(8) VALUE SPACES.
       01  WS-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-SIZES      PIC X(40) VALUE SPACES.
       01  WS-PROFILE    PIC X(10) VALUE SPACES.
       01  WS-REQUESTER  PIC X(30) VALUE SPACES.
       01  WS-CENTER     PIC X(20) VALUE SPACES.
       01  WS-NEEDED-BY  PIC X(8) VALUE SPACES.
       01  WS-TODAY      PIC X(21).
       01  WS-LISTED     PIC 9(5) VALUE 0.
       COPY "benchmst.cpy".

      *> request numbering: RQ plus six digits, one past the
      *> highest id on file.
       01  WS-LAST-NO    PIC 9(6) VALUE 0.
       01  WS-THIS-NO    PIC 9(6).

      *> size-list walk, shared by SUBMIT's validation and the
      *> packet's size filter.
       01  WS-SIZE-PTR   PIC 9(4) COMP.
       01  WS-SIZE-TOKEN PIC X(12).
       01  WS-SIZE-COUNT PIC 9(2).
       01  WS-SIZE-BAD   PIC 9(2).
       01  WS-SIZE-HIT   PIC 9(1).

      *> results packet.
       01  WS-PACKET-PATH PIC X(40) VALUE SPACES.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       01  WS-RUN-IDX    PIC 9(2).
       01  WS-RUN-HIT    PIC 9(1).
       01  WS-RUN-LIST   PIC X(270).
       01  WS-RUN-PTR    PIC 9(4) COMP.
      *> which of the request's runs are voided - run-voids
      *> (run_void_check) or a VOIDED record on the ledger.
       01  RUN-VOID-TABLE.
           05  RUN-VOIDED OCCURS 12 TIMES PIC X.
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).
       01  L-KIND        PIC X(8).
       01  L-RUN         PIC X(21).
       01  MAX-FIGURES   PIC 9(3) VALUE 200.
       01  FIG-COUNT     PIC 9(3) VALUE 0.
       01  FIGURE-TABLE.
           05  FIG-ENTRY OCCURS 200 TIMES INDEXED BY FIG-IDX.
               10  FIG-RUNID    PIC X(21).
               10  FIG-WORKLOAD PIC X(12).
               10  FIG-DOMAIN   PIC X(24).
               10  FIG-UJ       PIC 9(15).
       01  WS-FOUND      PIC 9(1).
       01  WS-TOTAL-UJ   PIC 9(15) VALUE 0.
       01  WS-RATE-ENV   PIC X(20) VALUE SPACES.
       01  WS-RATE       PIC S9(5)V9(6) COMP-3 VALUE 0.
       01  WS-JOULES     PIC S9(9)V9(6) COMP-3.
       01  WS-KWH        PIC S9(9)V9(12) COMP-3.
       01  WS-COST       PIC S9(9)V9(4) COMP-3.
       01  UJ-DISP       PIC Z(14)9.
       01  JOULES-DISP   PIC Z(8)9.9(6).
       01  KWH-DISP      PIC Z(5)9.9(6).
       01  COST-DISP     PIC Z(7)9.99.

       PROCEDURE DIVISION.
       Main-Request.
           ACCEPT WS-ACTION FROM ENVIRONMENT
               "COBJOULES_REQUEST_ACTION"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
               TO WS-ACTION
           IF WS-ACTION = SPACES
               MOVE "LIST" TO WS-ACTION
           END-IF
           ACCEPT WS-REQ-ID FROM ENVIRONMENT "COBJOULES_REQUEST_ID"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQ-ID))
               TO WS-REQ-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           PERFORM Open-Requests
           EVALUATE WS-ACTION
               WHEN "SUBMIT"
                   PERFORM Do-Submit
               WHEN "APPROVE"
                   PERFORM Do-Approve
               WHEN "DELIVER"
                   PERFORM Do-Deliver
               WHEN "LIST"
                   PERFORM Do-List
               WHEN OTHER
                   DISPLAY "bench_request: ERROR - unrecognized "
                       "action '" FUNCTION TRIM(WS-ACTION)
                       "' (expected SUBMIT, APPROVE, DELIVER or "
                       "LIST)"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           CLOSE REQUEST-FILE
           STOP RUN.

       Open-Requests.
      *> same create-on-first-use dance host_registry's does.
           OPEN I-O REQUEST-FILE
           IF REQ-FS = "05" OR REQ-FS = "35"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF
           IF REQ-FS NOT = "00"
               DISPLAY "bench_request: ERROR - could not open "
                   "bench-requests.dat (status " REQ-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Fetch-Request.
      *> the one request COBJOULES_REQUEST_ID names; a miss is the
      *> caller's error to report.
           MOVE 0 TO WS-FOUND
           IF WS-REQ-ID = SPACES
               DISPLAY "bench_request: ERROR - set "
                   "COBJOULES_REQUEST_ID to the request to "
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ACTION))
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-ID TO REQ-ID
           READ REQUEST-FILE
               INVALID KEY
                   DISPLAY "bench_request: ERROR - no request "
                       FUNCTION TRIM(WS-REQ-ID)
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 1 TO WS-FOUND
           END-READ
           .

       Store-Request.
           REWRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "bench_request: ERROR - could not "
                       "rewrite request " FUNCTION TRIM(REQ-ID)
                       " (status " REQ-FS ")"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           .

       Do-Submit.
           ACCEPT WS-PROGRAM FROM ENVIRONMENT
               "COBJOULES_REQUEST_PROGRAM"
           ACCEPT WS-SIZES FROM ENVIRONMENT
               "COBJOULES_REQUEST_SIZES"
           ACCEPT WS-PROFILE FROM ENVIRONMENT
               "COBJOULES_REQUEST_PROFILE"
           ACCEPT WS-REQUESTER FROM ENVIRONMENT
               "COBJOULES_REQUESTER"
           ACCEPT WS-CENTER FROM ENVIRONMENT
               "COBJOULES_REQUEST_CENTER"
           ACCEPT WS-NEEDED-BY FROM ENVIRONMENT
               "COBJOULES_REQUEST_NEEDED_BY"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROFILE))
               TO WS-PROFILE

           MOVE "PROGRAM" TO BMR-ACTION
           MOVE WS-PROGRAM TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF NOT BMR-FOUND
               DISPLAY "bench_request: ERROR - program '"
                   FUNCTION TRIM(WS-PROGRAM) "' is not in the "
                   "benchmark master"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF BMR-DATASET NOT = "NONE" AND WS-PROFILE = SPACES
               DISPLAY "bench_request: ERROR - "
                   FUNCTION TRIM(WS-PROGRAM) " runs on a "
                   FUNCTION TRIM(BMR-DATASET) " dataset - set "
                   "COBJOULES_REQUEST_PROFILE"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF BMR-DATASET = "NONE"
               MOVE "NONE" TO WS-PROFILE
           END-IF
           PERFORM Validate-Sizes
           IF WS-SIZE-COUNT = 0 OR WS-SIZE-BAD > 0
               DISPLAY "bench_request: ERROR - "
                   "COBJOULES_REQUEST_SIZES must be one or more "
                   "colon-separated sizes (got '"
                   FUNCTION TRIM(WS-SIZES) "')"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQUESTER = SPACES
               DISPLAY "bench_request: ERROR - set "
                   "COBJOULES_REQUESTER to who is asking"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEEDED-BY IS NOT NUMERIC
               DISPLAY "bench_request: ERROR - "
                   "COBJOULES_REQUEST_NEEDED_BY must be YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CENTER = SPACES
               MOVE BMR-CENTER TO WS-CENTER
           END-IF

           PERFORM Find-Last-Request-No
           COMPUTE WS-THIS-NO = WS-LAST-NO + 1
           MOVE SPACES TO REQUEST-RECORD
           MOVE 0 TO REQ-RUN-COUNT REQ-RUN-MISSED
           STRING "RQ" DELIMITED BY SIZE
                  WS-THIS-NO DELIMITED BY SIZE
               INTO REQ-ID
           MOVE BMR-PROGRAM TO REQ-PROGRAM
           MOVE WS-SIZES TO REQ-SIZES
           MOVE WS-PROFILE TO REQ-PROFILE
           MOVE WS-REQUESTER TO REQ-REQUESTER
           MOVE WS-CENTER TO REQ-CENTER
           MOVE WS-NEEDED-BY TO REQ-NEEDED-BY
           SET REQ-SUBMITTED TO TRUE
           MOVE WS-TODAY(1:8) TO REQ-STATUS-DT REQ-SUBMIT-DT
           WRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "bench_request: ERROR - could not write "
                       "request " FUNCTION TRIM(REQ-ID)
                       " (status " REQ-FS ")"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "bench_request: request " FUNCTION TRIM(REQ-ID)
               " SUBMITTED - " FUNCTION TRIM(REQ-PROGRAM) " at "
               FUNCTION TRIM(REQ-SIZES) " ("
               FUNCTION TRIM(REQ-PROFILE) ") for "
               FUNCTION TRIM(REQ-REQUESTER) ", charged to "
               FUNCTION TRIM(REQ-CENTER)
           .

       Validate-Sizes.
           MOVE 0 TO WS-SIZE-COUNT WS-SIZE-BAD
           MOVE 1 TO WS-SIZE-PTR
           PERFORM UNTIL WS-SIZE-PTR > LENGTH OF WS-SIZES
               MOVE SPACES TO WS-SIZE-TOKEN
               UNSTRING WS-SIZES DELIMITED BY ":"
                   INTO WS-SIZE-TOKEN
                   WITH POINTER WS-SIZE-PTR
               END-UNSTRING
               IF WS-SIZE-TOKEN NOT = SPACES
                   ADD 1 TO WS-SIZE-COUNT
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-SIZE-TOKEN)) NOT = 0
                       ADD 1 TO WS-SIZE-BAD
                   END-IF
               END-IF
           END-PERFORM
           .

       Find-Last-Request-No.
           MOVE 0 TO WS-LAST-NO
           MOVE LOW-VALUES TO REQ-ID
           START REQUEST-FILE KEY >= REQ-ID
               INVALID KEY
                   SET BRQ-AT-END TO TRUE
           END-START
           PERFORM UNTIL BRQ-AT-END
               READ REQUEST-FILE NEXT
                   AT END
                       SET BRQ-AT-END TO TRUE
                   NOT AT END
                       IF REQ-ID(3:6) IS NUMERIC
                               AND REQ-ID(3:6) > WS-LAST-NO
                           MOVE REQ-ID(3:6) TO WS-LAST-NO
                       END-IF
               END-READ
           END-PERFORM
           SET BRQ-NOT-AT-END TO TRUE
           .

       Do-Approve.
           PERFORM Fetch-Request
           IF WS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT REQ-SUBMITTED
               DISPLAY "bench_request: ERROR - request "
                   FUNCTION TRIM(REQ-ID) " is "
                   FUNCTION TRIM(REQ-STATUS)
                   " - only a SUBMITTED request can be approved"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET REQ-APPROVED TO TRUE
           MOVE WS-TODAY(1:8) TO REQ-STATUS-DT
           PERFORM Store-Request
           DISPLAY "bench_request: request " FUNCTION TRIM(REQ-ID)
               " APPROVED - deck_scheduler folds it into the next "
               "scheduled sweep"
           .

       Do-Deliver.
           PERFORM Fetch-Request
           IF WS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT REQ-RUN AND NOT REQ-DELIVERED
               DISPLAY "bench_request: ERROR - request "
                   FUNCTION TRIM(REQ-ID) " is "
                   FUNCTION TRIM(REQ-STATUS)
                   " - it has no run to deliver yet"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF REQ-RUN-MISSED > 0
               DISPLAY "bench_request: ERROR - request "
                   FUNCTION TRIM(REQ-ID) " has " REQ-RUN-MISSED
                   " run(s) deck_scheduler could not record on it - "
                   "a packet would leave their energy out; not "
                   "delivered"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-RATE-ENV FROM ENVIRONMENT
               "COBJOULES_RATE_PER_KWH"
           IF WS-RATE-ENV NOT = SPACES
               COMPUTE WS-RATE = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RATE-ENV))
           END-IF
           PERFORM Gather-Run-Figures
           PERFORM Write-Packet
           IF PKT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET REQ-DELIVERED TO TRUE
           MOVE WS-TODAY(1:8) TO REQ-STATUS-DT
           MOVE WS-PACKET-PATH TO REQ-PACKET
           PERFORM Store-Request
           DISPLAY "bench_request: request " FUNCTION TRIM(REQ-ID)
               " DELIVERED - packet " FUNCTION TRIM(WS-PACKET-PATH)
           .

       Gather-Run-Figures.
      *> the request's program, at its requested sizes, within its
      *> linked runs, on lines carrying its own request tag - a
      *> sweep also runs the night's regular deck under the same
      *> run id, possibly the same program at the same size, and
      *> that energy is not the requester's.
           MOVE 0 TO FIG-COUNT WS-TOTAL-UJ
           PERFORM Check-Run-Voids
      *> archive first, then the live log - budget_reconcile's
      *> order; retention may have moved the runs' lines already.
           OPEN INPUT ARCHIVE-LOG-IN
           IF ARCH-FS = "00"
               PERFORM UNTIL BRQ-AT-END
                   READ ARCHIVE-LOG-IN
                       AT END
                           SET BRQ-AT-END TO TRUE
                       NOT AT END
                           MOVE ARCH-RECORD TO ELOG-RAW-LINE
                           PERFORM Note-Run-Line
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-IN
               SET BRQ-NOT-AT-END TO TRUE
           END-IF
           OPEN INPUT ENERGY-LOG-IN
           IF LOG-FS NOT = "00"
               DISPLAY "bench_request: WARNING - could not open "
                   "energy.log (status " LOG-FS ") - the packet "
                   "carries only energy-archive.log figures"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BRQ-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET BRQ-AT-END TO TRUE
                   NOT AT END
                       MOVE ENERGY-LOG-RECORD TO ELOG-RAW-LINE
                       PERFORM Note-Run-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           SET BRQ-NOT-AT-END TO TRUE
           .

       Check-Run-Voids.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > REQ-RUN-COUNT
               MOVE REQ-RUN-ID(WS-RUN-IDX) TO WS-VOID-LOOKUP
               CALL "run_void_check" USING WS-VOID-LOOKUP
                   WS-VOIDED-FLAG
               MOVE WS-VOIDED-FLAG TO RUN-VOIDED(WS-RUN-IDX)
           END-PERFORM
           OPEN INPUT LEDGER-FILE
           IF LED-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BRQ-AT-END
               READ LEDGER-FILE
                   AT END
                       SET BRQ-AT-END TO TRUE
                   NOT AT END
                       PERFORM Note-Ledger-Void
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           SET BRQ-NOT-AT-END TO TRUE
           .

       Note-Ledger-Void.
           MOVE SPACES TO L-KIND L-RUN
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-RUN
           END-UNSTRING
           IF L-KIND NOT = "VOIDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > REQ-RUN-COUNT
               IF REQ-RUN-ID(WS-RUN-IDX) = L-RUN
                   MOVE 'Y' TO RUN-VOIDED(WS-RUN-IDX)
               END-IF
           END-PERFORM
           .

       Note-Run-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR NOT ELOG-IS-DATA
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ELOG-PROGNAME) NOT =
                   FUNCTION TRIM(REQ-PROGRAM)
               EXIT PARAGRAPH
           END-IF
           IF ELOG-REQUEST NOT = REQ-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUN-HIT
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > REQ-RUN-COUNT OR WS-RUN-HIT = 1
               IF REQ-RUN-ID(WS-RUN-IDX) = ELOG-RUNID
                       AND RUN-VOIDED(WS-RUN-IDX) NOT = 'Y'
                   MOVE 1 TO WS-RUN-HIT
               END-IF
           END-PERFORM
           IF WS-RUN-HIT = 0
               EXIT PARAGRAPH
           END-IF
      *> a line whose run reported no size is kept - the size
      *> filter only drops sizes the requester did not ask for.
           MOVE 0 TO WS-SIZE-HIT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ELOG-WORKLOAD))
                   NOT = 0
               MOVE 1 TO WS-SIZE-HIT
           END-IF
           MOVE 1 TO WS-SIZE-PTR
           PERFORM UNTIL WS-SIZE-PTR > LENGTH OF REQ-SIZES
                   OR WS-SIZE-HIT = 1
               MOVE SPACES TO WS-SIZE-TOKEN
               UNSTRING REQ-SIZES DELIMITED BY ":"
                   INTO WS-SIZE-TOKEN
                   WITH POINTER WS-SIZE-PTR
               END-UNSTRING
               IF WS-SIZE-TOKEN NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-SIZE-TOKEN)) = 0
                       IF FUNCTION NUMVAL(FUNCTION TRIM(WS-SIZE-TOKEN))
                           = FUNCTION NUMVAL(
                               FUNCTION TRIM(ELOG-WORKLOAD))
                           MOVE 1 TO WS-SIZE-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIZE-HIT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FOUND
           PERFORM VARYING FIG-IDX FROM 1 BY 1
               UNTIL FIG-IDX > FIG-COUNT OR WS-FOUND = 1
               IF FIG-RUNID(FIG-IDX) = ELOG-RUNID
                       AND FIG-WORKLOAD(FIG-IDX) = ELOG-WORKLOAD
                       AND FIG-DOMAIN(FIG-IDX) = ELOG-DOMAIN
                   MOVE 1 TO WS-FOUND
                   ADD ELOG-DELTA-UJ TO FIG-UJ(FIG-IDX)
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               IF FIG-COUNT < MAX-FIGURES
                   ADD 1 TO FIG-COUNT
                   SET FIG-IDX TO FIG-COUNT
                   MOVE ELOG-RUNID TO FIG-RUNID(FIG-IDX)
                   MOVE ELOG-WORKLOAD TO FIG-WORKLOAD(FIG-IDX)
                   MOVE ELOG-DOMAIN TO FIG-DOMAIN(FIG-IDX)
                   MOVE ELOG-DELTA-UJ TO FIG-UJ(FIG-IDX)
               ELSE
                   DISPLAY "bench_request: WARNING - figure table "
                       "full (" MAX-FIGURES "), line skipped"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD ELOG-DELTA-UJ TO WS-TOTAL-UJ
           .

       Write-Packet.
           MOVE SPACES TO WS-PACKET-PATH
           STRING "request-packet-" DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
               INTO WS-PACKET-PATH
           OPEN OUTPUT PACKET-FILE
           IF PKT-FS NOT = "00"
               DISPLAY "bench_request: ERROR - could not create "
                   FUNCTION TRIM(WS-PACKET-PATH)
                   " (status " PKT-FS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PACKET-RECORD
           STRING "BENCHMARK REQUEST RESULTS - " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-ID) DELIMITED BY SIZE
                  "    issued " DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
               INTO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO PACKET-RECORD
           STRING "Program     : " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-PROGRAM) DELIMITED BY SIZE
                  "  sizes " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-SIZES) DELIMITED BY SIZE
                  "  profile " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-PROFILE) DELIMITED BY SIZE
               INTO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO PACKET-RECORD
           STRING "Requester   : " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-REQUESTER) DELIMITED BY SIZE
                  "  cost center " DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-CENTER) DELIMITED BY SIZE
               INTO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO PACKET-RECORD
           STRING "Dates       : submitted " DELIMITED BY SIZE
                  REQ-SUBMIT-DT DELIMITED BY SIZE
                  "  scheduled " DELIMITED BY SIZE
                  REQ-SCHED-DT DELIMITED BY SIZE
                  "  needed by " DELIMITED BY SIZE
                  REQ-NEEDED-BY DELIMITED BY SIZE
               INTO PACKET-RECORD
           WRITE PACKET-RECORD
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > REQ-RUN-COUNT
               MOVE SPACES TO PACKET-RECORD
               STRING "Run id      : " DELIMITED BY SIZE
                      FUNCTION TRIM(REQ-RUN-ID(WS-RUN-IDX))
                          DELIMITED BY SIZE
                   INTO PACKET-RECORD
               IF RUN-VOIDED(WS-RUN-IDX) = 'Y'
                   MOVE "  VOIDED - not counted" TO PACKET-RECORD(36:)
               END-IF
               WRITE PACKET-RECORD
           END-PERFORM
           MOVE SPACES TO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE "Run id                Size         Domain        "
               TO PACKET-RECORD
           MOVE "            uJ" TO PACKET-RECORD(50:)
           WRITE PACKET-RECORD
           PERFORM VARYING FIG-IDX FROM 1 BY 1
               UNTIL FIG-IDX > FIG-COUNT
               MOVE FIG-UJ(FIG-IDX) TO UJ-DISP
               MOVE SPACES TO PACKET-RECORD
               MOVE FIG-RUNID(FIG-IDX) TO PACKET-RECORD(1:21)
               MOVE FIG-WORKLOAD(FIG-IDX) TO PACKET-RECORD(23:12)
               MOVE FIG-DOMAIN(FIG-IDX) TO PACKET-RECORD(36:24)
               MOVE UJ-DISP TO PACKET-RECORD(61:15)
               WRITE PACKET-RECORD
           END-PERFORM
           IF FIG-COUNT = 0
               MOVE "(no energy.log lines for these sizes in the runs)"
                   TO PACKET-RECORD
               WRITE PACKET-RECORD
           END-IF

           COMPUTE WS-JOULES = WS-TOTAL-UJ / 1000000
           COMPUTE WS-KWH = WS-JOULES / 3600000
           COMPUTE WS-COST = WS-KWH * WS-RATE
           MOVE WS-TOTAL-UJ TO UJ-DISP
           MOVE WS-JOULES TO JOULES-DISP
           MOVE WS-KWH TO KWH-DISP
           MOVE WS-COST TO COST-DISP
           MOVE SPACES TO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO PACKET-RECORD
           STRING "Total       : " DELIMITED BY SIZE
                  FUNCTION TRIM(UJ-DISP) DELIMITED BY SIZE
                  " uJ  " DELIMITED BY SIZE
                  FUNCTION TRIM(JOULES-DISP) DELIMITED BY SIZE
                  " J  " DELIMITED BY SIZE
                  FUNCTION TRIM(KWH-DISP) DELIMITED BY SIZE
                  " kWh" DELIMITED BY SIZE
               INTO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO PACKET-RECORD
           IF WS-RATE-ENV NOT = SPACES
               STRING "Charge      : " DELIMITED BY SIZE
                      FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
                      " to cost center " DELIMITED BY SIZE
                      FUNCTION TRIM(REQ-CENTER) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RATE-ENV) DELIMITED BY SIZE
                      " per kWh" DELIMITED BY SIZE
                   INTO PACKET-RECORD
           ELSE
               STRING "Charge      : cost center " DELIMITED BY SIZE
                      FUNCTION TRIM(REQ-CENTER) DELIMITED BY SIZE
                      " (set COBJOULES_RATE_PER_KWH to price it)"
                          DELIMITED BY SIZE
                   INTO PACKET-RECORD
           END-IF
           WRITE PACKET-RECORD
           CLOSE PACKET-FILE
           .

       Do-List.
           IF WS-REQ-ID NOT = SPACES
               MOVE WS-REQ-ID TO REQ-ID
               START REQUEST-FILE KEY >= REQ-ID
                   INVALID KEY
                       SET BRQ-AT-END TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO REQ-ID
               START REQUEST-FILE KEY >= REQ-ID
                   INVALID KEY
                       SET BRQ-AT-END TO TRUE
               END-START
           END-IF
           DISPLAY "Request  Status     Since    Program      "
               "Sizes/Profile          Requester/Center  Run id(s)"
           PERFORM UNTIL BRQ-AT-END
               READ REQUEST-FILE NEXT
                   AT END
                       SET BRQ-AT-END TO TRUE
                   NOT AT END
                       IF WS-REQ-ID NOT = SPACES
                               AND REQ-ID NOT = WS-REQ-ID
                           SET BRQ-AT-END TO TRUE
                       ELSE
                           ADD 1 TO WS-LISTED
                           PERFORM Build-Run-List
                           DISPLAY REQ-ID " " REQ-STATUS " "
                               REQ-STATUS-DT " " REQ-PROGRAM(1:12)
                               " " FUNCTION TRIM(REQ-SIZES) "/"
                               FUNCTION TRIM(REQ-PROFILE) " "
                               FUNCTION TRIM(REQ-REQUESTER) "/"
                               FUNCTION TRIM(REQ-CENTER) " "
                               FUNCTION TRIM(WS-RUN-LIST)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LISTED = 0
               IF WS-REQ-ID NOT = SPACES
                   DISPLAY "bench_request: no request "
                       FUNCTION TRIM(WS-REQ-ID)
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "bench_request: no requests on file"
               END-IF
           END-IF
           .

       Build-Run-List.
           MOVE SPACES TO WS-RUN-LIST
           MOVE 1 TO WS-RUN-PTR
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > REQ-RUN-COUNT
               STRING FUNCTION TRIM(REQ-RUN-ID(WS-RUN-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO WS-RUN-LIST
                   WITH POINTER WS-RUN-PTR
               END-STRING
           END-PERFORM
           .

       END PROGRAM bench-request.
