       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-disclosure.
       AUTHOR. Shiva9361.

      *> Vendor full-disclosure report: when a certified run is
      *> submitted to a hardware vendor or a procurement panel, the
      *> document they expect - the machine and kernel it ran on,
      *> how that host is calibrated and how noisy it is, what the
      *> run was certified against, and the measured results with
      *> their elapsed times - used to be assembled by hand from
      *> five files. This builds it, through report_writer, for one
      *> run from the records the suite already keeps:
      *>
      *>   1  identification and configuration - the run's group in
      *>      run-manifest.log (host, kernel, RAPL domains, compiler,
      *>      every setting in force, and the crc:bytes fingerprint
      *>      of each binary and dataset it used)
      *>   2  calibration - the host's calibration fingerprint from
      *>      host-calibration and its per-domain noise floors from
      *>      host-noise-profile
      *>   3  certification - the run's latest energy_certify outcome
      *>      in certification.log: the baseline version (or
      *>      expectations file) it was judged against and every
      *>      program/domain check with its band
      *>   4  results - per program and domain from
      *>      energy-archive.log then energy.log (retention may have
      *>      moved an older run's lines): data lines, uJ, joules,
      *>      summed elapsed seconds and the average watts they
      *>      imply
      *>   5  control totals - the run's trailer against the lines
      *>      counted here
      *>
      *> Only a run that stands up is disclosed. The job refuses
      *> (return code 1, no document) a run that run-voids lists,
      *> a run with no end-of-run trailer or whose lines do not tie
      *> to it, and a run whose latest certification is missing or
      *> did not PASS.
      *>
      *> COBJOULES_DISCLOSE_RUN_ID (required) - the run to disclose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-LOG-IN ASSIGN TO "energy-archive.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VND-FS.

           SELECT MANIFEST-IN ASSIGN TO "run-manifest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FS.

           SELECT CERTIFICATION-IN ASSIGN TO "certification.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLG-FS.

           SELECT CALIBRATION-IN ASSIGN TO "host-calibration"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FS.

           SELECT NOISE-PROFILE-IN ASSIGN TO "host-noise-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NSP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-LOG-IN.
       01  ARCH-RECORD PIC X(320).

       FD  ENERGY-LOG-IN.
       01  VND-RECORD PIC X(320).

       FD  MANIFEST-IN.
       01  MANIFEST-RECORD PIC X(200).

       FD  CERTIFICATION-IN.
       01  CERTIFICATION-RECORD PIC X(200).

       FD  CALIBRATION-IN.
       01  CAL-IN-RECORD PIC X(120).

       FD  NOISE-PROFILE-IN.
       01  NSP-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  VND-FS        PIC XX.
       01  ARCH-FS       PIC XX.
       01  MAN-FS        PIC XX.
       01  CLG-FS        PIC XX.
       01  CAL-FS        PIC XX.
       01  NSP-FS        PIC XX.
       01  VND-EOF       PIC X VALUE 'N'.
           88  VND-AT-END     VALUE 'Y'.
           88  VND-NOT-AT-END VALUE 'N'.

       01  WS-RUN-ID     PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE   PIC X(8) VALUE SPACES.
       01  WS-RUN-HOST   PIC X(40) VALUE SPACES.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       COPY "reportio.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> energy.log: the run's data lines by program/domain, and
      *> its trailer.
       01  WS-DATA-LINES PIC 9(9) VALUE 0.
       01  WS-DATA-UJ    PIC 9(18) VALUE 0.
       01  WS-DATA-SECS  PIC 9(9)V99 VALUE 0.
       01  WS-TRL-FOUND  PIC X VALUE 'N'.
       01  WS-TRL-LINES  PIC 9(9) VALUE 0.
       01  WS-TRL-UJ     PIC 9(18) VALUE 0.
       01  WS-ELAPSED    PIC 9(8)V99.
       01  MAX-RESULTS   PIC 9(3) VALUE 80.
       01  RES-COUNT     PIC 9(3) VALUE 0.
       01  RESULT-TABLE.
           05  RESULT-ENTRY OCCURS 80 TIMES INDEXED BY RES-IDX.
               10  RES-PROGRAM PIC X(20).
               10  RES-DOMAIN  PIC X(24).
               10  RES-LINES   PIC 9(9).
               10  RES-UJ      PIC 9(18).
               10  RES-SECS    PIC 9(9)V99.
       01  WS-FOUND      PIC 9 VALUE 0.

      *> run-manifest.log: "MANIFEST,<run>,<stamp>,<what>,<detail>"
       01  F-MAN-KIND    PIC X(10).
       01  F-MAN-RUNID   PIC X(21).
       01  F-MAN-STAMP   PIC X(21).
       01  F-MAN-WHAT    PIC X(12).
       01  F-MAN-DETAIL  PIC X(140).
       01  WS-MAN-STAMP  PIC X(21) VALUE SPACES.
       01  MAX-FACTS     PIC 9(3) VALUE 150.
       01  FACT-COUNT    PIC 9(3) VALUE 0.
       01  FACT-TABLE.
           05  FACT-ENTRY OCCURS 150 TIMES INDEXED BY FCT-IDX.
               10  FCT-WHAT    PIC X(12).
               10  FCT-DETAIL  PIC X(140).

      *> certification.log: the run's latest RESULT and the CHECK
      *> records written under the same stamp.
       01  F-C-STAMP     PIC X(14).
       01  F-C-RUNID     PIC X(21).
       01  F-C-KIND      PIC X(8).
       01  F-C4          PIC X(100).
       01  F-C5          PIC X(24).
       01  F-C6          PIC X(15).
       01  F-C7          PIC X(20).
       01  F-C8          PIC X(15).
       01  F-C9          PIC X(6).
       01  F-C10         PIC X(6).
       01  WS-CERT-FOUND PIC X VALUE 'N'.
       01  WS-CERT-STAMP PIC X(14) VALUE SPACES.
       01  WS-CERT-BASIS PIC X(8).
       01  WS-CERT-NAME  PIC X(100).
       01  WS-CERT-EFF   PIC X(8).
       01  WS-CERT-APPROVER PIC X(20).
       01  WS-CERT-PASSED PIC X(6).
       01  WS-CERT-FAILED PIC X(6).
       01  WS-CERT-RESULT PIC X(6).
       01  MAX-CHECKS    PIC 9(3) VALUE 80.
       01  CHK-COUNT     PIC 9(3) VALUE 0.
       01  CHECK-TABLE.
           05  CHECK-ENTRY OCCURS 80 TIMES INDEXED BY CHK-IDX.
               10  CHK-PROGRAM  PIC X(20).
               10  CHK-DOMAIN   PIC X(24).
               10  CHK-EXPECTED PIC X(15).
               10  CHK-BAND     PIC X(8).
               10  CHK-ACTUAL   PIC X(15).
               10  CHK-RESULT   PIC X(4).

      *> host-calibration and host-noise-profile for the run's host.
       01  F-CAL-HOST    PIC X(40).
       01  F-CAL-VERSION PIC X(10).
       01  F-CAL-STAMP   PIC X(21).
       01  F-CAL-UJ      PIC X(20).
       01  WS-CAL-FOUND  PIC X VALUE 'N'.
       01  F-NSP-HOST    PIC X(40).
       01  F-NSP-DOMAIN  PIC X(24).
       01  F-NSP-SECS    PIC X(10).
       01  F-NSP-FLOOR   PIC X(15).
       01  F-NSP-SPREAD  PIC X(15).
       01  F-NSP-STAMP   PIC X(21).
       01  NSP-COUNT     PIC 9(3) VALUE 0.

       01  WS-FIG-LINES  PIC 9(9).
       01  WS-FIG-UJ     PIC 9(18).
       01  WS-FIG-SECS   PIC 9(9)V99.
       01  WS-JOULES     PIC 9(12)V999.
       01  WS-WATTS      PIC 9(9)V999.
       01  COUNT-DISP    PIC Z(8)9.
       01  UJ-DISP       PIC Z(17)9.
       01  J-DISP        PIC Z(10)9.999.
       01  SECS-DISP     PIC Z(8)9.99.
       01  W-DISP        PIC Z(6)9.999.
       01  WS-HEAD       PIC X(132).

       PROCEDURE DIVISION.
       Main-Disclose.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT
               "COBJOULES_DISCLOSE_RUN_ID"
           IF WS-RUN-ID = SPACES
               DISPLAY "vendor_disclosure: ERROR - "
                   "COBJOULES_DISCLOSE_RUN_ID must name the run to "
                   "disclose"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-ID TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP WS-VOIDED-FLAG
           IF WS-VOIDED-FLAG = 'Y'
               DISPLAY "vendor_disclosure: REFUSED - run "
                   FUNCTION TRIM(WS-RUN-ID) " is voided in run-voids"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Run
           IF WS-DATA-LINES = 0
               DISPLAY "vendor_disclosure: REFUSED - run "
                   FUNCTION TRIM(WS-RUN-ID) " has no data lines in "
                   "energy.log or energy-archive.log"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-FOUND NOT = 'Y'
               DISPLAY "vendor_disclosure: REFUSED - run "
                   FUNCTION TRIM(WS-RUN-ID) " has no control-total "
                   "trailer - run energy_trailer first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-LINES NOT = WS-DATA-LINES
                   OR WS-TRL-UJ NOT = WS-DATA-UJ
               DISPLAY "vendor_disclosure: REFUSED - run "
                   FUNCTION TRIM(WS-RUN-ID) " does not tie to its "
                   "trailer (" WS-DATA-LINES " lines / " WS-DATA-UJ
                   " uJ read, trailer " WS-TRL-LINES " / " WS-TRL-UJ
                   ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Certification
           IF WS-CERT-FOUND NOT = 'Y'
               DISPLAY "vendor_disclosure: REFUSED - run "
                   FUNCTION TRIM(WS-RUN-ID) " has no certification "
                   "on record in certification.log - run "
                   "energy_certify first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CERT-RESULT NOT = "PASS"
               DISPLAY "vendor_disclosure: REFUSED - run "
                   FUNCTION TRIM(WS-RUN-ID) " did not pass its latest "
                   "certification (" WS-CERT-STAMP ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Manifest
           PERFORM Open-Report
           PERFORM Display-Configuration
           PERFORM Display-Calibration
           PERFORM Display-Certification
           PERFORM Display-Results
           PERFORM Display-Control-Totals
           PERFORM Close-Report
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------
      *> the records behind the document
      *>----------------------------------------------------------
       Load-Run.
      *> archive first, then the live log - budget_reconcile's
      *> order.
           SET VND-NOT-AT-END TO TRUE
           OPEN INPUT ARCHIVE-LOG-IN
           IF ARCH-FS = "00"
               PERFORM UNTIL VND-AT-END
                   READ ARCHIVE-LOG-IN
                       AT END
                           SET VND-AT-END TO TRUE
                       NOT AT END
                           MOVE ARCH-RECORD TO ELOG-RAW-LINE
                           PERFORM Note-Log-Line
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-IN
               SET VND-NOT-AT-END TO TRUE
           END-IF
           OPEN INPUT ENERGY-LOG-IN
           IF VND-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VND-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET VND-AT-END TO TRUE
                   NOT AT END
                       MOVE VND-RECORD TO ELOG-RAW-LINE
                       PERFORM Note-Log-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           .

       Note-Log-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE ELOG-PARSED
           IF ELOG-LINE-VALID AND ELOG-RUNID = WS-RUN-ID
               PERFORM Tally-Run-Line
           END-IF
           .

       Tally-Run-Line.
           IF ELOG-IS-TRAILER
               MOVE 'Y' TO WS-TRL-FOUND
               MOVE ELOG-DELTA-UJ TO WS-TRL-UJ
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-ELAPSED-X)) = 0
                   COMPUTE WS-TRL-LINES = FUNCTION NUMVAL(
                       FUNCTION TRIM(ELOG-ELAPSED-X))
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT ELOG-IS-DATA
               EXIT PARAGRAPH
           END-IF

           IF WS-RUN-DATE = SPACES
               MOVE ELOG-TIMESTAMP(1:8) TO WS-RUN-DATE
           END-IF
           MOVE 0 TO WS-ELAPSED
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(ELOG-ELAPSED-X)) = 0
               COMPUTE WS-ELAPSED = FUNCTION NUMVAL(
                   FUNCTION TRIM(ELOG-ELAPSED-X))
           END-IF
           ADD 1 TO WS-DATA-LINES
           ADD ELOG-DELTA-UJ TO WS-DATA-UJ
           ADD WS-ELAPSED TO WS-DATA-SECS

           MOVE 0 TO WS-FOUND
           PERFORM VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > RES-COUNT OR WS-FOUND = 1
               IF RES-PROGRAM(RES-IDX) = ELOG-PROGNAME
                       AND RES-DOMAIN(RES-IDX) = ELOG-DOMAIN
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET RES-IDX DOWN BY 1
           ELSE
               IF RES-COUNT >= MAX-RESULTS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RES-COUNT
               SET RES-IDX TO RES-COUNT
               MOVE ELOG-PROGNAME TO RES-PROGRAM(RES-IDX)
               MOVE ELOG-DOMAIN TO RES-DOMAIN(RES-IDX)
               MOVE 0 TO RES-LINES(RES-IDX) RES-UJ(RES-IDX)
                   RES-SECS(RES-IDX)
           END-IF
           ADD 1 TO RES-LINES(RES-IDX)
           ADD ELOG-DELTA-UJ TO RES-UJ(RES-IDX)
           ADD WS-ELAPSED TO RES-SECS(RES-IDX)
           .

       Load-Certification.
      *> pass 1 finds the run's latest RESULT (records are appended
      *> in time order, so the last one read); pass 2 collects the
      *> CHECK records written under that RESULT's stamp.
           OPEN INPUT CERTIFICATION-IN
           IF CLG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET VND-NOT-AT-END TO TRUE
           PERFORM UNTIL VND-AT-END
               READ CERTIFICATION-IN
                   AT END
                       SET VND-AT-END TO TRUE
                   NOT AT END
                       PERFORM Split-Certification-Record
                       IF F-C-KIND = "RESULT"
                               AND F-C-RUNID = WS-RUN-ID
                           MOVE 'Y' TO WS-CERT-FOUND
                           MOVE F-C-STAMP TO WS-CERT-STAMP
                           MOVE F-C4 TO WS-CERT-BASIS
                           MOVE F-C5 TO WS-CERT-NAME
                           MOVE F-C6 TO WS-CERT-EFF
                           MOVE F-C7 TO WS-CERT-APPROVER
                           MOVE F-C8 TO WS-CERT-PASSED
                           MOVE F-C9 TO WS-CERT-FAILED
                           MOVE F-C10 TO WS-CERT-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-IN
           IF WS-CERT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CERTIFICATION-IN
           SET VND-NOT-AT-END TO TRUE
           PERFORM UNTIL VND-AT-END
               READ CERTIFICATION-IN
                   AT END
                       SET VND-AT-END TO TRUE
                   NOT AT END
                       PERFORM Split-Certification-Record
                       IF F-C-KIND = "CHECK"
                               AND F-C-RUNID = WS-RUN-ID
                               AND F-C-STAMP = WS-CERT-STAMP
                               AND CHK-COUNT < MAX-CHECKS
                           ADD 1 TO CHK-COUNT
                           SET CHK-IDX TO CHK-COUNT
                           MOVE F-C4 TO CHK-PROGRAM(CHK-IDX)
                           MOVE F-C5 TO CHK-DOMAIN(CHK-IDX)
                           MOVE F-C6 TO CHK-EXPECTED(CHK-IDX)
                           MOVE F-C7 TO CHK-BAND(CHK-IDX)
                           MOVE F-C8 TO CHK-ACTUAL(CHK-IDX)
                           MOVE F-C9 TO CHK-RESULT(CHK-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-IN
           .

       Split-Certification-Record.
           MOVE SPACES TO F-C-STAMP F-C-RUNID F-C-KIND F-C4 F-C5
               F-C6 F-C7 F-C8 F-C9 F-C10
           UNSTRING CERTIFICATION-RECORD DELIMITED BY ","
               INTO F-C-STAMP F-C-RUNID F-C-KIND F-C4 F-C5 F-C6
                    F-C7 F-C8 F-C9 F-C10
           END-UNSTRING
           .

       Load-Manifest.
      *> the run's latest manifest group - a run re-recorded by hand
      *> keeps only its last stamp's records.
           OPEN INPUT MANIFEST-IN
           IF MAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET VND-NOT-AT-END TO TRUE
           PERFORM UNTIL VND-AT-END
               READ MANIFEST-IN
                   AT END
                       SET VND-AT-END TO TRUE
                   NOT AT END
                       PERFORM Note-Manifest-Record
               END-READ
           END-PERFORM
           CLOSE MANIFEST-IN
           .

       Note-Manifest-Record.
           MOVE SPACES TO F-MAN-KIND F-MAN-RUNID F-MAN-STAMP
               F-MAN-WHAT F-MAN-DETAIL
           UNSTRING MANIFEST-RECORD DELIMITED BY ","
               INTO F-MAN-KIND F-MAN-RUNID F-MAN-STAMP
                    F-MAN-WHAT F-MAN-DETAIL
           END-UNSTRING
           IF FUNCTION TRIM(F-MAN-KIND) NOT = "MANIFEST"
                   OR F-MAN-RUNID NOT = WS-RUN-ID
               EXIT PARAGRAPH
           END-IF
           IF F-MAN-STAMP NOT = WS-MAN-STAMP
               MOVE F-MAN-STAMP TO WS-MAN-STAMP
               MOVE 0 TO FACT-COUNT
           END-IF
           IF FUNCTION TRIM(F-MAN-WHAT) = "HOST"
               MOVE F-MAN-DETAIL TO WS-RUN-HOST
           END-IF
           IF FACT-COUNT < MAX-FACTS
               ADD 1 TO FACT-COUNT
               SET FCT-IDX TO FACT-COUNT
               MOVE F-MAN-WHAT TO FCT-WHAT(FCT-IDX)
               MOVE F-MAN-DETAIL TO FCT-DETAIL(FCT-IDX)
           END-IF
           .

      *>----------------------------------------------------------
      *> the document
      *>----------------------------------------------------------
       Open-Report.
           MOVE "OPEN" TO RPT-ACTION
           MOVE "vendor_disclosure" TO RPT-PROGRAM
           MOVE SPACES TO RPT-TITLE
           STRING "Full disclosure - run " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               INTO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           STRING "run=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  " certified=" DELIMITED BY SIZE
                  WS-CERT-STAMP(1:8) DELIMITED BY SIZE
               INTO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           .

       Close-Report.
           MOVE "CLOSE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Write-Report-Line.
           MOVE "LINE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Write-Heading.
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE WS-HEAD TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE ALL "-" TO RPT-LINE(1:FUNCTION LENGTH(
               FUNCTION TRIM(WS-HEAD)))
           PERFORM Write-Report-Line
           .

       Display-Configuration.
           MOVE "1. IDENTIFICATION AND CONFIGURATION" TO WS-HEAD
           PERFORM Write-Heading
           MOVE SPACES TO RPT-LINE
           MOVE "Run id" TO RPT-LINE(1:12)
           MOVE WS-RUN-ID TO RPT-LINE(14:21)
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Run date" TO RPT-LINE(1:12)
           MOVE WS-RUN-DATE TO RPT-LINE(14:8)
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Recorded" TO RPT-LINE(1:12)
           IF FACT-COUNT = 0
               MOVE "(no run-manifest.log group for this run)"
                   TO RPT-LINE(14:60)
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAN-STAMP TO RPT-LINE(14:21)
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING FCT-IDX FROM 1 BY 1
               UNTIL FCT-IDX > FACT-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE FCT-WHAT(FCT-IDX) TO RPT-LINE(1:12)
               MOVE FCT-DETAIL(FCT-IDX) TO RPT-LINE(14:119)
               PERFORM Write-Report-Line
           END-PERFORM
           .

       Display-Calibration.
           MOVE "2. CALIBRATION AND NOISE FLOOR" TO WS-HEAD
           PERFORM Write-Heading
           IF WS-RUN-HOST = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE "(the run's host is not on record - the "
                   TO RPT-LINE(1:40)
               MOVE "calibration cannot be attributed)"
                   TO RPT-LINE(40:40)
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE "Host" TO RPT-LINE(1:12)
           MOVE WS-RUN-HOST TO RPT-LINE(14:40)
           PERFORM Write-Report-Line

           OPEN INPUT CALIBRATION-IN
           IF CAL-FS = "00"
               READ CALIBRATION-IN
                   NOT AT END
                       MOVE SPACES TO F-CAL-HOST F-CAL-VERSION
                           F-CAL-STAMP F-CAL-UJ
                       UNSTRING CAL-IN-RECORD DELIMITED BY ","
                           INTO F-CAL-HOST F-CAL-VERSION
                                F-CAL-STAMP F-CAL-UJ
                       END-UNSTRING
                       IF F-CAL-HOST = WS-RUN-HOST
                           MOVE 'Y' TO WS-CAL-FOUND
                       END-IF
               END-READ
               CLOSE CALIBRATION-IN
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE "Calibration" TO RPT-LINE(1:12)
           IF WS-CAL-FOUND = 'Y'
               STRING "version " DELIMITED BY SIZE
                      FUNCTION TRIM(F-CAL-VERSION) DELIMITED BY SIZE
                      ", taken " DELIMITED BY SIZE
                      FUNCTION TRIM(F-CAL-STAMP) DELIMITED BY SIZE
                      ", fingerprint " DELIMITED BY SIZE
                      FUNCTION TRIM(F-CAL-UJ) DELIMITED BY SIZE
                      " uJ" DELIMITED BY SIZE
                   INTO RPT-LINE(14:119)
           ELSE
               MOVE "(no host-calibration record for this host)"
                   TO RPT-LINE(14:119)
           END-IF
           PERFORM Write-Report-Line

           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Domain" TO RPT-LINE(1:24)
           MOVE "Interval s" TO RPT-LINE(26:10)
           MOVE "Floor uJ" TO RPT-LINE(38:15)
           MOVE "Spread uJ" TO RPT-LINE(55:15)
           MOVE "Characterized" TO RPT-LINE(72:21)
           PERFORM Write-Report-Line
           OPEN INPUT NOISE-PROFILE-IN
           IF NSP-FS = "00"
               SET VND-NOT-AT-END TO TRUE
               PERFORM UNTIL VND-AT-END
                   READ NOISE-PROFILE-IN
                       AT END
                           SET VND-AT-END TO TRUE
                       NOT AT END
                           PERFORM Display-Noise-Row
                   END-READ
               END-PERFORM
               CLOSE NOISE-PROFILE-IN
           END-IF
           IF NSP-COUNT = 0
               MOVE SPACES TO RPT-LINE
               MOVE "(no host-noise-profile records for this host)"
                   TO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           .

       Display-Noise-Row.
           MOVE SPACES TO F-NSP-HOST F-NSP-DOMAIN F-NSP-SECS
               F-NSP-FLOOR F-NSP-SPREAD F-NSP-STAMP
           UNSTRING NSP-RECORD DELIMITED BY ","
               INTO F-NSP-HOST F-NSP-DOMAIN F-NSP-SECS F-NSP-FLOOR
                    F-NSP-SPREAD F-NSP-STAMP
           END-UNSTRING
           IF F-NSP-HOST NOT = WS-RUN-HOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NSP-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE F-NSP-DOMAIN TO RPT-LINE(1:24)
           MOVE F-NSP-SECS TO RPT-LINE(26:10)
           MOVE F-NSP-FLOOR TO RPT-LINE(38:15)
           MOVE F-NSP-SPREAD TO RPT-LINE(55:15)
           MOVE F-NSP-STAMP TO RPT-LINE(72:21)
           PERFORM Write-Report-Line
           .

       Display-Certification.
           MOVE "3. CERTIFICATION" TO WS-HEAD
           PERFORM Write-Heading
           MOVE SPACES TO RPT-LINE
           MOVE "Outcome" TO RPT-LINE(1:12)
           STRING FUNCTION TRIM(WS-CERT-RESULT) DELIMITED BY SIZE
                  " - certified " DELIMITED BY SIZE
                  WS-CERT-STAMP DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CERT-PASSED) DELIMITED BY SIZE
                  " check(s) passed, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CERT-FAILED) DELIMITED BY SIZE
                  " failed" DELIMITED BY SIZE
               INTO RPT-LINE(14:119)
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Judged by" TO RPT-LINE(1:12)
           IF WS-CERT-BASIS = "BASELINE"
               STRING "approved baseline version " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CERT-NAME) DELIMITED BY SIZE
                      ", effective " DELIMITED BY SIZE
                      WS-CERT-EFF DELIMITED BY SIZE
                      ", approved by " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CERT-APPROVER)
                          DELIMITED BY SIZE
                   INTO RPT-LINE(14:119)
           ELSE
               STRING "expectations file " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CERT-NAME) DELIMITED BY SIZE
                      " (no approved baseline in effect)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE(14:119)
           END-IF
           PERFORM Write-Report-Line

           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Program" TO RPT-LINE(1:20)
           MOVE "Domain" TO RPT-LINE(22:24)
           MOVE "Expected uJ" TO RPT-LINE(52:15)
           MOVE "Band %" TO RPT-LINE(69:8)
           MOVE "Actual uJ" TO RPT-LINE(83:15)
           MOVE "Result" TO RPT-LINE(100:6)
           PERFORM Write-Report-Line
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE CHK-PROGRAM(CHK-IDX) TO RPT-LINE(1:20)
               MOVE CHK-DOMAIN(CHK-IDX) TO RPT-LINE(22:24)
               MOVE FUNCTION TRIM(CHK-EXPECTED(CHK-IDX))
                   TO RPT-LINE(52:15)
               MOVE FUNCTION TRIM(CHK-BAND(CHK-IDX))
                   TO RPT-LINE(69:8)
               MOVE FUNCTION TRIM(CHK-ACTUAL(CHK-IDX))
                   TO RPT-LINE(83:15)
               MOVE CHK-RESULT(CHK-IDX) TO RPT-LINE(100:4)
               PERFORM Write-Report-Line
           END-PERFORM
           .

       Display-Results.
           MOVE "4. RESULTS BY PROGRAM AND DOMAIN" TO WS-HEAD
           PERFORM Write-Heading
           MOVE SPACES TO RPT-LINE
           MOVE "Program" TO RPT-LINE(1:20)
           MOVE "Domain" TO RPT-LINE(22:24)
           MOVE "Lines" TO RPT-LINE(53:5)
           MOVE "uJ" TO RPT-LINE(74:2)
           MOVE "Joules" TO RPT-LINE(86:6)
           MOVE "Elapsed s" TO RPT-LINE(97:9)
           MOVE "Avg W" TO RPT-LINE(113:5)
           PERFORM Write-Report-Line
           PERFORM VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > RES-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE RES-PROGRAM(RES-IDX) TO RPT-LINE(1:20)
               MOVE RES-DOMAIN(RES-IDX) TO RPT-LINE(22:24)
               MOVE RES-LINES(RES-IDX) TO WS-FIG-LINES
               MOVE RES-UJ(RES-IDX) TO WS-FIG-UJ
               MOVE RES-SECS(RES-IDX) TO WS-FIG-SECS
               PERFORM Format-Result-Figures
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           MOVE "TOTAL" TO RPT-LINE(1:20)
           MOVE WS-DATA-LINES TO WS-FIG-LINES
           MOVE WS-DATA-UJ TO WS-FIG-UJ
           MOVE WS-DATA-SECS TO WS-FIG-SECS
           PERFORM Format-Result-Figures
           .

       Format-Result-Figures.
      *> the caller sets WS-FIG-LINES, -UJ and -SECS; joules and
      *> the average power follow from them.
           COMPUTE WS-JOULES ROUNDED = WS-FIG-UJ / 1000000
           MOVE 0 TO WS-WATTS
           IF WS-FIG-SECS > 0
               COMPUTE WS-WATTS ROUNDED = WS-JOULES / WS-FIG-SECS
           END-IF
           MOVE WS-FIG-LINES TO COUNT-DISP
           MOVE WS-FIG-UJ TO UJ-DISP
           MOVE WS-FIG-SECS TO SECS-DISP
           MOVE WS-JOULES TO J-DISP
           MOVE WS-WATTS TO W-DISP
           MOVE COUNT-DISP TO RPT-LINE(49:9)
           MOVE UJ-DISP TO RPT-LINE(58:18)
           MOVE J-DISP TO RPT-LINE(77:15)
           MOVE SECS-DISP TO RPT-LINE(94:12)
           MOVE W-DISP TO RPT-LINE(107:11)
           PERFORM Write-Report-Line
           .

       Display-Control-Totals.
           MOVE "5. CONTROL TOTALS" TO WS-HEAD
           PERFORM Write-Heading
           MOVE SPACES TO RPT-LINE
           MOVE "Lines" TO RPT-LINE(22:5)
           MOVE "uJ" TO RPT-LINE(48:2)
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Trailer" TO RPT-LINE(1:12)
           MOVE WS-TRL-LINES TO COUNT-DISP
           MOVE WS-TRL-UJ TO UJ-DISP
           MOVE COUNT-DISP TO RPT-LINE(18:9)
           MOVE UJ-DISP TO RPT-LINE(32:18)
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE "Counted" TO RPT-LINE(1:12)
           MOVE WS-DATA-LINES TO COUNT-DISP
           MOVE WS-DATA-UJ TO UJ-DISP
           MOVE COUNT-DISP TO RPT-LINE(18:9)
           MOVE UJ-DISP TO RPT-LINE(32:18)
           MOVE "TIED" TO RPT-LINE(52:4)
           PERFORM Write-Report-Line
           .
