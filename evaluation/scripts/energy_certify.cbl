      *>     When unset, the run id of energy.log's last line is used,
      *>     i.e. the latest recorded run, which is what the overnight
      *>     chain wants right after its sweep finishes.
      *>
      *> A PASS also records what was certified: the run's BINARY,
      *> DATASET and COMPILER fingerprints from run-manifest.log
      *> replace "certified-build", one record per file:
      *>
      *>   kind,path,fingerprint,run id,certified date
      *>
      *> which deck_preflight checks tonight's executables against
      *> when COBJOULES_CERTIFIED_BUILD_ONLY=Y. A passing run
      *> with no fingerprints on record leaves the previous
      *> certified build in place, with a warning.
      *>
      *> Every certification, PASS or FAIL, is also appended to
      *> "certification.log" so the outcome stays on the record for
      *> the run after certified-build has moved on:
      *>
      *>   <ts>,<run id>,CHECK,<program>,<domain>,<expected uJ>,
      *>       <band pct>,<actual uJ|NONE>,<PASS|FAIL>
      *>   <ts>,<run id>,RESULT,<BASELINE|FILE>,<version|file>,
      *>       <effective>,<approved by>,<passed>,<failed>,
      *>       <PASS|FAIL>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-BAS-FS.

           SELECT MANIFEST-IN ASSIGN TO "run-manifest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-MAN-FS.

           SELECT CERTIFIED-BUILD-FILE ASSIGN TO "certified-build"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-BLD-FS.

           SELECT CERTIFICATION-LOG ASSIGN TO "certification.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-CLG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
       FD  BASELINE-FILE.
       01  BASELINE-RECORD PIC X(200).

       FD  MANIFEST-IN.
       01  MANIFEST-RECORD PIC X(200).

       FD  CERTIFIED-BUILD-FILE.
       01  CERTIFIED-BUILD-RECORD PIC X(200).

       FD  CERTIFICATION-LOG.
       01  CERTIFICATION-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  CERT-LOG-FS   PIC XX.
       01  CERT-EXP-FS   PIC XX.
       01  B-PCT         PIC X(8).
       01  WS-B-VER-NUM  PIC 9(4).
       01  WS-B-EFF-NUM  PIC 9(8).
       01  WS-BEST-APPROVER PIC X(20) VALUE SPACES.

       01  DELTA-NUM     PIC 9(15).
       01  WS-FOUND      PIC 9(1).
               10  EXP-DOMAIN   PIC X(24).
               10  EXP-EXPECTED PIC 9(15).
               10  EXP-BAND-PCT PIC 9(3)V99 COMP-3.
               10  EXP-ACTUAL   PIC 9(15).
               10  EXP-HAVE     PIC X.
               10  EXP-RESULT   PIC X(4).

       01  WS-ACTUAL     PIC 9(15).
       01  WS-ALLOWED    PIC 9(15).
       01  WS-REG-CMD   PIC X(40).
       01  WS-REG-RC    PIC S9(9) COMP-5.

      *> the certified run's fingerprints, gathered from its
      *> manifest group before certified-build is replaced.
       01  CERT-MAN-FS   PIC XX.
       01  CERT-BLD-FS   PIC XX.
       01  F-MAN-KIND    PIC X(10).
       01  F-MAN-RUNID   PIC X(21).
       01  F-MAN-STAMP   PIC X(21).
       01  F-MAN-WHAT    PIC X(12).
       01  F-MAN-DETAIL  PIC X(140).
       01  WS-FP-PATH    PIC X(100).
       01  WS-FP-SUM     PIC X(60).
       01  WS-TODAY      PIC X(21).
       01  MAX-PRINTS    PIC 9(3) VALUE 120.
       01  PRINT-COUNT   PIC 9(3) VALUE 0.
       01  PRINT-TABLE.
           05  PRINT-ENTRY OCCURS 120 TIMES INDEXED BY PRT-IDX.
               10  PRT-KIND PIC X(8).
               10  PRT-PATH PIC X(100).
               10  PRT-SUM  PIC X(60).

      *> the certification.log record's pieces.
       01  CERT-CLG-FS   PIC XX.
       01  WS-CLG-STAMP  PIC X(14).
       01  WS-BASIS-KIND PIC X(8).
       01  WS-BASIS-NAME PIC X(100).
       01  WS-BASIS-EFF  PIC X(8).
       01  VER-DISP      PIC 9(4).
       01  WS-CLG-PTR    PIC 9(3).
       01  PCOUNT-DISP   PIC ZZ9.
       01  FCOUNT-DISP   PIC ZZ9.

       PROCEDURE DIVISION.
       Main-Certify.
           ACCEPT WS-RUN-FILTER FROM ENVIRONMENT
           DISPLAY "energy_certify: " WS-PASS-COUNT " check(s) "
               "passed, " WS-FAIL-COUNT " failed"
           PERFORM Record-Registry-Outcome
           PERFORM Record-Certification-Log
           IF WS-FAIL-COUNT > 0
               DISPLAY "energy_certify: overall result - FAIL"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "energy_certify: overall result - PASS"
               PERFORM Record-Certified-Build
               MOVE 0 TO RETURN-CODE
           END-IF

           END-IF
           .

       Record-Certification-Log.
      *> appended under the same stamp, every check then the
      *> overall result, so a reader can take one certification
      *> whole.
           OPEN EXTEND CERTIFICATION-LOG
           IF CERT-CLG-FS = "05" OR CERT-CLG-FS = "35"
               OPEN OUTPUT CERTIFICATION-LOG
           END-IF
           IF CERT-CLG-FS NOT = "00" AND CERT-CLG-FS NOT = "05"
               DISPLAY "energy_certify: WARNING - could not write "
                   "certification.log (status " CERT-CLG-FS
                   ") - this outcome is not on the record"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CLG-STAMP
           IF WS-BEST-VER > 0
               MOVE "BASELINE" TO WS-BASIS-KIND
               MOVE WS-BEST-VER TO VER-DISP
               MOVE VER-DISP TO WS-BASIS-NAME
               MOVE WS-BEST-EFF TO WS-BASIS-EFF
           ELSE
               MOVE "FILE" TO WS-BASIS-KIND
               MOVE WS-EXPECT-PATH TO WS-BASIS-NAME
               MOVE SPACES TO WS-BASIS-EFF WS-BEST-APPROVER
           END-IF
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               MOVE EXP-EXPECTED(EXP-IDX) TO EXPECTED-DISP
               MOVE EXP-BAND-PCT(EXP-IDX) TO BAND-DISP
               MOVE EXP-ACTUAL(EXP-IDX) TO ACTUAL-DISP
               MOVE SPACES TO CERTIFICATION-RECORD
               MOVE 1 TO WS-CLG-PTR
               STRING WS-CLG-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-FILTER) DELIMITED BY SIZE
                      ",CHECK," DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-PROGRAM(EXP-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-DOMAIN(EXP-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(EXPECTED-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(BAND-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                   INTO CERTIFICATION-RECORD
                   WITH POINTER WS-CLG-PTR
               IF EXP-HAVE(EXP-IDX) = 'Y'
                   STRING FUNCTION TRIM(ACTUAL-DISP)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          EXP-RESULT(EXP-IDX) DELIMITED BY SIZE
                       INTO CERTIFICATION-RECORD
                       WITH POINTER WS-CLG-PTR
               ELSE
                   STRING "NONE," DELIMITED BY SIZE
                          EXP-RESULT(EXP-IDX) DELIMITED BY SIZE
                       INTO CERTIFICATION-RECORD
                       WITH POINTER WS-CLG-PTR
               END-IF
               WRITE CERTIFICATION-RECORD
           END-PERFORM
           MOVE WS-PASS-COUNT TO PCOUNT-DISP
           MOVE WS-FAIL-COUNT TO FCOUNT-DISP
           MOVE SPACES TO CERTIFICATION-RECORD
           MOVE 1 TO WS-CLG-PTR
           STRING WS-CLG-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-FILTER) DELIMITED BY SIZE
                  ",RESULT," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASIS-KIND) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASIS-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BASIS-EFF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-APPROVER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PCOUNT-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(FCOUNT-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CERTIFICATION-RECORD
                  WITH POINTER WS-CLG-PTR
           IF WS-FAIL-COUNT > 0
               STRING "FAIL" DELIMITED BY SIZE
                   INTO CERTIFICATION-RECORD
                   WITH POINTER WS-CLG-PTR
           ELSE
               STRING "PASS" DELIMITED BY SIZE
                   INTO CERTIFICATION-RECORD
                   WITH POINTER WS-CLG-PTR
           END-IF
           WRITE CERTIFICATION-RECORD
           CLOSE CERTIFICATION-LOG
           .

       Record-Certified-Build.
           SET CERT-NOT-AT-END TO TRUE
           OPEN INPUT MANIFEST-IN
           IF CERT-MAN-FS = "00"
               PERFORM UNTIL CERT-AT-END
                   READ MANIFEST-IN
                       AT END
                           SET CERT-AT-END TO TRUE
                       NOT AT END
                           PERFORM Note-Fingerprint-Record
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-IN
           END-IF
           SET CERT-NOT-AT-END TO TRUE

           IF PRINT-COUNT = 0
               DISPLAY "energy_certify: WARNING - run "
                   FUNCTION TRIM(WS-RUN-FILTER) " has no build "
                   "fingerprints in run-manifest.log - the "
                   "certified build is unchanged"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CERTIFIED-BUILD-FILE
           IF CERT-BLD-FS NOT = "00"
               DISPLAY "energy_certify: WARNING - could not write "
                   "certified-build (status " CERT-BLD-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE "* certified build - written by energy_certify"
               TO CERTIFIED-BUILD-RECORD
           WRITE CERTIFIED-BUILD-RECORD
           MOVE "* kind,path,fingerprint,run id,certified date"
               TO CERTIFIED-BUILD-RECORD
           WRITE CERTIFIED-BUILD-RECORD
           PERFORM VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PRINT-COUNT
               MOVE SPACES TO CERTIFIED-BUILD-RECORD
               STRING FUNCTION TRIM(PRT-KIND(PRT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(PRT-PATH(PRT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(PRT-SUM(PRT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-FILTER) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-TODAY(1:8) DELIMITED BY SIZE
                   INTO CERTIFIED-BUILD-RECORD
               WRITE CERTIFIED-BUILD-RECORD
           END-PERFORM
           CLOSE CERTIFIED-BUILD-FILE
           DISPLAY "energy_certify: " PRINT-COUNT " build "
               "fingerprint(s) recorded in certified-build"
           .

       Note-Fingerprint-Record.
           MOVE SPACES TO F-MAN-KIND F-MAN-RUNID F-MAN-STAMP
               F-MAN-WHAT F-MAN-DETAIL
           UNSTRING MANIFEST-RECORD DELIMITED BY ","
               INTO F-MAN-KIND F-MAN-RUNID F-MAN-STAMP
                    F-MAN-WHAT F-MAN-DETAIL
           END-UNSTRING
           IF FUNCTION TRIM(F-MAN-KIND) NOT = "MANIFEST"
                   OR FUNCTION TRIM(F-MAN-RUNID) NOT =
                       FUNCTION TRIM(WS-RUN-FILTER)
               EXIT PARAGRAPH
           END-IF
      *> BINARY and DATASET details are "<path>=<fingerprint>";
      *> the COMPILER detail is the version line itself.
           MOVE SPACES TO WS-FP-PATH WS-FP-SUM
           EVALUATE FUNCTION TRIM(F-MAN-WHAT)
               WHEN "BINARY"
               WHEN "DATASET"
                   UNSTRING F-MAN-DETAIL DELIMITED BY "="
                       INTO WS-FP-PATH WS-FP-SUM
                   END-UNSTRING
               WHEN "COMPILER"
                   MOVE "cobc" TO WS-FP-PATH
                   MOVE F-MAN-DETAIL TO WS-FP-SUM
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF PRINT-COUNT < MAX-PRINTS
               ADD 1 TO PRINT-COUNT
               SET PRT-IDX TO PRINT-COUNT
               MOVE F-MAN-WHAT TO PRT-KIND(PRT-IDX)
               MOVE WS-FP-PATH TO PRT-PATH(PRT-IDX)
               MOVE WS-FP-SUM TO PRT-SUM(PRT-IDX)
           END-IF
           .

       Load-Expectations.
           OPEN INPUT EXPECTATIONS-FILE
           IF CERT-EXP-FS NOT = "00"
                       FUNCTION TRIM(B-EXPECTED)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(B-PCT)) = 0
               MOVE FUNCTION TRIM(B-APPROVED) TO WS-BEST-APPROVER
               IF EXP-COUNT >= MAX-EXPECTS
                   DISPLAY "energy_certify: WARNING - expectation "
                       "table full (" MAX-EXPECTS "), remaining "

           MOVE EXP-EXPECTED(EXP-IDX) TO EXPECTED-DISP
           MOVE EXP-BAND-PCT(EXP-IDX) TO BAND-DISP
           MOVE WS-ACTUAL TO EXP-ACTUAL(EXP-IDX)
           MOVE WS-HAVE-ACTUAL TO EXP-HAVE(EXP-IDX)
           MOVE "PASS" TO EXP-RESULT(EXP-IDX)

           IF WS-HAVE-ACTUAL NOT = 'Y'
               MOVE "FAIL" TO EXP-RESULT(EXP-IDX)
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "FAIL " EXP-PROGRAM(EXP-IDX) " "
                   EXP-DOMAIN(EXP-IDX)
               MOVE WS-ACTUAL TO ACTUAL-DISP
               IF WS-ACTUAL < WS-LO-BOUND
                       OR WS-ACTUAL > WS-HI-BOUND
                   MOVE "FAIL" TO EXP-RESULT(EXP-IDX)
                   ADD 1 TO WS-FAIL-COUNT
                   DISPLAY "FAIL " EXP-PROGRAM(EXP-IDX) " "
                       EXP-DOMAIN(EXP-IDX) " actual "
