      *>   COBJOULES_DIFF_NEW_RUN  - the comparison run's RUN-ID
      *> All three are required; if any is blank this program reports
      *> the problem and stops rather than guessing.
      *>
      *> Each run's cpufreq policy - the governor and the mean
      *> scaling_cur_freq measure_energy logged at its checkpoints -
      *> is shown under the table, and a difference in governor, or
      *> in mean frequency of more than 10%, is flagged: a run
      *> measured on powersave is not a regression of one measured
      *> on performance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  OLD-TOTAL-DISP PIC Z(14)9.
       01  NEW-TOTAL-DISP PIC Z(14)9.

      *> per-run frequency policy, side 1 = old, side 2 = new. A
      *> run whose checkpoints logged more than one governor shows
      *> as MIXED; lines from before the fields existed, or from a
      *> host without cpufreq, leave the policy unrecorded.
       01  POLICY-TABLE.
           05  POLICY-ENTRY OCCURS 2 TIMES.
               10  POL-GOVERNOR  PIC X(16) VALUE SPACES.
               10  POL-FREQ-SUM  PIC 9(15) VALUE 0.
               10  POL-FREQ-N    PIC 9(7) VALUE 0.
               10  POL-MEAN-KHZ  PIC 9(9) VALUE 0.
       01  WS-LINE-GOV    PIC X(16).
       01  WS-FREQ-KHZ    PIC 9(9).
       01  WS-MHZ-DISP    PIC Z(6)9.
       01  WS-POL-TEXT    PIC X(40).
       01  WS-POL-OLD-TEXT PIC X(40).
       01  WS-POL-GOV-TEXT PIC X(20).
       01  WS-FREQ-PCT    PIC S9(5)V9(2) COMP-3.

       PROCEDURE DIVISION.
       Main-Diff.
           ACCEPT WS-PROG-FILTER FROM ENVIRONMENT
               END-IF
           END-IF

           PERFORM Note-Freq-Policy

           MOVE FUNCTION TRIM(ELOG-DOMAIN) TO WS-LOOKUP-DOMAIN
           COMPUTE DELTA-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(ELOG-DELTA-X))
       Process-Line-Exit.
           EXIT.

       Note-Freq-Policy.
           IF ELOG-GOVERNOR(1:2) = "G:"
               MOVE ELOG-GOVERNOR(3:16) TO WS-LINE-GOV
               IF POL-GOVERNOR(WS-RUN-SIDE) = SPACES
                   MOVE WS-LINE-GOV TO POL-GOVERNOR(WS-RUN-SIDE)
               ELSE
                   IF POL-GOVERNOR(WS-RUN-SIDE) NOT = WS-LINE-GOV
                       MOVE "MIXED" TO POL-GOVERNOR(WS-RUN-SIDE)
                   END-IF
               END-IF
           END-IF
           IF ELOG-FREQ(1:2) = "F:"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-FREQ(3:10))) = 0
               COMPUTE WS-FREQ-KHZ = FUNCTION NUMVAL(
                   FUNCTION TRIM(ELOG-FREQ(3:10)))
               ADD WS-FREQ-KHZ TO POL-FREQ-SUM(WS-RUN-SIDE)
               ADD 1 TO POL-FREQ-N(WS-RUN-SIDE)
           END-IF
           .

       Find-Or-Add-Old-Dom.
      *> same find-or-add-by-name pattern as energy_report.cbl's
      *> Find-Or-Add-Prog, here keyed on domain name within the old
                       FUNCTION TRIM(WS-PCT-DISP) "%"
               END-IF
           END-PERFORM
           PERFORM Display-Freq-Policy
           .

       Display-Freq-Policy.
           MOVE 1 TO WS-RUN-SIDE
           PERFORM Format-Policy
           MOVE WS-POL-TEXT TO WS-POL-OLD-TEXT
           MOVE 2 TO WS-RUN-SIDE
           PERFORM Format-Policy
           DISPLAY "Frequency policy: old "
               FUNCTION TRIM(WS-POL-OLD-TEXT)
               ", new " FUNCTION TRIM(WS-POL-TEXT)

      *> only a difference both runs actually recorded is flagged -
      *> an unrecorded side is shown, not guessed at.
           IF POL-GOVERNOR(1) NOT = SPACES
                   AND POL-GOVERNOR(2) NOT = SPACES
                   AND POL-GOVERNOR(1) NOT = POL-GOVERNOR(2)
               DISPLAY "energy_diff: WARNING - the runs were measured "
                   "under different governors ("
                   FUNCTION TRIM(POL-GOVERNOR(1)) " vs "
                   FUNCTION TRIM(POL-GOVERNOR(2))
                   ") - the energy figures are not comparable"
           END-IF
           IF POL-MEAN-KHZ(1) > 0 AND POL-MEAN-KHZ(2) > 0
               COMPUTE WS-FREQ-PCT ROUNDED =
                   ((POL-MEAN-KHZ(2) - POL-MEAN-KHZ(1)) * 100)
                       / POL-MEAN-KHZ(1)
               IF WS-FREQ-PCT > 10 OR WS-FREQ-PCT < -10
                   MOVE WS-FREQ-PCT TO WS-PCT-DISP
                   DISPLAY "energy_diff: WARNING - mean CPU frequency "
                       "moved " FUNCTION TRIM(WS-PCT-DISP)
                       "% between the runs - check turbo and the "
                       "frequency policy before reading the delta "
                       "as a regression"
               END-IF
           END-IF
           .

       Format-Policy.
           MOVE 0 TO POL-MEAN-KHZ(WS-RUN-SIDE)
           IF POL-FREQ-N(WS-RUN-SIDE) > 0
               COMPUTE POL-MEAN-KHZ(WS-RUN-SIDE) ROUNDED =
                   POL-FREQ-SUM(WS-RUN-SIDE) / POL-FREQ-N(WS-RUN-SIDE)
           END-IF
           MOVE SPACES TO WS-POL-TEXT
           IF POL-GOVERNOR(WS-RUN-SIDE) = SPACES
                   AND POL-MEAN-KHZ(WS-RUN-SIDE) = 0
               MOVE "unrecorded" TO WS-POL-TEXT
               EXIT PARAGRAPH
           END-IF
           IF POL-GOVERNOR(WS-RUN-SIDE) = SPACES
               MOVE "governor unrecorded" TO WS-POL-GOV-TEXT
           ELSE
               MOVE POL-GOVERNOR(WS-RUN-SIDE) TO WS-POL-GOV-TEXT
           END-IF
           MOVE WS-POL-GOV-TEXT TO WS-POL-TEXT
           IF POL-MEAN-KHZ(WS-RUN-SIDE) > 0
               COMPUTE WS-MHZ-DISP ROUNDED =
                   POL-MEAN-KHZ(WS-RUN-SIDE) / 1000
               MOVE SPACES TO WS-POL-TEXT
               STRING FUNCTION TRIM(WS-POL-GOV-TEXT) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MHZ-DISP) DELIMITED BY SIZE
                      " MHz" DELIMITED BY SIZE
                   INTO WS-POL-TEXT
           END-IF
           .

       Lookup-Old-Total.
