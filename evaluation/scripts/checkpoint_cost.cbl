       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkpoint-cost.
       AUTHOR. Shiva9361.

      *> Instrumentation-overhead characterization: every
      *> measure_energy call does real work - the host lock check,
      *> the RAPL read, /proc/self/stat and /proc/stat, the thermal
      *> zones and cpufreq files, the energy.log append - and all of
      *> it lands inside the calling benchmark's own deltas. A run
      *> that checkpoints a few times does not notice; nbody with a
      *> short NBODY_ENERGY_SAMPLE_INTERVAL makes thousands of calls
      *> and part of what it reports is the measuring itself.
      *>
      *> This measures what one checkpoint call costs on this host:
      *> repeated brackets of two fetch_energy snapshots around a
      *> tight run of measure_energy calls, each bracket's per-domain
      *> delta and wall time divided by the calls inside it. The
      *> bracket is whole-package energy while the calls run, which
      *> is exactly what a benchmark's delta absorbs per checkpoint.
      *> One warm-up call first takes the host lock and does the
      *> once-per-run inventory check, so neither is charged to the
      *> steady-state figure.
      *>
      *> The calls are made from a scratch working directory
      *> ("checkpoint-cost.work", removed afterwards) so the
      *> probe's own checkpoint lines never reach the real
      *> energy.log, energy-alerts.log or rapl-inventory.
      *>
      *> The figures land in "checkpoint-cost-profile" (rewritten,
      *> like host-noise-profile):
      *>
      *>   <host>,<domain>,<calls>,<uJ per call>,<usec per call>,
      *>   <stamp>
      *>
      *> energy_report and energy_profile read it back and show each
      *> run's estimated instrumentation share - every logged data
      *> line is one checkpoint interval for its domain, so a run's
      *> overhead is its lines times their domain's per-call cost.
      *>
      *>   COBJOULES_CKPT_COST_BRACKETS (optional, default 5)
      *>   COBJOULES_CKPT_COST_CALLS    (optional, default 200 per
      *>                                 bracket)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "checkpoint-cost-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRF-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD PIC X(160).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
       01  PRF-FS        PIC XX.
       01  HOST-FS       PIC XX.

       01  WS-ENV-VALUE  PIC X(10) VALUE SPACES.
       01  WS-BRACKETS   PIC 9(2) VALUE 5.
       01  WS-CALLS      PIC 9(6) VALUE 200.
       01  WS-HOSTNAME   PIC X(64) VALUE "unknown-host".
       01  WS-STAMP      PIC X(21).

      *> the scratch directory the probe calls run in - measure_energy
      *> appends to energy.log relative to the working directory.
       01  WS-WORK-DIR   PIC X(40) VALUE "checkpoint-cost.work".
       01  WS-PARENT-DIR PIC X(4) VALUE "..".
       01  WS-CMD        PIC X(80).
       01  WS-RC         PIC S9(9) COMP-5.
       01  WS-CP-LABEL   PIC X(16) VALUE "CKPTCOST".

       01  SNAP-BEFORE.
           05  DOMAIN-COUNT          PIC 9(4) COMP.
           05  DOMAIN-ENTRY OCCURS 256 TIMES
                               INDEXED BY DOM-IDX.
               COPY "energydom.cpy".
       01  SNAP-AFTER.
           05  AFTER-DOMAIN-COUNT    PIC 9(4) COMP.
           05  AFTER-DOMAIN-ENTRY OCCURS 256 TIMES
                               INDEXED BY AFTER-DOM-IDX.
               COPY "energydom.cpy"
                   REPLACING DOMAIN-NAME BY AFTER-DOMAIN-NAME
                             DOMAIN-VALUE BY AFTER-DOMAIN-VALUE
                             DOMAIN-UOM BY AFTER-DOMAIN-UOM
                             DOMAIN-PKGID BY AFTER-DOMAIN-PKGID
                             DOMAIN-MAXRANGE BY AFTER-DOMAIN-MAXRANGE
                             DOMAIN-SYSPATH BY AFTER-DOMAIN-SYSPATH
                             DOMAIN-PWRLIMIT BY AFTER-DOMAIN-PWRLIMIT.

      *> per-domain bracket totals - the first 30 domains, the same
      *> practical bound noise_floor and measure_energy use.
       01  MAX-DOMS      PIC 9(2) VALUE 30.
       01  DOM-STAT-COUNT PIC 9(2) VALUE 0.
       01  DOM-STAT-TABLE.
           05  DOM-STAT OCCURS 30 TIMES INDEXED BY STA-IDX.
               10  STA-NAME      PIC X(24).
               10  STA-TOTAL-UJ  PIC 9(15).

       01  WS-DELTA      PIC 9(12).
       01  WS-BRACKET-NO PIC 9(2).
       01  WS-CALL-NO    PIC 9(6).

      *> wall time in hundredths of a second from CURRENT-DATE; a
      *> bracket that spans midnight gets a day added back.
       01  WS-NOW-TS     PIC X(21).
       01  WS-NOW-HS     PIC 9(9).
       01  WS-BEGIN-HS   PIC 9(9).
       01  WS-BRACKET-HS PIC 9(9).
       01  WS-TOTAL-HS   PIC 9(12) VALUE 0.
       01  WS-TOTAL-CALLS PIC 9(9).

       01  WS-PER-CALL-UJ   PIC 9(9)V9(3).
       01  WS-PER-CALL-USEC PIC 9(9)V9(3).
       01  PER-CALL-DISP    PIC Z(8)9.999.
       01  USEC-DISP        PIC Z(8)9.999.
       01  CALLS-DISP       PIC Z(8)9.

       PROCEDURE DIVISION.
       Main-Checkpoint-Cost.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COBJOULES_CKPT_COST_BRACKETS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-BRACKETS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-BRACKETS < 1
               MOVE 1 TO WS-BRACKETS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COBJOULES_CKPT_COST_CALLS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-CALLS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-CALLS < 10
               MOVE 10 TO WS-CALLS
           END-IF

           PERFORM Read-Hostname
           DISPLAY "checkpoint_cost: " WS-BRACKETS " bracket(s) of "
               WS-CALLS " measure_energy call(s) on "
               FUNCTION TRIM(WS-HOSTNAME)

           PERFORM Enter-Work-Dir

      *> the probe's lines are tagged so they could never be
      *> mistaken for a benchmark's, even in the scratch log.
           DISPLAY "COBJOULES_PROGRAM_NAME" UPON ENVIRONMENT-NAME
           DISPLAY "CKPTCOST" UPON ENVIRONMENT-VALUE
           DISPLAY "COBJOULES_RUN_ID" UPON ENVIRONMENT-NAME
           DISPLAY "CKPTCOST" UPON ENVIRONMENT-VALUE
           DISPLAY "COBJOULES_WORKLOAD_SIZE" UPON ENVIRONMENT-NAME
           DISPLAY "N/A" UPON ENVIRONMENT-VALUE

      *> warm-up: lock acquisition and the inventory check happen
      *> once per run, not once per checkpoint.
           CALL "measure_energy" USING WS-CP-LABEL

           PERFORM VARYING WS-BRACKET-NO FROM 1 BY 1
               UNTIL WS-BRACKET-NO > WS-BRACKETS
               PERFORM Run-Call-Bracket
           END-PERFORM

           PERFORM Leave-Work-Dir

           IF DOM-STAT-COUNT = 0
               DISPLAY "checkpoint_cost: ERROR - fetch_energy found "
                   "no domains to characterize"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Profile
           STOP RUN.

       Read-Hostname.
           OPEN INPUT HOSTNAME-FILE
           IF HOST-FS = "00"
               READ HOSTNAME-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(HOSTNAME-RECORD)
                           TO WS-HOSTNAME
               END-READ
               CLOSE HOSTNAME-FILE
           END-IF
           .

       Enter-Work-Dir.
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORK-DIR) DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           CALL "CBL_CHANGE_DIR" USING WS-WORK-DIR
               RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "checkpoint_cost: ERROR - could not enter "
                   "scratch directory " FUNCTION TRIM(WS-WORK-DIR)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Leave-Work-Dir.
           CALL "CBL_CHANGE_DIR" USING WS-PARENT-DIR
               RETURNING WS-RC
           MOVE SPACES TO WS-CMD
           STRING "rm -rf " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORK-DIR) DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           .

       Stamp-Hundredths.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-NOW-HS =
               FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 360000
               + FUNCTION NUMVAL(WS-NOW-TS(11:2)) * 6000
               + FUNCTION NUMVAL(WS-NOW-TS(13:2)) * 100
               + FUNCTION NUMVAL(WS-NOW-TS(15:2))
           .

       Run-Call-Bracket.
           CALL "fetch_energy" USING SNAP-BEFORE
           PERFORM Stamp-Hundredths
           MOVE WS-NOW-HS TO WS-BEGIN-HS
           PERFORM VARYING WS-CALL-NO FROM 1 BY 1
               UNTIL WS-CALL-NO > WS-CALLS
               CALL "measure_energy" USING WS-CP-LABEL
           END-PERFORM
           PERFORM Stamp-Hundredths
           CALL "fetch_energy" USING SNAP-AFTER
           IF WS-NOW-HS < WS-BEGIN-HS
               ADD 8640000 TO WS-NOW-HS
           END-IF
           COMPUTE WS-BRACKET-HS = WS-NOW-HS - WS-BEGIN-HS
           ADD WS-BRACKET-HS TO WS-TOTAL-HS
           PERFORM VARYING DOM-IDX FROM 1 BY 1
               UNTIL DOM-IDX > DOMAIN-COUNT OF SNAP-BEFORE
                   OR DOM-IDX > AFTER-DOMAIN-COUNT
               SET AFTER-DOM-IDX TO DOM-IDX
               PERFORM Compute-Bracket-Delta
               PERFORM Find-Or-Add-Dom
               ADD WS-DELTA TO STA-TOTAL-UJ(STA-IDX)
           END-PERFORM
           .

       Compute-Bracket-Delta.
      *> same wraparound correction as measure_energy's
      *> Compute-Raw-Delta, matched by position.
           IF AFTER-DOMAIN-VALUE(AFTER-DOM-IDX) <
                   DOMAIN-VALUE(DOM-IDX)
               IF DOMAIN-MAXRANGE(DOM-IDX) > 0
                   COMPUTE WS-DELTA = DOMAIN-MAXRANGE(DOM-IDX)
                       - DOMAIN-VALUE(DOM-IDX)
                       + AFTER-DOMAIN-VALUE(AFTER-DOM-IDX)
               ELSE
                   MOVE AFTER-DOMAIN-VALUE(AFTER-DOM-IDX)
                       TO WS-DELTA
               END-IF
           ELSE
               COMPUTE WS-DELTA =
                   AFTER-DOMAIN-VALUE(AFTER-DOM-IDX)
                   - DOMAIN-VALUE(DOM-IDX)
           END-IF
           .

       Find-Or-Add-Dom.
      *> the noise_floor Find-Or-Add-Dom shape, keyed by domain
      *> name.
           PERFORM VARYING STA-IDX FROM 1 BY 1
               UNTIL STA-IDX > DOM-STAT-COUNT
               IF STA-NAME(STA-IDX) = DOMAIN-NAME(DOM-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF DOM-STAT-COUNT >= MAX-DOMS
               SET STA-IDX TO MAX-DOMS
           ELSE
               ADD 1 TO DOM-STAT-COUNT
               SET STA-IDX TO DOM-STAT-COUNT
               MOVE DOMAIN-NAME(DOM-IDX) TO STA-NAME(STA-IDX)
               MOVE 0 TO STA-TOTAL-UJ(STA-IDX)
           END-IF
           .

       Write-Profile.
      *> rewritten whole like host-noise-profile, so the file always
      *> holds exactly the latest characterization.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           COMPUTE WS-TOTAL-CALLS = WS-CALLS * WS-BRACKETS
           COMPUTE WS-PER-CALL-USEC ROUNDED =
               WS-TOTAL-HS * 10000 / WS-TOTAL-CALLS
           MOVE WS-PER-CALL-USEC TO USEC-DISP
           MOVE WS-TOTAL-CALLS TO CALLS-DISP
           OPEN OUTPUT PROFILE-FILE
           IF PRF-FS NOT = "00"
               DISPLAY "checkpoint_cost: ERROR - could not write "
                   "checkpoint-cost-profile (status " PRF-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING STA-IDX FROM 1 BY 1
               UNTIL STA-IDX > DOM-STAT-COUNT
               COMPUTE WS-PER-CALL-UJ ROUNDED =
                   STA-TOTAL-UJ(STA-IDX) / WS-TOTAL-CALLS
               MOVE WS-PER-CALL-UJ TO PER-CALL-DISP
               DISPLAY "checkpoint_cost: "
                   STA-NAME(STA-IDX) " "
                   FUNCTION TRIM(PER-CALL-DISP) " uJ and "
                   FUNCTION TRIM(USEC-DISP) " usec per call"
               MOVE SPACES TO PROFILE-RECORD
               STRING FUNCTION TRIM(WS-HOSTNAME)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      STA-NAME(STA-IDX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(CALLS-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(PER-CALL-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(USEC-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-STAMP DELIMITED BY SIZE
                   INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
           END-PERFORM
           CLOSE PROFILE-FILE
           DISPLAY "checkpoint_cost: profile written to "
               "checkpoint-cost-profile"
           .

       END PROGRAM checkpoint-cost.
