       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpu-governor.
       AUTHOR. Shiva9361.

      *> CPU frequency policy pinning for the batch window: nothing
      *> in the suite looked at cpufreq, so a host left on the
      *> powersave governor - or one whose turbo was lost after a
      *> firmware update - measured joules that were not comparable
      *> with last month's, and nothing recorded why. This pins the
      *> scaling governor on every CPU (and optionally a fixed
      *> frequency) at window start, records every original value,
      *> restores them at window end - or at the start of the NEXT
      *> apply, so a crash between apply and restore never leaves
      *> yesterday's policy in place - and logs every change to its
      *> own audit file, the same lever power_cap gives the RAPL
      *> limits.
      *>
      *> COBJOULES_CPU_GOVERNOR - governor to pin (performance,
      *>   powersave, ...); blank leaves each CPU's governor alone.
      *> COBJOULES_CPU_FREQ_KHZ - optional fixed frequency: both
      *>   scaling_min_freq and scaling_max_freq are set to it.
      *>   At least one of the two must be given for APPLY.
      *> COBJOULES_CPU_GOVERNOR_ACTION - APPLY (default) or RESTORE.
      *> COBJOULES_CPUFREQ_BASE - the sysfs cpu directory, default
      *>   /sys/devices/system/cpu (measure_energy honors the same
      *>   override when it logs each checkpoint's frequency).
      *>
      *> CPUs are walked cpu0, cpu1, ... until the first without a
      *> cpufreq/scaling_governor file. Originals live in
      *> "cpu-governor-saved" while the policy is pinned; every
      *> change appends to "cpu-governor-audit.log". deck_scheduler
      *> runs this around the sweep when COBJOULES_CPU_GOVERNOR or
      *> COBJOULES_CPU_FREQ_KHZ is set.
      *>
      *> Both actions need the OPERATOR role in security-profile
      *> (security_check) for the caller's actual login, as
      *> power_cap's do, and every audit line ends with that login.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVED-FILE ASSIGN TO "cpu-governor-saved"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAV-FS.

           SELECT CPUFREQ-FILE ASSIGN TO WS-CPUFREQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CPF-FS.

           SELECT AUDIT-FILE ASSIGN TO "cpu-governor-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAVED-FILE.
       01  SAVED-RECORD PIC X(80).

       FD  CPUFREQ-FILE.
       01  CPUFREQ-RECORD PIC X(40).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(220).

       WORKING-STORAGE SECTION.
       01  SAV-FS        PIC XX.
       01  CPF-FS        PIC XX.
       01  AUD-FS        PIC XX.
       01  SAV-EOF       PIC X VALUE 'N'.
           88  SAV-AT-END     VALUE 'Y'.
           88  SAV-NOT-AT-END VALUE 'N'.

       01  WS-CPUFREQ-BASE PIC X(60)
           VALUE "/sys/devices/system/cpu".
       01  WS-BASE-ENV   PIC X(60) VALUE SPACES.
       01  WS-CPUFREQ-PATH PIC X(100).
       01  WS-ACTION-ENV PIC X(10) VALUE SPACES.
       01  WS-GOV-ENV    PIC X(16) VALUE SPACES.
       01  WS-FREQ-ENV   PIC X(12) VALUE SPACES.
       01  WS-STAMP      PIC X(21).

       01  WS-PIN-FREQ   PIC 9(9) VALUE 0.
       01  WS-CPU-NO     PIC 9(4).
       01  WS-CPU-DISP   PIC Z(3)9.
       01  WS-MAX-CPUS   PIC 9(4) VALUE 1024.
       01  WS-CPU-MISS   PIC X.
       01  WS-LEAF       PIC X(20).
       01  WS-VALUE      PIC X(16).
       01  WS-OLD-GOV    PIC X(16).
       01  WS-OLD-MIN    PIC 9(9).
       01  WS-OLD-MAX    PIC 9(9).
       01  WS-NEW-MIN    PIC 9(9).
       01  WS-NEW-MAX    PIC 9(9).
       01  WS-KHZ-DISP   PIC Z(8)9.
       01  WS-KHZ-DISP-2 PIC Z(8)9.
       01  WS-CPU-OK     PIC X.
       01  WS-APPLIED    PIC 9(4) VALUE 0.
       01  WS-RESTORED   PIC 9(4) VALUE 0.
       01  WS-SAVED-NAME PIC X(20) VALUE "cpu-governor-saved".
       01  WS-CHK-DETAILS PIC X(20).
       01  WS-CHK-RC     PIC 9(9) COMP-5.
       01  WS-AUDIT-OLD  PIC X(24).
       01  WS-AUDIT-NEW  PIC X(24).
       01  WS-AUDIT-VERB PIC X(10).

       COPY "secchk.cpy".

       01  F-SAV-CPU     PIC X(6).
       01  F-SAV-GOV     PIC X(16).
       01  F-SAV-MIN     PIC X(12).
       01  F-SAV-MAX     PIC X(12).

       PROCEDURE DIVISION.
       Main-Cpu-Governor.
           ACCEPT WS-BASE-ENV FROM ENVIRONMENT
               "COBJOULES_CPUFREQ_BASE"
           IF WS-BASE-ENV NOT = SPACES
               MOVE WS-BASE-ENV TO WS-CPUFREQ-BASE
           END-IF
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT
               "COBJOULES_CPU_GOVERNOR_ACTION"
           ACCEPT WS-GOV-ENV FROM ENVIRONMENT
               "COBJOULES_CPU_GOVERNOR"
           ACCEPT WS-FREQ-ENV FROM ENVIRONMENT
               "COBJOULES_CPU_FREQ_KHZ"
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           MOVE "cpu_governor" TO SEC-PROGRAM
           IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-ACTION-ENV)) = "RESTORE"
               MOVE "RESTORE" TO SEC-ACTION
           ELSE
               MOVE "APPLY" TO SEC-ACTION
           END-IF
           MOVE "OPERATOR" TO SEC-ROLE
           MOVE SPACES TO SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               DISPLAY "cpu_governor: ERROR - not authorized to "
                   "change CPU frequency policy - nothing changed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-ACTION-ENV)) = "RESTORE"
               PERFORM Restore-Saved-Policy
               DISPLAY "cpu_governor: " WS-RESTORED
                   " CPU polic(ies) restored"
               STOP RUN
           END-IF

           IF WS-FREQ-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FREQ-ENV)) NOT = 0
                   DISPLAY "cpu_governor: ERROR - "
                       "COBJOULES_CPU_FREQ_KHZ is not a number: "
                       FUNCTION TRIM(WS-FREQ-ENV)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PIN-FREQ = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-FREQ-ENV))
           END-IF
           IF WS-GOV-ENV = SPACES AND WS-PIN-FREQ = 0
               DISPLAY "cpu_governor: ERROR - neither "
                   "COBJOULES_CPU_GOVERNOR nor "
                   "COBJOULES_CPU_FREQ_KHZ is set - nothing to pin"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *> crash recovery: a saved-originals file at apply time means
      *> the previous session never restored - put the originals
      *> back before pinning today's policy on top of them.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SAVED-NAME
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               DISPLAY "cpu_governor: WARNING - a previous session's "
                   "saved originals exist (crash before restore?) "
                   "- restoring them first"
               PERFORM Restore-Saved-Policy
               MOVE 0 TO WS-RESTORED
           END-IF

           OPEN OUTPUT SAVED-FILE
           IF SAV-FS NOT = "00"
               DISPLAY "cpu_governor: ERROR - could not record the "
                   "original values (status " SAV-FS ") - "
                   "refusing to change anything irreversibly"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-CPU-MISS
           PERFORM VARYING WS-CPU-NO FROM 0 BY 1
               UNTIL WS-CPU-NO >= WS-MAX-CPUS OR WS-CPU-MISS = 'Y'
               PERFORM Pin-One-Cpu
           END-PERFORM
           CLOSE SAVED-FILE

           IF WS-APPLIED = 0
      *> nothing changed, so leave no saved file to trip the
      *> crash-recovery path next time.
               CALL "CBL_DELETE_FILE" USING WS-SAVED-NAME
                   RETURNING WS-CHK-RC
               DISPLAY "cpu_governor: no CPU's frequency policy "
                   "could be pinned"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "cpu_governor: " WS-APPLIED " CPU(s) pinned; "
                   "run with COBJOULES_CPU_GOVERNOR_ACTION=RESTORE "
                   "at window end"
           END-IF
           STOP RUN.

       Pin-One-Cpu.
           MOVE "scaling_governor" TO WS-LEAF
           PERFORM Read-Cpufreq-Value
           IF CPF-FS NOT = "00"
               MOVE 'Y' TO WS-CPU-MISS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALUE TO WS-OLD-GOV
           MOVE "scaling_min_freq" TO WS-LEAF
           PERFORM Read-Cpufreq-Value
           MOVE 0 TO WS-OLD-MIN WS-OLD-MAX
           IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
               COMPUTE WS-OLD-MIN = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-VALUE))
           END-IF
           MOVE "scaling_max_freq" TO WS-LEAF
           PERFORM Read-Cpufreq-Value
           IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
               COMPUTE WS-OLD-MAX = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-VALUE))
           END-IF

           MOVE WS-CPU-NO TO WS-CPU-DISP
           MOVE WS-OLD-MIN TO WS-KHZ-DISP
           MOVE WS-OLD-MAX TO WS-KHZ-DISP-2
           MOVE SPACES TO SAVED-RECORD
           STRING "cpu" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CPU-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-GOV) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KHZ-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KHZ-DISP-2) DELIMITED BY SIZE
               INTO SAVED-RECORD
           WRITE SAVED-RECORD

           MOVE 'N' TO WS-CPU-OK
           MOVE "APPLY" TO WS-AUDIT-VERB
           IF WS-GOV-ENV NOT = SPACES
               MOVE "scaling_governor" TO WS-LEAF
               MOVE WS-GOV-ENV TO WS-VALUE
               PERFORM Write-Cpufreq-Value
               IF CPF-FS = "00"
                   MOVE 'Y' TO WS-CPU-OK
                   MOVE WS-OLD-GOV TO WS-AUDIT-OLD
                   MOVE WS-GOV-ENV TO WS-AUDIT-NEW
                   PERFORM Write-Audit-Line
               ELSE
                   PERFORM Warn-Write-Failed
               END-IF
           END-IF
           IF WS-PIN-FREQ > 0
               MOVE WS-PIN-FREQ TO WS-NEW-MIN WS-NEW-MAX
               PERFORM Write-Min-Max
           END-IF
           IF WS-CPU-OK = 'Y'
               ADD 1 TO WS-APPLIED
           END-IF
           .

       Write-Min-Max.
      *> the kernel refuses a max below the current min (and a min
      *> above the current max), so the order of the two writes
      *> depends on which way the range moves: widen the side the
      *> new range grows toward first.
           IF WS-NEW-MAX >= WS-OLD-MIN
               PERFORM Write-Max-Freq
               PERFORM Write-Min-Freq
           ELSE
               PERFORM Write-Min-Freq
               PERFORM Write-Max-Freq
           END-IF
           .

       Write-Max-Freq.
           MOVE "scaling_max_freq" TO WS-LEAF
           MOVE WS-NEW-MAX TO WS-KHZ-DISP
           MOVE FUNCTION TRIM(WS-KHZ-DISP) TO WS-VALUE
           PERFORM Write-Cpufreq-Value
           IF CPF-FS = "00"
               MOVE 'Y' TO WS-CPU-OK
               MOVE WS-OLD-MAX TO WS-KHZ-DISP-2
               MOVE FUNCTION TRIM(WS-KHZ-DISP-2) TO WS-AUDIT-OLD
               MOVE WS-VALUE TO WS-AUDIT-NEW
               PERFORM Write-Audit-Line
           ELSE
               PERFORM Warn-Write-Failed
           END-IF
           .

       Write-Min-Freq.
           MOVE "scaling_min_freq" TO WS-LEAF
           MOVE WS-NEW-MIN TO WS-KHZ-DISP
           MOVE FUNCTION TRIM(WS-KHZ-DISP) TO WS-VALUE
           PERFORM Write-Cpufreq-Value
           IF CPF-FS = "00"
               MOVE 'Y' TO WS-CPU-OK
               MOVE WS-OLD-MIN TO WS-KHZ-DISP-2
               MOVE FUNCTION TRIM(WS-KHZ-DISP-2) TO WS-AUDIT-OLD
               MOVE WS-VALUE TO WS-AUDIT-NEW
               PERFORM Write-Audit-Line
           ELSE
               PERFORM Warn-Write-Failed
           END-IF
           .

       Warn-Write-Failed.
           DISPLAY "cpu_governor: WARNING - could not write "
               FUNCTION TRIM(WS-CPUFREQ-PATH)
               " (status " CPF-FS ") - run with the "
               "privileges sysfs demands"
           .

       Build-Cpufreq-Path.
           MOVE WS-CPU-NO TO WS-CPU-DISP
           MOVE SPACES TO WS-CPUFREQ-PATH
           STRING FUNCTION TRIM(WS-CPUFREQ-BASE) DELIMITED BY SIZE
                  "/cpu" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CPU-DISP) DELIMITED BY SIZE
                  "/cpufreq/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEAF) DELIMITED BY SIZE
               INTO WS-CPUFREQ-PATH
           .

       Read-Cpufreq-Value.
           PERFORM Build-Cpufreq-Path
           MOVE SPACES TO WS-VALUE
           OPEN INPUT CPUFREQ-FILE
           IF CPF-FS = "00"
               READ CPUFREQ-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(CPUFREQ-RECORD) TO WS-VALUE
               END-READ
               CLOSE CPUFREQ-FILE
               MOVE "00" TO CPF-FS
           END-IF
           .

       Write-Cpufreq-Value.
           PERFORM Build-Cpufreq-Path
           OPEN OUTPUT CPUFREQ-FILE
           IF CPF-FS = "00"
               MOVE SPACES TO CPUFREQ-RECORD
               MOVE FUNCTION TRIM(WS-VALUE) TO CPUFREQ-RECORD
               WRITE CPUFREQ-RECORD
               CLOSE CPUFREQ-FILE
           END-IF
           .

       Restore-Saved-Policy.
           SET SAV-NOT-AT-END TO TRUE
           OPEN INPUT SAVED-FILE
           IF SAV-FS NOT = "00"
               DISPLAY "cpu_governor: nothing to restore (no saved "
                   "originals on record)"
               EXIT PARAGRAPH
           END-IF
           MOVE "RESTORE" TO WS-AUDIT-VERB
           PERFORM UNTIL SAV-AT-END
               READ SAVED-FILE
                   AT END
                       SET SAV-AT-END TO TRUE
                   NOT AT END
                       PERFORM Restore-One-Cpu
               END-READ
           END-PERFORM
           CLOSE SAVED-FILE
           CALL "CBL_DELETE_FILE" USING WS-SAVED-NAME
               RETURNING WS-CHK-RC
           .

       Restore-One-Cpu.
           MOVE SPACES TO F-SAV-CPU F-SAV-GOV F-SAV-MIN F-SAV-MAX
           UNSTRING SAVED-RECORD DELIMITED BY ","
               INTO F-SAV-CPU F-SAV-GOV F-SAV-MIN F-SAV-MAX
           END-UNSTRING
           IF F-SAV-CPU(1:3) NOT = "cpu"
                   OR F-SAV-CPU(4:) = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CPU-NO = FUNCTION NUMVAL(F-SAV-CPU(4:))
           MOVE 'N' TO WS-CPU-OK

      *> the pinned range is whatever is live now; restore the
      *> saved range with the same write ordering as the pin.
           MOVE "scaling_min_freq" TO WS-LEAF
           PERFORM Read-Cpufreq-Value
           MOVE 0 TO WS-OLD-MIN WS-OLD-MAX
           IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
               COMPUTE WS-OLD-MIN = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-VALUE))
           END-IF
           MOVE "scaling_max_freq" TO WS-LEAF
           PERFORM Read-Cpufreq-Value
           IF FUNCTION TRIM(WS-VALUE) IS NUMERIC
               COMPUTE WS-OLD-MAX = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-VALUE))
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-SAV-MIN)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-SAV-MAX)) = 0
               COMPUTE WS-NEW-MIN = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SAV-MIN))
               COMPUTE WS-NEW-MAX = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SAV-MAX))
               IF WS-NEW-MIN > 0 AND WS-NEW-MAX > 0
                       AND (WS-NEW-MIN NOT = WS-OLD-MIN
                           OR WS-NEW-MAX NOT = WS-OLD-MAX)
                   PERFORM Write-Min-Max
               END-IF
           END-IF

           MOVE "scaling_governor" TO WS-LEAF
           PERFORM Read-Cpufreq-Value
           MOVE WS-VALUE TO WS-OLD-GOV
           IF F-SAV-GOV NOT = SPACES AND F-SAV-GOV NOT = WS-OLD-GOV
               MOVE F-SAV-GOV TO WS-VALUE
               PERFORM Write-Cpufreq-Value
               IF CPF-FS = "00"
                   MOVE 'Y' TO WS-CPU-OK
                   MOVE WS-OLD-GOV TO WS-AUDIT-OLD
                   MOVE F-SAV-GOV TO WS-AUDIT-NEW
                   PERFORM Write-Audit-Line
               ELSE
                   PERFORM Warn-Write-Failed
               END-IF
           END-IF
           IF WS-CPU-OK = 'Y'
               ADD 1 TO WS-RESTORED
           END-IF
           .

       Open-Audit.
           OPEN EXTEND AUDIT-FILE
           IF AUD-FS = "05" OR AUD-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .

       Write-Audit-Line.
           PERFORM Open-Audit
           IF AUD-FS = "00"
               MOVE WS-CPU-NO TO WS-CPU-DISP
               MOVE SPACES TO AUDIT-RECORD
               STRING WS-STAMP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUDIT-VERB) DELIMITED BY SIZE
                      ",cpu" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CPU-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CPUFREQ-PATH)
                          DELIMITED BY SIZE
                      ",old=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUDIT-OLD) DELIMITED BY SIZE
                      ",new=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUDIT-NEW) DELIMITED BY SIZE
                      ",by=" DELIMITED BY SIZE
                      FUNCTION TRIM(SEC-USER) DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF
           .

       END PROGRAM cpu-governor.
