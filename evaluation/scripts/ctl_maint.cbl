      *> Maintenance screens for the hand-edited control files: the
      *> suite depends on half a dozen of them - energy-budgets,
      *> carbon-schedule, batch-job-deck, utility-tariff,
      *> alert-policy, benchmark-programs, room-pue - and a stray
      *> comma was
      *> only discovered when a job misread the record at 2 a.m.
      *> This SCREEN SECTION program (the energy-browse style)
      *> lists, adds, replaces and deletes records in each file
      *> with per-field validation matching the consuming
      *> program's own parsing rules, writes an audit trail of who
      *> changed what and when to
      *> "control-file-audit.log", and rewrites the file via the
      *> same build-then-swap route energy_budget_post uses - so
      *> control-file edits stop being vi sessions against
      *> production data. The copy each edit replaces is kept as a
      *> numbered generation (generation_save) that
      *> generation_maint can restore.
      *>
      *> The person recorded is the caller's actual login
      *> (security_check), not a typed name: energy-budgets and
      *> utility-tariff feed chargeback and need the FINANCE role in
      *> security-profile, the other files the OPERATOR role.
      *>
      *> Commands at the file menu: 1-7 picks a file, Q quits.
      *> Commands at the record list:
      *>   A       - add a record (validated before it lands)
      *>   E <n>   - replace record n
       01  WS-VALID       PIC 9(1).
       01  WS-REASON      PIC X(80).
       01  WS-RENAME-RC   PIC 9(9) COMP-5.
       01  WS-EDIT-REFUSED PIC X VALUE 'N'.
       COPY "gendata.cpy".
       COPY "secchk.cpy".

      *> per-file-kind field scratch for validation.
       01  F-FLD-1        PIC X(100).
           MOVE "5  alert-policy      (source,pattern,severity,"
               & "route)" TO WS-ROW-TEXT
           DISPLAY CTL-ROW
           ADD 1 TO WS-SCREEN-LINE
           MOVE "6  benchmark-programs (program,command,count set,"
               & "input set,dataset,...)" TO WS-ROW-TEXT
           DISPLAY CTL-ROW
           ADD 1 TO WS-SCREEN-LINE
           MOVE "7  room-pue          (site,room,YYYYMM,PUE)"
               TO WS-ROW-TEXT
           DISPLAY CTL-ROW
           ADD 2 TO WS-SCREEN-LINE
           MOVE "File number to maintain, Q=quit:" TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
                   MOVE 5 TO WS-FILE-KIND
                   MOVE "alert-policy" TO WS-TARGET-PATH
                   PERFORM Enter-List-Mode
               WHEN "6"
                   MOVE 6 TO WS-FILE-KIND
                   MOVE "benchmark-programs" TO WS-TARGET-PATH
                   PERFORM Enter-List-Mode
               WHEN "7"
                   MOVE 7 TO WS-FILE-KIND
                   MOVE "room-pue" TO WS-TARGET-PATH
                   PERFORM Enter-List-Mode
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-EVALUATE
           .

      *> the caller's login, refused (blank WS-WHO) without the role
      *> the file being changed needs.
       Ask-Who.
           MOVE "ctl_maint" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION SEC-TYPED
           STRING WS-CMD-LETTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-PATH) DELIMITED BY SIZE
               INTO SEC-ACTION
           IF WS-FILE-KIND = 1 OR WS-FILE-KIND = 4
               MOVE "FINANCE" TO SEC-ROLE
           ELSE
               MOVE "OPERATOR" TO SEC-ROLE
           END-IF
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               MOVE SPACES TO WS-WHO
           ELSE
               MOVE SEC-USER TO WS-WHO
           END-IF
           .

       Ask-New-Record.
                   PERFORM Validate-Tariff
               WHEN 5
                   PERFORM Validate-Alert-Policy
               WHEN 6
                   PERFORM Validate-Bench-Master
               WHEN 7
                   PERFORM Validate-Room-Pue
           END-EVALUATE
           .

           END-IF
           .

       Validate-Bench-Master.
      *> bench_master: program,command,count setting,input setting,
      *> dataset kind,workload meaning,verifier,output file,owner,
      *> cost center.
           MOVE SPACES TO F-FLD-1 F-FLD-3 F-FLD-4 F-FLD-5 F-SUB-1
           UNSTRING WS-NEW-RECORD DELIMITED BY ","
               INTO F-FLD-1 F-FLD-3 F-FLD-4 F-FLD-5 F-SUB-1
           END-UNSTRING
           IF FUNCTION TRIM(F-FLD-1) = SPACES
                   OR FUNCTION TRIM(F-FLD-3) = SPACES
               MOVE 0 TO WS-VALID
               MOVE "program name and command are required"
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF F-SUB-1 NOT = SPACES
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(F-SUB-1))
                       NOT = "SORT"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(F-SUB-1))
                       NOT = "NBODY"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(F-SUB-1))
                       NOT = "NONE"
                   MOVE 0 TO WS-VALID
                   MOVE "dataset kind must be SORT, NBODY or NONE"
                       TO WS-REASON
               END-IF
           END-IF
           .

       Validate-Room-Pue.
      *> facility_rollup: site,room,YYYYMM,PUE - a PUE below 1 would
      *> shrink the facility figure under the IT load it contains.
           MOVE SPACES TO F-FLD-1 F-FLD-2 F-FLD-3 F-FLD-4
           UNSTRING WS-NEW-RECORD DELIMITED BY ","
               INTO F-FLD-1 F-FLD-2 F-FLD-3 F-FLD-4
           END-UNSTRING
           IF FUNCTION TRIM(F-FLD-1) = SPACES
                   OR FUNCTION TRIM(F-FLD-2) = SPACES
               MOVE 0 TO WS-VALID
               MOVE "site and room are required" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF F-FLD-3(1:6) IS NOT NUMERIC
               MOVE 0 TO WS-VALID
               MOVE "month must be a numeric YYYYMM" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-FLD-4)) NOT = 0
               MOVE 0 TO WS-VALID
               MOVE "PUE must be numeric" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(F-FLD-4)) < 1
                   OR FUNCTION NUMVAL(FUNCTION TRIM(F-FLD-4)) > 9
               MOVE 0 TO WS-VALID
               MOVE "PUE must be between 1.00 and 9.00" TO WS-REASON
           END-IF
           .

       Validate-Tariff.
      *> tariff_engine: TOU/SEASON/TIER/DEMAND with numeric args.
           MOVE SPACES TO F-FLD-1 F-FLD-2 F-FLD-3
               WRITE TARGET-NEW-RECORD
           END-PERFORM
           CLOSE TARGET-NEW
      *> the copy about to be replaced is kept as a generation; if
      *> it cannot be kept, the edit does not go in.
           MOVE 'N' TO WS-EDIT-REFUSED
           MOVE WS-TARGET-PATH TO GEN-FILE
           MOVE WS-WHO TO GEN-WHO
           MOVE WS-CMD-ARG TO GEN-REASON
           CALL "generation_save" USING GENERATION-REQUEST
           IF GEN-FAILED
               DISPLAY "ctl_maint: ERROR - no generation of "
                   FUNCTION TRIM(WS-TARGET-PATH) " could be kept - "
                   "edit not applied"
               MOVE 'Y' TO WS-EDIT-REFUSED
               CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
                   RETURNING WS-RENAME-RC
               PERFORM Load-Target-File
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-TMP-NAME
               WS-TARGET-PATH RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
           .

       Write-Audit-Line.
           IF WS-EDIT-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND AUDIT-FILE
           IF AUD-FS = "05" OR AUD-FS = "35"
