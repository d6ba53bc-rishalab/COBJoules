      *>       existing local file unless
      *>       COBJOULES_RESTORE_FORCE=Y - a half-alive host's
      *>       fresh lines must not be stomped by yesterday's
      *>       replica without someone saying so - and that
      *>       someone must hold the ADMIN role in
      *>       security-profile (security_check), judged on their
      *>       actual login for every file a forced restore would
      *>       overwrite.
      *>
      *> Legal holds (legal_hold) are honored on RESTORE even when
      *> forced: a local file under a FILE hold is never
      *> overwritten, and a local energy.log/archive is only
      *> replaced when the replica carries at least as many lines
      *> of every held run as the local copy does - a restore must
      *> not be the way disputed evidence disappears. Each held run
      *> the check covered is reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-FS.

           SELECT LOCAL-IN ASSIGN TO WS-LOCAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOC-FS.

           SELECT STATUS-FILE ASSIGN TO "replication-status"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STA-FS.
       FD  REPLICA-IN.
       01  REPLICA-RECORD PIC X(320).

       FD  LOCAL-IN.
       01  LOCAL-RECORD PIC X(320).

       FD  STATUS-FILE.
       01  STATUS-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  REP-FS        PIC XX.
       01  STA-FS        PIC XX.
       01  LOC-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  RPL-EOF       PIC X VALUE 'N'.
           88  RPL-AT-END     VALUE 'Y'.
       01  WS-ANY-BAD    PIC X VALUE 'N'.
       01  WS-RESTORED   PIC 9(1) VALUE 0.

      *> held runs found in the local file about to be overwritten,
      *> with their line counts there and in the replica.
       COPY "legalhold.cpy".
       01  WS-HOLD-BLOCK PIC X VALUE 'N'.
       COPY "secchk.cpy".
       01  MAX-HELD      PIC 9(3) VALUE 100.
       01  HELD-COUNT    PIC 9(3) VALUE 0.
       01  HELD-TABLE.
           05  HELD-ENTRY OCCURS 100 TIMES INDEXED BY HELD-IDX.
               10  HELD-RUN-ID    PIC X(21).
               10  HELD-LOCAL     PIC 9(9).
               10  HELD-REPLICA   PIC 9(9).
               10  HELD-REASON    PIC X(30).

       PROCEDURE DIVISION.
       Main-Replicate.
           ACCEPT WS-REPLICA-DIR FROM ENVIRONMENT
                       "to overwrite)"
                   EXIT PARAGRAPH
               END-IF
               MOVE "log_replicate" TO SEC-PROGRAM
               MOVE SPACES TO SEC-ACTION SEC-TYPED
               STRING "RESTORE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOCAL-NAME) DELIMITED BY SIZE
                   INTO SEC-ACTION
               MOVE "ADMIN" TO SEC-ROLE
               CALL "security_check" USING SECURITY-CHECK
               IF SEC-REFUSED
                   DISPLAY "log_replicate: forced restore of "
                       FUNCTION TRIM(WS-LOCAL-NAME) " refused - "
                       "not authorized"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM Check-Restore-Holds
               IF WS-HOLD-BLOCK = 'Y'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "cp '" DELIMITED BY SIZE
           END-IF
           .

       Check-Restore-Holds.
           MOVE 'N' TO WS-HOLD-BLOCK
           MOVE "FILE" TO HCK-KIND
           MOVE WS-LOCAL-NAME TO HCK-KEY
           CALL "legal_hold_check" USING HOLD-CHECK
           IF HCK-IS-HELD
               DISPLAY "log_replicate: " FUNCTION TRIM(WS-LOCAL-NAME)
                   " is under legal hold ("
                   FUNCTION TRIM(HCK-REASON) ", for "
                   FUNCTION TRIM(HCK-REQUESTER) ") - restore "
                   "refused even with COBJOULES_RESTORE_FORCE"
               MOVE 'Y' TO WS-HOLD-BLOCK
               EXIT PARAGRAPH
           END-IF
           IF WS-LOCAL-NAME = "energy-budget-ledger"
               EXIT PARAGRAPH
           END-IF

      *> every held run's lines in the local copy must survive in
      *> the replica that is about to replace it.
           MOVE 0 TO HELD-COUNT
           SET RPL-NOT-AT-END TO TRUE
           OPEN INPUT LOCAL-IN
           IF LOC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RPL-AT-END
               READ LOCAL-IN
                   AT END
                       SET RPL-AT-END TO TRUE
                   NOT AT END
                       MOVE LOCAL-RECORD TO ELOG-RAW-LINE
                       PERFORM Note-Held-Local-Line
               END-READ
           END-PERFORM
           CLOSE LOCAL-IN
           IF HELD-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           SET RPL-NOT-AT-END TO TRUE
           OPEN INPUT REPLICA-IN
           IF REP-FS = "00"
               PERFORM UNTIL RPL-AT-END
                   READ REPLICA-IN
                       AT END
                           SET RPL-AT-END TO TRUE
                       NOT AT END
                           MOVE REPLICA-RECORD TO ELOG-RAW-LINE
                           PERFORM Note-Held-Replica-Line
                   END-READ
               END-PERFORM
               CLOSE REPLICA-IN
           END-IF

           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
               IF HELD-REPLICA(HELD-IDX) < HELD-LOCAL(HELD-IDX)
                   MOVE 'Y' TO WS-HOLD-BLOCK
                   DISPLAY "log_replicate: held run "
                       HELD-RUN-ID(HELD-IDX) " ("
                       FUNCTION TRIM(HELD-REASON(HELD-IDX))
                       ") has " HELD-LOCAL(HELD-IDX)
                       " line(s) in local "
                       FUNCTION TRIM(WS-LOCAL-NAME) " but only "
                       HELD-REPLICA(HELD-IDX) " in the replica"
               ELSE
                   DISPLAY "log_replicate: held run "
                       HELD-RUN-ID(HELD-IDX) " ("
                       FUNCTION TRIM(HELD-REASON(HELD-IDX))
                       ") is intact in the replica of "
                       FUNCTION TRIM(WS-LOCAL-NAME)
               END-IF
           END-PERFORM
           IF WS-HOLD-BLOCK = 'Y'
               DISPLAY "log_replicate: restore of "
                   FUNCTION TRIM(WS-LOCAL-NAME) " refused - it "
                   "would lose lines of a run under legal hold"
           END-IF
           .

       Note-Held-Local-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR ELOG-RUNID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Held-Run
           IF HELD-IDX > HELD-COUNT
               MOVE "RUN" TO HCK-KIND
               MOVE ELOG-RUNID TO HCK-KEY
               CALL "legal_hold_check" USING HOLD-CHECK
               IF NOT HCK-IS-HELD OR HELD-COUNT >= MAX-HELD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HELD-COUNT
               SET HELD-IDX TO HELD-COUNT
               MOVE FUNCTION TRIM(ELOG-RUNID)
                   TO HELD-RUN-ID(HELD-IDX)
               MOVE 0 TO HELD-LOCAL(HELD-IDX)
               MOVE 0 TO HELD-REPLICA(HELD-IDX)
               MOVE HCK-REASON TO HELD-REASON(HELD-IDX)
           END-IF
           ADD 1 TO HELD-LOCAL(HELD-IDX)
           .

       Note-Held-Replica-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR ELOG-RUNID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Held-Run
           IF HELD-IDX <= HELD-COUNT
               ADD 1 TO HELD-REPLICA(HELD-IDX)
           END-IF
           .

       Find-Held-Run.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
               OR HELD-RUN-ID(HELD-IDX) = FUNCTION TRIM(ELOG-RUNID)
               CONTINUE
           END-PERFORM
           .

       END PROGRAM log-replicate.
