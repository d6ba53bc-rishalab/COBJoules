       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget-autopost.
       AUTHOR. Shiva9361.

      *> Nightly budget auto-posting: energy_budget_post posts the
      *> one run named in COBJOULES_BUDGET_RUN_ID, so a run nobody
      *> remembered to post never reached the ledger. This finds
      *> every run in energy.log with no POSTED record in
      *> energy-budget-ledger and, when the run is fit to bill,
      *> posts it by running energy_budget_post for it as a child
      *> process (the CALL "SYSTEM" idiom deck_scheduler uses to
      *> launch batch_driver). A run is fit to bill when:
      *>
      *>   - it carries its end-of-run control-total trailer, and
      *>     the trailer's line count and uJ sum agree with the
      *>     run's data lines (energy_trailer's own arithmetic)
      *>   - neither the ledger nor the run-voids register has it
      *>     voided
      *>   - every (run, program) checkpoint chain is unbroken
      *>     (energy_reconcile's rule - region lines and the
      *>     sweep bracket stand outside the chain)
      *>
      *> A run that is not goes to the suspense file with a reason
      *> code, and is looked at again every night until it posts:
      *>
      *>   NO-TRLR   no control-total trailer yet
      *>   TRL-MISM  trailer count/sum disagrees with the lines
      *>   VOIDED    run is voided
      *>   CHAIN     a checkpoint chain is broken
      *>   POST-ERR  energy_budget_post refused or failed
      *>   NO-LOG    suspended run no longer in energy.log
      *>             (archived before it was posted)
      *>
      *> Suspense records (budget-suspense, rewritten each night):
      *>   <run id>,<reason>,<first suspended YYYYMMDD>,
      *>   <last tried YYYYMMDD>,<nights tried>
      *>
      *> A run's first-suspended date survives every retry, so the
      *> aging report that ends each night's run - also printed on
      *> its own with COBJOULES_AUTOPOST_ACTION=AGING - shows how
      *> long each run has sat unbilled.
      *>
      *> COBJOULES_AUTOPOST_ACTION (optional) - POST (default) or
      *>     AGING
      *> RETURN-CODE 1 when a post failed outright (POST-ERR);
      *> runs merely waiting in suspense do not fail the night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APO-FS.

           SELECT LEDGER-FILE ASSIGN TO "energy-budget-ledger"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT SUSPENSE-FILE ASSIGN TO "budget-suspense"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUS-FS.

           SELECT SUSPENSE-NEW ASSIGN TO "budget-suspense.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSNEW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
       01  APO-RECORD PIC X(320).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(80).

       FD  SUSPENSE-NEW.
       01  SUSPENSE-NEW-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  APO-FS        PIC XX.
       01  LED-FS        PIC XX.
       01  SUS-FS        PIC XX.
       01  SUSNEW-FS     PIC XX.
       01  APO-EOF       PIC X VALUE 'N'.
           88  APO-AT-END     VALUE 'Y'.
           88  APO-NOT-AT-END VALUE 'N'.

       01  WS-ACTION     PIC X(8) VALUE SPACES.

      *> parsed energy.log line - populated by the shared reader
      *> subprogram energy_log_read.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

       01  L-KIND        PIC X(8).
       01  L-FIELD2      PIC X(21).
       01  S-RUNID       PIC X(21).
       01  S-REASON      PIC X(8).
       01  S-FIRST       PIC X(8).
       01  S-LAST        PIC X(8).
       01  S-TRIES       PIC X(5).

       01  F-FROM-LABEL  PIC X(16).
       01  F-TO-LABEL    PIC X(16).

       01  WS-LOOKUP-RUN  PIC X(21).
       01  WS-LOOKUP-PROG PIC X(20).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(4).
       01  WS-CHN-MATCH  PIC 9(4).

       01  MAX-POSTED    PIC 9(3) VALUE 500.
       01  POSTED-COUNT  PIC 9(3) VALUE 0.
       01  POSTED-TABLE.
           05  POSTED-RUN OCCURS 500 TIMES PIC X(21).
       01  POSTED-IDX    PIC 9(3).
       01  MAX-VOIDED    PIC 9(3) VALUE 500.
       01  VOIDED-COUNT  PIC 9(3) VALUE 0.
       01  VOIDED-TABLE.
           05  VOIDED-MARK OCCURS 500 TIMES PIC X(21).
       01  VOIDED-IDX    PIC 9(3).
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> every run seen in energy.log or already in suspense.
       01  MAX-RUNS      PIC 9(3) VALUE 500.
       01  RUN-COUNT     PIC 9(3) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  RUN-ID-KEY      PIC X(21).
               10  RUN-IN-LOG      PIC X.
               10  RUN-IS-POSTED   PIC X.
               10  RUN-LINES       PIC 9(9).
               10  RUN-UJ          PIC 9(15).
               10  RUN-HAS-TRAILER PIC X.
               10  RUN-TRL-LINES   PIC 9(9).
               10  RUN-TRL-UJ      PIC 9(15).
               10  RUN-BREAKS      PIC 9(5).
               10  RUN-REASON      PIC X(8).
               10  RUN-SUSPENDED   PIC X.
               10  RUN-FIRST-DATE  PIC X(8).
               10  RUN-LAST-DATE   PIC X(8).
               10  RUN-TRIES       PIC 9(5).

      *> checkpoint chain per (run, program), as energy_reconcile
      *> keeps it.
       01  MAX-CHAINS    PIC 9(4) VALUE 1000.
       01  CHAIN-COUNT   PIC 9(4) VALUE 0.
       01  CHAIN-TABLE.
           05  CHAIN-ENTRY OCCURS 1000 TIMES INDEXED BY CHN-IDX.
               10  CHN-RUN-IDX   PIC 9(3).
               10  CHN-PROG      PIC X(20).
               10  CHN-LAST-PAIR PIC X(34).
               10  CHN-LAST-TO   PIC X(16).
               10  CHN-PAIRS     PIC 9(7).

       01  WS-TODAY-TS   PIC X(21).
       01  WS-TODAY      PIC X(8).
       01  WS-TODAY-INT  PIC 9(9).
       01  WS-FIRST-INT  PIC 9(9).
       01  WS-AGE-DAYS   PIC 9(5).
       01  WS-LINES-NUM  PIC 9(9).

       01  WS-POST-RUN   PIC X(21).
       01  WS-CMD        PIC X(200) VALUE SPACES.
       01  WS-RC         PIC S9(9) COMP-5 VALUE 0.
       01  WS-RC-DISP    PIC -(8)9.

       01  WS-POSTED-NOW PIC 9(5) VALUE 0.
       01  WS-SUSPENDED  PIC 9(5) VALUE 0.
       01  WS-CLEARED    PIC 9(5) VALUE 0.
       01  WS-POST-FAILS PIC 9(5) VALUE 0.
       01  WS-AGE-1      PIC 9(5) VALUE 0.
       01  WS-AGE-7      PIC 9(5) VALUE 0.
       01  WS-AGE-30     PIC 9(5) VALUE 0.
       01  WS-AGE-OLD    PIC 9(5) VALUE 0.
       01  WS-TRIES-DISP PIC 9(5).
       01  WS-OLD-NAME   PIC X(40) VALUE "budget-suspense.tmp".
       01  WS-NEW-NAME   PIC X(40) VALUE "budget-suspense".
       01  WS-RENAME-RC  PIC 9(9) COMP-5.

       PROCEDURE DIVISION.
       Main-Autopost.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS
           MOVE WS-TODAY-TS(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY))
           ACCEPT WS-ACTION FROM ENVIRONMENT
               "COBJOULES_AUTOPOST_ACTION"
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-ACTION = SPACES
               MOVE "POST" TO WS-ACTION
           END-IF

           PERFORM Load-Suspense
           EVALUATE WS-ACTION
               WHEN "AGING"
                   PERFORM Report-Aging
               WHEN "POST"
                   PERFORM Load-Ledger
                   PERFORM Scan-Energy-Log
                   PERFORM Post-Eligible-Runs
                   PERFORM Rewrite-Suspense
                   DISPLAY "budget_autopost: " WS-POSTED-NOW
                       " run(s) posted, " WS-SUSPENDED
                       " in suspense, " WS-CLEARED
                       " cleared from suspense"
                   PERFORM Report-Aging
                   IF WS-POST-FAILS > 0
                       MOVE 1 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "budget_autopost: ERROR - unknown "
                       "COBJOULES_AUTOPOST_ACTION '"
                       FUNCTION TRIM(WS-ACTION)
                       "' (POST or AGING)"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Load-Suspense.
      *> a missing suspense file just means nothing has been held
      *> back yet.
           OPEN INPUT SUSPENSE-FILE
           IF SUS-FS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL APO-AT-END
                   READ SUSPENSE-FILE
                       AT END
                           SET APO-AT-END TO TRUE
                       NOT AT END
                           PERFORM Load-Suspense-Record
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               SET APO-NOT-AT-END TO TRUE
           END-IF
           .

       Load-Suspense-Record.
           MOVE SPACES TO S-RUNID S-REASON S-FIRST S-LAST S-TRIES
           UNSTRING SUSPENSE-RECORD DELIMITED BY ","
               INTO S-RUNID S-REASON S-FIRST S-LAST S-TRIES
           END-UNSTRING
           IF S-RUNID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(S-RUNID) TO WS-LOOKUP-RUN
           PERFORM Find-Or-Add-Run
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RUN-SUSPENDED(RUN-IDX)
           MOVE S-REASON TO RUN-REASON(RUN-IDX)
           MOVE S-FIRST TO RUN-FIRST-DATE(RUN-IDX)
           MOVE S-LAST TO RUN-LAST-DATE(RUN-IDX)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(S-TRIES)) = 0
               COMPUTE RUN-TRIES(RUN-IDX) = FUNCTION NUMVAL(
                   FUNCTION TRIM(S-TRIES))
           END-IF
           .

       Load-Ledger.
           OPEN INPUT LEDGER-FILE
           IF LED-FS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL APO-AT-END
                   READ LEDGER-FILE
                       AT END
                           SET APO-AT-END TO TRUE
                       NOT AT END
                           PERFORM Load-Ledger-Record
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               SET APO-NOT-AT-END TO TRUE
           END-IF
           .

       Load-Ledger-Record.
           MOVE SPACES TO L-KIND L-FIELD2
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-FIELD2
           END-UNSTRING
           EVALUATE FUNCTION TRIM(L-KIND)
               WHEN "POSTED"
                   IF POSTED-COUNT < MAX-POSTED
                       ADD 1 TO POSTED-COUNT
                       MOVE L-FIELD2 TO POSTED-RUN(POSTED-COUNT)
                   END-IF
               WHEN "VOIDED"
                   IF VOIDED-COUNT < MAX-VOIDED
                       ADD 1 TO VOIDED-COUNT
                       MOVE L-FIELD2 TO VOIDED-MARK(VOIDED-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Scan-Energy-Log.
           OPEN INPUT ENERGY-LOG-IN
           IF APO-FS NOT = "00"
               DISPLAY "budget_autopost: ERROR - could not open "
                   "energy.log (status " APO-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL APO-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET APO-AT-END TO TRUE
                   NOT AT END
                       PERFORM Scan-One-Line
                           THRU Scan-One-Line-Exit
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           SET APO-NOT-AT-END TO TRUE
           .

       Scan-One-Line.
           MOVE APO-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID
               GO TO Scan-One-Line-Exit
           END-IF
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-LOOKUP-RUN
           PERFORM Find-Or-Add-Run
           IF WS-FOUND = 2
               GO TO Scan-One-Line-Exit
           END-IF
           MOVE 'Y' TO RUN-IN-LOG(RUN-IDX)

      *> the trailer and the data lines it certifies - counted
      *> exactly as energy_trailer counted them.
           IF ELOG-IS-TRAILER
               IF RUN-HAS-TRAILER(RUN-IDX) NOT = 'Y'
                   MOVE 'Y' TO RUN-HAS-TRAILER(RUN-IDX)
                   MOVE ELOG-DELTA-UJ TO RUN-TRL-UJ(RUN-IDX)
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(ELOG-ELAPSED-X)) = 0
                       COMPUTE WS-LINES-NUM = FUNCTION NUMVAL(
                           FUNCTION TRIM(ELOG-ELAPSED-X))
                       MOVE WS-LINES-NUM TO RUN-TRL-LINES(RUN-IDX)
                   END-IF
               END-IF
               GO TO Scan-One-Line-Exit
           END-IF
           IF ELOG-IS-DATA
               ADD 1 TO RUN-LINES(RUN-IDX)
               ADD ELOG-DELTA-UJ TO RUN-UJ(RUN-IDX)
           END-IF

      *> the checkpoint chain, under energy_reconcile's rules:
      *> region lines (<name>-BEG-><name>-END) are outside it, and
      *> only a change of pair advances it.
           MOVE SPACES TO F-FROM-LABEL F-TO-LABEL
           UNSTRING ELOG-CPPAIR DELIMITED BY "->"
               INTO F-FROM-LABEL F-TO-LABEL
           END-UNSTRING
           IF FUNCTION TRIM(F-TO-LABEL) = SPACES
               GO TO Scan-One-Line-Exit
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(F-FROM-LABEL)) > 4
               IF FUNCTION TRIM(F-FROM-LABEL)
                       (FUNCTION LENGTH(FUNCTION
                           TRIM(F-FROM-LABEL)) - 3 : 4) = "-BEG"
                   GO TO Scan-One-Line-Exit
               END-IF
           END-IF
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-PROG
           IF WS-LOOKUP-PROG = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-PROG
           END-IF
           PERFORM Find-Or-Add-Chain
           IF WS-FOUND = 2
               GO TO Scan-One-Line-Exit
           END-IF
           IF ELOG-CPPAIR = CHN-LAST-PAIR(CHN-IDX)
               GO TO Scan-One-Line-Exit
           END-IF
           IF CHN-PAIRS(CHN-IDX) > 0
               IF FUNCTION TRIM(F-FROM-LABEL) NOT =
                       FUNCTION TRIM(CHN-LAST-TO(CHN-IDX))
                   ADD 1 TO RUN-BREAKS(RUN-IDX)
               END-IF
           END-IF
           MOVE ELOG-CPPAIR TO CHN-LAST-PAIR(CHN-IDX)
           MOVE F-TO-LABEL TO CHN-LAST-TO(CHN-IDX)
           ADD 1 TO CHN-PAIRS(CHN-IDX)
           .
       Scan-One-Line-Exit.
           EXIT.

       Find-Or-Add-Run.
      *> same find-or-add idiom as energy_reconcile's
      *> Find-Or-Add-Run, keyed on RUN-ID.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR WS-FOUND = 1
               IF RUN-ID-KEY(RUN-IDX) = WS-LOOKUP-RUN
                   MOVE 1 TO WS-FOUND
                   MOVE RUN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET RUN-IDX TO WS-MATCH-IDX
           END-IF
           IF WS-FOUND = 0
               IF RUN-COUNT >= MAX-RUNS
                   DISPLAY "budget_autopost: ERROR - run table full ("
                       MAX-RUNS ") - the suspense file is not "
                       "rewritten"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RUN-COUNT
               SET RUN-IDX TO RUN-COUNT
               MOVE WS-LOOKUP-RUN TO RUN-ID-KEY(RUN-IDX)
               MOVE 'N' TO RUN-IN-LOG(RUN-IDX)
                   RUN-IS-POSTED(RUN-IDX)
                   RUN-HAS-TRAILER(RUN-IDX)
                   RUN-SUSPENDED(RUN-IDX)
               MOVE 0 TO RUN-LINES(RUN-IDX) RUN-UJ(RUN-IDX)
                   RUN-TRL-LINES(RUN-IDX) RUN-TRL-UJ(RUN-IDX)
                   RUN-BREAKS(RUN-IDX) RUN-TRIES(RUN-IDX)
               MOVE SPACES TO RUN-REASON(RUN-IDX)
                   RUN-FIRST-DATE(RUN-IDX) RUN-LAST-DATE(RUN-IDX)
               MOVE 1 TO WS-FOUND
           END-IF
           .

       Find-Or-Add-Chain.
           MOVE RUN-IDX TO WS-MATCH-IDX
           MOVE 0 TO WS-FOUND
           PERFORM VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > CHAIN-COUNT OR WS-FOUND = 1
               IF CHN-RUN-IDX(CHN-IDX) = WS-MATCH-IDX
                       AND CHN-PROG(CHN-IDX) = WS-LOOKUP-PROG
                   MOVE 1 TO WS-FOUND
                   MOVE CHN-IDX TO WS-CHN-MATCH
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET CHN-IDX TO WS-CHN-MATCH
           END-IF
           IF WS-FOUND = 0
               IF CHAIN-COUNT >= MAX-CHAINS
                   DISPLAY "budget_autopost: WARNING - chain table "
                       "full (" MAX-CHAINS "), run "
                       FUNCTION TRIM(WS-LOOKUP-RUN)
                       " not chain-checked"
                   MOVE 2 TO WS-FOUND
               ELSE
                   ADD 1 TO CHAIN-COUNT
                   SET CHN-IDX TO CHAIN-COUNT
                   MOVE WS-MATCH-IDX TO CHN-RUN-IDX(CHN-IDX)
                   MOVE WS-LOOKUP-PROG TO CHN-PROG(CHN-IDX)
                   MOVE SPACES TO CHN-LAST-PAIR(CHN-IDX)
                       CHN-LAST-TO(CHN-IDX)
                   MOVE 0 TO CHN-PAIRS(CHN-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
           END-IF
           .

       Post-Eligible-Runs.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               PERFORM Post-One-Run THRU Post-One-Run-Exit
           END-PERFORM
           .

       Post-One-Run.
           MOVE SPACES TO RUN-REASON(RUN-IDX)
           PERFORM VARYING POSTED-IDX FROM 1 BY 1
               UNTIL POSTED-IDX > POSTED-COUNT
               IF FUNCTION TRIM(POSTED-RUN(POSTED-IDX)) =
                       FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
                   MOVE 'Y' TO RUN-IS-POSTED(RUN-IDX)
               END-IF
           END-PERFORM
           IF RUN-IS-POSTED(RUN-IDX) = 'Y'
               IF RUN-SUSPENDED(RUN-IDX) = 'Y'
                   ADD 1 TO WS-CLEARED
                   DISPLAY "budget_autopost: run "
                       FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
                       " has since been posted - cleared from "
                       "suspense"
               END-IF
               GO TO Post-One-Run-Exit
           END-IF

           PERFORM Check-Run-Voided
           EVALUATE TRUE
               WHEN RUN-IN-LOG(RUN-IDX) NOT = 'Y'
                   MOVE "NO-LOG" TO RUN-REASON(RUN-IDX)
               WHEN WS-VOIDED-FLAG = 'Y'
                   MOVE "VOIDED" TO RUN-REASON(RUN-IDX)
               WHEN RUN-HAS-TRAILER(RUN-IDX) NOT = 'Y'
                   MOVE "NO-TRLR" TO RUN-REASON(RUN-IDX)
               WHEN RUN-TRL-LINES(RUN-IDX) NOT = RUN-LINES(RUN-IDX)
                   MOVE "TRL-MISM" TO RUN-REASON(RUN-IDX)
               WHEN RUN-TRL-UJ(RUN-IDX) NOT = RUN-UJ(RUN-IDX)
                   MOVE "TRL-MISM" TO RUN-REASON(RUN-IDX)
               WHEN RUN-BREAKS(RUN-IDX) > 0
                   MOVE "CHAIN" TO RUN-REASON(RUN-IDX)
               WHEN OTHER
                   PERFORM Run-Budget-Post
           END-EVALUATE

           IF RUN-REASON(RUN-IDX) NOT = SPACES
               PERFORM Suspend-Run
           END-IF
           .
       Post-One-Run-Exit.
           EXIT.

       Check-Run-Voided.
           MOVE 'N' TO WS-VOIDED-FLAG
           PERFORM VARYING VOIDED-IDX FROM 1 BY 1
               UNTIL VOIDED-IDX > VOIDED-COUNT
               IF FUNCTION TRIM(VOIDED-MARK(VOIDED-IDX)) =
                       FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
                   MOVE 'Y' TO WS-VOIDED-FLAG
               END-IF
           END-PERFORM
           IF WS-VOIDED-FLAG = 'N'
               MOVE FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
                   TO WS-VOID-LOOKUP
               CALL "run_void_check" USING WS-VOID-LOOKUP
                   WS-VOIDED-FLAG
           END-IF
           .

       Run-Budget-Post.
      *> energy_budget_post ends in STOP RUN, so it runs as a child
      *> process with the run exported, as deck_scheduler launches
      *> batch_driver.
           DISPLAY "COBJOULES_BUDGET_RUN_ID" UPON ENVIRONMENT-NAME
           MOVE FUNCTION TRIM(RUN-ID-KEY(RUN-IDX)) TO WS-POST-RUN
           DISPLAY WS-POST-RUN UPON ENVIRONMENT-VALUE
           MOVE "./energy_budget_post" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC = 0
               MOVE 'Y' TO RUN-IS-POSTED(RUN-IDX)
               ADD 1 TO WS-POSTED-NOW
               IF RUN-SUSPENDED(RUN-IDX) = 'Y'
                   ADD 1 TO WS-CLEARED
               END-IF
               DISPLAY "budget_autopost: run "
                   FUNCTION TRIM(RUN-ID-KEY(RUN-IDX)) " posted"
           ELSE
               MOVE WS-RC TO WS-RC-DISP
               DISPLAY "budget_autopost: WARNING - energy_budget_post"
                   " exited with status " FUNCTION TRIM(WS-RC-DISP)
                   " for run " FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
               MOVE "POST-ERR" TO RUN-REASON(RUN-IDX)
               ADD 1 TO WS-POST-FAILS
           END-IF
           .

       Suspend-Run.
           IF RUN-SUSPENDED(RUN-IDX) NOT = 'Y'
               MOVE 'Y' TO RUN-SUSPENDED(RUN-IDX)
               MOVE WS-TODAY TO RUN-FIRST-DATE(RUN-IDX)
               MOVE 0 TO RUN-TRIES(RUN-IDX)
           END-IF
           MOVE WS-TODAY TO RUN-LAST-DATE(RUN-IDX)
           ADD 1 TO RUN-TRIES(RUN-IDX)
           ADD 1 TO WS-SUSPENDED
           .

       Rewrite-Suspense.
      *> built beside the old file and swapped in, as
      *> energy_budget_post rewrites the ledger.
           OPEN OUTPUT SUSPENSE-NEW
           IF SUSNEW-FS NOT = "00"
               DISPLAY "budget_autopost: ERROR - could not open "
                   FUNCTION TRIM(WS-OLD-NAME)
                   " (status " SUSNEW-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-SUSPENDED(RUN-IDX) = 'Y'
                       AND RUN-IS-POSTED(RUN-IDX) NOT = 'Y'
                   MOVE RUN-TRIES(RUN-IDX) TO WS-TRIES-DISP
                   MOVE SPACES TO SUSPENSE-NEW-RECORD
                   STRING FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(RUN-REASON(RUN-IDX))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          RUN-FIRST-DATE(RUN-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          RUN-LAST-DATE(RUN-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TRIES-DISP DELIMITED BY SIZE
                       INTO SUSPENSE-NEW-RECORD
                   WRITE SUSPENSE-NEW-RECORD
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-NEW
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "budget_autopost: ERROR - could not swap the "
                   "new suspense file in (CBL_RENAME_FILE rc "
                   WS-RENAME-RC ")"
               MOVE 1 TO RETURN-CODE
           END-IF
           .

       Report-Aging.
           DISPLAY "=========================================="
               "=========================="
           DISPLAY "Budget posting suspense - aging as of " WS-TODAY
           DISPLAY "  Run id                Reason   Since    "
               " Days  Nights"
           MOVE 0 TO WS-AGE-1 WS-AGE-7 WS-AGE-30 WS-AGE-OLD
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-SUSPENDED(RUN-IDX) = 'Y'
                       AND RUN-IS-POSTED(RUN-IDX) NOT = 'Y'
                   PERFORM Age-One-Run
               END-IF
           END-PERFORM
           DISPLAY "  0-1 days: " WS-AGE-1 "   2-7 days: " WS-AGE-7
               "   8-30 days: " WS-AGE-30 "   over 30 days: "
               WS-AGE-OLD
           .

       Age-One-Run.
           MOVE 0 TO WS-AGE-DAYS
           IF RUN-FIRST-DATE(RUN-IDX) IS NUMERIC
               COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RUN-FIRST-DATE(RUN-IDX)))
               IF WS-TODAY-INT > WS-FIRST-INT
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FIRST-INT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-AGE-1
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-7
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OLD
           END-EVALUATE
           DISPLAY "  " RUN-ID-KEY(RUN-IDX) " " RUN-REASON(RUN-IDX)
               " " RUN-FIRST-DATE(RUN-IDX) " " WS-AGE-DAYS " "
               RUN-TRIES(RUN-IDX)
           .

       END PROGRAM budget-autopost.
