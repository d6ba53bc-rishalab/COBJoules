       IDENTIFICATION DIVISION.
       PROGRAM-ID. file_fingerprint.
       AUTHOR. Shiva9361.

      *> Shared file fingerprint: run_manifest records one for every
      *> step executable and *_INPUT_FILE dataset a run used,
      *> energy_certify keeps the certified run's set, and
      *> deck_preflight compares tonight's build against it - all
      *> three must compute the fingerprint the same way, so they
      *> ask here:
      *>
      *>   CALL "file_fingerprint" USING FINGERPRINT-REQUEST
      *>
      *> (fprint.cpy). A file's fingerprint is the POSIX cksum CRC
      *> and byte count, "<crc>:<bytes>", taken by the same
      *> shell-out-and-read-back idiom bundle_export uses for its
      *> artifact list - cksum is on every host the suite runs on
      *> and a rebuilt binary or regenerated dataset never keeps
      *> both. COMPILER returns the first line of cobc --version,
      *> so a compiler upgrade is on the record too.
      *>
      *> The command's output comes back through a result file
      *> private to the process ("/tmp/cobjoules_fprint.<pid>.out",
      *> the pid read from /proc/self/stat): it is deleted before
      *> each shell-out and written with the shell's noclobber set,
      *> so two runs never read each other's answer and a file some
      *> other user planted under the name fails the redirect
      *> instead of being believed - the fingerprint then comes
      *> back "(missing)". The file is removed once read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO WS-RESULT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPR-FS.

           SELECT PROC-STAT-FILE ASSIGN TO "/proc/self/stat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD PIC X(200).

       FD  PROC-STAT-FILE.
       01  PROC-STAT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  FPR-FS        PIC XX.
       01  PST-FS        PIC XX.
       01  WS-RESULT-PATH PIC X(100) VALUE SPACES.
       01  WS-PID        PIC X(12).
       01  WS-CMD        PIC X(300).
       01  WS-RC         PIC S9(9) COMP-5.

       01  WS-CHK-PATH    PIC X(120).
       01  WS-CHK-DETAILS PIC X(20).
       01  WS-CHK-RC      PIC 9(9) COMP-5.

       01  F-CRC         PIC X(12).
       01  F-BYTES       PIC X(15).

       LINKAGE SECTION.
       COPY "fprint.cpy".

       PROCEDURE DIVISION USING FINGERPRINT-REQUEST.
       Main-Fingerprint.
           MOVE "(missing)" TO FPR-SUM
           SET FPR-MISSING TO TRUE
           IF WS-RESULT-PATH = SPACES
               PERFORM Name-Result-File
           END-IF
           IF WS-RESULT-PATH = SPACES
               DISPLAY "file_fingerprint: WARNING - the process id "
                   "could not be read from /proc/self/stat - no "
                   "fingerprint taken"
               GOBACK
           END-IF
           EVALUATE FUNCTION TRIM(FPR-ACTION)
               WHEN "FILE"
                   PERFORM Fingerprint-File
               WHEN "COMPILER"
                   PERFORM Fingerprint-Compiler
               WHEN OTHER
                   DISPLAY "file_fingerprint: WARNING - unrecognized "
                       "action '" FUNCTION TRIM(FPR-ACTION)
                       "' (expected FILE or COMPILER)"
           END-EVALUATE
           GOBACK.

       Fingerprint-File.
      *> a path that isn't there is reported missing without a
      *> shell-out - cksum's complaint would only go to /dev/null.
           IF FPR-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FPR-PATH TO WS-CHK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-PATH
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Clear-Result
           MOVE SPACES TO WS-CMD
           STRING "set -C; cksum '" DELIMITED BY SIZE
                  FUNCTION TRIM(FPR-PATH) DELIMITED BY SIZE
                  "' > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           PERFORM Read-Result
           IF RESULT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
      *> cksum prints "<crc> <bytes> <path>".
           MOVE SPACES TO F-CRC F-BYTES
           UNSTRING RESULT-RECORD DELIMITED BY ALL SPACE
               INTO F-CRC F-BYTES
           END-UNSTRING
           IF F-CRC = SPACES OR F-BYTES = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FPR-SUM
           STRING FUNCTION TRIM(F-CRC) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(F-BYTES) DELIMITED BY SIZE
               INTO FPR-SUM
           SET FPR-OK TO TRUE
           .

       Fingerprint-Compiler.
           PERFORM Clear-Result
           MOVE SPACES TO WS-CMD
           STRING "set -C; cobc --version 2>/dev/null | head -1 > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT-PATH) DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           PERFORM Read-Result
           IF RESULT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
      *> the version line goes into a comma-delimited record, so
      *> any comma in it becomes a blank.
           INSPECT RESULT-RECORD REPLACING ALL "," BY " "
           MOVE FUNCTION TRIM(RESULT-RECORD) TO FPR-SUM
           SET FPR-OK TO TRUE
           .

       Read-Result.
           MOVE SPACES TO RESULT-RECORD
           OPEN INPUT RESULT-FILE
           IF FPR-FS NOT = "00"
               MOVE SPACES TO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           READ RESULT-FILE
               AT END
                   MOVE SPACES TO RESULT-RECORD
           END-READ
           CLOSE RESULT-FILE
           PERFORM Clear-Result
           .

       Clear-Result.
           CALL "CBL_DELETE_FILE" USING WS-RESULT-PATH
               RETURNING WS-RC
           .

       Name-Result-File.
      *> /proc/self/stat opens "<pid> (<command>) ...".
           OPEN INPUT PROC-STAT-FILE
           IF PST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROC-STAT-RECORD WS-PID
           READ PROC-STAT-FILE
               AT END
                   MOVE SPACES TO PROC-STAT-RECORD
           END-READ
           CLOSE PROC-STAT-FILE
           UNSTRING PROC-STAT-RECORD DELIMITED BY SPACE
               INTO WS-PID
           END-UNSTRING
           IF WS-PID = SPACES
                   OR FUNCTION TRIM(WS-PID) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING "/tmp/cobjoules_fprint." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PID) DELIMITED BY SIZE
                  ".out" DELIMITED BY SIZE
               INTO WS-RESULT-PATH
           .

       END PROGRAM file_fingerprint.
