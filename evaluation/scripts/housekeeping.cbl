      *> remote_energy_collect uses for dump_energy output -
      *> GnuCOBOL's runtime exports no directory-scan routine, as
      *> fetch_energy's probing comment records.
      *>
      *> A file under legal hold (legal_hold) - named by a FILE
      *> hold, or carrying a held run's RUN-ID in its name - is
      *> left in place whatever the policy says, recorded in the
      *> manifest as HELD and counted in the closing line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ARCHIVED   PIC 9(5) VALUE 0.
       01  WS-DELETED    PIC 9(5) VALUE 0.
       01  WS-POLICIES   PIC 9(3) VALUE 0.
       01  WS-HELD       PIC 9(5) VALUE 0.

       COPY "legalhold.cpy".

       PROCEDURE DIVISION.
       Main-Housekeeping.
               DISPLAY "housekeeping: " WS-POLICIES " policy(ies) "
                   "applied; " WS-ARCHIVED " file(s) archived, "
                   WS-DELETED " deleted"
               IF WS-HELD > 0
                   DISPLAY "housekeeping: " WS-HELD " file(s) "
                       "left in place under legal hold (see "
                       "housekeeping-manifest)"
               END-IF
           END-IF
           STOP RUN.

           ELSE
               MOVE MATCH-LIST-RECORD TO WS-VICTIM-PATH
           END-IF
      *> the policy file, manifest, today's archive and the hold
      *> register must never be eaten, however a pattern is
      *> written.
           IF FUNCTION TRIM(WS-VICTIM-PATH) =
                   FUNCTION TRIM(WS-POLICY-PATH)
               OR FUNCTION TRIM(WS-VICTIM-PATH) =
                   "housekeeping-manifest"
               OR FUNCTION TRIM(WS-VICTIM-PATH) =
                   FUNCTION TRIM(WS-ARCHIVE-PATH)
               OR FUNCTION TRIM(WS-VICTIM-PATH) = "legal-holds"
               OR FUNCTION TRIM(WS-VICTIM-PATH) = "legal-hold-log"
               EXIT PARAGRAPH
           END-IF

           MOVE "FILE" TO HCK-KIND
           MOVE WS-VICTIM-PATH TO HCK-KEY
           CALL "legal_hold_check" USING HOLD-CHECK
           IF HCK-IS-HELD
               ADD 1 TO WS-HELD
               DISPLAY "housekeeping: " FUNCTION TRIM(WS-VICTIM-PATH)
                   " is under legal hold ("
                   FUNCTION TRIM(HCK-HOLD-KEY) ": "
                   FUNCTION TRIM(HCK-REASON) ", for "
                   FUNCTION TRIM(HCK-REQUESTER) ") - left in place"
               PERFORM Write-Held-Line
               EXIT PARAGRAPH
           END-IF

           END-IF
           .

       Write-Held-Line.
           OPEN EXTEND MANIFEST-FILE
           IF MAN-FS = "05" OR MAN-FS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF MAN-FS = "00"
               MOVE SPACES TO MANIFEST-RECORD
               STRING WS-STAMP DELIMITED BY SIZE
                      ",HELD," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VICTIM-PATH)
                          DELIMITED BY SIZE
                      ",hold=" DELIMITED BY SIZE
                      FUNCTION TRIM(HCK-HOLD-KEY)
                          DELIMITED BY SIZE
                      ",policy=" DELIMITED BY SIZE
                      FUNCTION TRIM(F-PATTERN)
                          DELIMITED BY SIZE
                   INTO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF
           .

       END PROGRAM housekeeping.
