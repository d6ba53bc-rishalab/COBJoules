       IDENTIFICATION DIVISION.
       PROGRAM-ID. security_check.
       AUTHOR. Shiva9361.

      *> Shared operator security check: anyone with a shell could
      *> void a run, approve a baseline, edit energy-budgets, apply
      *> power caps, quarantine a host or force a replica restore,
      *> and the "operator" each recorded was whatever was typed.
      *> Every such action now asks here first:
      *>
      *>   CALL "security_check" USING SECURITY-CHECK
      *>
      *> (secchk.cpy). The caller is identified by the login the
      *> process actually runs under - the real uid from
      *> /proc/self/status, named through /etc/passwd - never by an
      *> environment setting, a typed name or anything a shell-out
      *> could be fooled into printing (both files belong to the
      *> system, so no other user can plant them). A uid that
      *> cannot be read or named leaves the login blank and every
      *> role check refused. The caller is judged against
      *> "security-profile":
      *>   <user id>,<role>[,<role>...]
      *> roles OPERATOR, APPROVER, FINANCE and ADMIN (ADMIN holds
      *> them all), "*" comments. No profile means nobody holds any
      *> role - sensitive actions fail closed. Login and profile are
      *> read once per run unit, the run_void_check stance.
      *>
      *> Every grant and refusal is appended to
      *> "security-audit.log":
      *>   <ts>,<GRANT|REFUSE>,<login>,<program>,<action>,<role>,
      *>   <typed name>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "security-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRF-FS.

           SELECT SECAUD-FILE ASSIGN TO "security-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAU-FS.

           SELECT PROC-STATUS-FILE ASSIGN TO "/proc/self/status"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PST-FS.

           SELECT PASSWD-FILE ASSIGN TO "/etc/passwd"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PWD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD PIC X(120).

       FD  SECAUD-FILE.
       01  SECAUD-RECORD PIC X(200).

       FD  PROC-STATUS-FILE.
       01  PROC-STATUS-RECORD PIC X(200).

       FD  PASSWD-FILE.
       01  PASSWD-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01  PRF-FS        PIC XX.
       01  SAU-FS        PIC XX.
       01  PST-FS        PIC XX.
       01  PWD-FS        PIC XX.
       01  SCK-EOF       PIC X VALUE 'N'.
           88  SCK-AT-END     VALUE 'Y'.
           88  SCK-NOT-AT-END VALUE 'N'.

       01  WS-LOADED     PIC X VALUE 'N'.
           88  PROFILE-LOADED VALUE 'Y'.
       01  WS-PROFILE-PRESENT PIC X VALUE 'N'.
       01  WS-LOGIN      PIC X(20) VALUE SPACES.
       01  WS-UID        PIC X(12) VALUE SPACES.
       01  F-UID-TAG     PIC X(12).
       01  F-PW-NAME     PIC X(40).
       01  F-PW-PASS     PIC X(40).
       01  F-PW-UID      PIC X(12).
       01  WS-STAMP      PIC X(21).
       01  WS-VERDICT    PIC X(6).
       01  WS-WANT-ROLE  PIC X(10).

       01  F-USER        PIC X(20).
       01  F-ROLE        PIC X(10) OCCURS 4 TIMES.
       01  F-IDX         PIC 9(1).

      *> the roles the profile grants the login in hand - only that
      *> user's records matter to this run unit.
       01  ROLE-COUNT    PIC 9(2) VALUE 0.
       01  ROLE-TABLE.
           05  HELD-ROLE OCCURS 20 TIMES INDEXED BY ROLE-IDX
                               PIC X(10).
       01  WS-HAS-ROLE   PIC X.

       LINKAGE SECTION.
       COPY "secchk.cpy".

       PROCEDURE DIVISION USING SECURITY-CHECK.
       Main-Security-Check.
           IF NOT PROFILE-LOADED
               PERFORM Read-Login
               PERFORM Load-Profile
               SET PROFILE-LOADED TO TRUE
           END-IF
           MOVE WS-LOGIN TO SEC-USER
           IF SEC-ROLE = SPACES
               SET SEC-GRANTED TO TRUE
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEC-ROLE))
               TO WS-WANT-ROLE
           MOVE 'N' TO WS-HAS-ROLE
           IF WS-LOGIN NOT = SPACES
               PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > ROLE-COUNT
                   IF HELD-ROLE(ROLE-IDX) = WS-WANT-ROLE
                           OR HELD-ROLE(ROLE-IDX) = "ADMIN"
                       MOVE 'Y' TO WS-HAS-ROLE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-HAS-ROLE = 'Y'
               SET SEC-GRANTED TO TRUE
               MOVE "GRANT" TO WS-VERDICT
           ELSE
               SET SEC-REFUSED TO TRUE
               MOVE "REFUSE" TO WS-VERDICT
               EVALUATE TRUE
                   WHEN WS-LOGIN = SPACES
                       DISPLAY "security_check: REFUSED - the "
                           "caller's login could not be determined"
                   WHEN WS-PROFILE-PRESENT = 'N'
                       DISPLAY "security_check: REFUSED - no "
                           "security-profile, so no one holds the "
                           FUNCTION TRIM(WS-WANT-ROLE) " role"
                   WHEN OTHER
                       DISPLAY "security_check: REFUSED - "
                           FUNCTION TRIM(WS-LOGIN) " does not hold "
                           "the " FUNCTION TRIM(WS-WANT-ROLE)
                           " role " FUNCTION TRIM(SEC-PROGRAM) " "
                           FUNCTION TRIM(SEC-ACTION) " needs"
               END-EVALUATE
           END-IF
           PERFORM Write-Audit-Line
           GOBACK.

       Read-Login.
      *> "Uid:<tab>real<tab>effective<tab>saved<tab>fs" - the real
      *> uid is who started the run.
           MOVE SPACES TO WS-LOGIN WS-UID
           OPEN INPUT PROC-STATUS-FILE
           IF PST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET SCK-NOT-AT-END TO TRUE
           PERFORM UNTIL SCK-AT-END OR WS-UID NOT = SPACES
               READ PROC-STATUS-FILE
                   AT END
                       SET SCK-AT-END TO TRUE
                   NOT AT END
                       IF PROC-STATUS-RECORD(1:4) = "Uid:"
                           MOVE SPACES TO F-UID-TAG
                           UNSTRING PROC-STATUS-RECORD
                               DELIMITED BY ALL X"09" OR ALL SPACE
                               INTO F-UID-TAG WS-UID
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROC-STATUS-FILE
           IF WS-UID = SPACES
               EXIT PARAGRAPH
           END-IF

      *> "name:password:uid:..." - the first entry for the uid.
           OPEN INPUT PASSWD-FILE
           IF PWD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET SCK-NOT-AT-END TO TRUE
           PERFORM UNTIL SCK-AT-END OR WS-LOGIN NOT = SPACES
               READ PASSWD-FILE
                   AT END
                       SET SCK-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-PW-NAME F-PW-PASS F-PW-UID
                       UNSTRING PASSWD-RECORD DELIMITED BY ":"
                           INTO F-PW-NAME F-PW-PASS F-PW-UID
                       END-UNSTRING
                       IF F-PW-UID = WS-UID
                               AND F-PW-NAME NOT = SPACES
                           MOVE F-PW-NAME TO WS-LOGIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSWD-FILE
           .

       Load-Profile.
           MOVE 0 TO ROLE-COUNT
           OPEN INPUT PROFILE-FILE
           IF PRF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PROFILE-PRESENT
           SET SCK-NOT-AT-END TO TRUE
           PERFORM UNTIL SCK-AT-END
               READ PROFILE-FILE
                   AT END
                       SET SCK-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Profile-Record
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

       Load-Profile-Record.
           IF PROFILE-RECORD = SPACES OR PROFILE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-USER F-ROLE(1) F-ROLE(2) F-ROLE(3)
               F-ROLE(4)
           UNSTRING PROFILE-RECORD DELIMITED BY ","
               INTO F-USER F-ROLE(1) F-ROLE(2) F-ROLE(3) F-ROLE(4)
           END-UNSTRING
           IF FUNCTION TRIM(F-USER) NOT = WS-LOGIN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 4
               IF F-ROLE(F-IDX) NOT = SPACES AND ROLE-COUNT < 20
                   ADD 1 TO ROLE-COUNT
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(F-ROLE(F-IDX)))
                       TO HELD-ROLE(ROLE-COUNT)
               END-IF
           END-PERFORM
           .

       Write-Audit-Line.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND SECAUD-FILE
           IF SAU-FS = "05" OR SAU-FS = "35"
               OPEN OUTPUT SECAUD-FILE
           END-IF
           IF SAU-FS NOT = "00"
               DISPLAY "security_check: WARNING - could not open "
                   "security-audit.log (status " SAU-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SECAUD-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERDICT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOGIN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SEC-PROGRAM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SEC-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WANT-ROLE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SEC-TYPED) DELIMITED BY SIZE
               INTO SECAUD-RECORD
           WRITE SECAUD-RECORD
           CLOSE SECAUD-FILE
           .

       END PROGRAM security_check.
