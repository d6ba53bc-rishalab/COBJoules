      *>   R <ver> - reject a PENDING version
      *>   Q       - quit
      *>
      *> "Who" is the caller's actual login (security_check), not a
      *> typed name, so the proposer-versus-approver rule cannot be
      *> dodged by typing someone else's initials; approving or
      *> rejecting also needs the APPROVER role in
      *> security-profile.
      *>
      *> Every action appends who/when/what to "baseline-audit.log",
      *> and the library itself is rewritten via the same
      *> build-then-swap route energy_budget_post uses.
       01  WS-VER-FOUND  PIC 9(1).
       01  WS-VER-PROPOSED PIC X(20).
       01  WS-WHO        PIC X(20).
       01  WS-NEED-ROLE  PIC X(10) VALUE SPACES.
       COPY "secchk.cpy".
       01  WS-STAMP      PIC X(21).
       01  WS-EFFECTIVE  PIC X(8).
       01  WS-NEW-ROWS   PIC 9(3).
           END-EVALUATE
           .

      *> the caller's login, checked against WS-NEED-ROLE when the
      *> action needs one - a refusal comes back as a blank WS-WHO.
       Ask-Who.
           MOVE "baseline_maint" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION SEC-TYPED
           STRING WS-CMD-LETTER DELIMITED BY SIZE
                  " VERSION " DELIMITED BY SIZE
                  WS-SEL-VER DELIMITED BY SIZE
               INTO SEC-ACTION
           MOVE WS-NEED-ROLE TO SEC-ROLE
           CALL "security_check" USING SECURITY-CHECK
           MOVE SPACES TO WS-NEED-ROLE
           IF SEC-REFUSED
               MOVE SPACES TO WS-WHO
           ELSE
               MOVE SEC-USER TO WS-WHO
           END-IF
           .

       Find-Version-Status.
                   "be approved"
               EXIT PARAGRAPH
           END-IF
           MOVE "APPROVER" TO WS-NEED-ROLE
           PERFORM Ask-Who
           IF WS-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
      *> the second pair of eyes is the point of the PENDING state
      *> - the proposer cannot approve their own bands.
           IF FUNCTION TRIM(WS-WHO) =
                       FUNCTION TRIM(WS-VER-PROPOSED)
               DISPLAY "baseline_maint: approval refused - the "
                   "approver must be someone other than the "
                   "be rejected"
               EXIT PARAGRAPH
           END-IF
           MOVE "APPROVER" TO WS-NEED-ROLE
           PERFORM Ask-Who
           IF WS-WHO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BND-IDX FROM 1 BY 1
               UNTIL BND-IDX > BAND-COUNT
               IF BND-VERSION(BND-IDX) = WS-SEL-VER
