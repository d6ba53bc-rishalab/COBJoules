      *> applied; every change appends to "power-cap-audit.log".
      *> measure_energy's existing at-the-cap warning then tells us
      *> which benchmarks the ceiling actually squeezed.
      *>
      *> Both actions need the OPERATOR role in security-profile
      *> (security_check) for the caller's actual login - the
      *> account a scheduled window runs under included.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SAVED-NAME PIC X(20) VALUE "power-cap-saved".
       01  WS-CHK-DETAILS PIC X(20).
       01  WS-CHK-RC     PIC 9(9) COMP-5.
       COPY "secchk.cpy".

      *> saved-originals table, loaded for RESTORE (and for the
      *> crash-recovery restore at the start of APPLY).
               "COBJOULES_POWER_CAP_ACTION"
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           MOVE "power_cap" TO SEC-PROGRAM
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
               DISPLAY "power_cap: ERROR - not authorized to change "
                   "power caps - nothing changed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-ACTION-ENV)) = "RESTORE"
               PERFORM Restore-Saved-Caps
