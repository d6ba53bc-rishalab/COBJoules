      *>   CERTIFY  - record COBJOULES_REGISTRY_RESULT (PASS/FAIL)
      *>              (either FAIL quarantines automatically when
      *>              COBJOULES_AUTO_QUARANTINE=Y)
      *>   LOCATE   - place the host in the facilities team's
      *>              hierarchy: COBJOULES_REGISTRY_SITE, _ROOM,
      *>              _RACK and _PDU (the PDU position it draws
      *>              from); facility_rollup aggregates up it
      *>   LIST     - print every record (the default)
      *>   CONVERT  - bring a registry written before the facility
      *>              position existed up to today's record: each
      *>              old 188-byte record (host through status
      *>              date) is copied across with site, room, rack
      *>              and PDU blank, into a new file swapped in for
      *>              the old one. Run it once against a registry
      *>              from before LOCATE, and after generation_maint
      *>              restores such a generation; it needs the ADMIN
      *>              role, as the whole master is rewritten.
      *>
      *> COBJOULES_REGISTRY_HOST names the host; unset means this
      *> host, from /proc/sys/kernel/hostname.
      *>
      *> Every action but LIST first keeps the registry as it stands
      *> as a numbered generation through generation_save, which
      *> generation_maint can restore.
      *>
      *> A STATUS change - quarantining, releasing or retiring a
      *> host by hand - needs the OPERATOR role in security-profile
      *> (security_check) for the caller's actual login. The
      *> automatic quarantine on a failed SELFTEST/CERTIFY is the
      *> suite's own verdict and is not checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-HOST
               FILE STATUS IS REG-FS.

      *> the registry as first laid out - CONVERT reads it.
           SELECT OLD-REGISTRY-FILE ASSIGN TO "host-registry.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLD-HOST
               FILE STATUS IS OLD-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
           05  REG-STATUS      PIC X(12).
           05  REG-REASON      PIC X(40).
           05  REG-STATUS-DT   PIC X(8).
           05  REG-SITE        PIC X(20).
           05  REG-ROOM        PIC X(20).
           05  REG-RACK        PIC X(20).
           05  REG-PDU         PIC X(20).

       FD  OLD-REGISTRY-FILE.
       01  OLD-REGISTRY-RECORD.
           05  OLD-HOST        PIC X(40).
           05  OLD-REST        PIC X(148).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).
       WORKING-STORAGE SECTION.
       01  REG-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  OLD-FS        PIC XX.
       01  WS-REGISTRY-PATH PIC X(40) VALUE "host-registry.dat".
       01  WS-CONVERT-TMP   PIC X(40)
               VALUE "host-registry.convert-tmp".
       01  WS-CONVERT-IDX   PIC X(40)
               VALUE "host-registry.convert-tmp.idx".
       01  WS-LIVE-IDX      PIC X(40) VALUE "host-registry.dat.idx".
       01  WS-CHK-DETAILS   PIC X(20).
       01  WS-CHK-RC        PIC 9(9) COMP-5.
       01  WS-DEL-RC        PIC 9(9) COMP-5.
       01  WS-RENAME-RC     PIC 9(9) COMP-5.
       01  WS-CONVERTED     PIC 9(6) VALUE 0.
       01  REG-EOF       PIC X VALUE 'N'.
           88  REG-AT-END     VALUE 'Y'.
           88  REG-NOT-AT-END VALUE 'N'.
       01  WS-REASON     PIC X(40) VALUE SPACES.
       01  WS-RESULT     PIC X(4) VALUE SPACES.
       01  WS-AUTO-Q     PIC X(2) VALUE SPACES.
       01  WS-SITE       PIC X(20) VALUE SPACES.
       01  WS-ROOM       PIC X(20) VALUE SPACES.
       01  WS-RACK       PIC X(20) VALUE SPACES.
       01  WS-PDU        PIC X(20) VALUE SPACES.
       01  WS-TODAY      PIC X(21).
       01  WS-IS-NEW     PIC X.
       COPY "gendata.cpy".
       COPY "secchk.cpy".

       PROCEDURE DIVISION.
       Main-Registry.
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           IF WS-ACTION = "STATUS"
               PERFORM Check-Operator
           END-IF
           IF WS-ACTION = "CONVERT"
               PERFORM Check-Admin
           END-IF
           IF WS-ACTION NOT = "LIST"
               PERFORM Keep-Generation
           END-IF
           IF WS-ACTION = "CONVERT"
               PERFORM Do-Convert
               STOP RUN
           END-IF
           PERFORM Open-Registry
           EVALUATE WS-ACTION
               WHEN "ADD"
                   PERFORM Do-Outcome
               WHEN "CERTIFY"
                   PERFORM Do-Outcome
               WHEN "LOCATE"
                   PERFORM Do-Locate
               WHEN "LIST"
                   PERFORM Do-List
               WHEN OTHER
           END-IF
           .

       Check-Operator.
           MOVE "host_registry" TO SEC-PROGRAM
           MOVE SPACES TO SEC-ACTION SEC-TYPED
           STRING "STATUS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOST) DELIMITED BY SIZE
               INTO SEC-ACTION
           MOVE "OPERATOR" TO SEC-ROLE
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               DISPLAY "host_registry: ERROR - not authorized to "
                   "change the status of " FUNCTION TRIM(WS-HOST)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Check-Admin.
           MOVE "host_registry" TO SEC-PROGRAM
           MOVE "CONVERT" TO SEC-ACTION
           MOVE SPACES TO SEC-TYPED
           MOVE "ADMIN" TO SEC-ROLE
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               DISPLAY "host_registry: ERROR - not authorized to "
                   "convert host-registry.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Keep-Generation.
           MOVE "host-registry.dat" TO GEN-FILE
           MOVE "host_registry" TO GEN-WHO
           MOVE WS-ACTION TO GEN-REASON
           CALL "generation_save" USING GENERATION-REQUEST
           IF GEN-FAILED
               DISPLAY "host_registry: ERROR - no generation of "
                   "host-registry.dat could be kept - "
                   FUNCTION TRIM(WS-ACTION) " not applied"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Open-Registry.
      *> same create-on-first-use dance run_catalog's loader does.
           OPEN I-O REGISTRY-FILE
                   MOVE 'Y' TO WS-IS-NEW
                   MOVE SPACES TO REG-DESC REG-CAL-VER
                       REG-SELFTEST REG-SELFTEST-DT REG-CERTIFY
                       REG-CERTIFY-DT REG-REASON REG-SITE REG-ROOM
                       REG-RACK REG-PDU
                   MOVE "ACTIVE" TO REG-STATUS
                   MOVE WS-TODAY(1:8) TO REG-STATUS-DT
           END-READ
               FUNCTION TRIM(WS-HOST)
           .

       Do-Locate.
           ACCEPT WS-SITE FROM ENVIRONMENT "COBJOULES_REGISTRY_SITE"
           ACCEPT WS-ROOM FROM ENVIRONMENT "COBJOULES_REGISTRY_ROOM"
           ACCEPT WS-RACK FROM ENVIRONMENT "COBJOULES_REGISTRY_RACK"
           ACCEPT WS-PDU FROM ENVIRONMENT "COBJOULES_REGISTRY_PDU"
      *> a roll-up level with a hole in it cannot be aggregated, so
      *> the whole position is required.
           IF WS-SITE = SPACES OR WS-ROOM = SPACES
                   OR WS-RACK = SPACES OR WS-PDU = SPACES
               DISPLAY "host_registry: ERROR - LOCATE needs "
                   "COBJOULES_REGISTRY_SITE, _ROOM, _RACK and _PDU"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM Fetch-Or-New
           MOVE FUNCTION TRIM(WS-SITE) TO REG-SITE
           MOVE FUNCTION TRIM(WS-ROOM) TO REG-ROOM
           MOVE FUNCTION TRIM(WS-RACK) TO REG-RACK
           MOVE FUNCTION TRIM(WS-PDU) TO REG-PDU
           PERFORM Store-Record
           DISPLAY "host_registry: " FUNCTION TRIM(WS-HOST)
               " located at " FUNCTION TRIM(REG-SITE) "/"
               FUNCTION TRIM(REG-ROOM) "/" FUNCTION TRIM(REG-RACK)
               "/" FUNCTION TRIM(REG-PDU)
           .

       Do-Convert.
      *> built beside the registry and renamed in, as
      *> generation_maint restores, so a reader never meets half a
      *> file; the generation kept above is the old registry.
           OPEN INPUT OLD-REGISTRY-FILE
           IF OLD-FS NOT = "00"
               DISPLAY "host_registry: ERROR - host-registry.dat "
                   "could not be read in the old layout (status "
                   OLD-FS ") - already converted, or missing"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-TMP
               RETURNING WS-DEL-RC
           CALL "CBL_DELETE_FILE" USING WS-CONVERT-IDX
               RETURNING WS-DEL-RC
           MOVE WS-CONVERT-TMP TO WS-REGISTRY-PATH
           OPEN OUTPUT REGISTRY-FILE
           IF REG-FS NOT = "00"
               DISPLAY "host_registry: ERROR - could not create "
                   FUNCTION TRIM(WS-CONVERT-TMP) " (status " REG-FS
                   ")"
               CLOSE OLD-REGISTRY-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REG-AT-END
               READ OLD-REGISTRY-FILE NEXT
                   AT END
                       SET REG-AT-END TO TRUE
                   NOT AT END
                       PERFORM Convert-One-Record
               END-READ
           END-PERFORM
           CLOSE OLD-REGISTRY-FILE
           CLOSE REGISTRY-FILE
           IF RETURN-CODE NOT = 0
               DISPLAY "host_registry: ERROR - conversion "
                   "incomplete - host-registry.dat left as it was"
               CALL "CBL_DELETE_FILE" USING WS-CONVERT-TMP
                   RETURNING WS-DEL-RC
               CALL "CBL_DELETE_FILE" USING WS-CONVERT-IDX
                   RETURNING WS-DEL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE "host-registry.dat" TO WS-REGISTRY-PATH
           CALL "CBL_RENAME_FILE" USING WS-CONVERT-TMP
               WS-REGISTRY-PATH RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "host_registry: ERROR - could not swap the "
                   "converted registry in (CBL_RENAME_FILE rc "
                   WS-RENAME-RC ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONVERT-IDX
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               CALL "CBL_RENAME_FILE" USING WS-CONVERT-IDX
                   WS-LIVE-IDX RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY "host_registry: ERROR - could not swap "
                       "the converted index in (CBL_RENAME_FILE rc "
                       WS-RENAME-RC ") - restore the generation "
                       "kept above"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "host_registry: " WS-CONVERTED
               " record(s) converted; LOCATE places each host"
           .

       Convert-One-Record.
           MOVE SPACES TO REGISTRY-RECORD
           MOVE OLD-REGISTRY-RECORD TO REGISTRY-RECORD(1:188)
           WRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "host_registry: ERROR - could not write "
                       "the converted record for "
                       FUNCTION TRIM(OLD-HOST) " (status " REG-FS ")"
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE
           .

       Do-List.
           MOVE LOW-VALUES TO REG-HOST
           START REGISTRY-FILE KEY >= REG-HOST
                   SET REG-AT-END TO TRUE
           END-START
           DISPLAY "Host                 Status       Selftest  "
               "Certify   CalVer  Site/room/rack/PDU    Reason"
           PERFORM UNTIL REG-AT-END
               READ REGISTRY-FILE NEXT
                   AT END
                           REG-STATUS " " REG-SELFTEST "/"
                           REG-SELFTEST-DT " " REG-CERTIFY "/"
                           REG-CERTIFY-DT " " REG-CAL-VER "   "
                           FUNCTION TRIM(REG-SITE) "/"
                           FUNCTION TRIM(REG-ROOM) "/"
                           FUNCTION TRIM(REG-RACK) "/"
                           FUNCTION TRIM(REG-PDU) "  "
                           FUNCTION TRIM(REG-REASON)
               END-READ
           END-PERFORM
