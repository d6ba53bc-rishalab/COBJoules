       IDENTIFICATION DIVISION.
       PROGRAM-ID. annotation_lookup.
       AUTHOR. Shiva9361.

      *> Shared event-annotation lookup: when energy_spc flags a
      *> shift or energy_trend shows a step, the explanation is
      *> usually a known event - a BIOS update, a DIMM swap, a
      *> kernel upgrade, a compiler change. annotation_maint keeps
      *> those in "event-annotations"; every report that draws a
      *> series over time asks here which events fall between two
      *> of its points and prints the markers it gets back, so a
      *> chart explains itself.
      *>
      *>   CALL "annotation_lookup" USING ANNOTATION-QUERY
      *>
      *> (annotate.cpy). Register records:
      *>   <YYYYMMDD>,<HOST|PROGRAM|ALL>,<host or program>,
      *>   <category>,<entered by>,<entered ts>,<text>
      *> the text runs to the end of the record, commas and all.
      *> The register is loaded once per run unit, on the first
      *> call, and held in date order - the same stance
      *> legal_hold_check takes with "legal-holds".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOTATION-FILE ASSIGN TO "event-annotations"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANNOTATION-FILE.
       01  ANNOTATION-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  ANN-FS        PIC XX.
       01  ANL-EOF       PIC X VALUE 'N'.
           88  ANL-AT-END     VALUE 'Y'.
           88  ANL-NOT-AT-END VALUE 'N'.

       01  WS-LOADED     PIC X VALUE 'N'.
           88  REGISTER-LOADED VALUE 'Y'.

       01  F-DATE        PIC X(8).
       01  F-SCOPE       PIC X(8).
       01  F-KEY         PIC X(64).
       01  F-CATEGORY    PIC X(10).
       01  F-BY          PIC X(20).
       01  F-STAMP       PIC X(21).
       01  WS-PTR        PIC 9(4) COMP.

       01  MAX-EVENTS    PIC 9(3) VALUE 500.
       01  EVENT-COUNT   PIC 9(3) VALUE 0.
       01  EVENT-TABLE.
           05  EVENT-ENTRY OCCURS 500 TIMES INDEXED BY EVT-IDX.
               10  EVT-DATE      PIC 9(8).
               10  EVT-SCOPE     PIC X(8).
               10  EVT-KEY       PIC X(64).
               10  EVT-CATEGORY  PIC X(10).
               10  EVT-TEXT      PIC X(80).
       01  MAX-RESULTS   PIC 9(2) VALUE 20.

      *> date-order fix-up after the load: the register is kept in
      *> the order events were entered, which is not the order they
      *> happened - the small-table exchange sort regression_hunt
      *> uses.
       01  WS-SORT-CHANGED PIC X.
       01  SWAP-IDX      PIC 9(3).
       01  TEMP-EVENT    PIC X(170).

       01  WS-MATCH      PIC X.
       01  WS-TOKEN-PTR  PIC 9(4) COMP.
       01  WS-TOKEN      PIC X(20).

       LINKAGE SECTION.
           COPY "annotate.cpy".

       PROCEDURE DIVISION USING ANNOTATION-QUERY.
       Main-Annotation-Lookup.
           IF NOT REGISTER-LOADED
               PERFORM Load-Register
               PERFORM Sort-By-Date
               SET REGISTER-LOADED TO TRUE
           END-IF
           MOVE 0 TO ANQ-COUNT
           MOVE 'N' TO ANQ-MORE
           PERFORM VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > EVENT-COUNT
                   OR EVT-DATE(EVT-IDX) > ANQ-TO-DATE
               IF EVT-DATE(EVT-IDX) >= ANQ-FROM-DATE
                   PERFORM Match-One-Event
                   IF WS-MATCH = 'Y'
                       PERFORM Return-Event
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       Match-One-Event.
           MOVE 'N' TO WS-MATCH
           EVALUATE EVT-SCOPE(EVT-IDX)
               WHEN "ALL"
                   MOVE 'Y' TO WS-MATCH
               WHEN "HOST"
                   IF ANQ-HOST = SPACES
                           OR EVT-KEY(EVT-IDX) =
                               FUNCTION TRIM(ANQ-HOST)
                       MOVE 'Y' TO WS-MATCH
                   END-IF
               WHEN "PROGRAM"
                   IF ANQ-PROGRAMS = SPACES
                       MOVE 'Y' TO WS-MATCH
                   ELSE
                       PERFORM Match-Program-Token
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Match-Program-Token.
      *> the token walk run_catalog's Note-Program-Name uses - a
      *> substring test would match "SORT" inside "INSERTIONSORT".
           MOVE 1 TO WS-TOKEN-PTR
           PERFORM UNTIL WS-MATCH = 'Y'
                   OR WS-TOKEN-PTR > LENGTH OF ANQ-PROGRAMS
               MOVE SPACES TO WS-TOKEN
               UNSTRING ANQ-PROGRAMS DELIMITED BY ALL SPACE
                   INTO WS-TOKEN
                   WITH POINTER WS-TOKEN-PTR
               END-UNSTRING
               IF WS-TOKEN = SPACES
                   MOVE LENGTH OF ANQ-PROGRAMS TO WS-TOKEN-PTR
                   ADD 1 TO WS-TOKEN-PTR
               ELSE
                   IF FUNCTION TRIM(WS-TOKEN) =
                           FUNCTION TRIM(EVT-KEY(EVT-IDX))
                       MOVE 'Y' TO WS-MATCH
                   END-IF
               END-IF
           END-PERFORM
           .

       Return-Event.
           IF ANQ-COUNT >= MAX-RESULTS
               MOVE 'Y' TO ANQ-MORE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANQ-COUNT
           MOVE EVT-DATE(EVT-IDX) TO ANQ-DATE(ANQ-COUNT)
           MOVE EVT-SCOPE(EVT-IDX) TO ANQ-SCOPE(ANQ-COUNT)
           MOVE EVT-KEY(EVT-IDX) TO ANQ-KEY(ANQ-COUNT)
           MOVE EVT-CATEGORY(EVT-IDX) TO ANQ-CATEGORY(ANQ-COUNT)
           MOVE EVT-TEXT(EVT-IDX) TO ANQ-TEXT(ANQ-COUNT)
           MOVE SPACES TO ANQ-MARKER(ANQ-COUNT)
           IF EVT-SCOPE(EVT-IDX) = "ALL"
               STRING "  >> " DELIMITED BY SIZE
                      EVT-DATE(EVT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EVT-CATEGORY(EVT-IDX))
                          DELIMITED BY SIZE
                      " site-wide: " DELIMITED BY SIZE
                      FUNCTION TRIM(EVT-TEXT(EVT-IDX))
                          DELIMITED BY SIZE
                   INTO ANQ-MARKER(ANQ-COUNT)
           ELSE
               STRING "  >> " DELIMITED BY SIZE
                      EVT-DATE(EVT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EVT-CATEGORY(EVT-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION LOWER-CASE(
                          FUNCTION TRIM(EVT-SCOPE(EVT-IDX)))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EVT-KEY(EVT-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(EVT-TEXT(EVT-IDX))
                          DELIMITED BY SIZE
                   INTO ANQ-MARKER(ANQ-COUNT)
           END-IF
           .

       Load-Register.
           OPEN INPUT ANNOTATION-FILE
           IF ANN-FS NOT = "00"
      *> no register simply means no events have been recorded.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANL-AT-END
               READ ANNOTATION-FILE
                   AT END
                       SET ANL-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-One-Event
               END-READ
           END-PERFORM
           CLOSE ANNOTATION-FILE
           .

       Load-One-Event.
           IF ANNOTATION-RECORD = SPACES
                   OR ANNOTATION-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-DATE F-SCOPE F-KEY F-CATEGORY F-BY
               F-STAMP
           MOVE 1 TO WS-PTR
           UNSTRING ANNOTATION-RECORD DELIMITED BY ","
               INTO F-DATE F-SCOPE F-KEY F-CATEGORY F-BY F-STAMP
               WITH POINTER WS-PTR
           END-UNSTRING
           IF F-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF EVENT-COUNT >= MAX-EVENTS
               DISPLAY "annotation_lookup: WARNING - more than "
                   MAX-EVENTS " events in event-annotations; later "
                   "ones are not shown"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENT-COUNT
           SET EVT-IDX TO EVENT-COUNT
           MOVE F-DATE TO EVT-DATE(EVT-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-SCOPE))
               TO EVT-SCOPE(EVT-IDX)
           MOVE FUNCTION TRIM(F-KEY) TO EVT-KEY(EVT-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-CATEGORY))
               TO EVT-CATEGORY(EVT-IDX)
           MOVE SPACES TO EVT-TEXT(EVT-IDX)
           IF WS-PTR <= LENGTH OF ANNOTATION-RECORD
               MOVE ANNOTATION-RECORD(WS-PTR:) TO EVT-TEXT(EVT-IDX)
           END-IF
           .

       Sort-By-Date.
           MOVE 'Y' TO WS-SORT-CHANGED
           PERFORM UNTIL WS-SORT-CHANGED = 'N'
               MOVE 'N' TO WS-SORT-CHANGED
               PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX >= EVENT-COUNT
                   SET SWAP-IDX TO EVT-IDX
                   ADD 1 TO SWAP-IDX
                   IF EVT-DATE(EVT-IDX) > EVT-DATE(SWAP-IDX)
                       MOVE EVENT-ENTRY(EVT-IDX) TO TEMP-EVENT
                       MOVE EVENT-ENTRY(SWAP-IDX)
                           TO EVENT-ENTRY(EVT-IDX)
                       MOVE TEMP-EVENT TO EVENT-ENTRY(SWAP-IDX)
                       MOVE 'Y' TO WS-SORT-CHANGED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       END PROGRAM annotation_lookup.
