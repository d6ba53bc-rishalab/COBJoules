      *> band, and then compares that run's run-manifest.log group
      *> against the last good run's - reporting exactly which
      *> settings, host, kernel or domain inventory differed at the
      *> boundary, which is usually the whole answer. The manifest's
      *> build fingerprints are compared too, so a rebuilt step
      *> executable, a regenerated dataset or a compiler upgrade
      *> at the boundary is reported as "binary changed", "dataset
      *> changed" or "compiler changed" outright.
      *>
      *> Only runs whose catalog record lists exactly the hunted
      *> program are judged - a mixed sweep's cataloged total blends
      *> COBJOULES_HUNT_BAND_PCT percent (default 20), after at
      *> least three good runs have established the mean.
      *>
      *> Known events from the "event-annotations" register
      *> (annotation_maint) dated from the last good run's day to
      *> the first bad run's are listed at the boundary as well
      *> (annotation_lookup) - the BIOS update or kernel upgrade
      *> someone already wrote down is often the answer before the
      *> manifests are even compared.
      *>
      *> COBJOULES_HUNT_PROGRAM (required) - the program to hunt.

       ENVIRONMENT DIVISION.
       01  WS-LOAD-SIDE  PIC X.
       01  WS-FOUND      PIC 9(1).
       01  WS-DIFFS      PIC 9(3) VALUE 0.
       01  WS-FACT-KIND  PIC X(12).
       01  WS-FACT-NAME  PIC X(60).

       COPY "annotate.cpy".
       01  ANQ-IDX       PIC 9(2).

       PROCEDURE DIVISION.
       Main-Hunt.
                   "not judged"
           END-IF

           PERFORM Report-Boundary-Events
           PERFORM Compare-Boundary-Manifests
           STOP RUN.

           END-PERFORM
           .

       Report-Boundary-Events.
           MOVE WS-PROGRAM TO ANQ-PROGRAMS
           MOVE SPACES TO ANQ-HOST
           SET RUN-IDX TO WS-LAST-GOOD
           MOVE 0 TO ANQ-FROM-DATE
           IF HNT-TS(RUN-IDX)(1:8) IS NUMERIC
               MOVE HNT-TS(RUN-IDX)(1:8) TO ANQ-FROM-DATE
           END-IF
           SET RUN-IDX TO WS-BAD-IDX
           MOVE 99999999 TO ANQ-TO-DATE
           IF HNT-TS(RUN-IDX)(1:8) IS NUMERIC
               MOVE HNT-TS(RUN-IDX)(1:8) TO ANQ-TO-DATE
           END-IF
           CALL "annotation_lookup" USING ANNOTATION-QUERY
           IF ANQ-COUNT = 0
               DISPLAY "regression_hunt: no recorded events between "
                   "the last good and first bad run"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "regression_hunt: recorded events at the "
               "boundary:"
           PERFORM VARYING ANQ-IDX FROM 1 BY 1
               UNTIL ANQ-IDX > ANQ-COUNT
               DISPLAY FUNCTION TRIM(ANQ-MARKER(ANQ-IDX) TRAILING)
           END-PERFORM
           IF ANQ-HAS-MORE
               DISPLAY "  >> (further events not shown)"
           END-IF
           .

       Compare-Boundary-Manifests.
           SET RUN-IDX TO WS-LAST-GOOD
           MOVE HNT-RUN-ID(RUN-IDX) TO WS-WHICH-RUN
                       IF GF-VALUE(GF-IDX) NOT =
                               BF-VALUE(BF-IDX)
                           ADD 1 TO WS-DIFFS
                           PERFORM Report-Changed-Fact
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DIFFS = 0
               DISPLAY "  (none - the boundary is not explained "
                   "by recorded settings, host, kernel, "
                   "inventory or build)"
           END-IF
           .

       Report-Changed-Fact.
      *> fingerprint facts are keyed "<kind> <path>" - name the
      *> kind of change outright rather than leave a checksum
      *> pair to be decoded.
           MOVE SPACES TO WS-FACT-KIND WS-FACT-NAME
           UNSTRING BF-KEY(BF-IDX) DELIMITED BY SPACE
               INTO WS-FACT-KIND WS-FACT-NAME
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-FACT-KIND)
               WHEN "BINARY"
                   DISPLAY "  binary changed: "
                       FUNCTION TRIM(WS-FACT-NAME) " (was "
                       FUNCTION TRIM(GF-VALUE(GF-IDX)) ", now "
                       FUNCTION TRIM(BF-VALUE(BF-IDX)) ")"
               WHEN "DATASET"
                   DISPLAY "  dataset changed: "
                       FUNCTION TRIM(WS-FACT-NAME) " (was "
                       FUNCTION TRIM(GF-VALUE(GF-IDX)) ", now "
                       FUNCTION TRIM(BF-VALUE(BF-IDX)) ")"
               WHEN "COMPILER"
                   DISPLAY "  compiler changed: was '"
                       FUNCTION TRIM(GF-VALUE(GF-IDX)) "', now '"
                       FUNCTION TRIM(BF-VALUE(BF-IDX)) "'"
               WHEN OTHER
                   DISPLAY "  "
                       FUNCTION TRIM(BF-KEY(BF-IDX))
                       ": was '"
                       FUNCTION TRIM(GF-VALUE(GF-IDX))
                       "', now '"
                       FUNCTION TRIM(BF-VALUE(BF-IDX))
                       "'"
           END-EVALUATE
           .

       Load-Manifest-Group.
           SET HNT-NOT-AT-END TO TRUE
           OPEN INPUT MANIFEST-IN
               EXIT PARAGRAPH
           END-IF

      *> SET records key on the setting name; BINARY and DATASET
      *> fingerprints on "<kind> <path>"; HOST/KERNEL/DOMAINS/
      *> COMPILER key on the record kind itself.
           MOVE SPACES TO WS-MAN-KEY WS-MAN-VALUE
           EVALUATE FUNCTION TRIM(F-MAN-WHAT)
               WHEN "SET"
                   UNSTRING F-MAN-DETAIL DELIMITED BY "="
                       INTO WS-MAN-KEY WS-MAN-VALUE
                   END-UNSTRING
               WHEN "BINARY"
               WHEN "DATASET"
                   UNSTRING F-MAN-DETAIL DELIMITED BY "="
                       INTO WS-FACT-NAME WS-MAN-VALUE
                   END-UNSTRING
                   STRING FUNCTION TRIM(F-MAN-WHAT) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FACT-NAME)
                              DELIMITED BY SIZE
                       INTO WS-MAN-KEY
               WHEN OTHER
                   MOVE F-MAN-WHAT TO WS-MAN-KEY
                   MOVE F-MAN-DETAIL TO WS-MAN-VALUE
           END-EVALUATE

           IF WS-LOAD-SIDE = 'G'
               IF GOOD-FACT-COUNT < MAX-FACTS
