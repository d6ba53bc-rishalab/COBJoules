       IDENTIFICATION DIVISION.
       PROGRAM-ID. nbody-state-diff.
       AUTHOR. Shiva9361.

      *> Final-state comparison for nbody: two runs of the same
      *> dataset that end in different states used to be diffed by
      *> hand, and any difference read as a regression - even when
      *> the system is simply chaotic and a rounding difference was
      *> amplified past recognition. This compares two nbody-final
      *> files body by body and judges a difference against the
      *> dataset's predictability horizon, the eighth field of its
      *> nbody-dataset-catalog row (stamped by nbody's shadow
      *> divergence mode, NBODY_SHADOW_PERTURB):
      *>
      *>   IDENTICAL  - every body within tolerance
      *>   CHAOTIC    - the states differ, but the runs went past the
      *>                dataset's horizon, where runs no longer
      *>                correlate - not a regression
      *>   REGRESSION - the states differ inside the horizon, or the
      *>                dataset has no horizon on record
      *>
      *>   COBJOULES_STATE_OLD       (required) - the reference
      *>                             nbody-final-<stamp> file
      *>   COBJOULES_STATE_NEW       (required) - the file to judge
      *>   COBJOULES_STATE_TOLERANCE - largest coordinate or
      *>                             velocity difference still
      *>                             counted as equal (default 0,
      *>                             exact)
      *>
      *> The two files must come from the same dataset, timestep
      *> count and integration scheme; anything else is not a
      *> like-for-like comparison and is refused. RETURN-CODE is 1
      *> for a REGRESSION or a refused comparison, 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STATE ASSIGN TO WS-OLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OLD-FS.

           SELECT NEW-STATE ASSIGN TO WS-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NEW-FS.

           SELECT CATALOG-FILE ASSIGN TO "nbody-dataset-catalog"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FS.

       DATA DIVISION.
       FILE SECTION.
      *> the layouts nbody's write-final-state produces: a header
      *> (timestep reached, scheme, energy drift, dataset) and one
      *> record per body at full s9(9)v9(20) precision.
       FD  OLD-STATE.
       01  OLD-HEADER.
           05  OLD-T         PIC 9(8).
           05  FILLER        PIC X.
           05  OLD-SCHEME    PIC X(8).
           05  FILLER        PIC X.
           05  OLD-DRIFT     PIC X(10).
           05  FILLER        PIC X.
           05  OLD-DATASET   PIC X(100).
       01  OLD-BODY.
           05  OLD-X         PIC S9(9)V9(20).
           05  OLD-Y         PIC S9(9)V9(20).
           05  OLD-Z         PIC S9(9)V9(20).
           05  OLD-VX        PIC S9(9)V9(20).
           05  OLD-VY        PIC S9(9)V9(20).
           05  OLD-VZ        PIC S9(9)V9(20).

       FD  NEW-STATE.
       01  NEW-HEADER.
           05  NEW-T         PIC 9(8).
           05  FILLER        PIC X.
           05  NEW-SCHEME    PIC X(8).
           05  FILLER        PIC X.
           05  NEW-DRIFT     PIC X(10).
           05  FILLER        PIC X.
           05  NEW-DATASET   PIC X(100).
       01  NEW-BODY.
           05  NEW-X         PIC S9(9)V9(20).
           05  NEW-Y         PIC S9(9)V9(20).
           05  NEW-Z         PIC S9(9)V9(20).
           05  NEW-VX        PIC S9(9)V9(20).
           05  NEW-VY        PIC S9(9)V9(20).
           05  NEW-VZ        PIC S9(9)V9(20).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  OLD-FS        PIC XX.
       01  NEW-FS        PIC XX.
       01  CAT-FS        PIC XX.
       01  OLD-EOF       PIC X VALUE 'N'.
           88  OLD-AT-END     VALUE 'Y'.
       01  NEW-EOF       PIC X VALUE 'N'.
           88  NEW-AT-END     VALUE 'Y'.
       01  CAT-EOF       PIC X VALUE 'N'.
           88  CAT-AT-END     VALUE 'Y'.

       01  WS-OLD-PATH   PIC X(100) VALUE SPACES.
       01  WS-NEW-PATH   PIC X(100) VALUE SPACES.
       01  WS-TOL-ENV    PIC X(32) VALUE SPACES.
       01  WS-TOLERANCE  PIC 9(4)V9(20) VALUE 0.

       01  WS-STATE-T    PIC 9(8).
       01  WS-SCHEME     PIC X(8).
       01  WS-DATASET    PIC X(100).
       01  WS-OLD-BODIES PIC 9(4) VALUE 0.
       01  WS-NEW-BODIES PIC 9(4) VALUE 0.
       01  WS-DIFF-BODIES PIC 9(4) VALUE 0.
       01  WS-FIRST-DIFF PIC 9(4) VALUE 0.
       01  WS-DIFF       PIC 9(9)V9(20).
       01  WS-BODY-MAX   PIC 9(9)V9(20).
       01  WS-MAX-DIFF   PIC 9(9)V9(20) VALUE 0.
       01  WS-MAX-DISP   PIC Z(8)9.9(12).

       01  WS-HORIZON    PIC 9(8) VALUE 0.
       01  WS-HORIZON-FOUND PIC 9(1) VALUE 0.
       01  F-CAT-PATH    PIC X(100).
       01  F-CAT-F2      PIC X(12).
       01  F-CAT-F3      PIC X(12).
       01  F-CAT-F4      PIC X(12).
       01  F-CAT-F5      PIC X(12).
       01  F-CAT-F6      PIC X(10).
       01  F-CAT-F7      PIC X(60).
       01  F-CAT-F8      PIC X(12).

       PROCEDURE DIVISION.
       Main-Diff.
           ACCEPT WS-OLD-PATH FROM ENVIRONMENT "COBJOULES_STATE_OLD"
           ACCEPT WS-NEW-PATH FROM ENVIRONMENT "COBJOULES_STATE_NEW"
           IF WS-OLD-PATH = SPACES OR WS-NEW-PATH = SPACES
               DISPLAY "nbody_state_diff: ERROR - set "
                   "COBJOULES_STATE_OLD and COBJOULES_STATE_NEW to "
                   "the two nbody-final files to compare"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TOL-ENV FROM ENVIRONMENT
               "COBJOULES_STATE_TOLERANCE"
           IF WS-TOL-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TOL-ENV))
                       NOT = 0
                   DISPLAY "nbody_state_diff: ERROR - "
                       "COBJOULES_STATE_TOLERANCE must be a decimal "
                       "number"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TOL-ENV))
           END-IF

           PERFORM Open-States
           PERFORM Check-Headers
           PERFORM Compare-Bodies
           CLOSE OLD-STATE
           CLOSE NEW-STATE

           MOVE WS-MAX-DIFF TO WS-MAX-DISP
           DISPLAY "nbody_state_diff: " FUNCTION TRIM(WS-DATASET)
               " at timestep " WS-STATE-T " ("
               FUNCTION TRIM(WS-SCHEME) "), " WS-OLD-BODIES
               " old / " WS-NEW-BODIES " new body(ies), "
               WS-DIFF-BODIES " differing, largest difference "
               FUNCTION TRIM(WS-MAX-DISP)

           IF WS-DIFF-BODIES = 0
               DISPLAY "nbody_state_diff: IDENTICAL"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Find-Horizon
           IF WS-HORIZON-FOUND = 0
               DISPLAY "nbody_state_diff: REGRESSION - the states "
                   "differ (first at body " WS-FIRST-DIFF ") and "
                   FUNCTION TRIM(WS-DATASET) " has no predictability "
                   "horizon on record; measure one with nbody's "
                   "NBODY_SHADOW_PERTURB before ruling out chaos"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-STATE-T > WS-HORIZON
                   DISPLAY "nbody_state_diff: CHAOTIC - the runs "
                       "went to timestep " WS-STATE-T ", past the "
                       "dataset's predictability horizon of "
                       WS-HORIZON "; the difference is not a "
                       "regression"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "nbody_state_diff: REGRESSION - the "
                       "states differ (first at body " WS-FIRST-DIFF
                       ") inside the dataset's predictability "
                       "horizon of " WS-HORIZON
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       Open-States.
           OPEN INPUT OLD-STATE
           IF OLD-FS NOT = "00"
               DISPLAY "nbody_state_diff: ERROR - cannot open "
                   FUNCTION TRIM(WS-OLD-PATH) " (status " OLD-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NEW-STATE
           IF NEW-FS NOT = "00"
               DISPLAY "nbody_state_diff: ERROR - cannot open "
                   FUNCTION TRIM(WS-NEW-PATH) " (status " NEW-FS ")"
               CLOSE OLD-STATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ OLD-STATE
               AT END
                   SET OLD-AT-END TO TRUE
           END-READ
           READ NEW-STATE
               AT END
                   SET NEW-AT-END TO TRUE
           END-READ
           IF OLD-AT-END OR NEW-AT-END
               DISPLAY "nbody_state_diff: ERROR - an empty state "
                   "file has nothing to compare"
               CLOSE OLD-STATE NEW-STATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Check-Headers.
      *> a state file written before the header carried the scheme
      *> and dataset has spaces there; two such files still compare,
      *> but without a dataset there is no horizon to consult.
           IF OLD-T NOT = NEW-T
               DISPLAY "nbody_state_diff: ERROR - the runs reached "
                   "different timesteps (" OLD-T " and " NEW-T
                   ") - not a like-for-like comparison"
               CLOSE OLD-STATE NEW-STATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OLD-DATASET NOT = NEW-DATASET
               DISPLAY "nbody_state_diff: ERROR - the runs "
                   "integrated different datasets ("
                   FUNCTION TRIM(OLD-DATASET) " and "
                   FUNCTION TRIM(NEW-DATASET) ")"
               CLOSE OLD-STATE NEW-STATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OLD-SCHEME NOT = NEW-SCHEME
               DISPLAY "nbody_state_diff: ERROR - the runs used "
                   "different integration schemes ("
                   FUNCTION TRIM(OLD-SCHEME) " and "
                   FUNCTION TRIM(NEW-SCHEME) ") - their states are "
                   "expected to differ"
               CLOSE OLD-STATE NEW-STATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OLD-T TO WS-STATE-T
           MOVE OLD-SCHEME TO WS-SCHEME
           MOVE OLD-DATASET TO WS-DATASET
           IF WS-SCHEME = SPACES
               MOVE "EXPLICIT" TO WS-SCHEME
           END-IF
           .

       Compare-Bodies.
      *> walk the two files in step; a body present in only one of
      *> them (a collision merge in one run and not the other)
      *> counts as a difference by itself.
           READ OLD-STATE
               AT END
                   SET OLD-AT-END TO TRUE
           END-READ
           READ NEW-STATE
               AT END
                   SET NEW-AT-END TO TRUE
           END-READ
           PERFORM UNTIL OLD-AT-END AND NEW-AT-END
               IF NOT OLD-AT-END
                   ADD 1 TO WS-OLD-BODIES
               END-IF
               IF NOT NEW-AT-END
                   ADD 1 TO WS-NEW-BODIES
               END-IF
               IF OLD-AT-END OR NEW-AT-END
                   PERFORM Note-Difference
               ELSE
                   PERFORM Compare-One-Body
               END-IF
               IF NOT OLD-AT-END
                   READ OLD-STATE
                       AT END
                           SET OLD-AT-END TO TRUE
                   END-READ
               END-IF
               IF NOT NEW-AT-END
                   READ NEW-STATE
                       AT END
                           SET NEW-AT-END TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           .

       Compare-One-Body.
           MOVE 0 TO WS-BODY-MAX
           COMPUTE WS-DIFF = FUNCTION ABS(OLD-X - NEW-X)
           PERFORM Keep-Larger
           COMPUTE WS-DIFF = FUNCTION ABS(OLD-Y - NEW-Y)
           PERFORM Keep-Larger
           COMPUTE WS-DIFF = FUNCTION ABS(OLD-Z - NEW-Z)
           PERFORM Keep-Larger
           COMPUTE WS-DIFF = FUNCTION ABS(OLD-VX - NEW-VX)
           PERFORM Keep-Larger
           COMPUTE WS-DIFF = FUNCTION ABS(OLD-VY - NEW-VY)
           PERFORM Keep-Larger
           COMPUTE WS-DIFF = FUNCTION ABS(OLD-VZ - NEW-VZ)
           PERFORM Keep-Larger
           IF WS-BODY-MAX > WS-MAX-DIFF
               MOVE WS-BODY-MAX TO WS-MAX-DIFF
           END-IF
           IF WS-BODY-MAX > WS-TOLERANCE
               PERFORM Note-Difference
           END-IF
           .

       Keep-Larger.
           IF WS-DIFF > WS-BODY-MAX
               MOVE WS-DIFF TO WS-BODY-MAX
           END-IF
           .

       Note-Difference.
           ADD 1 TO WS-DIFF-BODIES
           IF WS-FIRST-DIFF = 0
               IF WS-OLD-BODIES > WS-NEW-BODIES
                   MOVE WS-OLD-BODIES TO WS-FIRST-DIFF
               ELSE
                   MOVE WS-NEW-BODIES TO WS-FIRST-DIFF
               END-IF
           END-IF
           .

       Find-Horizon.
      *> catalog rows are "path,bodies,timesteps,profile,seed,
      *> verdict,reason,horizon"; a row nbody's shadow mode has not
      *> stamped yet has no eighth field.
           IF WS-DATASET = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CATALOG-FILE
           IF CAT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAT-AT-END
               READ CATALOG-FILE
                   AT END
                       SET CAT-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-CAT-PATH F-CAT-F2 F-CAT-F3
                           F-CAT-F4 F-CAT-F5 F-CAT-F6 F-CAT-F7
                           F-CAT-F8
                       UNSTRING CATALOG-RECORD DELIMITED BY ","
                           INTO F-CAT-PATH F-CAT-F2 F-CAT-F3
                                F-CAT-F4 F-CAT-F5 F-CAT-F6
                                F-CAT-F7 F-CAT-F8
                       END-UNSTRING
                       IF FUNCTION TRIM(F-CAT-PATH) =
                               FUNCTION TRIM(WS-DATASET)
                               AND F-CAT-F8 NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(F-CAT-F8)) = 0
                           COMPUTE WS-HORIZON = FUNCTION NUMVAL(
                               FUNCTION TRIM(F-CAT-F8))
                           MOVE 1 TO WS-HORIZON-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       END PROGRAM nbody-state-diff.
