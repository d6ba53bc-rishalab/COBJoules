       IDENTIFICATION DIVISION.
       PROGRAM-ID. sort-dataset-import.
       AUTHOR. Shiva9361.

      *> Production-shaped sort datasets: sort_dataset_gen's RANDOM,
      *> REVERSE, NEARLY and DUPLICATE profiles are synthetic, and
      *> whether a production file's keys sort like any of them was
      *> guesswork. This takes a key-column extract from a
      *> production file, masks the real values while keeping
      *> their ordering and duplicate structure exactly, measures
      *> how sorted the sequence already is, and writes a dataset
      *> in the library's format - cataloged under the PRODUCTION
      *> profile, so deck_composer puts it in the matrix with a
      *> PROFILE,PRODUCTION spec record and sort_curve plots it
      *> next to the synthetic shapes.
      *>
      *>   SORTIMP_EXTRACT  (required) - the extract, one record per
      *>                     key in the file's original order
      *>   SORTIMP_FILE     (required) - dataset file to write
      *>   SORTIMP_COLUMN   (optional) - which comma-separated field
      *>                     of each record is the key, default 1
      *>   SORTIMP_KEY_TYPE (optional) - ALPHA (the default: keys
      *>                     order as text, the way a PIC X key
      *>                     sorts) or NUMERIC (keys order by value,
      *>                     so "9" sorts before "10")
      *>   SORTIMP_SEED     (optional) - masking seed, default 12345
      *>
      *> Masking: the distinct keys are ranked in key order and
      *> each rank is given a value in 1-99999 that climbs by a
      *> random gap from the one before - the same Lehmer/MINSTD
      *> stream sort_dataset_gen draws from - so equal keys still
      *> mask equal and a smaller key still masks smaller, but
      *> nothing of the real values survives: not the values, not
      *> their spacing. The extract's values are never written
      *> anywhere, the catalog row included; remove the extract
      *> once the import is done.
      *>
      *> Measurements, all on the sequence as extracted:
      *>   inversions - pairs that stand in the wrong order (0 for
      *>                sorted input, n(n-1)/2 for reversed)
      *>   runs       - maximal ascending runs (1 for sorted input)
      *>   duplicates - percentage of keys that repeat an earlier
      *>                key's value
      *>
      *> Catalog row ("sort-dataset-catalog"), the generator's
      *> four fields followed by the measurements:
      *>
      *>   <path>,PRODUCTION,<count>,<seed>,<inversions>,<runs>,
      *>   <duplicate %>
      *>
      *> An extract of more than 99999 keys is refused - the sorts'
      *> arrays stop there, and a dataset cut from its first 99999
      *> keys would not have the extract's shape. Take a
      *> contiguous slice of the production file instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IMP-FS.

           SELECT DATASET-FILE ASSIGN TO WS-OUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-FS.

           SELECT RANK-WORK ASSIGN TO "sortimp-work".

           SELECT CATALOG-FILE ASSIGN TO "sort-dataset-catalog"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FS.

           SELECT CATALOG-NEW ASSIGN TO "sort-dataset-catalog.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATNEW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(400).

       FD  DATASET-FILE.
       01  DATASET-RECORD PIC 9(5).

      *> one record per extracted key: its numeric value (NUMERIC
      *> keys only, zero otherwise), the key text, and where it
      *> stood in the extract.
       SD  RANK-WORK.
       01  RANK-RECORD.
           05  RNK-NUM     PIC S9(15)V9(6).
           05  RNK-KEY     PIC X(40).
           05  RNK-POS     PIC 9(5).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD PIC X(140).

       FD  CATALOG-NEW.
       01  CATALOG-NEW-RECORD PIC X(140).

       WORKING-STORAGE SECTION.
       01  IMP-FS         PIC XX.
       01  GEN-FS         PIC XX.
       01  CAT-FS         PIC XX.
       01  CATNEW-FS      PIC XX.
       01  IMP-EOF        PIC X VALUE 'N'.
           88  IMP-AT-END     VALUE 'Y'.
           88  IMP-NOT-AT-END VALUE 'N'.
       01  CAT-EOF        PIC X VALUE 'N'.
           88  CAT-AT-END     VALUE 'Y'.
           88  CAT-NOT-AT-END VALUE 'N'.
       01  RNK-EOF        PIC X VALUE 'N'.
           88  RNK-AT-END     VALUE 'Y'.
           88  RNK-NOT-AT-END VALUE 'N'.

       01  WS-EXTRACT-PATH PIC X(100) VALUE SPACES.
       01  WS-OUT-PATH    PIC X(100) VALUE SPACES.
       01  WS-COLUMN-ENV  PIC X(5) VALUE SPACES.
       01  WS-COLUMN      PIC 9(3) VALUE 1.
       01  WS-TYPE-ENV    PIC X(10) VALUE SPACES.
       01  WS-KEY-TYPE    PIC X(10) VALUE "ALPHA".
       01  WS-SEED-ENV    PIC X(10) VALUE SPACES.
       01  WS-SEED-USED   PIC 9(10) VALUE 12345.
       01  WS-PROFILE     PIC X(10) VALUE "PRODUCTION".

       01  WS-LCG-STATE   PIC 9(18) COMP VALUE 12345.
       01  WS-LCG-WORK    PIC 9(18) COMP.
       01  WS-RAND        PIC 9(9) COMP.

      *> extract parsing.
       01  WS-FIELD       PIC X(400).
       01  WS-FIELD-NO    PIC 9(3).
       01  WS-PTR         PIC 9(3).
       01  WS-KEY         PIC X(40).
       01  WS-RECORDS     PIC 9(7) VALUE 0.
       01  WS-BLANKS      PIC 9(7) VALUE 0.
       01  WS-BAD-KEYS    PIC 9(7) VALUE 0.
       01  WS-FIRST-BAD   PIC 9(7) VALUE 0.
       01  WS-TOO-MANY    PIC X VALUE 'N'.

       01  WS-COUNT       PIC 9(5) VALUE 0.
       01  WS-COUNT-DISP  PIC 9(5).
      *> one digit wider than the 99999 item bound, as in
      *> sort_dataset_gen: a 9(5) loop variable wraps 99999 + 1
      *> back to zero.
       01  WS-I           PIC 9(6).
       01  WS-J           PIC 9(6).
       01  WS-K           PIC 9(6).

       01  KEY-TABLE.
           05  KEY-ENTRY OCCURS 99999 TIMES.
               10  KEY-TEXT   PIC X(40).
               10  KEY-NUM    PIC S9(15)V9(6).
       01  RANK-TABLE.
           05  KEY-RANK OCCURS 99999 TIMES PIC 9(5).
       01  MASK-TABLE.
           05  MASK-VALUE OCCURS 99999 TIMES PIC 9(5).
       01  VALUE-TABLE.
           05  GEN-VALUE OCCURS 99999 TIMES PIC 9(5).

      *> ranking, as the sort returns the keys in order.
       01  WS-DISTINCT    PIC 9(5) VALUE 0.
       01  WS-PREV-NUM    PIC S9(15)V9(6).
       01  WS-PREV-KEY    PIC X(40).
       01  WS-MAX-GAP     PIC 9(5).
       01  WS-MASK-AT     PIC 9(6).

      *> measurements: a bottom-up merge sort of a copy of the
      *> values counts the inversions - every time an element of
      *> the right half is taken ahead of what remains of the left
      *> half, it jumps that many elements.
       01  MERGE-TABLE.
           05  MRG-VALUE OCCURS 99999 TIMES PIC 9(5).
       01  WORK-TABLE.
           05  WRK-VALUE OCCURS 99999 TIMES PIC 9(5).
       01  WS-WIDTH       PIC 9(6).
       01  WS-STEP        PIC 9(6).
       01  WS-LO          PIC 9(6).
       01  WS-MID         PIC 9(6).
       01  WS-HI          PIC 9(6).
       01  WS-INVERSIONS  PIC 9(12) VALUE 0.
       01  WS-MAX-INV     PIC 9(12).
       01  WS-RUNS        PIC 9(5) VALUE 0.
       01  WS-DUP-PCT     PIC 9(3)V99 VALUE 0.
       01  WS-INV-PCT     PIC 9(3)V99 VALUE 0.

       01  INV-DISP       PIC Z(11)9.
       01  RUNS-DISP      PIC Z(4)9.
       01  PCT-DISP       PIC ZZ9.99.
       01  INV-PCT-DISP   PIC ZZ9.99.
       01  LINE-DISP      PIC Z(6)9.

       01  F-CAT-PATH     PIC X(100).
       01  MAX-CAT-ROWS   PIC 9(3) VALUE 200.
       01  CAT-ROW-COUNT  PIC 9(3) VALUE 0.
       01  CAT-ROW-TABLE.
           05  CAT-ROW OCCURS 200 TIMES
                               INDEXED BY CAT-IDX PIC X(140).
       01  WS-RENAME-RC   PIC 9(9) COMP-5.

       PROCEDURE DIVISION.
       Main-Import.
           ACCEPT WS-EXTRACT-PATH FROM ENVIRONMENT "SORTIMP_EXTRACT"
           IF WS-EXTRACT-PATH = SPACES
               DISPLAY "sort_dataset_import: ERROR - set "
                   "SORTIMP_EXTRACT to the key-column extract"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-OUT-PATH FROM ENVIRONMENT "SORTIMP_FILE"
           IF WS-OUT-PATH = SPACES
               DISPLAY "sort_dataset_import: ERROR - set "
                   "SORTIMP_FILE to the dataset file to write"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-COLUMN-ENV FROM ENVIRONMENT "SORTIMP_COLUMN"
           IF WS-COLUMN-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-COLUMN-ENV))
                       NOT = 0
                   MOVE 0 TO WS-COLUMN
               ELSE
                   COMPUTE WS-COLUMN = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-COLUMN-ENV))
               END-IF
               IF WS-COLUMN < 1
                   DISPLAY "sort_dataset_import: ERROR - "
                       "SORTIMP_COLUMN must be a field number "
                       "from 1"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ACCEPT WS-TYPE-ENV FROM ENVIRONMENT "SORTIMP_KEY_TYPE"
           IF WS-TYPE-ENV NOT = SPACES
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-TYPE-ENV)) TO WS-KEY-TYPE
           END-IF
           IF WS-KEY-TYPE NOT = "ALPHA" AND WS-KEY-TYPE NOT = "NUMERIC"
               DISPLAY "sort_dataset_import: ERROR - "
                   "SORTIMP_KEY_TYPE must be ALPHA or NUMERIC"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-SEED-ENV FROM ENVIRONMENT "SORTIMP_SEED"
           IF WS-SEED-ENV NOT = SPACES
               COMPUTE WS-LCG-STATE = FUNCTION NUMVAL(WS-SEED-ENV)
           END-IF
           MOVE WS-LCG-STATE TO WS-SEED-USED

           PERFORM Load-Extract
           IF WS-TOO-MANY = 'Y'
               DISPLAY "sort_dataset_import: ERROR - "
                   FUNCTION TRIM(WS-EXTRACT-PATH)
                   " holds more than 99999 keys - take a contiguous "
                   "slice of at most 99999"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BAD-KEYS > 0
               MOVE WS-BAD-KEYS TO LINE-DISP
               MOVE WS-FIRST-BAD TO RUNS-DISP
               DISPLAY "sort_dataset_import: ERROR - "
                   FUNCTION TRIM(LINE-DISP)
                   " key(s) are not numbers but SORTIMP_KEY_TYPE is "
                   "NUMERIC (first at record "
                   FUNCTION TRIM(RUNS-DISP) ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-COUNT = 0
               DISPLAY "sort_dataset_import: ERROR - no keys found "
                   "in " FUNCTION TRIM(WS-EXTRACT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT RANK-WORK
               ON ASCENDING KEY RNK-NUM RNK-KEY
               INPUT PROCEDURE IS Release-Keys
               OUTPUT PROCEDURE IS Rank-Keys
           PERFORM Build-Masks
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE MASK-VALUE(KEY-RANK(WS-I)) TO GEN-VALUE(WS-I)
           END-PERFORM
      *> the real keys are not needed past this point.
           INITIALIZE KEY-TABLE

           PERFORM Measure-Shape
           PERFORM Write-Dataset
           PERFORM Catalog-Dataset

           MOVE WS-INVERSIONS TO INV-DISP
           MOVE WS-INV-PCT TO INV-PCT-DISP
           MOVE WS-RUNS TO RUNS-DISP
           MOVE WS-DUP-PCT TO PCT-DISP
           DISPLAY "sort_dataset_import: wrote " WS-COUNT
               " masked PRODUCTION item(s) to "
               FUNCTION TRIM(WS-OUT-PATH)
           DISPLAY "  inversions " FUNCTION TRIM(INV-DISP) " ("
               FUNCTION TRIM(INV-PCT-DISP) "% of reversed), runs "
               FUNCTION TRIM(RUNS-DISP) ", duplicates "
               FUNCTION TRIM(PCT-DISP) "%"
           IF WS-BLANKS > 0
               MOVE WS-BLANKS TO LINE-DISP
               DISPLAY "  (" FUNCTION TRIM(LINE-DISP)
                   " record(s) with an empty key field skipped)"
           END-IF
           STOP RUN.

       Load-Extract.
           OPEN INPUT EXTRACT-FILE
           IF IMP-FS NOT = "00"
               DISPLAY "sort_dataset_import: ERROR - could not open "
                   FUNCTION TRIM(WS-EXTRACT-PATH)
                   " (status " IMP-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL IMP-AT-END OR WS-TOO-MANY = 'Y'
               READ EXTRACT-FILE
                   AT END
                       SET IMP-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS
                       PERFORM Take-Key
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           .

       Take-Key.
      *> the SORTIMP_COLUMN'th comma-separated field, trimmed.
           MOVE 1 TO WS-PTR
           MOVE SPACES TO WS-FIELD
           PERFORM VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-COLUMN
                   OR WS-PTR > LENGTH OF EXTRACT-RECORD
               MOVE SPACES TO WS-FIELD
               UNSTRING EXTRACT-RECORD DELIMITED BY ","
                   INTO WS-FIELD
                   WITH POINTER WS-PTR
               END-UNSTRING
           END-PERFORM
           IF WS-FIELD-NO <= WS-COLUMN
               MOVE SPACES TO WS-FIELD
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD) TO WS-KEY
           IF WS-KEY = SPACES
               ADD 1 TO WS-BLANKS
               EXIT PARAGRAPH
           END-IF
           IF WS-COUNT >= 99999
               MOVE 'Y' TO WS-TOO-MANY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT
           MOVE WS-KEY TO KEY-TEXT(WS-COUNT)
           MOVE 0 TO KEY-NUM(WS-COUNT)
           IF WS-KEY-TYPE = "NUMERIC"
               IF FUNCTION TEST-NUMVAL(WS-KEY) = 0
                   COMPUTE KEY-NUM(WS-COUNT) = FUNCTION NUMVAL(WS-KEY)
               ELSE
                   ADD 1 TO WS-BAD-KEYS
                   IF WS-FIRST-BAD = 0
                       MOVE WS-RECORDS TO WS-FIRST-BAD
                   END-IF
               END-IF
           END-IF
           .

       Release-Keys.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE KEY-NUM(WS-I) TO RNK-NUM
               MOVE KEY-TEXT(WS-I) TO RNK-KEY
               MOVE WS-I TO RNK-POS
               RELEASE RANK-RECORD
           END-PERFORM
           .

       Rank-Keys.
      *> keys come back in order; the rank steps each time the key
      *> changes - by value for NUMERIC keys, so "7" and "7.0" are
      *> one key, by text for ALPHA.
           MOVE 0 TO WS-DISTINCT
           PERFORM UNTIL RNK-AT-END
               RETURN RANK-WORK
                   AT END
                       SET RNK-AT-END TO TRUE
                   NOT AT END
                       IF WS-DISTINCT = 0
                           ADD 1 TO WS-DISTINCT
                       ELSE
                           IF WS-KEY-TYPE = "NUMERIC"
                               IF RNK-NUM NOT = WS-PREV-NUM
                                   ADD 1 TO WS-DISTINCT
                               END-IF
                           ELSE
                               IF RNK-KEY NOT = WS-PREV-KEY
                                   ADD 1 TO WS-DISTINCT
                               END-IF
                           END-IF
                       END-IF
                       MOVE RNK-NUM TO WS-PREV-NUM
                       MOVE RNK-KEY TO WS-PREV-KEY
                       MOVE WS-DISTINCT TO KEY-RANK(RNK-POS)
               END-RETURN
           END-PERFORM
           .

       Build-Masks.
      *> each rank climbs from the one before by a random gap of 1
      *> to WS-MAX-GAP; WS-MAX-GAP is the widest gap that keeps the
      *> top rank inside 99999.
           COMPUTE WS-MAX-GAP = 99999 / WS-DISTINCT
           MOVE 0 TO WS-MASK-AT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DISTINCT
               PERFORM Next-Random
               COMPUTE WS-MASK-AT = WS-MASK-AT
                   + FUNCTION MOD(WS-RAND, WS-MAX-GAP) + 1
               MOVE WS-MASK-AT TO MASK-VALUE(WS-I)
           END-PERFORM
           .

       Next-Random.
      *> Lehmer step, exactly as sort_dataset_gen takes it.
           IF WS-LCG-STATE = 0
               MOVE 1 TO WS-LCG-STATE
           END-IF
           COMPUTE WS-LCG-WORK = WS-LCG-STATE * 16807
           COMPUTE WS-LCG-STATE = FUNCTION MOD(WS-LCG-WORK, 2147483647)
           MOVE WS-LCG-STATE TO WS-RAND
           .

       Measure-Shape.
           MOVE 1 TO WS-RUNS
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-COUNT
               IF GEN-VALUE(WS-I) < GEN-VALUE(WS-I - 1)
                   ADD 1 TO WS-RUNS
               END-IF
           END-PERFORM
           COMPUTE WS-DUP-PCT ROUNDED =
               (WS-COUNT - WS-DISTINCT) * 100 / WS-COUNT

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE GEN-VALUE(WS-I) TO MRG-VALUE(WS-I)
           END-PERFORM
           MOVE 0 TO WS-INVERSIONS
           MOVE 1 TO WS-WIDTH
           PERFORM UNTIL WS-WIDTH >= WS-COUNT
               COMPUTE WS-STEP = WS-WIDTH * 2
               PERFORM VARYING WS-LO FROM 1 BY WS-STEP
                   UNTIL WS-LO > WS-COUNT
                   COMPUTE WS-MID = WS-LO + WS-WIDTH - 1
                   IF WS-MID < WS-COUNT
                       COMPUTE WS-HI = WS-MID + WS-WIDTH
                       IF WS-HI > WS-COUNT
                           MOVE WS-COUNT TO WS-HI
                       END-IF
                       PERFORM Merge-Pair
                   END-IF
               END-PERFORM
               COMPUTE WS-WIDTH = WS-WIDTH * 2
           END-PERFORM

           MOVE 0 TO WS-INV-PCT
           IF WS-COUNT > 1
               COMPUTE WS-MAX-INV = WS-COUNT * (WS-COUNT - 1) / 2
               COMPUTE WS-INV-PCT ROUNDED =
                   WS-INVERSIONS * 100 / WS-MAX-INV
           END-IF
           .

       Merge-Pair.
      *> merge MRG-VALUE(LO..MID) with (MID+1..HI) through the work
      *> table; a right-half element taken while left-half elements
      *> remain is out of order with every one of them.
           MOVE WS-LO TO WS-I
           COMPUTE WS-J = WS-MID + 1
           MOVE WS-LO TO WS-K
           PERFORM UNTIL WS-I > WS-MID AND WS-J > WS-HI
               IF WS-J > WS-HI
                   MOVE MRG-VALUE(WS-I) TO WRK-VALUE(WS-K)
                   ADD 1 TO WS-I
               ELSE
                   IF WS-I > WS-MID
                       MOVE MRG-VALUE(WS-J) TO WRK-VALUE(WS-K)
                       ADD 1 TO WS-J
                   ELSE
                       IF MRG-VALUE(WS-J) < MRG-VALUE(WS-I)
                           MOVE MRG-VALUE(WS-J) TO WRK-VALUE(WS-K)
                           ADD 1 TO WS-J
                           COMPUTE WS-INVERSIONS = WS-INVERSIONS
                               + WS-MID - WS-I + 1
                       ELSE
                           MOVE MRG-VALUE(WS-I) TO WRK-VALUE(WS-K)
                           ADD 1 TO WS-I
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-K
           END-PERFORM
           PERFORM VARYING WS-K FROM WS-LO BY 1 UNTIL WS-K > WS-HI
               MOVE WRK-VALUE(WS-K) TO MRG-VALUE(WS-K)
           END-PERFORM
           .

       Write-Dataset.
      *> the generator's format: the item count, then one value per
      *> record.
           OPEN OUTPUT DATASET-FILE
           IF GEN-FS NOT = "00"
               DISPLAY "sort_dataset_import: ERROR - could not open "
                   FUNCTION TRIM(WS-OUT-PATH)
                   " (status " GEN-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-COUNT TO DATASET-RECORD
           WRITE DATASET-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE GEN-VALUE(WS-I) TO DATASET-RECORD
               WRITE DATASET-RECORD
           END-PERFORM
           CLOSE DATASET-FILE
           .

       Catalog-Dataset.
      *> sort_dataset_gen's catalog route: every row but this path's
      *> own, then the fresh row, swapped in.
           MOVE 0 TO CAT-ROW-COUNT
           OPEN INPUT CATALOG-FILE
           IF CAT-FS = "00"
               PERFORM UNTIL CAT-AT-END
                   READ CATALOG-FILE
                       AT END
                           SET CAT-AT-END TO TRUE
                       NOT AT END
                           MOVE SPACES TO F-CAT-PATH
                           UNSTRING CATALOG-RECORD
                               DELIMITED BY ","
                               INTO F-CAT-PATH
                           END-UNSTRING
                           IF FUNCTION TRIM(F-CAT-PATH) NOT =
                                   FUNCTION TRIM(WS-OUT-PATH)
                                   AND CAT-ROW-COUNT < MAX-CAT-ROWS
                               ADD 1 TO CAT-ROW-COUNT
                               SET CAT-IDX TO CAT-ROW-COUNT
                               MOVE CATALOG-RECORD
                                   TO CAT-ROW(CAT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF

           OPEN OUTPUT CATALOG-NEW
           IF CATNEW-FS NOT = "00"
               DISPLAY "sort_dataset_import: WARNING - could not "
                   "update sort-dataset-catalog (status "
                   CATNEW-FS ")"
           ELSE
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-ROW-COUNT
                   MOVE CAT-ROW(CAT-IDX) TO CATALOG-NEW-RECORD
                   WRITE CATALOG-NEW-RECORD
               END-PERFORM
               MOVE WS-COUNT TO WS-COUNT-DISP
               MOVE WS-INVERSIONS TO INV-DISP
               MOVE WS-RUNS TO RUNS-DISP
               MOVE WS-DUP-PCT TO PCT-DISP
               MOVE SPACES TO CATALOG-NEW-RECORD
               STRING FUNCTION TRIM(WS-OUT-PATH)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROFILE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-SEED-USED DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(INV-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(RUNS-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                   INTO CATALOG-NEW-RECORD
               WRITE CATALOG-NEW-RECORD
               CLOSE CATALOG-NEW
               CALL "CBL_RENAME_FILE" USING
                   "sort-dataset-catalog.tmp"
                   "sort-dataset-catalog"
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY "sort_dataset_import: WARNING - could not "
                       "swap the new catalog in"
               END-IF
           END-IF
           .

       END PROGRAM sort-dataset-import.
