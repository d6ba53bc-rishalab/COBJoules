       01  F-CAT-F3      PIC X(12).
       01  F-CAT-F4      PIC X(12).
       01  F-CAT-F5     PIC X(12).
       01  F-CAT-F6     PIC X(10).
       01  F-CAT-F7     PIC X(60).
      *> the eighth field is the predictability horizon nbody's
      *> shadow mode stamps; a verdict rewrite must carry it over.
       01  F-CAT-F8     PIC X(12).
       01  WS-RENAME-RC  PIC 9(9) COMP-5.

       PROCEDURE DIVISION.

       Copy-Or-Stamp-Row.
           MOVE SPACES TO F-CAT-PATH F-CAT-F2 F-CAT-F3 F-CAT-F4
               F-CAT-F5 F-CAT-F6 F-CAT-F7 F-CAT-F8
           UNSTRING CATALOG-RECORD DELIMITED BY ","
               INTO F-CAT-PATH F-CAT-F2 F-CAT-F3 F-CAT-F4
                    F-CAT-F5 F-CAT-F6 F-CAT-F7 F-CAT-F8
           END-UNSTRING
           IF FUNCTION TRIM(F-CAT-PATH) NOT =
                   FUNCTION TRIM(WS-DATASET-PATH)
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                   INTO CATALOG-NEW-RECORD
               IF F-CAT-F8 NOT = SPACES
                   MOVE SPACES TO CATALOG-RECORD
                   STRING FUNCTION TRIM(CATALOG-NEW-RECORD)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(F-CAT-F8) DELIMITED BY SIZE
                       INTO CATALOG-RECORD
                   MOVE CATALOG-RECORD TO CATALOG-NEW-RECORD
               END-IF
           END-IF
           WRITE CATALOG-NEW-RECORD
           .
