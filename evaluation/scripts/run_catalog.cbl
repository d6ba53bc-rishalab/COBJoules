      *> records would double-count every one of them. After a purge
      *> the catalog therefore holds exactly the retained window the
      *> reports read anyway.
      *>
      *> Before each load the catalog as it stands (with its
      *> position file) is kept as a numbered generation through
      *> generation_save, so a bad load can be rolled back with
      *> generation_maint instead of re-posted from the top.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).
       COPY "gendata.cpy".

       PROCEDURE DIVISION.
       Main-Catalog-Load.
               STOP RUN
           END-IF

      *> keep the catalog as it stands before this load touches it.
           MOVE "run-catalog.dat" TO GEN-FILE
           MOVE "run_catalog" TO GEN-WHO
           IF WS-POSTED-POS = 0
               MOVE "REBUILD" TO GEN-REASON
           ELSE
               MOVE "LOAD" TO GEN-REASON
           END-IF
           CALL "generation_save" USING GENERATION-REQUEST
           IF GEN-FAILED
               DISPLAY "run_catalog: ERROR - no generation of "
                   "run-catalog.dat could be kept - load not run"
               CLOSE ENERGY-LOG-IN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *> a load from the top (first ever, or after a purge reset the
      *> position) rebuilds the catalog from scratch - every line is
      *> about to be re-posted, and adding it into a surviving
