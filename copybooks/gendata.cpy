      *> GENDATA - the request/result area a caller passes to the
      *> shared generation subprogram generation_save, so ctl_maint,
      *> run_catalog, host_registry and generation_maint all cut
      *> numbered generations of a control file or master the same
      *> way before they replace it.
      *>
      *> GEN-FILE names the working-directory file; GEN-WHO and
      *> GEN-REASON go on the generation's catalog record. On return
      *> GEN-STATUS is:
      *>   GEN-OK      - the current copy is kept as generation
      *>                 GEN-NUMBER (generations/<file>.G<nnnn>V00)
      *>   GEN-NO-FILE - there is no current copy to keep (a first
      *>                 write) - not an error
      *>   GEN-FAILED  - the copy could not be kept; the caller must
      *>                 not replace the file
       01  GENERATION-REQUEST.
           05  GEN-FILE       PIC X(40).
           05  GEN-WHO        PIC X(20).
           05  GEN-REASON     PIC X(20).
           05  GEN-NUMBER     PIC 9(4).
           05  GEN-STATUS     PIC X.
               88  GEN-OK         VALUE 'O'.
               88  GEN-NO-FILE    VALUE 'N'.
               88  GEN-FAILED     VALUE 'F'.
