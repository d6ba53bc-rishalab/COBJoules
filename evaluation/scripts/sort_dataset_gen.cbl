      *> composer needs to turn "all profiles at three sizes" into
      *> deck records without anyone re-reading the files. Same
      *> record-once convention nbody_dataset_gen's catalog keeps;
      *> regenerating a path replaces its row. sort_dataset_import
      *> writes PRODUCTION rows here too, with its sortedness
      *> measurements after the seed.
           SELECT CATALOG-FILE ASSIGN TO "sort-dataset-catalog"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FS.
