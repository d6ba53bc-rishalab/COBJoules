      *> ANNOTATE - the query/result area a report passes to the
      *> shared event lookup annotation_lookup, so energy_trend,
      *> energy_spc, regression_hunt and energy_browse all read the
      *> "event-annotations" register (annotation_maint) the same
      *> way and print the same marker.
      *>
      *> In:
      *>   ANQ-PROGRAMS  - the program(s) the output is about,
      *>                   space-separated; blank matches every
      *>                   program-scoped event
      *>   ANQ-HOST      - the host; blank matches every host-
      *>                   scoped event
      *>   ANQ-FROM-DATE / ANQ-TO-DATE - YYYYMMDD, both inclusive
      *> Site-wide (ALL) events always match. Out: up to 20 events
      *> in date order, each with a ready-made marker line
      *> ("  >> <date> <category> <scope> <key>: <text>"), and
      *> ANQ-MORE set when further events fell in the range.
       01  ANNOTATION-QUERY.
           05  ANQ-PROGRAMS   PIC X(120).
           05  ANQ-HOST       PIC X(64).
           05  ANQ-FROM-DATE  PIC 9(8).
           05  ANQ-TO-DATE    PIC 9(8).
           05  ANQ-COUNT      PIC 9(2).
           05  ANQ-MORE       PIC X.
               88  ANQ-HAS-MORE   VALUE 'Y'.
           05  ANQ-EVENT OCCURS 20 TIMES.
               10  ANQ-DATE       PIC 9(8).
               10  ANQ-SCOPE      PIC X(8).
               10  ANQ-KEY        PIC X(64).
               10  ANQ-CATEGORY   PIC X(10).
               10  ANQ-TEXT       PIC X(80).
               10  ANQ-MARKER     PIC X(130).
