      ******************************************************************
      * Copybook:  TimeName.cpy
      * Purpose:   The names of the election timetable's statutory
      *            milestones, in the numbering of TimeRec.cpy, for
      *            prompts, refusals and the countdown report.
      ******************************************************************
       01  TIMETABLE-NAME-AREA.
           05 filler PIC X(36) VALUE
               "Close of nominations                ".
           05 filler PIC X(36) VALUE
               "End of objection period             ".
           05 filler PIC X(36) VALUE
               "Last day for withdrawal             ".
           05 filler PIC X(36) VALUE
               "Statement of persons nominated      ".
           05 filler PIC X(36) VALUE
               "Postal vote application cutoff      ".
           05 filler PIC X(36) VALUE
               "Polling day                         ".
           05 filler PIC X(36) VALUE
               "Count start                         ".
       01  TIMETABLE-NAME-TABLE REDEFINES TIMETABLE-NAME-AREA.
           05 TN-NAME              PIC X(36) OCCURS 7 TIMES.
