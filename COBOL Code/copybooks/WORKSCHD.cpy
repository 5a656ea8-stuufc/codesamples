      ******************************************************************
      * WORKSCHD.cpy
      * Employee work schedule (WORKSCHD.TXT), one line per hourly
      * employee: the days of the week the employee is scheduled
      * and the hours scheduled across those days in a week. TCMISS
      * walks the open period's calendar against it the day before
      * payroll and lists anyone whose timecard lines leave
      * scheduled days uncovered or fall well short of the
      * scheduled hours, so a missing timecard is chased before
      * the run instead of on payday.
      ******************************************************************
       01  WORK-SCHEDULE-RECORD.
           05  SCH-EMP-ID          PIC X(6).
      * the pay-period calendar the schedule is checked against;
      * a space reads as weekly, as on the employee master
           05  SCH-PAY-GROUP       PIC X.
               88  SCH-GROUP-WEEKLY     VALUES "W" SPACE.
      * "Y" for each scheduled day, Monday first through Sunday
           05  SCH-DAY-FLAGS.
               10  SCH-DAY-FLAG    PIC X OCCURS 7 TIMES.
           05  SCH-WEEKLY-HOURS    PIC 9(3).
