      *> Processing-calendar master record layout.
      *> CalendarBuild writes one row per business date (weekdays
      *> that are not on HOLCAL) for the business-date year and the
      *> year after, and is rerun whenever HOLCAL changes. Every row
      *> is a day-end. PC-MONTH-END marks the last business date of
      *> its month; PC-QUARTER-END and PC-YEAR-END mark the month-
      *> ends of March, June, September and December, and of
      *> December. A date with no row is not a business date.
      *> JobsDue reads the next cycle's row to list the jobs due and
      *> CycleMonitor reads tonight's row to decide which EXPSTEPS
      *> entries are expected: frequency "D" every business date,
      *> "M", "Q" and "Y" only on a month-, quarter- or year-end.
           05  PC-DATE             PIC 9(8).
           05  PC-DAY-END          PIC X.
           05  PC-MONTH-END        PIC X.
           05  PC-QUARTER-END      PIC X.
           05  PC-YEAR-END         PIC X.
