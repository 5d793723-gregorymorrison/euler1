      * period control record, one per YYYYMM accounting period; the
      * record is opened by the first program that touches the period
      * and moves from open to closing when perclose is first asked
      * to close it, and to closed once every close condition holds -
      * a closed period is frozen, and myTest, glrev and histarch
      * refuse any work that would change it
       01  period-control-record.
           05  pd-period              PIC X(6).
           05  pd-status              PIC X(1).
               88  pd-open                VALUE "O".
               88  pd-closing             VALUE "C".
               88  pd-closed              VALUE "X".
           05  pd-opened-date         PIC X(8).
      * stamped by chgback and histrpt when run for the period, with
      * the number of history records the report covered and, for
      * chgback, the posted value it billed
           05  pd-chgback-date        PIC X(8).
           05  pd-chgback-count       PIC 9(9).
           05  pd-chgback-value       PIC 9(18).
           05  pd-histrpt-date        PIC X(8).
           05  pd-histrpt-count       PIC 9(9).
      * glack's exception count for each run day of the period as of
      * the latest match against that day's extract; a rerun after
      * the GL corrects its postings replaces the day's count
           05  pd-glack-date          PIC X(8).
           05  pd-day-exceptions      PIC 9(5) OCCURS 31 TIMES.
      * the close package figures, frozen by perclose at close
           05  pd-close-date          PIC X(8).
           05  pd-close-time          PIC X(6).
           05  pd-run-count           PIC 9(5).
           05  pd-record-count        PIC 9(9).
           05  pd-posted-value        PIC 9(18).
           05  pd-reversed-value      PIC 9(18).
           05  pd-unposted-count      PIC 9(9).
