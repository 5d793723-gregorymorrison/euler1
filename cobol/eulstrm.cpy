      * nightly stream step-control record, keyed by run date plus
      * run-id like the ops history master; runprep opens the record
      * for the night's run and every step of the stream goes through
      * stepctl to check its predecessor and log its own start, end
      * and return code, so a restart can tell which steps are done;
      * the steps are held in stepctl's running order, with the
      * results distribution last since no later step depends on it
       01  stream-control-record.
           05  sc-key.
               10  sc-run-date        PIC X(8).
               10  sc-run-id          PIC X(8).
           05  sc-opened-time         PIC X(6).
           05  sc-restart-count       PIC 9(2).
           05  sc-step-count          PIC 9(2).
           05  sc-step-entry OCCURS 12 TIMES.
               10  sc-step-name       PIC X(8).
               10  sc-step-status     PIC X(1).
                   88  sc-step-not-started    VALUE "N".
                   88  sc-step-running        VALUE "R".
                   88  sc-step-ended          VALUE "E".
                   88  sc-step-bypassed       VALUE "B".
               10  sc-step-rc         PIC 9(2).
      * the highest return code the next step may still run behind
               10  sc-step-max-rc     PIC 9(2).
               10  sc-step-start-time PIC X(6).
               10  sc-step-end-time   PIC X(6).
