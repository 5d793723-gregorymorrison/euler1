      * calculation timing history record, keyed by calc mode,
      * divisor count and threshold; myTest folds in the elapsed time
      * euler1 measures for every threshold it computes, and the
      * batch window planner estimates tonight's transactions from it
       01  timing-history-record.
           05  tm-key.
               10  tm-calc-mode       PIC X(1).
               10  tm-divisor-count   PIC 9(2).
               10  tm-threshold       PIC 9(9).
      * elapsed times are in hundredths of a second
           05  tm-sample-count        PIC 9(7).
           05  tm-total-hs            PIC 9(13).
           05  tm-last-hs             PIC 9(9).
           05  tm-max-hs              PIC 9(9).
           05  tm-last-run-id         PIC X(8).
           05  tm-last-run-date       PIC X(8).
           05  FILLER                 PIC X(14).
