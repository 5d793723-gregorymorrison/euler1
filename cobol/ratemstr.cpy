      * chargeback rate master record; chgbill prices each accepted
      * threshold request at the unit rate of the band its threshold
      * falls in for the run's calc mode, taking the entry in effect
      * on the run date, so a rate change part way through a year
      * bills each run at the rate of its own day; a calc mode of
      * spaces prices every mode, spaces in the expiry date mean the
      * rate never expires, and the first entry that fits wins
       01  rate-master-ws.
           05  rte-band-code          PIC X(4).
           05  rte-calc-mode          PIC X(1).
           05  rte-threshold-low      PIC 9(9).
           05  rte-threshold-high     PIC 9(9).
      * dollars and cents per threshold requested
           05  rte-unit-rate          PIC 9(5)V99.
           05  rte-effective-date     PIC X(8).
           05  rte-expiry-date        PIC X(8).
           05  rte-description        PIC X(30).
           05  FILLER                 PIC X(4) VALUE SPACES.
