      * INVOICE billing interface layouts written by chgbill: a
      * header naming the period, one charge line per cost center per
      * rate band, and a trailer carrying the number of charge lines
      * and their dollar total for the billing system's load control
       01  inv-header-ws.
           05  inv-hdr-rec-type       PIC X VALUE "H".
           05  inv-hdr-period         PIC X(6).
           05  inv-hdr-run-date       PIC X(8).
           05  inv-hdr-source         PIC X(8).
           05  FILLER                 PIC X(57) VALUE SPACES.

       01  inv-charge-ws.
           05  inv-chg-rec-type       PIC X VALUE "C".
           05  inv-chg-cost-center    PIC X(6).
           05  inv-chg-band-code      PIC X(4).
           05  inv-chg-calc-mode      PIC X(1).
      * the effective date of the rate entry, so two rates for the
      * same band in one period bill as two lines
           05  inv-chg-effective-date PIC X(8).
           05  inv-chg-quantity       PIC 9(7).
           05  inv-chg-unit-rate      PIC 9(5)V99.
           05  inv-chg-amount         PIC 9(11)V99.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  inv-trailer-ws.
           05  inv-trl-rec-type       PIC X VALUE "T".
           05  inv-trl-record-count   PIC 9(7).
           05  inv-trl-control-total  PIC 9(13)V99.
           05  FILLER                 PIC X(57) VALUE SPACES.
