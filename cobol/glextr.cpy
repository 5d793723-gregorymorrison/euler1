           05  gl-hdr-rec-type        PIC X VALUE "H".
           05  gl-hdr-run-date        PIC X(8).
           05  gl-hdr-run-id          PIC X(8).
           05  FILLER                 PIC X(63) VALUE SPACES.

       01  gl-detail-ws.
           05  gl-det-rec-type        PIC X VALUE "D".
               88  gl-det-reversal        VALUE "R".
           05  gl-det-orig-doc        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
      * resolved by myTest from the GL account mapping master; a
      * detail that cannot be mapped never reaches the extract
           05  gl-det-gl-account      PIC X(10).
           05  gl-det-offset-account  PIC X(10).
           05  FILLER                 PIC X(11) VALUE SPACES.

      * account subtotal: one per GL account / offset account pair,
      * written ahead of the trailer at group level ("G") by myTest,
      * glrev and glconsol, and ahead of the super-trailer at day
      * level ("D") by glconsol; the subtotals of a group or of the
      * day must add back to its trailer or super-trailer
       01  gl-account-total-ws.
           05  gl-act-rec-type        PIC X VALUE "A".
           05  gl-act-level           PIC X(1).
               88  gl-act-group-level     VALUE "G".
               88  gl-act-day-level       VALUE "D".
           05  gl-act-gl-account      PIC X(10).
           05  gl-act-offset-account  PIC X(10).
           05  gl-act-record-count    PIC 9(9).
           05  gl-act-control-sum     PIC 9(18).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  gl-trailer-ws.
           05  gl-trl-rec-type        PIC X VALUE "T".
           05  gl-trl-status          PIC X(2).
               88  gl-trl-status-ok       VALUE "00".
               88  gl-trl-status-overflow VALUE "20".
           05  FILLER                 PIC X(50) VALUE SPACES.

      * super-trailer written by glconsol at the end of the daily
      * consolidated file: the combined count and control sum across
           05  gl-sup-control-sum     PIC 9(18).
           05  gl-sup-status          PIC X(2).
               88  gl-sup-status-ok       VALUE "00".
           05  FILLER                 PIC X(39) VALUE SPACES.
