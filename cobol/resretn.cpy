      * department result return file layouts written by resdist;
      * each department gets its own H/D/T group so the department's
      * loader can take its group as a self-contained file, the same
      * way glconsol stacks one GL run group per run
       01  ret-header-ws.
           05  ret-hdr-rec-type       PIC X VALUE "H".
           05  ret-hdr-department     PIC X(4).
           05  ret-hdr-run-id         PIC X(8).
           05  ret-hdr-run-date       PIC X(8).
           05  FILLER                 PIC X(259) VALUE SPACES.

       01  ret-detail-ws.
           05  ret-det-rec-type       PIC X VALUE "D".
           05  ret-det-requestor-id   PIC X(8).
           05  ret-det-cost-center    PIC X(6).
           05  ret-det-run-id         PIC X(8).
           05  ret-det-run-date       PIC X(8).
           05  ret-det-threshold      PIC 9(9).
           05  ret-det-divisor-count  PIC 9(2).
           05  ret-det-divisor-table.
               10  ret-det-divisor-value PIC 9(3) OCCURS 10 TIMES.
           05  ret-det-result         PIC 9(18).
           05  ret-det-contrib-table.
               10  ret-det-div-contrib PIC 9(18) OCCURS 10 TIMES.
           05  ret-det-status         PIC X(2).
           05  FILLER                 PIC X(8) VALUE SPACES.

       01  ret-trailer-ws.
           05  ret-trl-rec-type       PIC X VALUE "T".
           05  ret-trl-department     PIC X(4).
           05  ret-trl-record-count   PIC 9(9).
           05  ret-trl-result-sum     PIC 9(18).
           05  ret-trl-status         PIC X(2).
               88  ret-trl-status-ok      VALUE "00".
               88  ret-trl-status-overflow VALUE "20".
           05  FILLER                 PIC X(246) VALUE SPACES.
