      * cumulative results history record; myTest writes one per
      * audit record so period reporting survives the next run's
      * OPEN OUTPUT of AUDITRPT
      *
      * HISTFILE is indexed on hst-key, with alternate keys on
      * hst-requestor-id and hst-threshold (both with duplicates);
      * the layout is the record area of every HISTFILE FD
       01  history-record-ws.
      * the record sequence is the CNTIN record number the result
      * came from, zero for a single-threshold parm run
           05  hst-key.
               10  hst-run-id         PIC X(8).
               10  hst-record-seq     PIC 9(5).
           05  hst-run-date           PIC X(8).
           05  hst-run-time           PIC X(6).
           05  hst-threshold          PIC 9(9).
      * "V" means the posting was backed out by a glrev reversal
      * run; reversed value stays off posted totals and chargeback
               88  hst-reversed           VALUE "V".
      * "H" means the GL detail was held back from the extract
      * because no account mapping resolved for it - it is listed
      * on GLHOLD and never posted
               88  hst-held               VALUE "H".
      * who asked for the threshold, so period reporting can bill
      * the requesting department; spaces on records written before
      * the requestor master existed
           05  hst-requestor-id       PIC X(8).
      * the run's calc mode (L, F or V), which the chargeback rates
      * are banded by; spaces on records written before it was
      * carried, which bill as loop mode
           05  hst-calc-mode          PIC X(1).
      * the date the department keyed the request on CNTIN, kept
      * through any reject recycle; spaces when the run was not
      * driven by a CNTIN transaction
           05  hst-request-date       PIC X(8).
           05  FILLER                 PIC X(1).
      * the accounts the GL detail was posted under, kept so a
      * glrev reversal credits the same accounts even after the
      * mapping master has moved on
           05  hst-gl-account         PIC X(10).
           05  hst-offset-account     PIC X(10).
      * the date glack stamped the GL acknowledgment
           05  hst-gl-ack-date        PIC X(8).
           05  FILLER                 PIC X(1).
