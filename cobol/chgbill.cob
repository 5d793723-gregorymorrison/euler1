      * monthly chargeback billing interface in COBOL
      *
      * chgback tells finance what each cost center used; this job
      * prices it - every accepted threshold request of the period is
      * charged at the RATEMSTR unit rate of the band its threshold
      * falls in for the run's calc mode, effective on the run date,
      * and the charges go to the billing system as an INVOICE file:
      * a header, one charge line per cost center per rate entry, and
      * a trailer with the charge line count and dollar total
      *
      * rejected requests and postings backed out by a glrev reversal
      * are never billed; an accepted request whose requestor is not
      * on the master or whose threshold no rate fits is unbillable -
      * it is listed on the report, left off the invoice and ends the
      * job with 4 so the rate or requestor master can be put right
      * and the job rerun
      *
      * the report ends with a balancing page tying the invoice back
      * to chgback for the same period: by cost center, chgback's
      * accepted count less reversed and unbillable requests must
      * equal the quantity invoiced, and the chargeback stamped on
      * the period control master must still cover the records and
      * posted value on history now; an invoice that cannot be tied
      * back is held - INVOICE is left empty - and the job ends 8
      *
      * parm: the YYYYMM period to bill in columns 1-6
      *
      * HISTFILE  in   the cumulative history
      * REQMSTR   in   requestor master, for the cost center
      * RATEMSTR  in   chargeback rate master
      * INVOICE   out  billing interface file
      * BILLRPT   out  billing and balancing report
      *
      * returns 0 when the invoice was written and balances, 4 when
      * it balances but requests or rate entries were left out, 8
      * when the invoice was held or does not balance

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgbill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT requestor-file ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rqm-file-status.
           SELECT rate-file ASSIGN TO "RATEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-file-status.
           SELECT invoice-file ASSIGN TO "INVOICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS inv-file-status.
           SELECT billing-report-file ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

       FD  requestor-file.
       01  requestor-file-record  PIC X(30).

       FD  rate-file.
       01  rate-file-record       PIC X(80).

       FD  invoice-file.
       01  invoice-record         PIC X(80).

       FD  billing-report-file.
       01  billing-report-record  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY reqmstr.
       COPY ratemstr.
       COPY chginv.
       COPY eulpctl.

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  rqm-file-status        PIC XX.
           88  rqm-file-ok            VALUE "00".

       01  rqm-file-eof-switch    PIC X VALUE "N".
           88  rqm-file-eof           VALUE "Y".

       01  rate-file-status       PIC XX.
           88  rate-file-ok           VALUE "00".

       01  rate-file-eof-switch   PIC X VALUE "N".
           88  rate-file-eof          VALUE "Y".

       01  inv-file-status        PIC XX.
           88  inv-file-ok            VALUE "00".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  invoice-held-switch    PIC X VALUE "N".
           88  invoice-held           VALUE "Y".

       01  out-of-balance-switch  PIC X VALUE "N".
           88  out-of-balance         VALUE "Y".

       01  items-left-out-switch  PIC X VALUE "N".
           88  items-left-out         VALUE "Y".

       01  rate-entry-valid-switch PIC X VALUE "N".
           88  rate-entry-valid       VALUE "Y".

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-period            PIC X(6).
           05  FILLER                 PIC X(74).

       01  current-date-time      PIC X(21).
       01  bill-date              PIC X(8).

       01  history-read-count     PIC 9(9) VALUE 0.
       01  selected-count         PIC 9(9) VALUE 0.
       01  rejected-count         PIC 9(9) VALUE 0.
       01  accepted-count         PIC 9(9) VALUE 0.
       01  reversed-count         PIC 9(9) VALUE 0.
       01  unbillable-count       PIC 9(9) VALUE 0.
       01  billed-count           PIC 9(9) VALUE 0.
       01  posted-value           PIC 9(18) VALUE 0.
       01  rate-read-count        PIC 9(5) VALUE 0.
       01  rate-rejected-count    PIC 9(5) VALUE 0.

       01  current-cc             PIC X(6).
       01  bill-calc-mode         PIC X(1).
       01  unbillable-reason      PIC X(20).

       01  rqm-count              PIC 9(3) VALUE 0.
       01  rqm-max                PIC 9(3) VALUE 200.
       01  rqm-ix                 PIC 9(3).
       01  rqm-found-ix           PIC 9(3).
       01  rqm-table-full-switch  PIC X VALUE "N".
           88  rqm-table-full         VALUE "Y".
       01  requestor-master-table.
           05  rqm-entry OCCURS 200 TIMES.
               10  rqm-entry-id       PIC X(8).
               10  rqm-entry-cc       PIC X(6).

       01  rte-count              PIC 9(3) VALUE 0.
       01  rte-max                PIC 9(3) VALUE 100.
       01  rte-ix                 PIC 9(3).
       01  rte-found-ix           PIC 9(3).
       01  rate-table.
           05  rte-entry OCCURS 100 TIMES.
               10  rte-entry-band     PIC X(4).
               10  rte-entry-mode     PIC X(1).
               10  rte-entry-low      PIC 9(9).
               10  rte-entry-high     PIC 9(9).
               10  rte-entry-rate     PIC 9(5)V99.
               10  rte-entry-eff      PIC X(8).
               10  rte-entry-exp      PIC X(8).

      * the charge lines, one per cost center per rate entry used
       01  bil-count              PIC 9(3) VALUE 0.
       01  bil-max                PIC 9(3) VALUE 500.
       01  bil-ix                 PIC 9(3).
       01  bil-found-ix           PIC 9(3).
       01  billing-line-table.
           05  bil-entry OCCURS 500 TIMES.
               10  bil-entry-cc       PIC X(6).
               10  bil-entry-rate-ix  PIC 9(3).
               10  bil-quantity       PIC 9(7).
               10  bil-amount         PIC 9(11)V99.

      * the balancing figures, kept by cost center as chgback
      * rolls them up
       01  cc-count               PIC 9(3) VALUE 0.
       01  cc-max                 PIC 9(3) VALUE 100.
       01  cc-ix                  PIC 9(3).
       01  cc-found-ix            PIC 9(3).
       01  cost-center-table.
           05  cc-entry OCCURS 100 TIMES.
               10  cc-entry-code      PIC X(6).
               10  cc-accepted        PIC 9(7).
               10  cc-reversed        PIC 9(7).
               10  cc-unbillable      PIC 9(7).
               10  cc-billed          PIC 9(7).
               10  cc-invoiced        PIC 9(7).
               10  cc-expected        PIC 9(7).

       01  invoice-line-count     PIC 9(7) VALUE 0.
       01  invoice-total          PIC 9(13)V99 VALUE 0.
       01  line-amount-total      PIC 9(13)V99 VALUE 0.
       01  invoiced-quantity      PIC 9(9) VALUE 0.

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "CHGBILL - CHARGEBACK BILLING            ".
           05  FILLER                 PIC X(7) VALUE "PERIOD ".
           05  rpt-hdg-period         PIC X(6).
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  report-section-line.
           05  rpt-section-title      PIC X(80).

       01  report-unbilled-line.
           05  FILLER                 PIC X(6) VALUE "  RUN ".
           05  rpt-unb-run-id         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-unb-run-date       PIC X(8).
           05  FILLER                 PIC X(5) VALUE " THR ".
           05  rpt-unb-threshold      PIC 9(9).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-unb-requestor      PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-unb-mode           PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-unb-reason         PIC X(20).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  report-charge-line.
           05  FILLER                 PIC X(4) VALUE " CC ".
           05  rpt-chg-cc             PIC X(6).
           05  FILLER                 PIC X(6) VALUE " BAND ".
           05  rpt-chg-band           PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-chg-mode           PIC X(1).
           05  FILLER                 PIC X(5) VALUE " EFF ".
           05  rpt-chg-eff            PIC X(8).
           05  FILLER                 PIC X(5) VALUE " QTY ".
           05  rpt-chg-quantity       PIC 9(7).
           05  FILLER                 PIC X(6) VALUE " RATE ".
           05  rpt-chg-rate           PIC 9(5).99.
           05  FILLER                 PIC X(5) VALUE " AMT ".
           05  rpt-chg-amount         PIC 9(11).99.

       01  report-balance-line.
           05  FILLER                 PIC X(4) VALUE " CC ".
           05  rpt-bal-cc             PIC X(6).
           05  FILLER                 PIC X(5) VALUE " ACC ".
           05  rpt-bal-accepted       PIC 9(7).
           05  FILLER                 PIC X(5) VALUE " REV ".
           05  rpt-bal-reversed       PIC 9(7).
           05  FILLER                 PIC X(5) VALUE " UNB ".
           05  rpt-bal-unbillable     PIC 9(7).
           05  FILLER                 PIC X(6) VALUE " BILL ".
           05  rpt-bal-billed         PIC 9(7).
           05  FILLER                 PIC X(5) VALUE " INV ".
           05  rpt-bal-invoiced       PIC 9(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-bal-result         PIC X(8).

       01  report-figure-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-fig-text           PIC X(30).
           05  rpt-fig-value          PIC 9(18).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  report-amount-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-amt-text           PIC X(30).
           05  rpt-amt-value          PIC 9(13).99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-billing
           IF NOT invoice-held
               PERFORM load-requestor-master
           END-IF
           IF NOT invoice-held
               PERFORM load-rate-master
           END-IF
           IF NOT invoice-held
               PERFORM read-history-file
           END-IF
           IF NOT invoice-held
               PERFORM check-chargeback-stamp
           END-IF
           PERFORM write-invoice-file
           IF NOT invoice-held
               PERFORM write-charge-section
           END-IF
           PERFORM write-balancing-page
           CLOSE billing-report-file
           IF invoice-held OR out-of-balance
               MOVE 8 TO RETURN-CODE
           ELSE
               IF items-left-out
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       initialize-billing.
           ACCEPT parm-card FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO bill-date
           MOVE 0 TO pdc-chgback-count
           MOVE 0 TO pdc-chgback-value

           OPEN OUTPUT billing-report-file
           IF NOT rpt-file-ok
               DISPLAY "CHGBILL: UNABLE TO OPEN BILLRPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE parm-period TO rpt-hdg-period
           MOVE report-heading TO billing-report-record
           WRITE billing-report-record

      * an invoice always covers exactly one period
           IF parm-period = SPACES OR parm-period IS NOT NUMERIC
               OR parm-period(5:2) < "01" OR parm-period(5:2) > "12"
               MOVE "PERIOD MISSING OR NOT YYYYMM" TO rpt-message
               PERFORM hold-invoice
           END-IF.

      * a cost center the master cannot supply cannot be billed, so
      * unlike chgback the billing run will not go on without it
       load-requestor-master.
           OPEN INPUT requestor-file
           IF NOT rqm-file-ok
               MOVE SPACES TO rpt-message
               STRING "UNABLE TO OPEN REQMSTR, STATUS="
                   rqm-file-status
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM hold-invoice
           ELSE
               PERFORM UNTIL rqm-file-eof
                   READ requestor-file
                       AT END
                           SET rqm-file-eof TO TRUE
                       NOT AT END
                           MOVE requestor-file-record
                               TO requestor-master-ws
                           PERFORM load-one-requestor
                   END-READ
               END-PERFORM
               CLOSE requestor-file
           END-IF.

       load-one-requestor.
           IF rqm-count < rqm-max
               ADD 1 TO rqm-count
               MOVE rqm-requestor-id TO rqm-entry-id(rqm-count)
               MOVE rqm-cost-center TO rqm-entry-cc(rqm-count)
           ELSE
               IF NOT rqm-table-full
                   SET rqm-table-full TO TRUE
                   MOVE "REQUESTOR MASTER TABLE FULL" TO rpt-message
                   PERFORM hold-invoice
               END-IF
           END-IF.

       load-rate-master.
           MOVE "RATE MASTER" TO rpt-section-title
           PERFORM write-section-line
           OPEN INPUT rate-file
           IF NOT rate-file-ok
               MOVE SPACES TO rpt-message
               STRING "UNABLE TO OPEN RATEMSTR, STATUS="
                   rate-file-status
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM hold-invoice
           ELSE
               PERFORM UNTIL rate-file-eof
                   READ rate-file
                       AT END
                           SET rate-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO rate-read-count
                           MOVE rate-file-record TO rate-master-ws
                           PERFORM load-one-rate
                   END-READ
               END-PERFORM
               CLOSE rate-file
           END-IF
           IF NOT invoice-held
               MOVE SPACES TO rpt-message
               STRING "  RATE ENTRIES LOADED " rte-count
                   " REJECTED " rate-rejected-count
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
               IF rte-count = 0
                   MOVE "NO USABLE RATE ENTRIES" TO rpt-message
                   PERFORM hold-invoice
               END-IF
           END-IF.

      * an entry that could price a request wrongly is left out and
      * listed; requests it would have priced come out unbillable
       load-one-rate.
           MOVE "N" TO rate-entry-valid-switch
           IF rte-band-code NOT = SPACES
               AND (rte-calc-mode = SPACE OR "L" OR "F" OR "V")
               AND rte-threshold-low IS NUMERIC
               AND rte-threshold-high IS NUMERIC
               AND rte-unit-rate IS NUMERIC
               AND rte-effective-date IS NUMERIC
               AND (rte-expiry-date = SPACES
                   OR rte-expiry-date IS NUMERIC)
               SET rate-entry-valid TO TRUE
           END-IF
           IF rate-entry-valid
               IF rte-threshold-low > rte-threshold-high
                   MOVE "N" TO rate-entry-valid-switch
               END-IF
               IF rte-expiry-date NOT = SPACES
                   AND rte-expiry-date < rte-effective-date
                   MOVE "N" TO rate-entry-valid-switch
               END-IF
           END-IF
           IF NOT rate-entry-valid
               ADD 1 TO rate-rejected-count
               SET items-left-out TO TRUE
               MOVE SPACES TO rpt-message
               STRING "  RATE ENTRY " rate-read-count " BAND "
                   rte-band-code " REJECTED - INVALID FIELDS"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               IF rte-count < rte-max
                   ADD 1 TO rte-count
                   MOVE rte-band-code TO rte-entry-band(rte-count)
                   MOVE rte-calc-mode TO rte-entry-mode(rte-count)
                   MOVE rte-threshold-low TO rte-entry-low(rte-count)
                   MOVE rte-threshold-high
                       TO rte-entry-high(rte-count)
                   MOVE rte-unit-rate TO rte-entry-rate(rte-count)
                   MOVE rte-effective-date
                       TO rte-entry-eff(rte-count)
                   MOVE rte-expiry-date TO rte-entry-exp(rte-count)
               ELSE
                   MOVE "RATE TABLE FULL" TO rpt-message
                   PERFORM hold-invoice
                   SET rate-file-eof TO TRUE
               END-IF
           END-IF.

       read-history-file.
           MOVE "UNBILLED REQUESTS" TO rpt-section-title
           PERFORM write-section-line
           OPEN INPUT history-file
           IF NOT hist-file-ok
               MOVE SPACES TO rpt-message
               STRING "UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM hold-invoice
           ELSE
               PERFORM UNTIL hist-file-eof
                   READ history-file
                       AT END
                           SET hist-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO history-read-count
                           IF hst-run-date(1:6) = parm-period
                               PERFORM tally-history-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE history-file
           END-IF
           IF unbillable-count = 0 AND NOT invoice-held
               MOVE "  NONE" TO rpt-message
               PERFORM write-message-line
           END-IF.

      * the counts follow chgback's rules - every record of the
      * period is selected and a clean result is accepted - so the
      * balancing page can start from chgback's own figures
       tally-history-record.
           ADD 1 TO selected-count
           IF hst-posted
               ADD hst-result TO posted-value
           END-IF
           IF NOT hst-status-ok
               ADD 1 TO rejected-count
           ELSE
               ADD 1 TO accepted-count
               PERFORM resolve-cost-center
               PERFORM find-cost-center-entry
               IF cc-found-ix > 0
                   ADD 1 TO cc-accepted(cc-found-ix)
                   IF hst-reversed
                       ADD 1 TO reversed-count
                       ADD 1 TO cc-reversed(cc-found-ix)
                   ELSE
                       PERFORM bill-history-record
                   END-IF
               END-IF
           END-IF.

       resolve-cost-center.
           MOVE 0 TO rqm-found-ix
           PERFORM VARYING rqm-ix FROM 1 BY 1
               UNTIL rqm-ix > rqm-count OR rqm-found-ix > 0
               IF rqm-entry-id(rqm-ix) = hst-requestor-id
                   MOVE rqm-ix TO rqm-found-ix
               END-IF
           END-PERFORM
           IF rqm-found-ix > 0
               MOVE rqm-entry-cc(rqm-found-ix) TO current-cc
           ELSE
               MOVE "??????" TO current-cc
           END-IF.

       find-cost-center-entry.
           MOVE 0 TO cc-found-ix
           PERFORM VARYING cc-ix FROM 1 BY 1
               UNTIL cc-ix > cc-count OR cc-found-ix > 0
               IF cc-entry-code(cc-ix) = current-cc
                   MOVE cc-ix TO cc-found-ix
               END-IF
           END-PERFORM
           IF cc-found-ix = 0
               IF cc-count < cc-max
                   ADD 1 TO cc-count
                   MOVE cc-count TO cc-found-ix
                   MOVE current-cc TO cc-entry-code(cc-found-ix)
                   MOVE 0 TO cc-accepted(cc-found-ix)
                   MOVE 0 TO cc-reversed(cc-found-ix)
                   MOVE 0 TO cc-unbillable(cc-found-ix)
                   MOVE 0 TO cc-billed(cc-found-ix)
                   MOVE 0 TO cc-invoiced(cc-found-ix)
                   MOVE 0 TO cc-expected(cc-found-ix)
               ELSE
                   IF NOT invoice-held
                       MOVE "COST CENTER TABLE FULL" TO rpt-message
                       PERFORM hold-invoice
                   END-IF
               END-IF
           END-IF.

       bill-history-record.
           MOVE SPACES TO unbillable-reason
           IF current-cc = "??????"
               MOVE "REQUESTOR NOT ON FILE" TO unbillable-reason
           ELSE
               PERFORM find-rate-entry
               IF rte-found-ix = 0
                   MOVE "NO RATE FITS" TO unbillable-reason
               END-IF
           END-IF
           IF unbillable-reason NOT = SPACES
               PERFORM list-unbillable-record
           ELSE
               PERFORM find-billing-line
               IF bil-found-ix > 0
                   ADD 1 TO bil-quantity(bil-found-ix)
                   ADD 1 TO billed-count
                   ADD 1 TO cc-billed(cc-found-ix)
               END-IF
           END-IF.

      * history written before the calc mode was carried bills as
      * loop mode, the mode every run used then
       find-rate-entry.
           MOVE hst-calc-mode TO bill-calc-mode
           IF bill-calc-mode = SPACE
               MOVE "L" TO bill-calc-mode
           END-IF
           MOVE 0 TO rte-found-ix
           PERFORM VARYING rte-ix FROM 1 BY 1
               UNTIL rte-ix > rte-count OR rte-found-ix > 0
               IF hst-threshold >= rte-entry-low(rte-ix)
                   AND hst-threshold <= rte-entry-high(rte-ix)
                   AND (rte-entry-mode(rte-ix) = SPACE
                       OR rte-entry-mode(rte-ix) = bill-calc-mode)
                   AND rte-entry-eff(rte-ix) <= hst-run-date
                   AND (rte-entry-exp(rte-ix) = SPACES
                       OR rte-entry-exp(rte-ix) >= hst-run-date)
                   MOVE rte-ix TO rte-found-ix
               END-IF
           END-PERFORM.

       list-unbillable-record.
           ADD 1 TO unbillable-count
           ADD 1 TO cc-unbillable(cc-found-ix)
           SET items-left-out TO TRUE
           MOVE hst-run-id TO rpt-unb-run-id
           MOVE hst-run-date TO rpt-unb-run-date
           MOVE hst-threshold TO rpt-unb-threshold
           MOVE hst-requestor-id TO rpt-unb-requestor
           MOVE hst-calc-mode TO rpt-unb-mode
           MOVE unbillable-reason TO rpt-unb-reason
           MOVE report-unbilled-line TO billing-report-record
           WRITE billing-report-record.

       find-billing-line.
           MOVE 0 TO bil-found-ix
           PERFORM VARYING bil-ix FROM 1 BY 1
               UNTIL bil-ix > bil-count OR bil-found-ix > 0
               IF bil-entry-cc(bil-ix) = current-cc
                   AND bil-entry-rate-ix(bil-ix) = rte-found-ix
                   MOVE bil-ix TO bil-found-ix
               END-IF
           END-PERFORM
           IF bil-found-ix = 0
               IF bil-count < bil-max
                   ADD 1 TO bil-count
                   MOVE bil-count TO bil-found-ix
                   MOVE current-cc TO bil-entry-cc(bil-found-ix)
                   MOVE rte-found-ix TO bil-entry-rate-ix(bil-found-ix)
                   MOVE 0 TO bil-quantity(bil-found-ix)
                   MOVE 0 TO bil-amount(bil-found-ix)
               ELSE
                   IF NOT invoice-held
                       MOVE "CHARGE LINE TABLE FULL" TO rpt-message
                       PERFORM hold-invoice
                   END-IF
               END-IF
           END-IF.

      * the invoice has to rest on the chargeback finance already
      * has for the period; one produced before a late run or a
      * reversal no longer describes history and is produced again
      * before anything is billed
       check-chargeback-stamp.
           SET pdc-check TO TRUE
           MOVE parm-period TO pdc-period
           MOVE 0 TO pdc-day
           MOVE 0 TO pdc-count
           MOVE 0 TO pdc-value
           CALL "perctl" USING period-check-area
           EVALUATE TRUE
               WHEN pdc-file-error
                   MOVE SPACES TO rpt-message
                   STRING "PERIOD CONTROL - " pdc-message
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM hold-invoice
               WHEN pdc-period-unknown
                   OR pdc-chgback-date = SPACES
                   MOVE "CHGBACK NOT PRODUCED FOR THE PERIOD"
                       TO rpt-message
                   PERFORM hold-invoice
               WHEN pdc-chgback-count NOT = selected-count
                   OR pdc-chgback-value NOT = posted-value
                   MOVE SPACES TO rpt-message
                   STRING "CHGBACK OF " pdc-chgback-date
                       " NO LONGER MATCHES HISTORY - RERUN CHGBACK"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM hold-invoice
           END-EVALUATE.

      * a held invoice is still opened so that the billing system
      * finds it empty rather than loading last month's again
       write-invoice-file.
           OPEN OUTPUT invoice-file
           IF NOT inv-file-ok
               IF NOT invoice-held
                   MOVE SPACES TO rpt-message
                   STRING "UNABLE TO OPEN INVOICE, STATUS="
                       inv-file-status
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM hold-invoice
               END-IF
           ELSE
               IF NOT invoice-held
                   PERFORM write-invoice-records
               END-IF
               CLOSE invoice-file
           END-IF.

       write-invoice-records.
           MOVE parm-period TO inv-hdr-period
           MOVE bill-date TO inv-hdr-run-date
           MOVE "CHGBILL" TO inv-hdr-source
           MOVE inv-header-ws TO invoice-record
           WRITE invoice-record
           PERFORM VARYING bil-ix FROM 1 BY 1 UNTIL bil-ix > bil-count
               MOVE bil-entry-rate-ix(bil-ix) TO rte-ix
               COMPUTE bil-amount(bil-ix) =
                   bil-quantity(bil-ix) * rte-entry-rate(rte-ix)
               MOVE bil-entry-cc(bil-ix) TO inv-chg-cost-center
               MOVE rte-entry-band(rte-ix) TO inv-chg-band-code
               MOVE rte-entry-mode(rte-ix) TO inv-chg-calc-mode
               MOVE rte-entry-eff(rte-ix) TO inv-chg-effective-date
               MOVE bil-quantity(bil-ix) TO inv-chg-quantity
               MOVE rte-entry-rate(rte-ix) TO inv-chg-unit-rate
               MOVE bil-amount(bil-ix) TO inv-chg-amount
               MOVE inv-charge-ws TO invoice-record
               WRITE invoice-record
               ADD 1 TO invoice-line-count
               ADD bil-amount(bil-ix) TO invoice-total
           END-PERFORM
           MOVE invoice-line-count TO inv-trl-record-count
           MOVE invoice-total TO inv-trl-control-total
           MOVE inv-trailer-ws TO invoice-record
           WRITE invoice-record
           DISPLAY "CHGBILL: PERIOD " parm-period
               " CHARGE LINES=" invoice-line-count
               " TOTAL=" invoice-total.

       write-charge-section.
           MOVE "INVOICE CHARGES" TO rpt-section-title
           PERFORM write-section-line
           IF bil-count = 0
               MOVE "  NOTHING TO BILL IN PERIOD" TO rpt-message
               PERFORM write-message-line
           END-IF
           PERFORM VARYING bil-ix FROM 1 BY 1 UNTIL bil-ix > bil-count
               MOVE bil-entry-rate-ix(bil-ix) TO rte-ix
               MOVE bil-entry-cc(bil-ix) TO rpt-chg-cc
               MOVE rte-entry-band(rte-ix) TO rpt-chg-band
               MOVE rte-entry-mode(rte-ix) TO rpt-chg-mode
               MOVE rte-entry-eff(rte-ix) TO rpt-chg-eff
               MOVE bil-quantity(bil-ix) TO rpt-chg-quantity
               MOVE rte-entry-rate(rte-ix) TO rpt-chg-rate
               MOVE bil-amount(bil-ix) TO rpt-chg-amount
               MOVE report-charge-line TO billing-report-record
               WRITE billing-report-record
           END-PERFORM.

      * the invoiced quantities and amounts are added up again from
      * the charge lines rather than taken from the counts that
      * built them, so the page proves the file as written
       write-balancing-page.
           MOVE "BALANCING TO CHGBACK" TO rpt-section-title
           PERFORM write-section-line
           MOVE 0 TO invoiced-quantity
           MOVE 0 TO line-amount-total
           PERFORM VARYING bil-ix FROM 1 BY 1 UNTIL bil-ix > bil-count
               MOVE bil-entry-cc(bil-ix) TO current-cc
               PERFORM find-cost-center-entry
               IF cc-found-ix > 0
                   ADD bil-quantity(bil-ix) TO cc-invoiced(cc-found-ix)
               END-IF
               ADD bil-quantity(bil-ix) TO invoiced-quantity
               ADD bil-amount(bil-ix) TO line-amount-total
           END-PERFORM
           PERFORM VARYING cc-ix FROM 1 BY 1 UNTIL cc-ix > cc-count
               PERFORM write-cost-center-balance
           END-PERFORM

           MOVE "RECORDS IN PERIOD" TO rpt-fig-text
           MOVE selected-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "CHGBACK RECORDS COVERED" TO rpt-fig-text
           MOVE pdc-chgback-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "POSTED VALUE ON HISTORY" TO rpt-fig-text
           MOVE posted-value TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "CHGBACK POSTED VALUE" TO rpt-fig-text
           MOVE pdc-chgback-value TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "REJECTED - NOT BILLED" TO rpt-fig-text
           MOVE rejected-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "CHGBACK ACCEPTED" TO rpt-fig-text
           MOVE accepted-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "LESS REVERSED" TO rpt-fig-text
           MOVE reversed-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "LESS UNBILLABLE" TO rpt-fig-text
           MOVE unbillable-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "BILLED" TO rpt-fig-text
           MOVE billed-count TO rpt-fig-value
           PERFORM write-figure-line
           MOVE "QUANTITY ON CHARGE LINES" TO rpt-fig-text
           MOVE invoiced-quantity TO rpt-fig-value
           PERFORM write-figure-line
           IF accepted-count NOT =
                   reversed-count + unbillable-count + billed-count
               OR billed-count NOT = invoiced-quantity
               SET out-of-balance TO TRUE
           END-IF

           IF NOT invoice-held
               MOVE "INVOICE TRAILER CHARGE LINES" TO rpt-fig-text
               MOVE inv-trl-record-count TO rpt-fig-value
               PERFORM write-figure-line
               MOVE "CHARGE LINES ON REPORT" TO rpt-fig-text
               MOVE bil-count TO rpt-fig-value
               PERFORM write-figure-line
               MOVE "INVOICE TRAILER TOTAL" TO rpt-amt-text
               MOVE inv-trl-control-total TO rpt-amt-value
               PERFORM write-amount-line
               MOVE "CHARGE LINES TOTAL" TO rpt-amt-text
               MOVE line-amount-total TO rpt-amt-value
               PERFORM write-amount-line
               IF inv-trl-record-count NOT = bil-count
                   OR inv-trl-control-total NOT = line-amount-total
                   SET out-of-balance TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN invoice-held
                   MOVE "INVOICE HELD - INVOICE FILE LEFT EMPTY"
                       TO rpt-message
               WHEN out-of-balance
                   MOVE "** INVOICE DOES NOT BALANCE - DO NOT LOAD"
                       TO rpt-message
               WHEN OTHER
                   MOVE "INVOICE BALANCES TO CHGBACK" TO rpt-message
           END-EVALUATE
           DISPLAY "CHGBILL: " rpt-message
           PERFORM write-message-line.

       write-cost-center-balance.
           COMPUTE cc-expected(cc-ix) = cc-accepted(cc-ix)
               - cc-reversed(cc-ix) - cc-unbillable(cc-ix)
           MOVE cc-entry-code(cc-ix) TO rpt-bal-cc
           MOVE cc-accepted(cc-ix) TO rpt-bal-accepted
           MOVE cc-reversed(cc-ix) TO rpt-bal-reversed
           MOVE cc-unbillable(cc-ix) TO rpt-bal-unbillable
           MOVE cc-billed(cc-ix) TO rpt-bal-billed
           MOVE cc-invoiced(cc-ix) TO rpt-bal-invoiced
           IF cc-expected(cc-ix) = cc-billed(cc-ix)
               AND cc-billed(cc-ix) = cc-invoiced(cc-ix)
               MOVE "BALANCED" TO rpt-bal-result
           ELSE
               MOVE "MISMATCH" TO rpt-bal-result
               SET out-of-balance TO TRUE
           END-IF
           MOVE report-balance-line TO billing-report-record
           WRITE billing-report-record.

       hold-invoice.
           SET invoice-held TO TRUE
           DISPLAY "CHGBILL: INVOICE HELD - " rpt-message
           PERFORM write-message-line.

       write-section-line.
           MOVE report-section-line TO billing-report-record
           WRITE billing-report-record.

       write-figure-line.
           MOVE report-figure-line TO billing-report-record
           WRITE billing-report-record.

       write-amount-line.
           MOVE report-amount-line TO billing-report-record
           WRITE billing-report-record.

       write-message-line.
           MOVE report-message-line TO billing-report-record
           WRITE billing-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM chgbill.
