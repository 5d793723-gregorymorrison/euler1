      * request-to-posting turnaround report in COBOL
      *
      * departments say their thresholds take days to come back; this
      * report measures it from the request date carried from CNTIN
      * through to history: for each requestor and department, the
      * days from the request to the run that computed it and from
      * the run to the GL acknowledgment glack stamped on it, as
      * averages and worst cases, and how many requests missed the
      * service target from request to acknowledgment
      *
      * work still in flight is shown as open and aging as of the
      * report date: cleanly computed history records not yet posted
      * (held ones included) and rejects still carried on REJCARRY
      * waiting for a correction; an open request already older than
      * the target has missed it and is counted as a miss
      *
      * the period limits which runs are measured; open work is
      * always reported as of the report date whatever its period
      *
      * parm: columns 1-6 the YYYYMM period to measure, or spaces for
      *       all dates; columns 7-9 the service target in days from
      *       request to acknowledgment, spaces for 005; columns 10-17
      *       the YYYYMMDD date open work is aged to, spaces for today
      *
      * HISTFILE  in   the cumulative history
      * REQMSTR   in   requestor master, for the department
      * REJCARRY  in   rejects carried forward by cntrecyc
      * TURNRPT   out  turnaround report
      *
      * returns 0, 4 when REQMSTR or REJCARRY could not be read and
      * the report is incomplete, 8 when HISTFILE could not be read
      * or the parm is not valid

       IDENTIFICATION DIVISION.
       PROGRAM-ID. turnrpt.
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
           SELECT reject-carry-file ASSIGN TO "REJCARRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS carry-file-status.
           SELECT turnaround-report-file ASSIGN TO "TURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

       FD  requestor-file.
       01  requestor-file-record  PIC X(30).

       FD  reject-carry-file.
       01  reject-carry-record    PIC X(56).

       FD  turnaround-report-file.
       01  turnaround-report-record PIC X(80).

       WORKING-STORAGE SECTION.
       COPY reqmstr.
       COPY cntrej.
       COPY cnttran.

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  rqm-file-status        PIC XX.
           88  rqm-file-ok            VALUE "00".

       01  rqm-file-eof-switch    PIC X VALUE "N".
           88  rqm-file-eof           VALUE "Y".

       01  carry-file-status      PIC XX.
           88  carry-file-ok          VALUE "00".

       01  carry-file-eof-switch  PIC X VALUE "N".
           88  carry-file-eof         VALUE "Y".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  parm-error-switch      PIC X VALUE "N".
           88  parm-error             VALUE "Y".

       01  hist-error-switch      PIC X VALUE "N".
           88  hist-error             VALUE "Y".

       01  report-incomplete-switch PIC X VALUE "N".
           88  report-incomplete      VALUE "Y".

       01  date-valid-switch      PIC X VALUE "N".
           88  date-valid             VALUE "Y".

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-period            PIC X(6).
           05  parm-target-days       PIC X(3).
           05  parm-as-of-date        PIC X(8).
           05  FILLER                 PIC X(63).

       01  current-date-time      PIC X(21).
       01  as-of-date             PIC X(8).
       01  as-of-days             PIC 9(7).
       01  target-days            PIC 9(3) VALUE 5.

      * date-work is checked by check-date-work, which leaves the
      * day number of a valid date in date-days
       01  date-work              PIC X(8).
       01  date-days              PIC 9(7).
       01  request-days           PIC 9(7).
       01  run-days               PIC 9(7).
       01  ack-days               PIC 9(7).
       01  elapsed-days           PIC S9(7).
       01  open-age-days          PIC 9(5).

       01  history-read-count     PIC 9(9) VALUE 0.
       01  measured-count         PIC 9(9) VALUE 0.
       01  undated-count          PIC 9(9) VALUE 0.
       01  carry-read-count       PIC 9(5) VALUE 0.
       01  open-listed-count      PIC 9(7) VALUE 0.

       01  open-source            PIC X(8).
       01  open-reference         PIC X(8).
       01  open-requestor         PIC X(8).
       01  open-request-date      PIC X(8).
       01  open-threshold         PIC X(9).

       01  rqm-count              PIC 9(3) VALUE 0.
       01  rqm-max                PIC 9(3) VALUE 200.
       01  rqm-ix                 PIC 9(3).
       01  rqm-found-ix           PIC 9(3).
       01  rqm-table-full-switch  PIC X VALUE "N".
           88  rqm-table-full         VALUE "Y".
       01  requestor-master-table.
           05  rqm-entry OCCURS 200 TIMES.
               10  rqm-entry-id       PIC X(8).
               10  rqm-entry-dept     PIC X(4).

      * turnaround figures by requestor, rolled up by department and
      * in total at report time; days are summed for the averages
       01  req-table-full-switch  PIC X VALUE "N".
           88  req-table-full         VALUE "Y".
       01  req-count              PIC 9(3) VALUE 0.
       01  req-max                PIC 9(3) VALUE 200.
       01  req-ix                 PIC 9(3).
       01  req-found-ix           PIC 9(3).
       01  requestor-turnaround-table.
           05  req-entry OCCURS 200 TIMES.
               10  req-entry-id       PIC X(8).
               10  req-entry-dept     PIC X(4).
               10  req-run-count      PIC 9(5).
               10  req-run-days       PIC 9(9).
               10  req-run-worst      PIC 9(4).
               10  req-ack-count      PIC 9(5).
               10  req-ack-days       PIC 9(9).
               10  req-ack-worst      PIC 9(4).
               10  req-missed         PIC 9(5).
               10  req-open           PIC 9(5).
               10  req-oldest-open    PIC 9(5).

       01  dept-table-full-switch PIC X VALUE "N".
           88  dept-table-full        VALUE "Y".
       01  dept-count             PIC 9(3) VALUE 0.
       01  dept-max               PIC 9(3) VALUE 100.
       01  dept-ix                PIC 9(3).
       01  dept-found-ix          PIC 9(3).
       01  department-turnaround-table.
           05  dept-entry OCCURS 100 TIMES.
               10  dept-entry-code    PIC X(4).
               10  dept-run-count     PIC 9(5).
               10  dept-run-days      PIC 9(9).
               10  dept-run-worst     PIC 9(4).
               10  dept-ack-count     PIC 9(5).
               10  dept-ack-days      PIC 9(9).
               10  dept-ack-worst     PIC 9(4).
               10  dept-missed        PIC 9(5).
               10  dept-open          PIC 9(5).
               10  dept-oldest-open   PIC 9(5).

       01  total-run-count        PIC 9(7) VALUE 0.
       01  total-run-days         PIC 9(11) VALUE 0.
       01  total-run-worst        PIC 9(4) VALUE 0.
       01  total-ack-count        PIC 9(7) VALUE 0.
       01  total-ack-days         PIC 9(11) VALUE 0.
       01  total-ack-worst        PIC 9(4) VALUE 0.
       01  total-missed           PIC 9(7) VALUE 0.
       01  total-open             PIC 9(7) VALUE 0.
       01  total-oldest-open      PIC 9(5) VALUE 0.

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "TURNRPT - REQUEST TURNAROUND REPORT     ".
           05  FILLER                 PIC X(7) VALUE "PERIOD ".
           05  rpt-hdg-period         PIC X(6).
           05  FILLER                 PIC X(7) VALUE "  AS OF".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-hdg-as-of          PIC X(8).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  report-section-line.
           05  rpt-section-title      PIC X(80).

       01  report-open-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-open-source        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-open-reference     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-open-requestor     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-open-dept          PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-open-request-date  PIC X(8).
           05  FILLER                 PIC X(5) VALUE " THR ".
           05  rpt-open-threshold     PIC X(9).
           05  FILLER                 PIC X(5) VALUE " AGE ".
           05  rpt-open-age           PIC 9(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-open-flag          PIC X(11).
           05  FILLER                 PIC X(2) VALUE SPACES.

       01  report-column-heading.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "REQUESTR".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE "DEPT".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE "   RUNS".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE "R-RUN".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE "WRST".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE "  ACKED".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE "R-ACK".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE "WRST".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(6) VALUE "  MISS".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(6) VALUE "  OPEN".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE "OLDST".
           05  FILLER                 PIC X(7) VALUE SPACES.

       01  report-turnaround-line.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-requestor       PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-dept            PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-run-count       PIC 9(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-run-average     PIC 9(3).9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-run-worst       PIC 9(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-ack-count       PIC 9(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-ack-average     PIC 9(3).9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-ack-worst       PIC 9(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-missed          PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-open            PIC 9(6).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-ta-oldest-open     PIC 9(5).
           05  FILLER                 PIC X(7) VALUE SPACES.

      * the line above is filled from these before it is written
       01  line-run-count         PIC 9(7).
       01  line-run-days          PIC 9(11).
       01  line-ack-count         PIC 9(7).
       01  line-ack-days          PIC 9(11).
       01  line-average           PIC 9(3)V9.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-report
           IF NOT parm-error
               PERFORM load-requestor-master
               MOVE "OPEN AND AGING REQUESTS" TO rpt-section-title
               PERFORM write-section-line
               PERFORM read-history-file
               PERFORM read-reject-carry-file
               IF open-listed-count = 0
                   MOVE "  NONE" TO rpt-message
                   PERFORM write-message-line
               END-IF
               PERFORM write-requestor-section
               PERFORM write-department-section
               PERFORM write-total-section
           END-IF
           CLOSE turnaround-report-file
           IF parm-error OR hist-error
               MOVE 8 TO RETURN-CODE
           ELSE
               IF report-incomplete
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       initialize-report.
           ACCEPT parm-card FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO as-of-date

           OPEN OUTPUT turnaround-report-file
           IF NOT rpt-file-ok
               DISPLAY "TURNRPT: UNABLE TO OPEN TURNRPT, STATUS="
                   rpt-file-status
           END-IF

           IF parm-period NOT = SPACES
               IF parm-period IS NOT NUMERIC
                   OR parm-period(5:2) < "01"
                   OR parm-period(5:2) > "12"
                   SET parm-error TO TRUE
                   MOVE "PERIOD IS NOT YYYYMM" TO rpt-message
               END-IF
           END-IF
           IF parm-target-days NOT = SPACES
               IF parm-target-days IS NUMERIC
                   MOVE parm-target-days TO target-days
               ELSE
                   SET parm-error TO TRUE
                   MOVE "TARGET DAYS NOT NUMERIC" TO rpt-message
               END-IF
           END-IF
           IF parm-as-of-date NOT = SPACES
               MOVE parm-as-of-date TO date-work
               PERFORM check-date-work
               IF date-valid
                   MOVE parm-as-of-date TO as-of-date
               ELSE
                   SET parm-error TO TRUE
                   MOVE "AS-OF DATE IS NOT A VALID YYYYMMDD"
                       TO rpt-message
               END-IF
           END-IF
           MOVE as-of-date TO date-work
           PERFORM check-date-work
           MOVE date-days TO as-of-days

           IF parm-period = SPACES
               MOVE "ALL   " TO rpt-hdg-period
           ELSE
               MOVE parm-period TO rpt-hdg-period
           END-IF
           MOVE as-of-date TO rpt-hdg-as-of
           MOVE report-heading TO turnaround-report-record
           WRITE turnaround-report-record
           IF parm-error
               DISPLAY "TURNRPT: " rpt-message " - NOTHING REPORTED"
               PERFORM write-message-line
           ELSE
               MOVE SPACES TO rpt-message
               STRING "SERVICE TARGET " target-days
                   " DAYS FROM REQUEST TO GL ACKNOWLEDGMENT"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           END-IF.

       load-requestor-master.
           OPEN INPUT requestor-file
           IF NOT rqm-file-ok
               SET report-incomplete TO TRUE
               DISPLAY "TURNRPT: UNABLE TO OPEN REQMSTR, STATUS="
                   rqm-file-status " - DEPARTMENTS UNRESOLVED"
               MOVE "REQUESTOR MASTER UNAVAILABLE - DEPT UNRESOLVED"
                   TO rpt-message
               PERFORM write-message-line
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
               MOVE rqm-department TO rqm-entry-dept(rqm-count)
           ELSE
               IF NOT rqm-table-full
                   SET rqm-table-full TO TRUE
                   DISPLAY "TURNRPT: REQUESTOR MASTER TABLE FULL - "
                       "IDS PAST " rqm-max " ENTRIES UNRESOLVED"
               END-IF
           END-IF.

       read-history-file.
           OPEN INPUT history-file
           IF NOT hist-file-ok
               SET hist-error TO TRUE
               DISPLAY "TURNRPT: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE "HISTFILE COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL hist-file-eof
                   READ history-file
                       AT END
                           SET hist-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO history-read-count
                           PERFORM tally-history-record
                   END-READ
               END-PERFORM
               CLOSE history-file
           END-IF.

      * a clean record the GL has not acknowledged is open whatever
      * its period; only runs of the period are measured
       tally-history-record.
           IF hst-status-ok AND NOT hst-posted AND NOT hst-reversed
               PERFORM list-open-history-record
           END-IF
           IF parm-period = SPACES
               OR hst-run-date(1:6) = parm-period
               PERFORM measure-history-record
           END-IF.

      * a run keyed by hand rather than from CNTIN has no request
      * date and cannot be measured against the target; its run to
      * acknowledgment time still counts
       measure-history-record.
           ADD 1 TO measured-count
           MOVE hst-requestor-id TO open-requestor
           PERFORM find-turnaround-entry
           IF req-found-ix > 0
               MOVE hst-run-date TO date-work
               PERFORM check-date-work
               MOVE date-days TO run-days
               MOVE hst-request-date TO date-work
               PERFORM check-date-work
               MOVE date-days TO request-days
               IF date-valid AND run-days > 0
                   COMPUTE elapsed-days = run-days - request-days
                   IF elapsed-days < 0
                       MOVE 0 TO elapsed-days
                   END-IF
                   ADD 1 TO req-run-count(req-found-ix)
                   ADD elapsed-days TO req-run-days(req-found-ix)
                   IF elapsed-days > req-run-worst(req-found-ix)
                       MOVE elapsed-days TO req-run-worst(req-found-ix)
                   END-IF
               ELSE
                   ADD 1 TO undated-count
               END-IF
               IF hst-posted OR hst-reversed
                   PERFORM measure-acknowledgment
               END-IF
           END-IF.

       measure-acknowledgment.
           MOVE hst-gl-ack-date TO date-work
           PERFORM check-date-work
           MOVE date-days TO ack-days
           IF date-valid AND run-days > 0
               COMPUTE elapsed-days = ack-days - run-days
               IF elapsed-days < 0
                   MOVE 0 TO elapsed-days
               END-IF
               ADD 1 TO req-ack-count(req-found-ix)
               ADD elapsed-days TO req-ack-days(req-found-ix)
               IF elapsed-days > req-ack-worst(req-found-ix)
                   MOVE elapsed-days TO req-ack-worst(req-found-ix)
               END-IF
               IF request-days > 0
                   AND ack-days - request-days > target-days
                   ADD 1 TO req-missed(req-found-ix)
               END-IF
           END-IF.

       list-open-history-record.
           IF hst-held
               MOVE "HELD" TO open-source
           ELSE
               MOVE "UNPOSTED" TO open-source
           END-IF
           MOVE hst-run-id TO open-reference
           MOVE hst-requestor-id TO open-requestor
           MOVE hst-request-date TO open-request-date
           MOVE hst-threshold TO open-threshold
           MOVE hst-request-date TO date-work
           PERFORM check-date-work
           IF NOT date-valid
               MOVE hst-run-date TO date-work
               PERFORM check-date-work
           END-IF
           PERFORM list-open-request.

      * a reject keeps its first edit date through every carry, so a
      * reject keyed without a request date ages from that date
       read-reject-carry-file.
           OPEN INPUT reject-carry-file
           IF NOT carry-file-ok
               SET report-incomplete TO TRUE
               DISPLAY "TURNRPT: UNABLE TO OPEN REJCARRY, STATUS="
                   carry-file-status
               MOVE "REJCARRY COULD NOT BE OPENED - REJECTS NOT AGED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL carry-file-eof
                   READ reject-carry-file
                       AT END
                           SET carry-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO carry-read-count
                           MOVE reject-carry-record TO reject-record-ws
                           MOVE rej-data TO cnt-tran-ws
                           PERFORM list-open-reject
                   END-READ
               END-PERFORM
               CLOSE reject-carry-file
           END-IF.

       list-open-reject.
           MOVE SPACES TO open-source
           STRING "REJ " rej-reason
               DELIMITED BY SIZE INTO open-source
           MOVE rej-edit-date TO open-reference
           MOVE trn-requestor-id TO open-requestor
           MOVE trn-request-date TO open-request-date
           MOVE trn-threshold TO open-threshold
           MOVE trn-request-date TO date-work
           PERFORM check-date-work
           IF NOT date-valid
               MOVE rej-edit-date TO date-work
               PERFORM check-date-work
           END-IF
           PERFORM list-open-request.

       list-open-request.
           IF date-valid AND as-of-days > date-days
               COMPUTE open-age-days = as-of-days - date-days
           ELSE
               MOVE 0 TO open-age-days
           END-IF
           PERFORM find-turnaround-entry
           MOVE open-source TO rpt-open-source
           MOVE open-reference TO rpt-open-reference
           MOVE open-requestor TO rpt-open-requestor
           MOVE open-request-date TO rpt-open-request-date
           MOVE open-threshold TO rpt-open-threshold
           MOVE open-age-days TO rpt-open-age
           MOVE SPACES TO rpt-open-flag
           IF open-age-days > target-days
               MOVE "OVER TARGET" TO rpt-open-flag
           END-IF
           IF req-found-ix > 0
               MOVE req-entry-dept(req-found-ix) TO rpt-open-dept
               ADD 1 TO req-open(req-found-ix)
               IF open-age-days > req-oldest-open(req-found-ix)
                   MOVE open-age-days TO req-oldest-open(req-found-ix)
               END-IF
               IF open-age-days > target-days
                   ADD 1 TO req-missed(req-found-ix)
               END-IF
           ELSE
               MOVE SPACES TO rpt-open-dept
           END-IF
           ADD 1 TO open-listed-count
           MOVE report-open-line TO turnaround-report-record
           WRITE turnaround-report-record.

      * open-requestor names the requestor to find or add
       find-turnaround-entry.
           MOVE 0 TO req-found-ix
           PERFORM VARYING req-ix FROM 1 BY 1
               UNTIL req-ix > req-count OR req-found-ix > 0
               IF req-entry-id(req-ix) = open-requestor
                   MOVE req-ix TO req-found-ix
               END-IF
           END-PERFORM
           IF req-found-ix = 0
               IF req-count < req-max
                   ADD 1 TO req-count
                   MOVE req-count TO req-found-ix
                   MOVE open-requestor TO req-entry-id(req-found-ix)
                   PERFORM resolve-department
                   MOVE 0 TO req-run-count(req-found-ix)
                   MOVE 0 TO req-run-days(req-found-ix)
                   MOVE 0 TO req-run-worst(req-found-ix)
                   MOVE 0 TO req-ack-count(req-found-ix)
                   MOVE 0 TO req-ack-days(req-found-ix)
                   MOVE 0 TO req-ack-worst(req-found-ix)
                   MOVE 0 TO req-missed(req-found-ix)
                   MOVE 0 TO req-open(req-found-ix)
                   MOVE 0 TO req-oldest-open(req-found-ix)
               ELSE
                   IF NOT req-table-full
                       SET req-table-full TO TRUE
                       SET report-incomplete TO TRUE
                       DISPLAY "TURNRPT: REQUESTOR TABLE FULL - "
                           "REPORT IS INCOMPLETE"
                       MOVE "REQUESTOR TABLE FULL - FIGURES INCOMPLETE"
                           TO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF.

       resolve-department.
           MOVE 0 TO rqm-found-ix
           PERFORM VARYING rqm-ix FROM 1 BY 1
               UNTIL rqm-ix > rqm-count OR rqm-found-ix > 0
               IF rqm-entry-id(rqm-ix) = open-requestor
                   MOVE rqm-ix TO rqm-found-ix
               END-IF
           END-PERFORM
           IF rqm-found-ix > 0
               MOVE rqm-entry-dept(rqm-found-ix)
                   TO req-entry-dept(req-found-ix)
           ELSE
               MOVE "????" TO req-entry-dept(req-found-ix)
           END-IF.

      * leaves the day number of date-work in date-days, or zero
      * with date-valid off when it is not a real YYYYMMDD date
       check-date-work.
           MOVE "N" TO date-valid-switch
           MOVE 0 TO date-days
           IF date-work IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(date-work)) = 0
                   SET date-valid TO TRUE
                   COMPUTE date-days = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(date-work))
               END-IF
           END-IF.

       write-requestor-section.
           MOVE "TURNAROUND BY REQUESTOR" TO rpt-section-title
           PERFORM write-section-line
           MOVE report-column-heading TO turnaround-report-record
           WRITE turnaround-report-record
           IF req-count = 0
               MOVE "  NO REQUESTS IN PERIOD" TO rpt-message
               PERFORM write-message-line
           END-IF
           PERFORM VARYING req-ix FROM 1 BY 1 UNTIL req-ix > req-count
               MOVE req-entry-id(req-ix) TO rpt-ta-requestor
               MOVE req-entry-dept(req-ix) TO rpt-ta-dept
               MOVE req-run-count(req-ix) TO line-run-count
               MOVE req-run-days(req-ix) TO line-run-days
               MOVE req-run-worst(req-ix) TO rpt-ta-run-worst
               MOVE req-ack-count(req-ix) TO line-ack-count
               MOVE req-ack-days(req-ix) TO line-ack-days
               MOVE req-ack-worst(req-ix) TO rpt-ta-ack-worst
               MOVE req-missed(req-ix) TO rpt-ta-missed
               MOVE req-open(req-ix) TO rpt-ta-open
               MOVE req-oldest-open(req-ix) TO rpt-ta-oldest-open
               PERFORM write-turnaround-line
               PERFORM roll-up-department
           END-PERFORM.

       roll-up-department.
           MOVE 0 TO dept-found-ix
           PERFORM VARYING dept-ix FROM 1 BY 1
               UNTIL dept-ix > dept-count OR dept-found-ix > 0
               IF dept-entry-code(dept-ix) = req-entry-dept(req-ix)
                   MOVE dept-ix TO dept-found-ix
               END-IF
           END-PERFORM
           IF dept-found-ix = 0
               IF dept-count < dept-max
                   ADD 1 TO dept-count
                   MOVE dept-count TO dept-found-ix
                   MOVE req-entry-dept(req-ix)
                       TO dept-entry-code(dept-found-ix)
                   MOVE 0 TO dept-run-count(dept-found-ix)
                   MOVE 0 TO dept-run-days(dept-found-ix)
                   MOVE 0 TO dept-run-worst(dept-found-ix)
                   MOVE 0 TO dept-ack-count(dept-found-ix)
                   MOVE 0 TO dept-ack-days(dept-found-ix)
                   MOVE 0 TO dept-ack-worst(dept-found-ix)
                   MOVE 0 TO dept-missed(dept-found-ix)
                   MOVE 0 TO dept-open(dept-found-ix)
                   MOVE 0 TO dept-oldest-open(dept-found-ix)
               ELSE
                   IF NOT dept-table-full
                       SET dept-table-full TO TRUE
                       SET report-incomplete TO TRUE
                       DISPLAY "TURNRPT: DEPARTMENT TABLE FULL - "
                           "DEPARTMENT FIGURES ARE INCOMPLETE"
                   END-IF
               END-IF
           END-IF
           IF dept-found-ix > 0
               ADD req-run-count(req-ix)
                   TO dept-run-count(dept-found-ix)
               ADD req-run-days(req-ix) TO dept-run-days(dept-found-ix)
               IF req-run-worst(req-ix) > dept-run-worst(dept-found-ix)
                   MOVE req-run-worst(req-ix)
                       TO dept-run-worst(dept-found-ix)
               END-IF
               ADD req-ack-count(req-ix)
                   TO dept-ack-count(dept-found-ix)
               ADD req-ack-days(req-ix) TO dept-ack-days(dept-found-ix)
               IF req-ack-worst(req-ix) > dept-ack-worst(dept-found-ix)
                   MOVE req-ack-worst(req-ix)
                       TO dept-ack-worst(dept-found-ix)
               END-IF
               ADD req-missed(req-ix) TO dept-missed(dept-found-ix)
               ADD req-open(req-ix) TO dept-open(dept-found-ix)
               IF req-oldest-open(req-ix)
                   > dept-oldest-open(dept-found-ix)
                   MOVE req-oldest-open(req-ix)
                       TO dept-oldest-open(dept-found-ix)
               END-IF
           END-IF.

       write-department-section.
           MOVE "TURNAROUND BY DEPARTMENT" TO rpt-section-title
           PERFORM write-section-line
           PERFORM VARYING dept-ix FROM 1 BY 1
               UNTIL dept-ix > dept-count
               MOVE SPACES TO rpt-ta-requestor
               MOVE dept-entry-code(dept-ix) TO rpt-ta-dept
               MOVE dept-run-count(dept-ix) TO line-run-count
               MOVE dept-run-days(dept-ix) TO line-run-days
               MOVE dept-run-worst(dept-ix) TO rpt-ta-run-worst
               MOVE dept-ack-count(dept-ix) TO line-ack-count
               MOVE dept-ack-days(dept-ix) TO line-ack-days
               MOVE dept-ack-worst(dept-ix) TO rpt-ta-ack-worst
               MOVE dept-missed(dept-ix) TO rpt-ta-missed
               MOVE dept-open(dept-ix) TO rpt-ta-open
               MOVE dept-oldest-open(dept-ix) TO rpt-ta-oldest-open
               PERFORM write-turnaround-line
               PERFORM add-to-totals
           END-PERFORM.

       add-to-totals.
           ADD dept-run-count(dept-ix) TO total-run-count
           ADD dept-run-days(dept-ix) TO total-run-days
           IF dept-run-worst(dept-ix) > total-run-worst
               MOVE dept-run-worst(dept-ix) TO total-run-worst
           END-IF
           ADD dept-ack-count(dept-ix) TO total-ack-count
           ADD dept-ack-days(dept-ix) TO total-ack-days
           IF dept-ack-worst(dept-ix) > total-ack-worst
               MOVE dept-ack-worst(dept-ix) TO total-ack-worst
           END-IF
           ADD dept-missed(dept-ix) TO total-missed
           ADD dept-open(dept-ix) TO total-open
           IF dept-oldest-open(dept-ix) > total-oldest-open
               MOVE dept-oldest-open(dept-ix) TO total-oldest-open
           END-IF.

       write-total-section.
           MOVE "ALL REQUESTORS" TO rpt-section-title
           PERFORM write-section-line
           MOVE "TOTAL" TO rpt-ta-requestor
           MOVE SPACES TO rpt-ta-dept
           MOVE total-run-count TO line-run-count
           MOVE total-run-days TO line-run-days
           MOVE total-run-worst TO rpt-ta-run-worst
           MOVE total-ack-count TO line-ack-count
           MOVE total-ack-days TO line-ack-days
           MOVE total-ack-worst TO rpt-ta-ack-worst
           MOVE total-missed TO rpt-ta-missed
           MOVE total-open TO rpt-ta-open
           MOVE total-oldest-open TO rpt-ta-oldest-open
           PERFORM write-turnaround-line
           MOVE SPACES TO rpt-message
           STRING "  RUNS WITHOUT A REQUEST DATE " undated-count
               DELIMITED BY SIZE INTO rpt-message
           PERFORM write-message-line
           MOVE "  R-RUN DAYS REQUEST TO RUN, R-ACK DAYS RUN TO GL ACK"
               TO rpt-message
           PERFORM write-message-line
           MOVE SPACES TO rpt-message
           STRING "  MISS = ACKED OR STILL OPEN MORE THAN " target-days
               " DAYS AFTER THE REQUEST"
               DELIMITED BY SIZE INTO rpt-message
           PERFORM write-message-line
           DISPLAY "TURNRPT: RECORDS=" history-read-count
               " MEASURED=" measured-count
               " OPEN=" total-open
               " MISSED=" total-missed.

      * averages to a tenth of a day; the counts and day totals are
      * left in the line-... fields by the caller
       write-turnaround-line.
           MOVE line-run-count TO rpt-ta-run-count
           MOVE 0 TO line-average
           IF line-run-count > 0
               COMPUTE line-average ROUNDED =
                   line-run-days / line-run-count
                   ON SIZE ERROR
                       MOVE 999.9 TO line-average
               END-COMPUTE
           END-IF
           MOVE line-average TO rpt-ta-run-average
           MOVE line-ack-count TO rpt-ta-ack-count
           MOVE 0 TO line-average
           IF line-ack-count > 0
               COMPUTE line-average ROUNDED =
                   line-ack-days / line-ack-count
                   ON SIZE ERROR
                       MOVE 999.9 TO line-average
               END-COMPUTE
           END-IF
           MOVE line-average TO rpt-ta-ack-average
           MOVE report-turnaround-line TO turnaround-report-record
           WRITE turnaround-report-record.

       write-section-line.
           MOVE report-section-line TO turnaround-report-record
           WRITE turnaround-report-record.

       write-message-line.
           MOVE report-message-line TO turnaround-report-record
           WRITE turnaround-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM turnrpt.
