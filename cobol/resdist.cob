      * per-requestor result statement distribution in COBOL
      *
      * this program tells each department what its thresholds came
      * back as, from the requestor id AUDITRPT carries on every
      * result; it runs once myTest is done, groups the night's audit
      * records by requestor, looks each requestor up on the
      * requestor master for department and cost-center, and prints
      * one results statement per requestor showing every threshold
      * asked for, the divisor list used, the result, the
      * per-divisor contributions and the status; the clean results
      * are also cut to a fixed-layout return file, one H/D/T group
      * per department, that the departments' systems can load
      *
      * a requestor that is not on the master, and any result whose
      * status is not "00", goes to the undeliverable listing so no
      * one's results silently fail to reach them
      *
      * AUDITRPT  in   the night's audit records from myTest
      * REQMSTR   in   requestor master
      * RESSTMT   out  requestor results statements
      * RESRETN   out  department return file
      * UNDELRPT  out  undeliverable results listing
      *
      * a stream step, and the last of the night: nothing
      * downstream reads what it writes, so it follows the lineage
      * check rather than myTest and a distribution problem never
      * holds the GL posting; stepctl refuses the distribution,
      * before any output is opened, when the lineage check has not
      * ended acceptably or tonight's distribution has already
      * completed; an audit file from some other run-id is ad hoc
      * and runs outside the stream
      *
      * returns 0 when every result was delivered, 4 when anything
      * went to the undeliverable listing, and 8 when the audit file
      * or requestor master could not be read, the run or the
      * requestor master was too big to hold, or a department's
      * result sum overflowed its trailer - on 8 the return file must
      * not be sent

       IDENTIFICATION DIVISION.
       PROGRAM-ID. resdist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.
           SELECT requestor-file ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rqm-file-status.
           SELECT statement-file ASSIGN TO "RESSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stmt-file-status.
           SELECT return-file ASSIGN TO "RESRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ret-file-status.
           SELECT undeliverable-file ASSIGN TO "UNDELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS undel-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-file-record      PIC X(410).

       FD  requestor-file.
       01  requestor-file-record  PIC X(30).

       FD  statement-file.
       01  statement-record       PIC X(80).

       FD  return-file.
       01  return-file-record     PIC X(280).

       FD  undeliverable-file.
       01  undeliverable-record   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY eulaudit.
       COPY reqmstr.
       COPY resretn.
       COPY eulstep.

       01  audit-file-status      PIC XX.
           88  audit-file-ok          VALUE "00".

       01  audit-file-eof-switch  PIC X VALUE "N".
           88  audit-file-eof         VALUE "Y".

       01  rqm-file-status        PIC XX.
           88  rqm-file-ok            VALUE "00".

       01  rqm-file-eof-switch    PIC X VALUE "N".
           88  rqm-file-eof           VALUE "Y".

       01  stmt-file-status       PIC XX.
           88  stmt-file-ok           VALUE "00".

       01  ret-file-status        PIC XX.
           88  ret-file-ok            VALUE "00".

       01  undel-file-status      PIC XX.
           88  undel-file-ok          VALUE "00".

       01  dist-bad-switch        PIC X VALUE "N".
           88  dist-bad               VALUE "Y".

       01  audit-read-count       PIC 9(5) VALUE 0.
       01  delivered-count        PIC 9(5) VALUE 0.
       01  undeliverable-count    PIC 9(5) VALUE 0.
       01  statement-count        PIC 9(5) VALUE 0.
       01  return-record-count    PIC 9(9) VALUE 0.
       01  run-id-seen            PIC X(8) VALUE SPACES.
       01  run-date-seen          PIC X(8) VALUE SPACES.
       01  audit-run-id           PIC X(8) VALUE SPACES.
       01  dist-return-code       PIC 9(2) VALUE 0.

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
               10  rqm-entry-cc       PIC X(6).

      * AUDITRPT is in transaction order, not requestor order, so the
      * night's records are held here and walked once per requestor
       01  aud-count              PIC 9(4) VALUE 0.
       01  aud-max                PIC 9(4) VALUE 2000.
       01  aud-ix                 PIC 9(4).
       01  aud-table-full-switch  PIC X VALUE "N".
           88  aud-table-full         VALUE "Y".
       01  held-audit-table.
           05  aud-entry OCCURS 2000 TIMES.
               10  aud-entry-record   PIC X(410).

      * one entry per requestor id seen on the audit file, in order
      * of first appearance; found-ix 0 means not on the master
       01  req-count              PIC 9(3) VALUE 0.
       01  req-max                PIC 9(3) VALUE 200.
       01  req-ix                 PIC 9(3).
       01  req-found-ix           PIC 9(3).
       01  req-table-full-switch  PIC X VALUE "N".
           88  req-table-full         VALUE "Y".
       01  requestor-list-table.
           05  req-entry OCCURS 200 TIMES.
               10  req-entry-id       PIC X(8).
               10  req-entry-master-ix PIC 9(3).
               10  req-entry-dept     PIC X(4).
               10  req-entry-cc       PIC X(6).

       01  dept-count             PIC 9(3) VALUE 0.
       01  dept-ix                PIC 9(3).
       01  dept-found-ix          PIC 9(3).
       01  department-table.
           05  dept-entry OCCURS 200 TIMES.
               10  dept-entry-code    PIC X(4).

       01  div-ix                 PIC 9(2).
       01  stmt-threshold-count   PIC 9(5).
       01  stmt-delivered-count   PIC 9(5).
       01  undel-reason           PIC X(40).

       01  statement-heading.
           05  FILLER                 PIC X(40) VALUE
               "RESDIST - REQUESTOR RESULTS STATEMENT   ".
           05  FILLER                 PIC X(4) VALUE "RUN ".
           05  rpt-hdg-run-id         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-hdg-run-date       PIC X(8).
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  statement-requestor-line.
           05  FILLER                 PIC X(10) VALUE "REQUESTOR ".
           05  rpt-stmt-requestor     PIC X(8).
           05  FILLER                 PIC X(7) VALUE "  DEPT ".
           05  rpt-stmt-dept          PIC X(4).
           05  FILLER                 PIC X(14) VALUE
               "  COST CENTER ".
           05  rpt-stmt-cc            PIC X(6).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  statement-threshold-line.
           05  FILLER                 PIC X(12) VALUE "  THRESHOLD ".
           05  rpt-stmt-threshold     PIC 9(9).
           05  FILLER                 PIC X(8) VALUE "  RESULT".
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-stmt-result        PIC 9(18).
           05  FILLER                 PIC X(9) VALUE "  STATUS ".
           05  rpt-stmt-status        PIC X(2).
           05  FILLER                 PIC X(7) VALUE "  DIVS ".
           05  rpt-stmt-div-count     PIC 9(2).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  statement-divisor-line.
           05  FILLER                 PIC X(14) VALUE
               "      DIVISOR ".
           05  rpt-stmt-divisor       PIC 9(3).
           05  FILLER                 PIC X(14) VALUE
               "  CONTRIBUTED ".
           05  rpt-stmt-contrib       PIC 9(18).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  statement-total-line.
           05  FILLER                 PIC X(13) VALUE "  THRESHOLDS ".
           05  rpt-stmt-total-count   PIC 9(5).
           05  FILLER                 PIC X(12) VALUE "  DELIVERED ".
           05  rpt-stmt-total-deliv   PIC 9(5).
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  undeliverable-heading.
           05  FILLER                 PIC X(40) VALUE
               "RESDIST - UNDELIVERABLE RESULTS         ".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  undeliverable-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-undel-requestor    PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-undel-threshold    PIC 9(9).
           05  FILLER                 PIC X(8) VALUE " STATUS ".
           05  rpt-undel-status       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-undel-reason       PIC X(40).
           05  FILLER                 PIC X(8) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM find-audit-run-id
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "RESDIST: REFUSED BY STREAM CONTROL - NOTHING "
                   "DISTRIBUTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM open-distribution-files
           IF NOT dist-bad
               PERFORM load-requestor-master
           END-IF
           IF NOT dist-bad
               PERFORM load-audit-records
           END-IF
           IF NOT dist-bad
               PERFORM write-statements
               PERFORM write-return-file
           END-IF
           PERFORM finish-distribution
           PERFORM end-stream-step
           MOVE dist-return-code TO RETURN-CODE
           STOP RUN.

      * the audit file's run-id tells stepctl whether this is
      * tonight's stream run or ad hoc work on some other run
       find-audit-run-id.
           OPEN INPUT audit-file
           IF audit-file-ok
               READ audit-file INTO audit-record-ws
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE aud-run-id TO audit-run-id
               END-READ
               CLOSE audit-file
           END-IF.

       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "RESDIST " TO stc-step-name
           MOVE audit-run-id TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               MOVE dist-return-code TO stc-return-code
               CALL "stepctl" USING step-control-area
           END-IF.

       open-distribution-files.
           OPEN OUTPUT statement-file
           IF NOT stmt-file-ok
               SET dist-bad TO TRUE
               DISPLAY "RESDIST: UNABLE TO OPEN RESSTMT, STATUS="
                   stmt-file-status
           END-IF
           OPEN OUTPUT return-file
           IF NOT ret-file-ok
               SET dist-bad TO TRUE
               DISPLAY "RESDIST: UNABLE TO OPEN RESRETN, STATUS="
                   ret-file-status
           END-IF
           OPEN OUTPUT undeliverable-file
           IF NOT undel-file-ok
               SET dist-bad TO TRUE
               DISPLAY "RESDIST: UNABLE TO OPEN UNDELRPT, STATUS="
                   undel-file-status
           ELSE
               MOVE undeliverable-heading TO undeliverable-record
               WRITE undeliverable-record
           END-IF.

       load-requestor-master.
           OPEN INPUT requestor-file
           IF NOT rqm-file-ok
      * without the master every result would land on the
      * undeliverable listing - hold the whole run instead
               SET dist-bad TO TRUE
               DISPLAY "RESDIST: UNABLE TO OPEN REQMSTR, STATUS="
                   rqm-file-status
               MOVE "REQUESTOR MASTER UNAVAILABLE - NOTHING DISTRIBUTED"
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
               MOVE rqm-cost-center TO rqm-entry-cc(rqm-count)
      * requestors past the table would be listed as not on the
      * master when they are - hold the whole run instead
           ELSE
               IF NOT rqm-table-full
                   SET rqm-table-full TO TRUE
                   SET dist-bad TO TRUE
                   DISPLAY "RESDIST: REQUESTOR MASTER TABLE FULL - "
                       "MORE THAN " rqm-max " ENTRIES, NOTHING "
                       "DISTRIBUTED"
                   MOVE SPACES TO rpt-message
                   STRING "REQUESTOR MASTER TABLE FULL - NOTHING "
                       "DISTRIBUTED"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       load-audit-records.
           OPEN INPUT audit-file
           IF NOT audit-file-ok
               SET dist-bad TO TRUE
               DISPLAY "RESDIST: UNABLE TO OPEN AUDITRPT, STATUS="
                   audit-file-status
               MOVE "AUDITRPT COULD NOT BE OPENED - NOTHING DISTRIBUTED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL audit-file-eof OR dist-bad
                   READ audit-file
                       AT END
                           SET audit-file-eof TO TRUE
                       NOT AT END
                           ADD 1 TO audit-read-count
                           MOVE audit-file-record TO audit-record-ws
                           PERFORM hold-one-audit-record
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF
           IF aud-count = 0 AND NOT dist-bad
               MOVE "NO AUDIT RECORDS TO DISTRIBUTE" TO rpt-message
               PERFORM write-message-line
           END-IF.

       hold-one-audit-record.
           IF aud-count < aud-max
               ADD 1 TO aud-count
               MOVE audit-record-ws TO aud-entry-record(aud-count)
               IF run-id-seen = SPACES
                   MOVE aud-run-id TO run-id-seen
                   MOVE aud-run-date TO run-date-seen
               END-IF
               PERFORM find-requestor-entry
           ELSE
      * a partial distribution would tell some departments they had
      * no results - refuse the run rather than short anybody
               SET aud-table-full TO TRUE
               SET dist-bad TO TRUE
               DISPLAY "RESDIST: AUDIT TABLE FULL AT " aud-max
                   " RECORDS - NOTHING DISTRIBUTED"
               MOVE "AUDIT TABLE FULL - NOTHING DISTRIBUTED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

       find-requestor-entry.
           MOVE 0 TO req-found-ix
           PERFORM VARYING req-ix FROM 1 BY 1
               UNTIL req-ix > req-count OR req-found-ix > 0
               IF req-entry-id(req-ix) = aud-requestor-id
                   MOVE req-ix TO req-found-ix
               END-IF
           END-PERFORM
           IF req-found-ix = 0
               IF req-count < req-max
                   ADD 1 TO req-count
                   MOVE req-count TO req-found-ix
                   MOVE aud-requestor-id TO req-entry-id(req-found-ix)
                   PERFORM resolve-requestor
               ELSE
                   SET req-table-full TO TRUE
                   SET dist-bad TO TRUE
                   DISPLAY "RESDIST: REQUESTOR TABLE FULL AT " req-max
                       " REQUESTORS - NOTHING DISTRIBUTED"
                   MOVE "REQUESTOR TABLE FULL - NOTHING DISTRIBUTED"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       resolve-requestor.
           MOVE 0 TO rqm-found-ix
           IF aud-requestor-id NOT = SPACES
               PERFORM VARYING rqm-ix FROM 1 BY 1
                   UNTIL rqm-ix > rqm-count OR rqm-found-ix > 0
                   IF rqm-entry-id(rqm-ix) = aud-requestor-id
                       MOVE rqm-ix TO rqm-found-ix
                   END-IF
               END-PERFORM
           END-IF
           MOVE rqm-found-ix TO req-entry-master-ix(req-found-ix)
           IF rqm-found-ix > 0
               MOVE rqm-entry-dept(rqm-found-ix)
                   TO req-entry-dept(req-found-ix)
               MOVE rqm-entry-cc(rqm-found-ix)
                   TO req-entry-cc(req-found-ix)
               PERFORM add-department
           ELSE
               MOVE SPACES TO req-entry-dept(req-found-ix)
               MOVE SPACES TO req-entry-cc(req-found-ix)
           END-IF.

      * departments are kept in order of first appearance; there can
      * never be more departments than requestors, so the table is
      * sized to match the requestor table
       add-department.
           MOVE 0 TO dept-found-ix
           PERFORM VARYING dept-ix FROM 1 BY 1
               UNTIL dept-ix > dept-count OR dept-found-ix > 0
               IF dept-entry-code(dept-ix)
                   = req-entry-dept(req-found-ix)
                   MOVE dept-ix TO dept-found-ix
               END-IF
           END-PERFORM
           IF dept-found-ix = 0
               ADD 1 TO dept-count
               MOVE req-entry-dept(req-found-ix)
                   TO dept-entry-code(dept-count)
           END-IF.

       write-statements.
           MOVE run-id-seen TO rpt-hdg-run-id
           MOVE run-date-seen TO rpt-hdg-run-date
           PERFORM VARYING req-ix FROM 1 BY 1 UNTIL req-ix > req-count
               IF req-entry-master-ix(req-ix) > 0
                   PERFORM write-one-statement
               ELSE
                   PERFORM list-unknown-requestor
               END-IF
           END-PERFORM.

       write-one-statement.
           ADD 1 TO statement-count
           MOVE 0 TO stmt-threshold-count
           MOVE 0 TO stmt-delivered-count
           MOVE statement-heading TO statement-record
           WRITE statement-record
           MOVE req-entry-id(req-ix) TO rpt-stmt-requestor
           MOVE req-entry-dept(req-ix) TO rpt-stmt-dept
           MOVE req-entry-cc(req-ix) TO rpt-stmt-cc
           MOVE statement-requestor-line TO statement-record
           WRITE statement-record
           PERFORM VARYING aud-ix FROM 1 BY 1 UNTIL aud-ix > aud-count
               MOVE aud-entry-record(aud-ix) TO audit-record-ws
               IF aud-requestor-id = req-entry-id(req-ix)
                   PERFORM write-statement-threshold
               END-IF
           END-PERFORM
           MOVE stmt-threshold-count TO rpt-stmt-total-count
           MOVE stmt-delivered-count TO rpt-stmt-total-deliv
           MOVE statement-total-line TO statement-record
           WRITE statement-record
           MOVE SPACES TO statement-record
           WRITE statement-record.

       write-statement-threshold.
           ADD 1 TO stmt-threshold-count
           MOVE aud-threshold TO rpt-stmt-threshold
           MOVE aud-result TO rpt-stmt-result
           MOVE aud-status TO rpt-stmt-status
           MOVE aud-divisor-count TO rpt-stmt-div-count
           MOVE statement-threshold-line TO statement-record
           WRITE statement-record
           PERFORM VARYING div-ix FROM 1 BY 1
               UNTIL div-ix > aud-divisor-count OR div-ix > 10
               MOVE aud-divisor-value(div-ix) TO rpt-stmt-divisor
               MOVE aud-div-contrib(div-ix) TO rpt-stmt-contrib
               MOVE statement-divisor-line TO statement-record
               WRITE statement-record
           END-PERFORM
      * a rejected result is shown to the requestor with its status,
      * but only clean results go out on the return file
           IF aud-status-ok
               ADD 1 TO stmt-delivered-count
               ADD 1 TO delivered-count
           ELSE
               MOVE SPACES TO undel-reason
               STRING "RESULT STATUS " aud-status
                   " - NOT ON RETURN FILE"
                   DELIMITED BY SIZE INTO undel-reason
               PERFORM write-undeliverable-line
           END-IF.

       list-unknown-requestor.
           PERFORM VARYING aud-ix FROM 1 BY 1 UNTIL aud-ix > aud-count
               MOVE aud-entry-record(aud-ix) TO audit-record-ws
               IF aud-requestor-id = req-entry-id(req-ix)
                   IF aud-requestor-id = SPACES
                       MOVE "NO REQUESTOR ON RESULT" TO undel-reason
                   ELSE
                       MOVE "REQUESTOR NOT ON REQMSTR" TO undel-reason
                   END-IF
                   PERFORM write-undeliverable-line
               END-IF
           END-PERFORM.

       write-undeliverable-line.
           ADD 1 TO undeliverable-count
           MOVE aud-requestor-id TO rpt-undel-requestor
           MOVE aud-threshold TO rpt-undel-threshold
           MOVE aud-status TO rpt-undel-status
           MOVE undel-reason TO rpt-undel-reason
           MOVE undeliverable-line TO undeliverable-record
           WRITE undeliverable-record
           MOVE SPACES TO undel-reason.

       write-return-file.
           PERFORM VARYING dept-ix FROM 1 BY 1
               UNTIL dept-ix > dept-count
               PERFORM write-department-group
           END-PERFORM.

       write-department-group.
           MOVE dept-entry-code(dept-ix) TO ret-hdr-department
           MOVE run-id-seen TO ret-hdr-run-id
           MOVE run-date-seen TO ret-hdr-run-date
           MOVE ret-header-ws TO return-file-record
           WRITE return-file-record
           ADD 1 TO return-record-count
           MOVE dept-entry-code(dept-ix) TO ret-trl-department
           MOVE 0 TO ret-trl-record-count
           MOVE 0 TO ret-trl-result-sum
           SET ret-trl-status-ok TO TRUE
           PERFORM VARYING req-ix FROM 1 BY 1 UNTIL req-ix > req-count
               IF req-entry-master-ix(req-ix) > 0
                   AND req-entry-dept(req-ix) = dept-entry-code(dept-ix)
                   PERFORM write-requestor-details
               END-IF
           END-PERFORM
           MOVE ret-trailer-ws TO return-file-record
           WRITE return-file-record
           ADD 1 TO return-record-count.

       write-requestor-details.
           PERFORM VARYING aud-ix FROM 1 BY 1 UNTIL aud-ix > aud-count
               MOVE aud-entry-record(aud-ix) TO audit-record-ws
               IF aud-requestor-id = req-entry-id(req-ix)
                   AND aud-status-ok
                   PERFORM write-return-detail
               END-IF
           END-PERFORM.

       write-return-detail.
           MOVE aud-requestor-id TO ret-det-requestor-id
           MOVE req-entry-cc(req-ix) TO ret-det-cost-center
           MOVE aud-run-id TO ret-det-run-id
           MOVE aud-run-date TO ret-det-run-date
           MOVE aud-threshold TO ret-det-threshold
           MOVE aud-divisor-count TO ret-det-divisor-count
           MOVE aud-divisor-table TO ret-det-divisor-table
           MOVE aud-result TO ret-det-result
           MOVE aud-contrib-table TO ret-det-contrib-table
           MOVE aud-status TO ret-det-status
           MOVE ret-detail-ws TO return-file-record
           WRITE return-file-record
           ADD 1 TO return-record-count
           ADD 1 TO ret-trl-record-count
           ADD aud-result TO ret-trl-result-sum
      * a truncated control sum must not go out as the department's
      * trailer - the run is held
               ON SIZE ERROR
                   SET ret-trl-status-overflow TO TRUE
                   IF NOT dist-bad
                       SET dist-bad TO TRUE
                       MOVE SPACES TO rpt-message
                       STRING "RESULT SUM OVERFLOW FOR DEPT "
                           ret-trl-department
                           " - RETURN FILE HELD"
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
                   END-IF
                   DISPLAY "RESDIST: RESULT SUM OVERFLOW FOR DEPT "
                       ret-trl-department
           END-ADD.

       finish-distribution.
           IF undeliverable-count = 0 AND NOT dist-bad
               MOVE "ALL RESULTS DELIVERED" TO rpt-message
               PERFORM write-message-line
           END-IF
           CLOSE statement-file
           CLOSE return-file
           CLOSE undeliverable-file
           DISPLAY "RESDIST: READ=" audit-read-count
               " STATEMENTS=" statement-count
               " DELIVERED=" delivered-count
               " UNDELIVERABLE=" undeliverable-count
               " DEPARTMENTS=" dept-count
           IF dist-bad
               MOVE 8 TO dist-return-code
           ELSE
               IF undeliverable-count > 0
                   MOVE 4 TO dist-return-code
               ELSE
                   MOVE 0 TO dist-return-code
               END-IF
           END-IF.

       write-message-line.
           MOVE report-message-line TO undeliverable-record
           WRITE undeliverable-record
           MOVE SPACES TO rpt-message.
       END PROGRAM resdist.
