      * GL account mapping master maintenance in COBOL
      *
      * the only way the GLACCT master changes: applies add, change
      * and delete transactions to the old master and writes a new
      * one, old-master/new-master style, with every transaction and
      * its before/after account pair listed on an audit report so
      * month-end can show exactly when a department's postings were
      * moved to a different account; a transaction that fails its
      * edits is reported and skipped without touching the master
      *
      * the department must be one REQMSTR carries (or spaces, for
      * runs with no requestor) and the profile code one DIVPROF
      * carries (or spaces, for keyed and default divisors) - a
      * mapping nobody's thresholds can ever resolve to is a keying
      * error, not a mapping
      *
      * GLACCT   in   the account mapping master as it stands
      * GLATRAN  in   maintenance transactions: action A/C/D plus
      *               the full mapping record image
      * REQMSTR  in   requestor master, for the department edit
      * DIVPROF  in   divisor profile master, for the profile edit
      * GLANEW   out  the updated master for the swap step
      * GLAAUD   out  audit trail of applied and rejected changes
      *
      * returns 0 when everything applied, 4 when any transaction
      * was rejected, 8 when a dataset would not open - on 8 the old
      * master must be kept

       IDENTIFICATION DIVISION.
       PROGRAM-ID. glaupd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-in-file ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS acct-in-status.
           SELECT account-tran-file ASSIGN TO "GLATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tran-file-status.
           SELECT requestor-file ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rqm-file-status.
           SELECT divisor-profile-file ASSIGN TO "DIVPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dvp-file-status.
           SELECT account-out-file ASSIGN TO "GLANEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS acct-out-status.
           SELECT audit-report-file ASSIGN TO "GLAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  account-in-file.
       01  account-in-record      PIC X(80).

       FD  account-tran-file.
       01  account-tran-record    PIC X(59).

       FD  requestor-file.
       01  requestor-record       PIC X(30).

       FD  divisor-profile-file.
       01  divisor-profile-record PIC X(90).

       FD  account-out-file.
       01  account-out-record     PIC X(80).

       FD  audit-report-file.
       01  audit-report-record    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY glacct.
       COPY reqmstr.
       COPY divprof.

       01  acct-in-status         PIC XX.
           88  acct-in-ok             VALUE "00".
           88  acct-in-missing        VALUE "35".

       01  acct-in-eof-switch     PIC X VALUE "N".
           88  acct-in-eof            VALUE "Y".

       01  acct-in-avail-switch   PIC X VALUE "N".
           88  acct-in-available      VALUE "Y".

       01  tran-file-status       PIC XX.
           88  tran-file-ok           VALUE "00".

       01  tran-file-eof-switch   PIC X VALUE "N".
           88  tran-file-eof          VALUE "Y".

       01  rqm-file-status        PIC XX.
           88  rqm-file-ok            VALUE "00".

       01  rqm-file-eof-switch    PIC X VALUE "N".
           88  rqm-file-eof           VALUE "Y".

       01  dvp-file-status        PIC XX.
           88  dvp-file-ok            VALUE "00".

       01  dvp-file-eof-switch    PIC X VALUE "N".
           88  dvp-file-eof           VALUE "Y".

       01  acct-out-status        PIC XX.
           88  acct-out-ok            VALUE "00".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  file-error-switch      PIC X VALUE "N".
           88  file-error             VALUE "Y".

       01  account-tran-ws.
           05  gat-action             PIC X(1).
               88  gat-action-add         VALUE "A".
               88  gat-action-change      VALUE "C".
               88  gat-action-delete      VALUE "D".
           05  gat-department         PIC X(4).
           05  gat-profile-code       PIC X(4).
           05  gat-gl-account         PIC X(10).
           05  gat-offset-account     PIC X(10).
           05  gat-description        PIC X(30).

       01  tran-error-switch      PIC X.
           88  tran-in-error          VALUE "Y".

       01  gam-count              PIC 9(3) VALUE 0.
       01  gam-max                PIC 9(3) VALUE 300.
       01  gam-ix                 PIC 9(3).
       01  gam-found-ix           PIC 9(3).
       01  account-table.
           05  gam-entry OCCURS 300 TIMES.
               10  gam-entry-deleted  PIC X(1).
                   88  gam-deleted        VALUE "Y".
               10  gam-entry-record   PIC X(80).

      * departments and profile codes known to the other masters,
      * held only for the key edits
       01  dept-count             PIC 9(3) VALUE 0.
       01  dept-max               PIC 9(3) VALUE 200.
       01  dept-ix                PIC 9(3).
       01  dept-found-switch      PIC X.
           88  dept-found             VALUE "Y".
       01  department-table.
           05  dept-entry-code    PIC X(4) OCCURS 200 TIMES.

       01  prof-count             PIC 9(3) VALUE 0.
       01  prof-max               PIC 9(3) VALUE 50.
       01  prof-ix                PIC 9(3).
       01  prof-found-switch      PIC X.
           88  prof-found             VALUE "Y".
       01  profile-code-table.
           05  prof-entry-code    PIC X(4) OCCURS 50 TIMES.

       01  tran-read-count        PIC 9(5) VALUE 0.
       01  applied-count          PIC 9(5) VALUE 0.
       01  rejected-count         PIC 9(5) VALUE 0.
       01  written-count          PIC 9(5) VALUE 0.

       01  current-date-time      PIC X(21).

       01  report-heading.
           05  FILLER                 PIC X(44) VALUE
               "GLAUPD - GL ACCOUNT MAPPING MAINTENANCE     ".
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  rpt-hdg-date           PIC X(8).
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  report-action-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-action             PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-department         PIC X(4).
           05  FILLER                 PIC X(1) VALUE "/".
           05  rpt-profile-code       PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-action-result      PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-action-text        PIC X(30).
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  report-image-line.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  rpt-image-tag          PIC X(7).
           05  FILLER                 PIC X(9) VALUE " ACCOUNT ".
           05  rpt-image-account      PIC X(10).
           05  FILLER                 PIC X(8) VALUE " OFFSET ".
           05  rpt-image-offset       PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-image-desc         PIC X(30).
           05  FILLER                 PIC X(1) VALUE SPACES.

       01  report-total-line.
           05  FILLER                 PIC X(13) VALUE "TRANS READ   ".
           05  rpt-tran-count         PIC 9(5).
           05  FILLER                 PIC X(10) VALUE "  APPLIED ".
           05  rpt-applied-count      PIC 9(5).
           05  FILLER                 PIC X(11) VALUE "  REJECTED ".
           05  rpt-rejected-count     PIC 9(5).
           05  FILLER                 PIC X(12) VALUE "  ON MASTER ".
           05  rpt-written-count      PIC 9(5).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-update
           IF NOT file-error
               PERFORM load-departments
               PERFORM load-profile-codes
           END-IF
           IF NOT file-error
               PERFORM load-account-master
               PERFORM apply-transactions
               PERFORM write-new-master
           END-IF
           PERFORM write-update-totals
           CLOSE audit-report-file
           IF file-error
               MOVE 8 TO RETURN-CODE
           ELSE
               IF rejected-count > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       initialize-update.
           MOVE FUNCTION CURRENT-DATE TO current-date-time

           OPEN OUTPUT audit-report-file
           IF NOT rpt-file-ok
               DISPLAY "GLAUPD: UNABLE TO OPEN GLAAUD, STATUS="
                   rpt-file-status
           END-IF
           MOVE current-date-time(1:8) TO rpt-hdg-date
           MOVE report-heading TO audit-report-record
           WRITE audit-report-record

           OPEN INPUT account-tran-file
           IF NOT tran-file-ok
               SET file-error TO TRUE
               DISPLAY "GLAUPD: UNABLE TO OPEN GLATRAN, STATUS="
                   tran-file-status
               MOVE "GLATRAN COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           END-IF
           OPEN OUTPUT account-out-file
           IF NOT acct-out-ok
               SET file-error TO TRUE
               DISPLAY "GLAUPD: UNABLE TO OPEN GLANEW, STATUS="
                   acct-out-status
               MOVE "GLANEW COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           END-IF.

       load-departments.
           OPEN INPUT requestor-file
           IF NOT rqm-file-ok
               SET file-error TO TRUE
               DISPLAY "GLAUPD: UNABLE TO OPEN REQMSTR, STATUS="
                   rqm-file-status
               MOVE "REQMSTR COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL rqm-file-eof
                   READ requestor-file
                       AT END
                           SET rqm-file-eof TO TRUE
                       NOT AT END
                           MOVE requestor-record TO requestor-master-ws
                           PERFORM note-one-department
                   END-READ
               END-PERFORM
               CLOSE requestor-file
           END-IF.

       note-one-department.
           MOVE "N" TO dept-found-switch
           PERFORM VARYING dept-ix FROM 1 BY 1
               UNTIL dept-ix > dept-count OR dept-found
               IF dept-entry-code(dept-ix) = rqm-department
                   SET dept-found TO TRUE
               END-IF
           END-PERFORM
           IF NOT dept-found
               IF dept-count < dept-max
                   ADD 1 TO dept-count
                   MOVE rqm-department TO dept-entry-code(dept-count)
               ELSE
                   SET file-error TO TRUE
                   MOVE "REQMSTR EXCEEDS DEPARTMENT TABLE - RUN STOPPED"
                       TO rpt-message
                   PERFORM write-message-line
                   SET rqm-file-eof TO TRUE
               END-IF
           END-IF.

       load-profile-codes.
           OPEN INPUT divisor-profile-file
           IF NOT dvp-file-ok
               SET file-error TO TRUE
               DISPLAY "GLAUPD: UNABLE TO OPEN DIVPROF, STATUS="
                   dvp-file-status
               MOVE "DIVPROF COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL dvp-file-eof
                   READ divisor-profile-file
                       AT END
                           SET dvp-file-eof TO TRUE
                       NOT AT END
                           MOVE divisor-profile-record
                               TO divisor-profile-ws
                           PERFORM note-one-profile-code
                   END-READ
               END-PERFORM
               CLOSE divisor-profile-file
           END-IF.

       note-one-profile-code.
           IF prof-count < prof-max
               ADD 1 TO prof-count
               MOVE dvp-profile-code TO prof-entry-code(prof-count)
           ELSE
               SET file-error TO TRUE
               MOVE "DIVPROF EXCEEDS PROFILE TABLE - RUN STOPPED"
                   TO rpt-message
               PERFORM write-message-line
               SET dvp-file-eof TO TRUE
           END-IF.

      * a missing master is legitimate the first time mappings are
      * set up - the adds on tonight's transaction file create it
       load-account-master.
           OPEN INPUT account-in-file
           IF acct-in-missing
               SET acct-in-eof TO TRUE
               MOVE "NO PRIOR MASTER - BUILDING FROM ADDS"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               IF NOT acct-in-ok
                   SET file-error TO TRUE
                   DISPLAY "GLAUPD: UNABLE TO OPEN GLACCT, STATUS="
                       acct-in-status
                   MOVE "GLACCT COULD NOT BE OPENED" TO rpt-message
                   PERFORM write-message-line
                   SET acct-in-eof TO TRUE
               ELSE
                   SET acct-in-available TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL acct-in-eof
               READ account-in-file
                   AT END
                       SET acct-in-eof TO TRUE
                   NOT AT END
                       PERFORM load-one-master-record
               END-READ
           END-PERFORM
           IF acct-in-available
               CLOSE account-in-file
           END-IF.

       load-one-master-record.
           IF gam-count < gam-max
               ADD 1 TO gam-count
               MOVE "N" TO gam-entry-deleted(gam-count)
               MOVE account-in-record TO gam-entry-record(gam-count)
           ELSE
               SET file-error TO TRUE
               MOVE "MASTER EXCEEDS MAPPING TABLE - RUN STOPPED"
                   TO rpt-message
               PERFORM write-message-line
               SET acct-in-eof TO TRUE
           END-IF.

       apply-transactions.
           PERFORM UNTIL tran-file-eof OR file-error
               READ account-tran-file
                   AT END
                       SET tran-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO tran-read-count
                       MOVE account-tran-record TO account-tran-ws
                       PERFORM apply-one-transaction
               END-READ
           END-PERFORM
           CLOSE account-tran-file.

       apply-one-transaction.
           MOVE "N" TO tran-error-switch
           MOVE gat-action TO rpt-action
           MOVE gat-department TO rpt-department
           MOVE gat-profile-code TO rpt-profile-code
           PERFORM find-account-entry
           EVALUATE TRUE
               WHEN gat-action-add
                   PERFORM apply-add
               WHEN gat-action-change
                   PERFORM apply-change
               WHEN gat-action-delete
                   PERFORM apply-delete
               WHEN OTHER
                   PERFORM reject-transaction-code
           END-EVALUATE.

       find-account-entry.
           MOVE 0 TO gam-found-ix
           PERFORM VARYING gam-ix FROM 1 BY 1
               UNTIL gam-ix > gam-count OR gam-found-ix > 0
               MOVE gam-entry-record(gam-ix) TO gl-account-map-ws
               IF gam-department = gat-department
                   AND gam-profile-code = gat-profile-code
                   AND NOT gam-deleted(gam-ix)
                   MOVE gam-ix TO gam-found-ix
               END-IF
           END-PERFORM.

       apply-add.
           IF gam-found-ix > 0
               MOVE "MAPPING ALREADY ON MASTER" TO rpt-action-text
               PERFORM reject-one-transaction
           ELSE
               PERFORM edit-transaction-fields
               IF NOT tran-in-error
                   IF gam-count < gam-max
                       ADD 1 TO gam-count
                       MOVE "N" TO gam-entry-deleted(gam-count)
                       PERFORM build-account-record
                       MOVE gl-account-map-ws
                           TO gam-entry-record(gam-count)
                       ADD 1 TO applied-count
                       MOVE "APPLIED" TO rpt-action-result
                       MOVE gat-description TO rpt-action-text
                       PERFORM write-action-line
                       PERFORM write-new-image
                   ELSE
                       MOVE "MAPPING TABLE FULL" TO rpt-action-text
                       PERFORM reject-one-transaction
                   END-IF
               END-IF
           END-IF.

       apply-change.
           IF gam-found-ix = 0
               MOVE "MAPPING NOT ON MASTER" TO rpt-action-text
               PERFORM reject-one-transaction
           ELSE
               PERFORM edit-transaction-fields
               IF NOT tran-in-error
                   ADD 1 TO applied-count
                   MOVE "APPLIED" TO rpt-action-result
                   MOVE gat-description TO rpt-action-text
                   PERFORM write-action-line
                   MOVE gam-entry-record(gam-found-ix)
                       TO gl-account-map-ws
                   PERFORM write-old-image
                   PERFORM build-account-record
                   MOVE gl-account-map-ws
                       TO gam-entry-record(gam-found-ix)
                   PERFORM write-new-image
               END-IF
           END-IF.

       apply-delete.
           IF gam-found-ix = 0
               MOVE "MAPPING NOT ON MASTER" TO rpt-action-text
               PERFORM reject-one-transaction
           ELSE
               SET gam-deleted(gam-found-ix) TO TRUE
               ADD 1 TO applied-count
               MOVE "APPLIED" TO rpt-action-result
               MOVE "MAPPING REMOVED" TO rpt-action-text
               PERFORM write-action-line
               MOVE gam-entry-record(gam-found-ix)
                   TO gl-account-map-ws
               PERFORM write-old-image
           END-IF.

       reject-transaction-code.
           MOVE "ACTION NOT A, C OR D" TO rpt-action-text
           PERFORM reject-one-transaction.

      * a mapping that posts and offsets to the same account would
      * net every detail to nothing on the GL side
       edit-transaction-fields.
           IF gat-department NOT = SPACES
               MOVE "N" TO dept-found-switch
               PERFORM VARYING dept-ix FROM 1 BY 1
                   UNTIL dept-ix > dept-count OR dept-found
                   IF dept-entry-code(dept-ix) = gat-department
                       SET dept-found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT dept-found
                   MOVE "DEPARTMENT NOT ON REQMSTR" TO rpt-action-text
                   PERFORM reject-one-transaction
               END-IF
           END-IF
           IF NOT tran-in-error AND gat-profile-code NOT = SPACES
               MOVE "N" TO prof-found-switch
               PERFORM VARYING prof-ix FROM 1 BY 1
                   UNTIL prof-ix > prof-count OR prof-found
                   IF prof-entry-code(prof-ix) = gat-profile-code
                       SET prof-found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT prof-found
                   MOVE "PROFILE CODE NOT ON DIVPROF" TO rpt-action-text
                   PERFORM reject-one-transaction
               END-IF
           END-IF
           IF NOT tran-in-error
               IF gat-gl-account = SPACES
                   MOVE "GL ACCOUNT MISSING" TO rpt-action-text
                   PERFORM reject-one-transaction
               END-IF
           END-IF
           IF NOT tran-in-error
               IF gat-offset-account = SPACES
                   MOVE "OFFSET ACCOUNT MISSING" TO rpt-action-text
                   PERFORM reject-one-transaction
               END-IF
           END-IF
           IF NOT tran-in-error
               IF gat-offset-account = gat-gl-account
                   MOVE "OFFSET SAME AS GL ACCOUNT" TO rpt-action-text
                   PERFORM reject-one-transaction
               END-IF
           END-IF.

       build-account-record.
           MOVE SPACES TO gl-account-map-ws
           MOVE gat-department TO gam-department
           MOVE gat-profile-code TO gam-profile-code
           MOVE gat-gl-account TO gam-gl-account
           MOVE gat-offset-account TO gam-offset-account
           MOVE gat-description TO gam-description.

       reject-one-transaction.
           SET tran-in-error TO TRUE
           ADD 1 TO rejected-count
           MOVE "REJECTED" TO rpt-action-result
           PERFORM write-action-line.

       write-action-line.
           MOVE report-action-line TO audit-report-record
           WRITE audit-report-record
           MOVE SPACES TO rpt-action-text.

       write-old-image.
           MOVE "BEFORE " TO rpt-image-tag
           PERFORM write-image-line.

       write-new-image.
           MOVE "AFTER  " TO rpt-image-tag
           PERFORM write-image-line.

       write-image-line.
           MOVE gam-gl-account TO rpt-image-account
           MOVE gam-offset-account TO rpt-image-offset
           MOVE gam-description TO rpt-image-desc
           MOVE report-image-line TO audit-report-record
           WRITE audit-report-record.

       write-new-master.
           PERFORM VARYING gam-ix FROM 1 BY 1 UNTIL gam-ix > gam-count
               IF NOT gam-deleted(gam-ix)
                   ADD 1 TO written-count
                   MOVE gam-entry-record(gam-ix)
                       TO account-out-record
                   WRITE account-out-record
               END-IF
           END-PERFORM
           CLOSE account-out-file.

       write-update-totals.
           MOVE tran-read-count TO rpt-tran-count
           MOVE applied-count TO rpt-applied-count
           MOVE rejected-count TO rpt-rejected-count
           MOVE written-count TO rpt-written-count
           MOVE report-total-line TO audit-report-record
           WRITE audit-report-record
           DISPLAY "GLAUPD: TRANS=" tran-read-count
               " APPLIED=" applied-count
               " REJECTED=" rejected-count
               " ON MASTER=" written-count.

       write-message-line.
           MOVE report-message-line TO audit-report-record
           WRITE audit-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM glaupd.
