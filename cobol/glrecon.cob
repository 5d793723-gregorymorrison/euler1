      * its own trailer, the "S" super-trailer (when present) is
      * checked against the sum of the groups, and the audit totals
      * are compared against the group carrying the audit's run-id
      *
      * each group's "A" account subtotals must agree with its
      * details account by account, and on the daily file the
      * day-level subtotals ahead of the super-trailer must agree
      * with every detail of the day; a result myTest held back for
      * want of an account mapping is on the audit file but not on
      * the GL side, so it is left out of the audit totals and
      * counted separately
      *
      * a stream step: stepctl refuses the reconciliation, before the
      * report is opened, when the step ahead of it has not ended
      * acceptably or tonight's reconciliation has already completed;
      * an audit file for some other run-id (a glrev reversal) is
      * balanced ad hoc outside the stream

       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrecon.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-file-record      PIC X(410).

       FD  gl-file.
       01  gl-file-record         PIC X(80).

       FD  recon-report-file.
       01  recon-report-record    PIC X(80).
       WORKING-STORAGE SECTION.
       COPY eulaudit.
       COPY glextr.
       COPY eulstep.

       01  aud-file-status        PIC XX.
           88  aud-file-ok            VALUE "00".
       01  audit-record-count     PIC 9(9) VALUE 0.
       01  audit-posted-count     PIC 9(9) VALUE 0.
       01  audit-posted-sum       PIC 9(18) VALUE 0.
       01  audit-held-count       PIC 9(9) VALUE 0.

       01  audit-run-id           PIC X(8) VALUE SPACES.
       01  audit-run-date         PIC X(8) VALUE SPACES.
       01  recon-run-id           PIC X(8) VALUE SPACES.

      * one entry per H/D/T run group on the GL side; a plain
      * single-run extract simply fills one entry
       01  sup-record-count       PIC 9(9) VALUE 0.
       01  sup-control-sum        PIC 9(18) VALUE 0.

      * account subtotals of the run group being read, tallied from
      * its details and from its own "A" records for the check at
      * its trailer
       01  gac-count              PIC 9(3) VALUE 0.
       01  gac-max                PIC 9(3) VALUE 100.
       01  gac-ix                 PIC 9(3).
       01  gac-found-ix           PIC 9(3).
       01  group-account-table.
           05  gac-entry OCCURS 100 TIMES.
               10  gac-gl-account     PIC X(10).
               10  gac-offset-account PIC X(10).
               10  gac-det-count      PIC 9(9).
               10  gac-det-sum        PIC 9(18).
               10  gac-act-count      PIC 9(9).
               10  gac-act-sum        PIC 9(18).
               10  gac-act-switch     PIC X(1).
                   88  gac-act-seen       VALUE "Y".

      * account subtotals across the whole GL side: the details,
      * the group-level subtotals added together, and the day-level
      * subtotals when the file carries a super-trailer
       01  dac-count              PIC 9(3) VALUE 0.
       01  dac-max                PIC 9(3) VALUE 200.
       01  dac-ix                 PIC 9(3).
       01  dac-found-ix           PIC 9(3).
       01  dac-table-full-switch  PIC X VALUE "N".
           88  dac-table-full         VALUE "Y".
       01  day-account-table.
           05  dac-entry OCCURS 200 TIMES.
               10  dac-gl-account     PIC X(10).
               10  dac-offset-account PIC X(10).
               10  dac-det-count      PIC 9(9).
               10  dac-det-sum        PIC 9(18).
               10  dac-grp-count      PIC 9(9).
               10  dac-grp-sum        PIC 9(18).
               10  dac-day-count      PIC 9(9).
               10  dac-day-sum        PIC 9(18).

       01  account-gl-account     PIC X(10).
       01  account-offset-account PIC X(10).

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "GLRECON - AUDIT/GL RECONCILIATION REPORT".
           05  rpt-compare-flag       PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.

       01  report-account-line.
           05  FILLER                 PIC X(8) VALUE "ACCOUNT ".
           05  rpt-act-gl-account     PIC X(10).
           05  FILLER                 PIC X(1) VALUE "/".
           05  rpt-act-offset-account PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-act-count          PIC 9(9).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-act-sum            PIC 9(18).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-act-flag           PIC X(12).
           05  FILLER                 PIC X(8) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM find-recon-run-id
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "GLRECON: REFUSED BY STREAM CONTROL - NOTHING "
                   "RECONCILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM initialize-recon
           PERFORM read-audit-file
           PERFORM read-gl-file
           PERFORM balance-gl-groups
           PERFORM compare-totals
           PERFORM compare-account-totals
           PERFORM write-recon-result
           CLOSE recon-report-file
           IF run-balanced
               MOVE 0 TO stc-return-code
           ELSE
               MOVE 8 TO stc-return-code
           END-IF
           PERFORM end-stream-step
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

      * the audit file's run-id tells stepctl whether this is
      * tonight's stream run or ad hoc work on some other run
       find-recon-run-id.
           OPEN INPUT audit-file
           IF aud-file-ok
               READ audit-file INTO audit-record-ws
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE aud-run-id TO recon-run-id
               END-READ
               CLOSE audit-file
           END-IF.

       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "GLRECON " TO stc-step-name
           MOVE recon-run-id TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

       initialize-recon.
           OPEN OUTPUT recon-report-file
           IF NOT rpt-file-ok
               END-IF
           END-IF
           IF aud-status-ok
               IF aud-gl-held
                   ADD 1 TO audit-held-count
               ELSE
                   ADD 1 TO audit-posted-count
                   ADD aud-result TO audit-posted-sum
               END-IF
           END-IF.

       read-gl-file.
                       MOVE gl-file-record TO gl-trailer-ws
                       PERFORM close-gl-group
                   ELSE
                       IF gl-file-record(1:1) = "A"
                           MOVE gl-file-record TO gl-account-total-ws
                           PERFORM tally-gl-account-total
                       ELSE
                           IF gl-file-record(1:1) = "S"
                               MOVE gl-file-record
                                   TO gl-super-trailer-ws
                               SET sup-found TO TRUE
                               MOVE gl-sup-record-count
                                   TO sup-record-count
                               MOVE gl-sup-control-sum
                                   TO sup-control-sum
                           ELSE
                               MOVE "N" TO balanced-switch
                               MOVE "UNRECOGNIZED GLEXTRACT RECORD TYPE"
                                   TO rpt-message
                               PERFORM write-message-line
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO grp-trl-sum(grp-count)
               MOVE SPACES TO grp-trl-status(grp-count)
               MOVE "N" TO grp-trl-switch(grp-count)
               MOVE 0 TO gac-count
           ELSE
               IF NOT grp-table-full
                   SET grp-table-full TO TRUE
               ADD gl-det-result TO grp-det-sum(grp-count)
               ADD 1 TO day-detail-count
               ADD gl-det-result TO day-detail-sum
               MOVE gl-det-gl-account TO account-gl-account
               MOVE gl-det-offset-account TO account-offset-account
               PERFORM find-group-account
               IF gac-found-ix > 0
                   ADD 1 TO gac-det-count(gac-found-ix)
                   ADD gl-det-result TO gac-det-sum(gac-found-ix)
               END-IF
               PERFORM find-day-account
               IF dac-found-ix > 0
                   ADD 1 TO dac-det-count(dac-found-ix)
                   ADD gl-det-result TO dac-det-sum(dac-found-ix)
               END-IF
           END-IF.

      * a group-level subtotal belongs to the group being read; a
      * day-level one is only checked against the day as a whole
       tally-gl-account-total.
           MOVE gl-act-gl-account TO account-gl-account
           MOVE gl-act-offset-account TO account-offset-account
           PERFORM find-day-account
           IF gl-act-day-level
               IF dac-found-ix > 0
                   ADD gl-act-record-count
                       TO dac-day-count(dac-found-ix)
                   ADD gl-act-control-sum
                       TO dac-day-sum(dac-found-ix)
               END-IF
           ELSE
               IF grp-count = 0
                   MOVE "N" TO balanced-switch
                   MOVE "ACCOUNT SUBTOTAL BEFORE ANY HEADER"
                       TO rpt-message
                   PERFORM write-message-line
               ELSE
                   IF dac-found-ix > 0
                       ADD gl-act-record-count
                           TO dac-grp-count(dac-found-ix)
                       ADD gl-act-control-sum
                           TO dac-grp-sum(dac-found-ix)
                   END-IF
                   PERFORM find-group-account
                   IF gac-found-ix > 0
                       IF gac-act-seen(gac-found-ix)
                           MOVE "N" TO balanced-switch
                           MOVE "ACCOUNT SUBTOTAL REPEATED IN A GROUP"
                               TO rpt-message
                           PERFORM write-message-line
                       END-IF
                       SET gac-act-seen(gac-found-ix) TO TRUE
                       ADD gl-act-record-count
                           TO gac-act-count(gac-found-ix)
                       ADD gl-act-control-sum
                           TO gac-act-sum(gac-found-ix)
                   END-IF
               END-IF
           END-IF.

       find-group-account.
           MOVE 0 TO gac-found-ix
           PERFORM VARYING gac-ix FROM 1 BY 1
               UNTIL gac-ix > gac-count OR gac-found-ix > 0
               IF gac-gl-account(gac-ix) = account-gl-account
                   AND gac-offset-account(gac-ix)
                       = account-offset-account
                   MOVE gac-ix TO gac-found-ix
               END-IF
           END-PERFORM
           IF gac-found-ix = 0
               IF gac-count < gac-max
                   ADD 1 TO gac-count
                   MOVE gac-count TO gac-found-ix
                   MOVE account-gl-account TO gac-gl-account(gac-count)
                   MOVE account-offset-account
                       TO gac-offset-account(gac-count)
                   MOVE 0 TO gac-det-count(gac-count)
                   MOVE 0 TO gac-det-sum(gac-count)
                   MOVE 0 TO gac-act-count(gac-count)
                   MOVE 0 TO gac-act-sum(gac-count)
                   MOVE "N" TO gac-act-switch(gac-count)
               ELSE
                   MOVE "N" TO balanced-switch
                   MOVE "MORE ACCOUNTS IN A GROUP THAN THE TABLE HOLDS"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       find-day-account.
           MOVE 0 TO dac-found-ix
           PERFORM VARYING dac-ix FROM 1 BY 1
               UNTIL dac-ix > dac-count OR dac-found-ix > 0
               IF dac-gl-account(dac-ix) = account-gl-account
                   AND dac-offset-account(dac-ix)
                       = account-offset-account
                   MOVE dac-ix TO dac-found-ix
               END-IF
           END-PERFORM
           IF dac-found-ix = 0
               IF dac-count < dac-max
                   ADD 1 TO dac-count
                   MOVE dac-count TO dac-found-ix
                   MOVE account-gl-account TO dac-gl-account(dac-count)
                   MOVE account-offset-account
                       TO dac-offset-account(dac-count)
                   MOVE 0 TO dac-det-count(dac-count)
                   MOVE 0 TO dac-det-sum(dac-count)
                   MOVE 0 TO dac-grp-count(dac-count)
                   MOVE 0 TO dac-grp-sum(dac-count)
                   MOVE 0 TO dac-day-count(dac-count)
                   MOVE 0 TO dac-day-sum(dac-count)
               ELSE
                   IF NOT dac-table-full
                       SET dac-table-full TO TRUE
                       MOVE "N" TO balanced-switch
                       MOVE "MORE ACCOUNTS THAN THE ACCOUNT TABLE HOLDS"
                           TO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF.

       close-gl-group.
               MOVE gl-trl-control-sum TO grp-trl-sum(grp-count)
               MOVE gl-trl-status TO grp-trl-status(grp-count)
               MOVE "Y" TO grp-trl-switch(grp-count)
               PERFORM check-group-accounts
           END-IF.

      * every account pair with details needs a group subtotal
      * carrying exactly its count and sum, and a subtotal with no
      * details behind it is just as wrong
       check-group-accounts.
           PERFORM VARYING gac-ix FROM 1 BY 1 UNTIL gac-ix > gac-count
               IF NOT gac-act-seen(gac-ix)
                   OR gac-act-count(gac-ix) NOT = gac-det-count(gac-ix)
                   OR gac-act-sum(gac-ix) NOT = gac-det-sum(gac-ix)
                   MOVE "N" TO balanced-switch
                   MOVE SPACES TO rpt-message
                   STRING "RUN GROUP " grp-run-id(grp-count)
                       " ACCOUNT SUBTOTAL OUT OF BALANCE - "
                       gac-gl-account(gac-ix)
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           END-PERFORM.

      * every run group must close cleanly on its own trailer before
      * the audit comparison means anything
       balance-gl-groups.
           MOVE report-compare-line TO recon-report-record
           WRITE recon-report-record.

      * one line per account pair on the GL side: the details
      * against the group subtotals, and against the day-level
      * subtotals as well when the file carries a super-trailer
       compare-account-totals.
           PERFORM VARYING dac-ix FROM 1 BY 1 UNTIL dac-ix > dac-count
               MOVE dac-gl-account(dac-ix) TO rpt-act-gl-account
               MOVE dac-offset-account(dac-ix)
                   TO rpt-act-offset-account
               MOVE dac-det-count(dac-ix) TO rpt-act-count
               MOVE dac-det-sum(dac-ix) TO rpt-act-sum
               IF dac-grp-count(dac-ix) NOT = dac-det-count(dac-ix)
                   OR dac-grp-sum(dac-ix) NOT = dac-det-sum(dac-ix)
                   OR (sup-found
                       AND (dac-day-count(dac-ix)
                               NOT = dac-det-count(dac-ix)
                           OR dac-day-sum(dac-ix)
                               NOT = dac-det-sum(dac-ix)))
                   MOVE "N" TO balanced-switch
                   MOVE "** MISMATCH" TO rpt-act-flag
               ELSE
                   MOVE "IN BALANCE" TO rpt-act-flag
               END-IF
               MOVE report-account-line TO recon-report-record
               WRITE recon-report-record
           END-PERFORM
           IF audit-held-count > 0
               MOVE SPACES TO rpt-message
               STRING "AUDIT RESULTS HELD FROM GL FOR WANT OF AN "
                   "ACCOUNT MAPPING: " audit-held-count
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           END-IF.

       write-message-line.
           MOVE report-message-line TO recon-report-record
           WRITE recon-report-record
