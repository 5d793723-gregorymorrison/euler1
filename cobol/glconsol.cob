      * daily file is refused so the same extract cannot be folded
      * in twice
      *
      * every run group carries "A" account subtotals ahead of its
      * trailer, one per GL account / offset account pair, and they
      * must agree with the group's details account by account; the
      * day-level "A" subtotals ahead of the super-trailer are
      * rebuilt on every pass from all of the day's details
      *
      * GLEXTRACT in   this run's extract from myTest
      * GLDAILY   in   the daily file built so far (absent first run)
      * GLDAYNEW  out  the daily file including this run
      *
      * a stream step: stepctl refuses the consolidation, before any
      * output is opened, when the step ahead of it has not ended
      * acceptably or tonight's consolidation has already completed;
      * an extract for some other run-id (a glrev reversal) is ad
      * hoc and is folded in outside the stream
      *
      * returns 0 when GLDAYNEW is good to swap in and 8 when the
      * incoming extract or the daily file is not clean - on 8 the
      * old GLDAILY must be kept
       DATA DIVISION.
       FILE SECTION.
       FD  gl-file.
       01  gl-file-record         PIC X(80).

       FD  daily-in-file.
       01  daily-in-record        PIC X(80).

       FD  daily-out-file.
       01  daily-out-record       PIC X(80).

       FD  consol-report-file.
       01  consol-report-record   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY glextr.
       COPY eulstep.

       01  gl-file-status         PIC XX.
           88  gl-file-ok             VALUE "00".
       01  in-trl-sum             PIC 9(18) VALUE 0.
       01  incoming-detail-table.
           05  in-det-entry OCCURS 2000 TIMES.
               10  in-det-record      PIC X(80).

       01  day-run-count          PIC 9(3) VALUE 0.
       01  extract-run-id         PIC X(8) VALUE SPACES.

       01  group-detail-count     PIC 9(9) VALUE 0.
       01  group-detail-sum       PIC 9(18) VALUE 0.
       01  day-control-sum        PIC 9(18) VALUE 0.
       01  copied-record-count    PIC 9(9) VALUE 0.

      * account subtotals of one run group - the incoming extract
      * while it is validated, then each daily group in turn as it
      * is copied - tallied from the details and from the group's
      * own "A" records so the two can be compared at the trailer
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

      * the day's account subtotals across every group, written
      * ahead of the super-trailer
       01  dac-count              PIC 9(3) VALUE 0.
       01  dac-max                PIC 9(3) VALUE 200.
       01  dac-ix                 PIC 9(3).
       01  dac-found-ix           PIC 9(3).
       01  day-account-table.
           05  dac-entry OCCURS 200 TIMES.
               10  dac-gl-account     PIC X(10).
               10  dac-offset-account PIC X(10).
               10  dac-det-count      PIC 9(9).
               10  dac-det-sum        PIC 9(18).

       01  account-gl-account     PIC X(10).
       01  account-offset-account PIC X(10).
       01  group-accounts-bad-switch PIC X VALUE "N".
           88  group-accounts-bad     VALUE "Y".

       01  report-heading.
           05  FILLER                 PIC X(42) VALUE
               "GLCONSOL - DAILY GL CONSOLIDATION         ".
           05  rpt-total-sum          PIC 9(18).
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  report-account-line.
           05  FILLER                 PIC X(4) VALUE "  A ".
           05  rpt-act-gl-account     PIC X(10).
           05  FILLER                 PIC X(1) VALUE "/".
           05  rpt-act-offset-account PIC X(10).
           05  FILLER                 PIC X(7) VALUE " COUNT ".
           05  rpt-act-count          PIC 9(9).
           05  FILLER                 PIC X(6) VALUE "  SUM ".
           05  rpt-act-sum            PIC 9(18).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM find-extract-run-id
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "GLCONSOL: REFUSED BY STREAM CONTROL - NOTHING "
                   "CONSOLIDATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM initialize-consol
           IF NOT consol-bad
               PERFORM read-incoming-extract
           PERFORM write-consol-result
           CLOSE consol-report-file
           IF consol-bad
               MOVE 8 TO stc-return-code
           ELSE
               MOVE 0 TO stc-return-code
           END-IF
           PERFORM end-stream-step
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

      * the incoming header's run-id tells stepctl whether this is
      * tonight's stream run or ad hoc work on some other run
       find-extract-run-id.
           OPEN INPUT gl-file
           IF gl-file-ok
               READ gl-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF gl-file-record(1:1) = "H"
                           MOVE gl-file-record TO gl-header-ws
                           MOVE gl-hdr-run-id TO extract-run-id
                       END-IF
               END-READ
               CLOSE gl-file
           END-IF.

       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "GLCONSOL" TO stc-step-name
           MOVE extract-run-id TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

       initialize-consol.
           OPEN OUTPUT consol-report-file
           IF NOT rpt-file-ok
           END-IF.

       read-incoming-extract.
           PERFORM reset-group-accounts
           PERFORM UNTIL gl-file-eof
               READ gl-file
                   AT END
                       MOVE gl-file-record
                           TO in-det-record(in-detail-count)
                       ADD gl-det-result TO in-detail-sum
                       PERFORM tally-group-detail-account
                   ELSE
                       SET consol-bad TO TRUE
                       MOVE "EXTRACT EXCEEDS DETAIL TABLE - REFUSED"
                       PERFORM write-message-line
                   END-IF
               ELSE
                   PERFORM take-extract-summary-record
               END-IF
           END-IF.

       take-extract-summary-record.
           IF gl-file-record(1:1) = "A"
               MOVE gl-file-record TO gl-account-total-ws
               IF gl-act-group-level
                   PERFORM tally-group-account-total
               ELSE
                   SET consol-bad TO TRUE
                   MOVE "DAY-LEVEL ACCOUNT SUBTOTAL ON GLEXTRACT"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           ELSE
               IF gl-file-record(1:1) = "T"
                   MOVE gl-file-record TO gl-trailer-ws
                   SET in-trl-found TO TRUE
                   MOVE gl-trl-record-count TO in-trl-count
                   MOVE gl-trl-control-sum TO in-trl-sum
               ELSE
                   SET consol-bad TO TRUE
                   MOVE "UNRECOGNIZED RECORD TYPE ON GLEXTRACT"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

               MOVE "INCOMING TRAILER DISAGREES WITH DETAILS"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           PERFORM check-group-accounts
           IF group-accounts-bad
               SET consol-bad TO TRUE
               MOVE "INCOMING ACCOUNT SUBTOTALS DISAGREE WITH DETAILS"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

       build-daily-file.

       copy-one-daily-record.
           IF daily-in-record(1:1) = "S"
               OR daily-in-record(1:2) = "AD"
      * the old super-trailer and the day-level account subtotals
      * ahead of it are rebuilt below, not copied
               CONTINUE
           ELSE
               IF daily-in-record(1:1) = "H"
                   ADD gl-det-result TO group-detail-sum
                   ADD 1 TO day-detail-count
                   ADD gl-det-result TO day-control-sum
                   PERFORM tally-group-detail-account
                   PERFORM tally-day-detail-account
               END-IF
               IF daily-in-record(1:1) = "A"
                   MOVE daily-in-record TO gl-account-total-ws
                   PERFORM tally-group-account-total
               END-IF
               IF daily-in-record(1:1) = "T"
                   MOVE daily-in-record TO gl-trailer-ws
               SET group-open TO TRUE
               MOVE 0 TO group-detail-count
               MOVE 0 TO group-detail-sum
               PERFORM reset-group-accounts
               ADD 1 TO day-run-count
               MOVE gl-hdr-run-id TO rpt-run-id
               MOVE gl-hdr-run-date TO rpt-run-date
                   MOVE "GLDAILY GROUP TRAILER OUT OF BALANCE"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
               PERFORM check-group-accounts
               IF group-accounts-bad
                   SET consol-bad TO TRUE
                   MOVE "GLDAILY GROUP ACCOUNT SUBTOTALS OUT OF BALANCE"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
               IF NOT consol-bad
                   MOVE group-detail-count TO rpt-run-det-count
                   MOVE group-detail-sum TO rpt-run-det-sum
                   MOVE report-run-line TO consol-report-record
           MOVE in-run-id TO gl-hdr-run-id
           MOVE gl-header-ws TO daily-out-record
           WRITE daily-out-record
           PERFORM reset-group-accounts
           PERFORM VARYING in-det-ix FROM 1 BY 1
               UNTIL in-det-ix > in-detail-count
               MOVE in-det-record(in-det-ix) TO daily-out-record
               WRITE daily-out-record
               MOVE in-det-record(in-det-ix) TO gl-detail-ws
               PERFORM tally-group-detail-account
               PERFORM tally-day-detail-account
           END-PERFORM
           PERFORM VARYING gac-ix FROM 1 BY 1 UNTIL gac-ix > gac-count
               PERFORM write-group-account-total
           END-PERFORM
           MOVE "T" TO gl-trl-rec-type
           MOVE in-detail-count TO gl-trl-record-count
           MOVE report-run-line TO consol-report-record
           WRITE consol-report-record.

       write-group-account-total.
           MOVE "A" TO gl-act-rec-type
           SET gl-act-group-level TO TRUE
           MOVE gac-gl-account(gac-ix) TO gl-act-gl-account
           MOVE gac-offset-account(gac-ix) TO gl-act-offset-account
           MOVE gac-det-count(gac-ix) TO gl-act-record-count
           MOVE gac-det-sum(gac-ix) TO gl-act-control-sum
           MOVE gl-account-total-ws TO daily-out-record
           WRITE daily-out-record.

       write-super-trailer.
           PERFORM VARYING dac-ix FROM 1 BY 1 UNTIL dac-ix > dac-count
               PERFORM write-day-account-total
           END-PERFORM
           MOVE "S" TO gl-sup-rec-type
           MOVE in-run-date TO gl-sup-run-date
           MOVE day-run-count TO gl-sup-run-count
           MOVE gl-super-trailer-ws TO daily-out-record
           WRITE daily-out-record.

       write-day-account-total.
           MOVE "A" TO gl-act-rec-type
           SET gl-act-day-level TO TRUE
           MOVE dac-gl-account(dac-ix) TO gl-act-gl-account
           MOVE dac-offset-account(dac-ix) TO gl-act-offset-account
           MOVE dac-det-count(dac-ix) TO gl-act-record-count
           MOVE dac-det-sum(dac-ix) TO gl-act-control-sum
           MOVE gl-account-total-ws TO daily-out-record
           WRITE daily-out-record
           MOVE dac-gl-account(dac-ix) TO rpt-act-gl-account
           MOVE dac-offset-account(dac-ix) TO rpt-act-offset-account
           MOVE dac-det-count(dac-ix) TO rpt-act-count
           MOVE dac-det-sum(dac-ix) TO rpt-act-sum
           MOVE report-account-line TO consol-report-record
           WRITE consol-report-record.

       reset-group-accounts.
           MOVE 0 TO gac-count.

       tally-group-detail-account.
           MOVE gl-det-gl-account TO account-gl-account
           MOVE gl-det-offset-account TO account-offset-account
           PERFORM find-group-account
           IF gac-found-ix > 0
               ADD 1 TO gac-det-count(gac-found-ix)
               ADD gl-det-result TO gac-det-sum(gac-found-ix)
           END-IF.

       tally-group-account-total.
           MOVE gl-act-gl-account TO account-gl-account
           MOVE gl-act-offset-account TO account-offset-account
           PERFORM find-group-account
           IF gac-found-ix > 0
               IF gac-act-seen(gac-found-ix)
                   SET consol-bad TO TRUE
                   MOVE "ACCOUNT SUBTOTAL REPEATED WITHIN A RUN GROUP"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
               SET gac-act-seen(gac-found-ix) TO TRUE
               MOVE gl-act-record-count TO gac-act-count(gac-found-ix)
               MOVE gl-act-control-sum TO gac-act-sum(gac-found-ix)
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
                   SET consol-bad TO TRUE
                   MOVE "MORE ACCOUNTS IN A GROUP THAN THE TABLE HOLDS"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

      * every account pair with details needs a subtotal carrying
      * exactly its count and sum, and a subtotal with no details
      * behind it is just as wrong
       check-group-accounts.
           MOVE "N" TO group-accounts-bad-switch
           PERFORM VARYING gac-ix FROM 1 BY 1 UNTIL gac-ix > gac-count
               IF NOT gac-act-seen(gac-ix)
                   OR gac-act-count(gac-ix) NOT = gac-det-count(gac-ix)
                   OR gac-act-sum(gac-ix) NOT = gac-det-sum(gac-ix)
                   SET group-accounts-bad TO TRUE
               END-IF
           END-PERFORM.

       tally-day-detail-account.
           MOVE 0 TO dac-found-ix
           PERFORM VARYING dac-ix FROM 1 BY 1
               UNTIL dac-ix > dac-count OR dac-found-ix > 0
               IF dac-gl-account(dac-ix) = gl-det-gl-account
                   AND dac-offset-account(dac-ix)
                       = gl-det-offset-account
                   MOVE dac-ix TO dac-found-ix
               END-IF
           END-PERFORM
           IF dac-found-ix = 0
               IF dac-count < dac-max
                   ADD 1 TO dac-count
                   MOVE dac-count TO dac-found-ix
                   MOVE gl-det-gl-account TO dac-gl-account(dac-count)
                   MOVE gl-det-offset-account
                       TO dac-offset-account(dac-count)
                   MOVE 0 TO dac-det-count(dac-count)
                   MOVE 0 TO dac-det-sum(dac-count)
               ELSE
                   SET consol-bad TO TRUE
                   MOVE "MORE ACCOUNTS IN THE DAY THAN THE TABLE HOLDS"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF
           IF dac-found-ix > 0
               ADD 1 TO dac-det-count(dac-found-ix)
               ADD gl-det-result TO dac-det-sum(dac-found-ix)
           END-IF.

       write-consol-result.
           MOVE day-run-count TO rpt-total-runs
           MOVE day-detail-count TO rpt-total-details
