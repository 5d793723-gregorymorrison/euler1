      * batch window planner in COBOL
      *
      * a handful of huge thresholds run in loop mode through
      * euler1's calculate-loop can carry the whole night past the
      * batch window; this program runs between cntrecyc and myTest,
      * estimates what every transaction on tonight's merged file
      * will cost from the TIMEHIST timing history myTest keeps, and
      * splits the file in two: an express stream for tonight's
      * myTest run and a heavy stream holding the loop-mode
      * transactions estimated at or over the heavy limit, each
      * closed by its own control record so myTest verifies either
      * one exactly as it verifies a whole batch; the heavy stream
      * is run by a myTest run of its own under its own run-id,
      * outside the nightly stream, whenever there is room for it -
      * its control record keeps the merged file's run date, and that
      * run's parm card names the date in the stream-date columns
      * (56-63) so myTest accepts the batch on a later day; the
      * planning report prints the date to key
      *
      * a transaction is estimated from, in order: its own timing
      * entry (same calc mode, divisor count and threshold), the
      * rate per threshold of the entries with the same calc mode
      * and divisor count, the rate per threshold and divisor of the
      * entries with the same calc mode, and a default rate when
      * there is no history at all; a formula-mode calculation does
      * not grow with the threshold, so it is estimated per call
      *
      * the forecast is both streams' estimated time against the
      * window; when it overruns, the planning report recommends
      * changes largest first until the forecast fits - a loop-mode
      * run's transaction is switched to formula mode, which gives
      * the same result for a fraction of the time, and a
      * verify-mode run's (which needs the loop) is deferred
      *
      * parm: the batch window in minutes in columns 1-4 (default
      * 0360) and the heavy limit in seconds in columns 5-9 (default
      * 00600)
      *
      * CNTMERGE in   tonight's merged clean file from cntrecyc
      * PARMOUT  in   tonight's parm card from runprep
      * DIVPROF  in   divisor profile master
      * TIMEHIST in   calculation timing history from myTest
      * CNTEXPR  out  express stream, the CNTIN of tonight's run
      * CNTHEAVY out  heavy stream, the CNTIN of the heavy run
      * PLANRPT  out  planning report
      *
      * a stream step: stepctl refuses the plan, before any output is
      * opened, when cntrecyc has not ended acceptably or tonight's
      * plan has already completed
      *
      * returns 0 when the forecast fits the window, 4 when it
      * overruns (the recommendations are on PLANRPT) or there was no
      * timing history to estimate from, 8 when the merged file did
      * not balance or a dataset failed - neither stream is then
      * released

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bwplan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT merged-in-file ASSIGN TO "CNTMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS merged-in-status.
           SELECT parm-in-file ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-in-status.
           SELECT divisor-profile-file ASSIGN TO "DIVPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dvp-file-status.
           SELECT timing-file ASSIGN TO "TIMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tm-key
               FILE STATUS IS time-file-status.
           SELECT express-out-file ASSIGN TO "CNTEXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS express-out-status.
           SELECT heavy-out-file ASSIGN TO "CNTHEAVY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS heavy-out-status.
           SELECT plan-report-file ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  merged-in-file.
       01  merged-in-record       PIC X(37).

       FD  parm-in-file.
       01  parm-in-record         PIC X(80).

       FD  divisor-profile-file.
       01  divisor-profile-record PIC X(90).

       FD  timing-file.
       COPY eultime.

       FD  express-out-file.
       01  express-out-record     PIC X(37).

       FD  heavy-out-file.
       01  heavy-out-record       PIC X(37).

       FD  plan-report-file.
       01  plan-report-record     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY cnttran.
       COPY cntctl.
       COPY eulparm.
       COPY divprof.
       COPY eulstep.

       01  merged-in-status       PIC XX.
           88  merged-in-ok           VALUE "00".

       01  merged-in-eof-switch   PIC X VALUE "N".
           88  merged-in-eof          VALUE "Y".

       01  parm-in-status         PIC XX.
           88  parm-in-ok             VALUE "00".

       01  dvp-file-status        PIC XX.
           88  dvp-file-ok            VALUE "00".

       01  dvp-file-eof-switch    PIC X VALUE "N".
           88  dvp-file-eof           VALUE "Y".

       01  time-file-status       PIC XX.
           88  time-file-ok           VALUE "00".

       01  time-file-eof-switch   PIC X VALUE "N".
           88  time-file-eof          VALUE "Y".

       01  time-file-avail-switch PIC X VALUE "N".
           88  time-file-available    VALUE "Y".

       01  express-out-status     PIC XX.
           88  express-out-ok         VALUE "00".

       01  heavy-out-status       PIC XX.
           88  heavy-out-ok           VALUE "00".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  file-error-switch      PIC X VALUE "N".
           88  file-error             VALUE "Y".

       01  overrun-switch         PIC X VALUE "N".
           88  window-overrun         VALUE "Y".

       01  no-history-switch      PIC X VALUE "N".
           88  no-history             VALUE "Y".

       01  plan-parm-card         PIC X(80).
       01  plan-parm-fields REDEFINES plan-parm-card.
           05  plan-parm-window       PIC X(4).
           05  plan-parm-heavy        PIC X(5).
           05  FILLER                 PIC X(71).

       01  window-minutes         PIC 9(4) VALUE 360.
       01  heavy-limit-seconds    PIC 9(5) VALUE 600.
       01  window-hs              PIC 9(11).
       01  heavy-limit-hs         PIC 9(11).

      * used only when the timing history holds nothing that fits:
      * hundredths of a second per million values tried per divisor
      * in the loop, and per call in formula mode
       01  default-loop-hs-per-million PIC 9(5) VALUE 50.
       01  default-formula-hs     PIC 9(5) VALUE 1.

       01  plan-date              PIC X(8).
       01  current-date-time      PIC X(21).

      * tonight's run as runprep built it: the calc mode, and the
      * divisor count a transaction without its own divisors runs
      * with
       01  run-calc-mode          PIC X(1) VALUE "L".
           88  run-mode-loop          VALUE "L".
           88  run-mode-formula       VALUE "F".
           88  run-mode-verify        VALUE "V".
       01  run-default-count      PIC 9(2) VALUE 2.

       01  dvp-count              PIC 9(3) VALUE 0.
       01  dvp-max                PIC 9(3) VALUE 50.
       01  dvp-ix                 PIC 9(3).
       01  dvp-found-ix           PIC 9(3).
       01  divisor-profile-table.
           05  dvp-entry OCCURS 50 TIMES.
               10  dvp-entry-code     PIC X(4).
               10  dvp-entry-count    PIC 9(2).
               10  dvp-entry-eff      PIC X(8).
               10  dvp-entry-exp      PIC X(8).
       01  profile-code-work      PIC X(4).

      * the timing history summed by calc mode (L, F, V) and, within
      * a mode, by divisor count; units are the values tried -
      * threshold times samples, and times the divisor count at
      * mode level
       01  timing-rate-table.
           05  rmo-entry OCCURS 3 TIMES.
               10  rmo-total-hs       PIC 9(18).
               10  rmo-units          PIC 9(18).
               10  rmo-samples        PIC 9(9).
               10  rdv-entry OCCURS 10 TIMES.
                   15  rdv-total-hs   PIC 9(18).
                   15  rdv-units      PIC 9(18).
                   15  rdv-samples    PIC 9(9).
       01  mode-ix                PIC 9(1).
       01  div-ix                 PIC 9(2).

      * the one estimate being worked out
       01  est-calc-mode          PIC X(1).
       01  est-divisor-count      PIC 9(2).
       01  est-threshold          PIC 9(9).
       01  est-hs                 PIC 9(11).
       01  est-source             PIC X(1).

      * one entry per transaction on the merged file, in file order
       01  pln-count              PIC 9(5) VALUE 0.
       01  pln-max                PIC 9(5) VALUE 5000.
       01  pln-ix                 PIC 9(5).
       01  pln-found-ix           PIC 9(5).
       01  plan-table.
           05  pln-entry OCCURS 5000 TIMES.
               10  pln-threshold      PIC 9(9).
               10  pln-requestor-id   PIC X(8).
               10  pln-divisor-count  PIC 9(2).
               10  pln-est-hs         PIC 9(11).
               10  pln-formula-hs     PIC 9(11).
               10  pln-source         PIC X(1).
               10  pln-heavy-switch   PIC X(1).
                   88  pln-heavy          VALUE "Y".
               10  pln-changed-switch PIC X(1).
                   88  pln-changed        VALUE "Y".

       01  input-ctl-seen-switch  PIC X VALUE "N".
           88  input-ctl-seen         VALUE "Y".
       01  input-ctl-run-date     PIC X(8) VALUE SPACES.
       01  input-record-count     PIC 9(5) VALUE 0.
       01  input-threshold-total  PIC 9(15) VALUE 0.
       01  threshold-value        PIC 9(15).

       01  express-count          PIC 9(5) VALUE 0.
       01  express-threshold-total PIC 9(15) VALUE 0.
       01  express-hs             PIC 9(11) VALUE 0.
       01  heavy-count            PIC 9(5) VALUE 0.
       01  heavy-threshold-total  PIC 9(15) VALUE 0.
       01  heavy-hs               PIC 9(11) VALUE 0.
       01  forecast-hs            PIC 9(11) VALUE 0.
       01  saving-hs              PIC 9(11).
       01  largest-hs             PIC 9(11).
       01  changed-count          PIC 9(5) VALUE 0.

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "BWPLAN - BATCH WINDOW PLAN              ".
           05  FILLER                 PIC X(8) VALUE "   DATE ".
           05  rpt-hdg-date           PIC X(8).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  report-settings-line.
           05  FILLER                 PIC X(12) VALUE "  CALC MODE ".
           05  rpt-set-mode           PIC X(1).
           05  FILLER                 PIC X(19) VALUE
               "  DEFAULT DIVISORS ".
           05  rpt-set-divisors       PIC 9(2).
           05  FILLER                 PIC X(9) VALUE "  WINDOW ".
           05  rpt-set-window         PIC 9(4).
           05  FILLER                 PIC X(15) VALUE
               " MIN  HEAVY AT ".
           05  rpt-set-heavy          PIC 9(5).
           05  FILLER                 PIC X(4) VALUE " SEC".
           05  FILLER                 PIC X(9) VALUE SPACES.

       01  report-heavy-line.
           05  FILLER                 PIC X(12) VALUE "  HEAVY SEQ ".
           05  rpt-hvy-seq            PIC 9(5).
           05  FILLER                 PIC X(5) VALUE " THR ".
           05  rpt-hvy-threshold      PIC 9(9).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-hvy-requestor      PIC X(8).
           05  FILLER                 PIC X(6) VALUE " DIVS ".
           05  rpt-hvy-divisors       PIC 9(2).
           05  FILLER                 PIC X(9) VALUE " EST SEC ".
           05  rpt-hvy-seconds        PIC 9(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-hvy-source         PIC X(1).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  report-stream-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-str-name           PIC X(14).
           05  FILLER                 PIC X(9) VALUE " RECORDS ".
           05  rpt-str-count          PIC 9(5).
           05  FILLER                 PIC X(12) VALUE " THRESHOLDS ".
           05  rpt-str-total          PIC 9(15).
           05  FILLER                 PIC X(9) VALUE " EST SEC ".
           05  rpt-str-seconds        PIC 9(9).
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  report-forecast-line.
           05  FILLER                 PIC X(15) VALUE
               "  FORECAST SEC ".
           05  rpt-fcst-seconds       PIC 9(9).
           05  FILLER                 PIC X(13) VALUE
               "  WINDOW SEC ".
           05  rpt-fcst-window        PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-fcst-verdict       PIC X(20).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  report-change-heading.
           05  FILLER                 PIC X(45) VALUE
               "RECOMMENDED CHANGES, LARGEST FIRST - FORECAST".
           05  FILLER                 PIC X(35) VALUE
               " SEC AFTER EACH CHANGE ON THE RIGHT".

       01  report-change-line.
           05  FILLER                 PIC X(6) VALUE "  SEQ ".
           05  rpt-chg-seq            PIC 9(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-chg-threshold      PIC 9(9).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-chg-requestor      PIC X(8).
           05  FILLER                 PIC X(5) VALUE " EST ".
           05  rpt-chg-seconds        PIC 9(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  rpt-chg-action         PIC X(20).
           05  FILLER                 PIC X(7) VALUE " AFTER ".
           05  rpt-chg-forecast       PIC 9(7).
           05  FILLER                 PIC X(3) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "BWPLAN: REFUSED BY STREAM CONTROL - NOTHING "
                   "PLANNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM initialize-plan
           IF NOT file-error
               PERFORM load-run-parm
               PERFORM load-divisor-profiles
               PERFORM load-timing-rates
               PERFORM estimate-batch
           END-IF
           IF NOT file-error
               PERFORM split-batch
           END-IF
           IF NOT file-error
               PERFORM forecast-window
               IF window-overrun
                   PERFORM recommend-changes
               END-IF
           END-IF
           IF time-file-available
               CLOSE timing-file
           END-IF
           CLOSE express-out-file
           CLOSE heavy-out-file
           CLOSE plan-report-file
           DISPLAY "BWPLAN: EXPRESS=" express-count
               " HEAVY=" heavy-count
               " FORECAST SEC=" rpt-fcst-seconds
               " WINDOW SEC=" rpt-fcst-window
           IF file-error
               MOVE 8 TO stc-return-code
           ELSE
               IF window-overrun OR no-history
                   MOVE 4 TO stc-return-code
               ELSE
                   MOVE 0 TO stc-return-code
               END-IF
           END-IF
           PERFORM end-stream-step
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "BWPLAN  " TO stc-step-name
           MOVE SPACES TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

      * both streams are cut fresh before anything is read, so a plan
      * that fails leaves them empty - myTest refuses a file with no
      * control record - rather than last night's streams in place
       initialize-plan.
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO plan-date
           ACCEPT plan-parm-card FROM COMMAND-LINE
           IF plan-parm-window IS NUMERIC AND plan-parm-window > 0
               MOVE plan-parm-window TO window-minutes
           END-IF
           IF plan-parm-heavy IS NUMERIC AND plan-parm-heavy > 0
               MOVE plan-parm-heavy TO heavy-limit-seconds
           END-IF
           COMPUTE window-hs = window-minutes * 6000
           COMPUTE heavy-limit-hs = heavy-limit-seconds * 100

           OPEN OUTPUT plan-report-file
           IF NOT rpt-file-ok
               DISPLAY "BWPLAN: UNABLE TO OPEN PLANRPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE plan-date TO rpt-hdg-date
           MOVE report-heading TO plan-report-record
           WRITE plan-report-record

           OPEN OUTPUT express-out-file
           IF NOT express-out-ok
               SET file-error TO TRUE
               DISPLAY "BWPLAN: UNABLE TO OPEN CNTEXPR, STATUS="
                   express-out-status
               MOVE "CNTEXPR COULD NOT BE OPENED - NOTHING PLANNED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           OPEN OUTPUT heavy-out-file
           IF NOT heavy-out-ok
               SET file-error TO TRUE
               DISPLAY "BWPLAN: UNABLE TO OPEN CNTHEAVY, STATUS="
                   heavy-out-status
               MOVE "CNTHEAVY COULD NOT BE OPENED - NOTHING PLANNED"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

      * without runprep's card the run is planned as myTest would run
      * with no parm: loop mode, two divisors
       load-run-parm.
           MOVE SPACES TO parm-card
           OPEN INPUT parm-in-file
           IF NOT parm-in-ok
               DISPLAY "BWPLAN: UNABLE TO OPEN PARMOUT, STATUS="
                   parm-in-status " - PLANNED AS LOOP MODE"
               MOVE SPACES TO rpt-message
               STRING "PARMOUT UNAVAILABLE - PLANNED AS A DEFAULT LOOP "
                   "RUN"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               READ parm-in-file INTO parm-card
                   AT END
                       MOVE SPACES TO parm-card
               END-READ
               CLOSE parm-in-file
           END-IF
           IF parm-calc-mode = "F" OR parm-calc-mode = "V"
               MOVE parm-calc-mode TO run-calc-mode
           END-IF
           IF parm-divisor-count IS NUMERIC
               AND FUNCTION NUMVAL(parm-divisor-count) >= 1
               AND FUNCTION NUMVAL(parm-divisor-count) <= 10
               COMPUTE run-default-count =
                   FUNCTION NUMVAL(parm-divisor-count)
           END-IF.

       load-divisor-profiles.
           OPEN INPUT divisor-profile-file
           IF NOT dvp-file-ok
               DISPLAY "BWPLAN: UNABLE TO OPEN DIVPROF, STATUS="
                   dvp-file-status " - PROFILES PLANNED AT DEFAULT"
           ELSE
               PERFORM UNTIL dvp-file-eof
                   READ divisor-profile-file
                       AT END
                           SET dvp-file-eof TO TRUE
                       NOT AT END
                           MOVE divisor-profile-record
                               TO divisor-profile-ws
                           IF dvp-count < dvp-max
                               ADD 1 TO dvp-count
                               MOVE dvp-profile-code
                                   TO dvp-entry-code(dvp-count)
                               MOVE dvp-divisor-count
                                   TO dvp-entry-count(dvp-count)
                               MOVE dvp-effective-date
                                   TO dvp-entry-eff(dvp-count)
                               MOVE dvp-expiry-date
                                   TO dvp-entry-exp(dvp-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE divisor-profile-file
           END-IF
      * a parm profile replaces the run's keyed divisor list
           IF parm-profile-code NOT = SPACES
               MOVE parm-profile-code TO profile-code-work
               PERFORM find-profile
               IF dvp-found-ix > 0
                   MOVE dvp-entry-count(dvp-found-ix)
                       TO est-divisor-count
                   PERFORM check-profile-count
                   MOVE est-divisor-count TO run-default-count
               END-IF
           END-IF
           MOVE run-calc-mode TO rpt-set-mode
           MOVE run-default-count TO rpt-set-divisors
           MOVE window-minutes TO rpt-set-window
           MOVE heavy-limit-seconds TO rpt-set-heavy
           MOVE report-settings-line TO plan-report-record
           WRITE plan-report-record.

       find-profile.
           MOVE 0 TO dvp-found-ix
           PERFORM VARYING dvp-ix FROM 1 BY 1
               UNTIL dvp-ix > dvp-count OR dvp-found-ix > 0
               IF dvp-entry-code(dvp-ix) = profile-code-work
                   AND dvp-entry-eff(dvp-ix) <= plan-date
                   AND (dvp-entry-exp(dvp-ix) = SPACES
                       OR dvp-entry-exp(dvp-ix) >= plan-date)
                   MOVE dvp-ix TO dvp-found-ix
               END-IF
           END-PERFORM.

      * an empty or missing history still plans - on the default
      * rates - but the plan is flagged as a guess
       load-timing-rates.
           INITIALIZE timing-rate-table
           OPEN INPUT timing-file
           IF time-file-ok
               SET time-file-available TO TRUE
               MOVE LOW-VALUES TO tm-key
               START timing-file KEY NOT < tm-key
                   INVALID KEY
                       SET time-file-eof TO TRUE
               END-START
               PERFORM UNTIL time-file-eof
                   READ timing-file NEXT RECORD
                       AT END
                           SET time-file-eof TO TRUE
                       NOT AT END
                           PERFORM add-timing-rate
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "BWPLAN: UNABLE TO OPEN TIMEHIST, STATUS="
                   time-file-status " - DEFAULT RATES USED"
           END-IF
           IF rmo-samples(1) = 0 AND rmo-samples(2) = 0
               AND rmo-samples(3) = 0
               SET no-history TO TRUE
               MOVE "NO TIMING HISTORY - ESTIMATES USE DEFAULT RATES"
                   TO rpt-message
               PERFORM write-message-line
           END-IF.

       add-timing-rate.
           MOVE tm-calc-mode TO est-calc-mode
           PERFORM set-mode-ix
           IF tm-sample-count > 0
               AND tm-divisor-count > 0 AND tm-divisor-count NOT > 10
               MOVE tm-divisor-count TO div-ix
               ADD tm-total-hs TO rmo-total-hs(mode-ix)
               ADD tm-sample-count TO rmo-samples(mode-ix)
               COMPUTE rmo-units(mode-ix) = rmo-units(mode-ix)
                   + tm-threshold * tm-divisor-count * tm-sample-count
               ADD tm-total-hs TO rdv-total-hs(mode-ix, div-ix)
               ADD tm-sample-count TO rdv-samples(mode-ix, div-ix)
               COMPUTE rdv-units(mode-ix, div-ix) =
                   rdv-units(mode-ix, div-ix)
                   + tm-threshold * tm-sample-count
           END-IF.

       set-mode-ix.
           EVALUATE est-calc-mode
               WHEN "F"
                   MOVE 2 TO mode-ix
               WHEN "V"
                   MOVE 3 TO mode-ix
               WHEN OTHER
                   MOVE 1 TO mode-ix
           END-EVALUATE.

      * first pass: every transaction is estimated, and the merged
      * file's control record is proved against its records before
      * either stream is written
       estimate-batch.
           OPEN INPUT merged-in-file
           IF NOT merged-in-ok
               SET file-error TO TRUE
               DISPLAY "BWPLAN: UNABLE TO OPEN CNTMERGE, STATUS="
                   merged-in-status
               MOVE "CNTMERGE COULD NOT BE OPENED - NOTHING PLANNED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL merged-in-eof
                   READ merged-in-file
                       AT END
                           SET merged-in-eof TO TRUE
                       NOT AT END
                           PERFORM estimate-one-record
                   END-READ
               END-PERFORM
               CLOSE merged-in-file
               PERFORM verify-merged-control
           END-IF.

       estimate-one-record.
           IF merged-in-record(1:2) = "CT"
               MOVE merged-in-record TO cnt-control-ws
               SET input-ctl-seen TO TRUE
               MOVE ctl-run-date TO input-ctl-run-date
           ELSE
               ADD 1 TO input-record-count
               MOVE merged-in-record TO cnt-tran-ws
               PERFORM get-threshold-value
               ADD threshold-value TO input-threshold-total
               IF pln-count < pln-max
                   ADD 1 TO pln-count
                   PERFORM estimate-one-transaction
               ELSE
                   IF NOT file-error
                       SET file-error TO TRUE
                       DISPLAY "BWPLAN: MORE TRANSACTIONS THAN THE "
                           "PLAN TABLE HOLDS - NOTHING RELEASED"
                       MOVE SPACES TO rpt-message
                       STRING "MORE TRANSACTIONS THAN THE PLAN TABLE "
                           "HOLDS"
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF.

      * the same threshold total cntedit and cntrecyc put on the
      * control record: numeric thresholds only
       get-threshold-value.
           MOVE 0 TO threshold-value
           IF trn-threshold NOT = SPACES
               AND FUNCTION TEST-NUMVAL(trn-threshold) = 0
               COMPUTE threshold-value = FUNCTION NUMVAL(trn-threshold)
           END-IF.

      * the divisor count is resolved the way myTest resolves it: the
      * transaction's profile, else its own pair, else the run's
      * defaults; a record myTest will skip costs nothing
       estimate-one-transaction.
           MOVE trn-requestor-id TO pln-requestor-id(pln-count)
           MOVE "N" TO pln-heavy-switch(pln-count)
           MOVE "N" TO pln-changed-switch(pln-count)
           MOVE run-default-count TO est-divisor-count
           IF trn-profile-code NOT = SPACES
               MOVE trn-profile-code TO profile-code-work
               PERFORM find-profile
               IF dvp-found-ix > 0
                   MOVE dvp-entry-count(dvp-found-ix)
                       TO est-divisor-count
                   PERFORM check-profile-count
               END-IF
           ELSE
               IF trn-divisor-1 NOT = SPACES
                   OR trn-divisor-2 NOT = SPACES
                   MOVE 2 TO est-divisor-count
               END-IF
           END-IF
           MOVE est-divisor-count TO pln-divisor-count(pln-count)
           IF trn-code-threshold AND threshold-value > 0
               AND threshold-value NOT > 999999999
               MOVE threshold-value TO est-threshold
           ELSE
               MOVE 0 TO est-threshold
           END-IF
           MOVE est-threshold TO pln-threshold(pln-count)

           IF est-threshold = 0
               MOVE 0 TO pln-est-hs(pln-count)
               MOVE 0 TO pln-formula-hs(pln-count)
               MOVE "-" TO pln-source(pln-count)
           ELSE
               MOVE "F" TO est-calc-mode
               PERFORM estimate-cost
               MOVE est-hs TO pln-formula-hs(pln-count)
               IF NOT run-mode-formula
                   MOVE run-calc-mode TO est-calc-mode
                   PERFORM estimate-cost
               END-IF
               MOVE est-hs TO pln-est-hs(pln-count)
               MOVE est-source TO pln-source(pln-count)
               IF NOT run-mode-formula AND est-hs NOT < heavy-limit-hs
                   SET pln-heavy(pln-count) TO TRUE
               END-IF
           END-IF.

      * the rate table holds divisor counts 1 to 10, the most a
      * profile may carry; a profile outside that is estimated at the
      * run's default count and reported
       check-profile-count.
           IF est-divisor-count = 0 OR est-divisor-count > 10
               DISPLAY "BWPLAN: PROFILE " profile-code-work
                   " HAS DIVISOR COUNT " est-divisor-count
                   " - ESTIMATED AT THE DEFAULT COUNT"
               MOVE SPACES TO rpt-message
               STRING "PROFILE " profile-code-work
                   " HAS DIVISOR COUNT " est-divisor-count
                   " - ESTIMATED AT THE DEFAULT COUNT"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
               MOVE run-default-count TO est-divisor-count
           END-IF.

      * source E exact entry, R rate for the divisor count, M rate
      * for the calc mode, D default
       estimate-cost.
           PERFORM set-mode-ix
           MOVE SPACES TO est-source
           MOVE 0 TO est-hs
           IF time-file-available
               MOVE est-calc-mode TO tm-calc-mode
               MOVE est-divisor-count TO tm-divisor-count
               MOVE est-threshold TO tm-threshold
               READ timing-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF tm-sample-count > 0
                           COMPUTE est-hs ROUNDED =
                               tm-total-hs / tm-sample-count
                           MOVE "E" TO est-source
                       END-IF
               END-READ
           END-IF
           IF est-source = SPACES AND mode-ix = 2
               IF rmo-samples(2) > 0
                   COMPUTE est-hs ROUNDED =
                       rmo-total-hs(2) / rmo-samples(2)
                   MOVE "M" TO est-source
               ELSE
                   MOVE default-formula-hs TO est-hs
                   MOVE "D" TO est-source
               END-IF
           END-IF
           IF est-source = SPACES
               AND rdv-units(mode-ix, est-divisor-count) > 0
               COMPUTE est-hs ROUNDED = est-threshold
                   * rdv-total-hs(mode-ix, est-divisor-count)
                   / rdv-units(mode-ix, est-divisor-count)
               MOVE "R" TO est-source
           END-IF
           IF est-source = SPACES AND rmo-units(mode-ix) > 0
               COMPUTE est-hs ROUNDED = est-threshold
                   * est-divisor-count * rmo-total-hs(mode-ix)
                   / rmo-units(mode-ix)
               MOVE "M" TO est-source
           END-IF
           IF est-source = SPACES
               COMPUTE est-hs ROUNDED = est-threshold
                   * est-divisor-count * default-loop-hs-per-million
                   / 1000000
               IF mode-ix = 3
                   ADD default-formula-hs TO est-hs
               END-IF
               MOVE "D" TO est-source
           END-IF.

       verify-merged-control.
           IF NOT input-ctl-seen
               SET file-error TO TRUE
               DISPLAY "BWPLAN: CNTMERGE HAS NO CONTROL RECORD - "
                   "NEITHER STREAM RELEASED"
               MOVE "CNTMERGE CONTROL RECORD MISSING - NOTHING RELEASED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               IF ctl-record-count NOT = input-record-count
                   OR ctl-threshold-total NOT = input-threshold-total
                   SET file-error TO TRUE
                   DISPLAY "BWPLAN: CNTMERGE CONTROL RECORD DISAGREES "
                       "WITH ITS RECORDS - NEITHER STREAM RELEASED"
                   MOVE SPACES TO rpt-message
                   STRING "CNTMERGE CONTROL OUT OF BALANCE - NOTHING "
                       "RELEASED"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

      * second pass: each record goes to its stream in file order,
      * and each stream gets a control record of its own carrying the
      * merged file's run date
       split-batch.
           MOVE "N" TO merged-in-eof-switch
           MOVE 0 TO pln-ix
           OPEN INPUT merged-in-file
           IF NOT merged-in-ok
               SET file-error TO TRUE
               DISPLAY "BWPLAN: UNABLE TO REOPEN CNTMERGE, STATUS="
                   merged-in-status
               MOVE "CNTMERGE COULD NOT BE REOPENED - NOTHING RELEASED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL merged-in-eof
                   READ merged-in-file
                       AT END
                           SET merged-in-eof TO TRUE
                       NOT AT END
                           IF merged-in-record(1:2) NOT = "CT"
                               PERFORM split-one-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE merged-in-file
               MOVE "CT" TO ctl-tran-code
               MOVE input-ctl-run-date TO ctl-run-date
               MOVE express-count TO ctl-record-count
               MOVE express-threshold-total TO ctl-threshold-total
               MOVE cnt-control-ws TO express-out-record
               WRITE express-out-record
               MOVE heavy-count TO ctl-record-count
               MOVE heavy-threshold-total TO ctl-threshold-total
               MOVE cnt-control-ws TO heavy-out-record
               WRITE heavy-out-record
           END-IF.

       split-one-record.
           ADD 1 TO pln-ix
           MOVE merged-in-record TO cnt-tran-ws
           PERFORM get-threshold-value
           IF pln-heavy(pln-ix)
               ADD 1 TO heavy-count
               ADD threshold-value TO heavy-threshold-total
               ADD pln-est-hs(pln-ix) TO heavy-hs
               MOVE merged-in-record TO heavy-out-record
               WRITE heavy-out-record
               MOVE pln-ix TO rpt-hvy-seq
               MOVE pln-threshold(pln-ix) TO rpt-hvy-threshold
               MOVE pln-requestor-id(pln-ix) TO rpt-hvy-requestor
               MOVE pln-divisor-count(pln-ix) TO rpt-hvy-divisors
               COMPUTE rpt-hvy-seconds = (pln-est-hs(pln-ix) + 99) / 100
               MOVE pln-source(pln-ix) TO rpt-hvy-source
               MOVE report-heavy-line TO plan-report-record
               WRITE plan-report-record
           ELSE
               ADD 1 TO express-count
               ADD threshold-value TO express-threshold-total
               ADD pln-est-hs(pln-ix) TO express-hs
               MOVE merged-in-record TO express-out-record
               WRITE express-out-record
           END-IF.

       forecast-window.
           MOVE "EXPRESS STREAM" TO rpt-str-name
           MOVE express-count TO rpt-str-count
           MOVE express-threshold-total TO rpt-str-total
           COMPUTE rpt-str-seconds = (express-hs + 99) / 100
           MOVE report-stream-line TO plan-report-record
           WRITE plan-report-record
           MOVE "HEAVY STREAM  " TO rpt-str-name
           MOVE heavy-count TO rpt-str-count
           MOVE heavy-threshold-total TO rpt-str-total
           COMPUTE rpt-str-seconds = (heavy-hs + 99) / 100
           MOVE report-stream-line TO plan-report-record
           WRITE plan-report-record
           IF heavy-count > 0
               MOVE SPACES TO rpt-message
               STRING "  RUN CNTHEAVY UNDER ITS OWN RUN-ID WITH "
                   input-ctl-run-date " IN PARM COLUMNS 56-63"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           END-IF

           COMPUTE forecast-hs = express-hs + heavy-hs
           COMPUTE rpt-fcst-seconds = (forecast-hs + 99) / 100
           COMPUTE rpt-fcst-window = window-hs / 100
           IF forecast-hs > window-hs
               SET window-overrun TO TRUE
               MOVE "OVERRUNS THE WINDOW" TO rpt-fcst-verdict
           ELSE
               MOVE "FITS THE WINDOW" TO rpt-fcst-verdict
           END-IF
           MOVE report-forecast-line TO plan-report-record
           WRITE plan-report-record.

      * the costliest transaction not yet changed is taken each time
      * until the forecast fits or nothing is left to change; the
      * heavy transactions are the costliest, so they come first
       recommend-changes.
           MOVE report-change-heading TO plan-report-record
           WRITE plan-report-record
           PERFORM UNTIL forecast-hs NOT > window-hs
               PERFORM find-costliest-unchanged
               IF pln-found-ix = 0
                   MOVE window-hs TO forecast-hs
                   MOVE SPACES TO rpt-message
                   STRING "THE WINDOW CANNOT BE MET EVEN WITH EVERY "
                       "CHANGE ABOVE"
                       DELIMITED BY SIZE INTO rpt-message
                   PERFORM write-message-line
               ELSE
                   PERFORM recommend-one-change
               END-IF
           END-PERFORM
           DISPLAY "BWPLAN: FORECAST OVERRUNS THE WINDOW - "
               changed-count " CHANGES RECOMMENDED ON PLANRPT".

       find-costliest-unchanged.
           MOVE 0 TO pln-found-ix
           MOVE 0 TO largest-hs
           PERFORM VARYING pln-ix FROM 1 BY 1 UNTIL pln-ix > pln-count
               IF NOT pln-changed(pln-ix)
                   AND pln-est-hs(pln-ix) > largest-hs
                   MOVE pln-est-hs(pln-ix) TO largest-hs
                   MOVE pln-ix TO pln-found-ix
               END-IF
           END-PERFORM.

      * switching to formula mode only helps a loop-mode run, and only
      * when the formula is the cheaper of the two
       recommend-one-change.
           SET pln-changed(pln-found-ix) TO TRUE
           ADD 1 TO changed-count
           IF run-mode-loop
               AND pln-formula-hs(pln-found-ix)
                   < pln-est-hs(pln-found-ix)
               COMPUTE saving-hs = pln-est-hs(pln-found-ix)
                   - pln-formula-hs(pln-found-ix)
               MOVE "SWITCH TO FORMULA" TO rpt-chg-action
           ELSE
               MOVE pln-est-hs(pln-found-ix) TO saving-hs
               MOVE "DEFER TO NEXT WINDOW" TO rpt-chg-action
           END-IF
           SUBTRACT saving-hs FROM forecast-hs
           MOVE pln-found-ix TO rpt-chg-seq
           MOVE pln-threshold(pln-found-ix) TO rpt-chg-threshold
           MOVE pln-requestor-id(pln-found-ix) TO rpt-chg-requestor
           COMPUTE rpt-chg-seconds =
               (pln-est-hs(pln-found-ix) + 99) / 100
           COMPUTE rpt-chg-forecast = (forecast-hs + 99) / 100
           MOVE report-change-line TO plan-report-record
           WRITE plan-report-record.

       write-message-line.
           MOVE report-message-line TO plan-report-record
           WRITE plan-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM bwplan.
