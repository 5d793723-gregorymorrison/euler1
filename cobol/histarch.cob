      * HISTFILE period-end archive and purge in COBOL
      *
      * every period report walks the whole of HISTFILE, so the
      * nightly window grows with every month that stays on the live
      * dataset; this job purges the cumulative history at a cutoff
      * period into a monthly archive dataset - pass the cutoff
      * YYYYMM on the command line and every record dated in or
      * before that month is copied to the archive and deleted from
      * the live file in place, except that a record still unposted
      * (hst-posted-flag not "P") is held on the live file so glack
      * aging and the ack match keep working; record counts and
      * hst-result hash totals are reported for the input, the
      * archive and the records left live so the run can prove
      * nothing was dropped, and the run refuses to start without a
      * valid cutoff rather than guess at one
      *
      * a month is only archived once it is finished with: every
      * month in the archive window that still has records on the
      * live file must be closed on the period control master, with
      * chgback and histrpt produced for it - a closed month's
      * figures are frozen in its close package, so moving its
      * records to the archive changes nothing anyone reports from;
      * one month short of that refuses the whole run, listing every
      * month that is not ready
      *
      * the job runs in two passes so no record is ever only in an
      * archive that cannot be kept: the first copies the window to
      * HISTARCH and closes it, and only when the input balances
      * against the archive and the records left live does the second
      * pass delete the archived records from the live file
      *
      * HISTFILE i-o  the cumulative history, archived records deleted
      * HISTARCH out  the archived records, HISTFILE layout
      * ARCHRPT  out  archive report
      *
      * returns 0 when the archive balanced and was purged, 4 when it
      * balanced with unposted records held live, and 8 otherwise; an
      * RC 8 before the purge pass leaves the live file untouched and
      * HISTARCH is not to be catalogued - the rerun simply cuts it
      * again; an RC 8 in the purge pass leaves HISTARCH complete and
      * balanced, so it must be catalogued as the month's archive, and
      * the rerun - which archives whatever is still live in the
      * window, some of it already on the first archive - is written
      * to a new HISTARCH dataset, never over the first

       IDENTIFICATION DIVISION.
       PROGRAM-ID. histarch.
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
           SELECT archive-file ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS arch-file-status.
           SELECT archive-report-file ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

       FD  archive-file.
       01  archive-file-record    PIC X(200).

       FD  archive-report-file.
       01  archive-report-record  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY eulpctl.

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  arch-file-status       PIC XX.
           88  arch-file-ok           VALUE "00".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  parm-error-switch      PIC X VALUE "N".
           88  parm-error             VALUE "Y".

       01  period-error-switch    PIC X VALUE "N".
           88  period-error           VALUE "Y".

       01  apd-count              PIC 9(3) VALUE 0.
       01  apd-max                PIC 9(3) VALUE 120.
       01  apd-ix                 PIC 9(3).
       01  apd-found-ix           PIC 9(3).
       01  archive-period-table.
           05  apd-period             PIC X(6) OCCURS 120 TIMES.

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-cutoff-period     PIC X(6).
           05  FILLER                 PIC X(74).

       01  archive-record-switch  PIC X VALUE "N".
           88  archive-this-record    VALUE "Y".

       01  read-count             PIC 9(9) VALUE 0.
       01  read-hash-total        PIC 9(18) VALUE 0.
       01  archived-count         PIC 9(9) VALUE 0.
       01  retained-count         PIC 9(9) VALUE 0.
       01  retained-hash-total    PIC 9(18) VALUE 0.
       01  held-unposted-count    PIC 9(9) VALUE 0.
       01  purged-count           PIC 9(9) VALUE 0.
       01  purged-hash-total      PIC 9(18) VALUE 0.

       01  balance-count          PIC 9(9).
       01  balance-hash           PIC 9(18).
       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-archive
           IF NOT parm-error AND NOT file-error AND NOT period-error
               PERFORM copy-archive-records
               PERFORM write-archive-totals
           END-IF
           IF NOT parm-error AND NOT file-error AND NOT period-error
               PERFORM purge-archived-records
           END-IF
           CLOSE archive-report-file
           IF parm-error OR file-error OR period-error
               MOVE 8 TO RETURN-CODE
           ELSE
               IF held-unposted-count > 0
           IF parm-error
               PERFORM write-message-line
           ELSE
               PERFORM check-archive-periods
               IF NOT file-error AND NOT period-error
                   PERFORM open-archive-files
               END-IF
           END-IF.

      * a first pass over the live file finds the months the cutoff
      * would archive, and each must be ready before anything moves
       check-archive-periods.
           OPEN INPUT history-file
           IF NOT hist-file-ok
               SET file-error TO TRUE
               DISPLAY "HISTARCH: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE "HISTFILE COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL hist-file-eof
                   READ history-file
                       AT END
                           SET hist-file-eof TO TRUE
                       NOT AT END
                           IF hst-run-date(1:6) NOT > parm-cutoff-period
                               PERFORM note-archive-period
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE history-file
               MOVE "N" TO hist-file-eof-switch
               PERFORM VARYING apd-ix FROM 1 BY 1
                   UNTIL apd-ix > apd-count
                   PERFORM check-one-archive-period
               END-PERFORM
               IF period-error
                   DISPLAY "HISTARCH: MONTHS IN THE WINDOW NOT READY "
                       "TO ARCHIVE - RUN REFUSED, SEE ARCHRPT"
                   MOVE "MONTHS NOT READY TO ARCHIVE - RUN REFUSED"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF.

       note-archive-period.
           MOVE 0 TO apd-found-ix
           PERFORM VARYING apd-ix FROM 1 BY 1
               UNTIL apd-ix > apd-count OR apd-found-ix > 0
               IF apd-period(apd-ix) = hst-run-date(1:6)
                   MOVE apd-ix TO apd-found-ix
               END-IF
           END-PERFORM
           IF apd-found-ix = 0
               IF apd-count < apd-max
                   ADD 1 TO apd-count
                   MOVE hst-run-date(1:6) TO apd-period(apd-count)
               ELSE
                   IF NOT period-error
                       SET period-error TO TRUE
                       MOVE SPACES TO rpt-message
                       STRING "MORE MONTHS IN THE WINDOW THAN THE "
                           "TABLE HOLDS"
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
                   END-IF
               END-IF
           END-IF.

       check-one-archive-period.
           SET pdc-check TO TRUE
           MOVE apd-period(apd-ix) TO pdc-period
           MOVE 0 TO pdc-day
           MOVE 0 TO pdc-count
           MOVE 0 TO pdc-value
           CALL "perctl" USING period-check-area
           MOVE SPACES TO rpt-message
           EVALUATE TRUE
               WHEN pdc-file-error
                   STRING "PERIOD " apd-period(apd-ix)
                       " NOT VERIFIED - " pdc-message
                       DELIMITED BY SIZE INTO rpt-message
               WHEN pdc-period-unknown
                   STRING "PERIOD " apd-period(apd-ix)
                       " NOT ON THE PERIOD CONTROL MASTER"
                       DELIMITED BY SIZE INTO rpt-message
               WHEN NOT pdc-period-closed
                   STRING "PERIOD " apd-period(apd-ix)
                       " IS NOT CLOSED"
                       DELIMITED BY SIZE INTO rpt-message
               WHEN pdc-chgback-date = SPACES
                   STRING "PERIOD " apd-period(apd-ix)
                       " HAS NO CHGBACK PRODUCED"
                       DELIMITED BY SIZE INTO rpt-message
               WHEN pdc-histrpt-date = SPACES
                   STRING "PERIOD " apd-period(apd-ix)
                       " HAS NO HISTRPT PRODUCED"
                       DELIMITED BY SIZE INTO rpt-message
           END-EVALUATE
           IF rpt-message NOT = SPACES
               SET period-error TO TRUE
               PERFORM write-message-line
           END-IF.

       open-archive-files.
           OPEN INPUT history-file
           IF NOT hist-file-ok
               SET file-error TO TRUE
               DISPLAY "HISTARCH: UNABLE TO OPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE "HISTFILE COULD NOT BE OPENED" TO rpt-message
               PERFORM write-message-line
           ELSE
                       arch-file-status
                   MOVE "HISTARCH COULD NOT BE OPENED" TO rpt-message
                   PERFORM write-message-line
                   CLOSE history-file
               END-IF
           END-IF.

      * the first pass only copies: HISTFILE is read, never changed,
      * so a failure here costs nothing but a rerun
       copy-archive-records.
           PERFORM UNTIL hist-file-eof
               READ history-file
                   AT END
                       SET hist-file-eof TO TRUE
                   NOT AT END
                       PERFORM route-one-record
               END-READ
           END-PERFORM
           CLOSE history-file
           CLOSE archive-file.

       route-one-record.
           ADD 1 TO read-count
           ADD hst-result TO read-hash-total
           PERFORM classify-one-record
           IF archive-this-record
               PERFORM archive-one-record
           ELSE
               IF hst-run-date(1:6) NOT > parm-cutoff-period
                   ADD 1 TO held-unposted-count
               END-IF
               PERFORM retain-one-record
           END-IF.

      * both passes decide through here, so the purge deletes exactly
      * the records the first pass archived; a record in the archive
      * window that the GL never acknowledged stays live - purging it
      * would blind glack aging to the very records most likely to
      * need chasing
       classify-one-record.
           MOVE "N" TO archive-record-switch
           IF hst-run-date(1:6) NOT > parm-cutoff-period
      * a reversed record is settled - it was posted and backed out -
      * so only a record still waiting for its ack is held live
               IF NOT (hst-status-ok AND NOT hst-posted
                   AND NOT hst-reversed)
                   SET archive-this-record TO TRUE
               END-IF
           END-IF.

       archive-one-record.
           MOVE history-record-ws TO archive-file-record
           WRITE archive-file-record
           IF NOT arch-file-ok
               SET file-error TO TRUE
               SET hist-file-eof TO TRUE
               DISPLAY "HISTARCH: HISTARCH WRITE FAILED, STATUS="
                   arch-file-status " KEY=" hst-key
               MOVE "HISTARCH WRITE FAILED - NOTHING PURGED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               ADD 1 TO archived-count
               ADD hst-result TO archived-hash-total
           END-IF.

       retain-one-record.
           ADD 1 TO retained-count
           ADD hst-result TO retained-hash-total.

       write-archive-totals.
           MOVE "HISTFILE IN     " TO rpt-side-text
      * should be unreachable, but the whole point of the totals is
      * not to have to take that on faith
               SET file-error TO TRUE
               MOVE SPACES TO rpt-message
               STRING "ARCHIVE OUT OF BALANCE - NOTHING PURGED, DO NOT "
                   "CATALOGUE IT"
                   DELIMITED BY SIZE INTO rpt-message
           END-IF
           DISPLAY "HISTARCH: " rpt-message
           PERFORM write-message-line
               " RETAINED=" retained-count
               " HELD UNPOSTED=" held-unposted-count.

      * the second pass runs only on a balanced archive; the first
      * delete that fails stops it, and HISTARCH - complete by now -
      * is then the one copy of whatever was already deleted
       purge-archived-records.
           MOVE "N" TO hist-file-eof-switch
           OPEN I-O history-file
           IF NOT hist-file-ok
               SET file-error TO TRUE
               DISPLAY "HISTARCH: UNABLE TO REOPEN HISTFILE, STATUS="
                   hist-file-status
               MOVE SPACES TO rpt-message
               STRING "HISTFILE COULD NOT BE REOPENED - ARCHIVE KEPT, "
                   "NOTHING PURGED"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               PERFORM UNTIL hist-file-eof
                   READ history-file
                       AT END
                           SET hist-file-eof TO TRUE
                       NOT AT END
                           PERFORM classify-one-record
                           IF archive-this-record
                               PERFORM purge-one-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE history-file
               PERFORM write-purge-totals
           END-IF.

       purge-one-record.
           DELETE history-file RECORD
           IF NOT hist-file-ok
               SET file-error TO TRUE
               SET hist-file-eof TO TRUE
               DISPLAY "HISTARCH: HISTFILE DELETE FAILED, STATUS="
                   hist-file-status " KEY=" hst-key
               MOVE SPACES TO rpt-message
               STRING "RECORD " hst-key " NOT DELETED - PURGE STOPPED"
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               ADD 1 TO purged-count
               ADD hst-result TO purged-hash-total
           END-IF.

       write-purge-totals.
           MOVE "PURGED FROM LIVE" TO rpt-side-text
           MOVE purged-count TO rpt-side-count
           MOVE purged-hash-total TO rpt-side-hash
           MOVE report-side-line TO archive-report-record
           WRITE archive-report-record
           IF purged-count = archived-count
               AND purged-hash-total = archived-hash-total
               MOVE "PURGE MATCHES THE ARCHIVE" TO rpt-message
           ELSE
               SET file-error TO TRUE
               MOVE SPACES TO rpt-message
               STRING "PURGE INCOMPLETE - CATALOGUE HISTARCH, RERUN TO "
                   "A NEW HISTARCH"
                   DELIMITED BY SIZE INTO rpt-message
           END-IF
           DISPLAY "HISTARCH: " rpt-message
           PERFORM write-message-line
           DISPLAY "HISTARCH: PURGED=" purged-count.

       write-message-line.
           MOVE report-message-line TO archive-report-record
           WRITE archive-report-record
