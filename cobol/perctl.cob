      * accounting period control in COBOL
      *
      * the PERIODCTL master holds one record per YYYYMM period with
      * its state - open, closing or closed - and the evidence the
      * month-end close needs: when chgback and histrpt were last
      * produced for the period and how many history records they
      * covered, and glack's latest exception count for each run
      * day; every program that posts into a period, reports on it
      * or rewrites its history calls this program rather than
      * opening the master itself - except perclose, the close job,
      * which owns the master and moves a period from open through
      * closing to closed itself
      *
      * a check only looks; a register, a report stamp or a glack
      * day count opens the period when it is not on file yet, and
      * creates the master the first time one is needed; a closed
      * period is never updated - the caller is told it is closed
      * and must refuse whatever would have changed it
      *
      * PERIODCTL i-o  accounting period control master
      *
      * the caller tests pdc-result; the return code is always 0

       IDENTIFICATION DIVISION.
       PROGRAM-ID. perctl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-control-file ASSIGN TO "PERIODCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pd-period
               FILE STATUS IS pd-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  period-control-file.
       COPY eulperd.

       WORKING-STORAGE SECTION.
       01  pd-file-status         PIC XX.
           88  pd-file-ok             VALUE "00".
           88  pd-file-missing        VALUE "35".

       01  pd-file-open-switch    PIC X VALUE "N".
           88  pd-file-open           VALUE "Y".

       01  period-found-switch    PIC X VALUE "N".
           88  period-found           VALUE "Y".

       01  day-ix                 PIC 9(2).

       01  current-date-time      PIC X(21).
       01  current-date           PIC X(8).

       LINKAGE SECTION.
       COPY eulpctl.

       PROCEDURE DIVISION USING period-check-area.
       main-logic.
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO current-date
           MOVE "N" TO pd-file-open-switch
           MOVE "N" TO period-found-switch
           MOVE SPACES TO pdc-result
           MOVE SPACES TO pdc-chgback-date
           MOVE 0 TO pdc-chgback-count
           MOVE 0 TO pdc-chgback-value
           MOVE SPACES TO pdc-histrpt-date
           MOVE SPACES TO pdc-message

           IF pdc-period IS NOT NUMERIC
               SET pdc-file-error TO TRUE
               MOVE "PERIOD IS NOT A YYYYMM VALUE" TO pdc-message
           ELSE
               IF pdc-glack-day
                   AND (pdc-day < 1 OR pdc-day > 31)
                   SET pdc-file-error TO TRUE
                   MOVE "RUN DAY IS NOT 01-31" TO pdc-message
               END-IF
           END-IF
           IF NOT pdc-file-error
               PERFORM open-period-master
           END-IF
           IF pd-file-open
               PERFORM read-period-record
           END-IF
           IF pd-file-open AND period-found
               IF pd-closed
                   SET pdc-period-closed TO TRUE
               ELSE
                   PERFORM apply-period-function
               END-IF
           END-IF
           IF pd-file-open
               CLOSE period-control-file
           END-IF
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      * only a call that may open the period may create the master;
      * a check against a master that does not exist yet simply
      * finds no period
       open-period-master.
           IF pdc-check
               OPEN INPUT period-control-file
           ELSE
               OPEN I-O period-control-file
               IF pd-file-missing
                   OPEN OUTPUT period-control-file
                   CLOSE period-control-file
                   OPEN I-O period-control-file
               END-IF
           END-IF
           IF pd-file-ok
               SET pd-file-open TO TRUE
           ELSE
               IF pdc-check AND pd-file-missing
                   SET pdc-period-unknown TO TRUE
               ELSE
                   SET pdc-file-error TO TRUE
                   STRING "UNABLE TO OPEN PERIODCTL, STATUS="
                       pd-file-status
                       DELIMITED BY SIZE INTO pdc-message
               END-IF
           END-IF.

       read-period-record.
           MOVE pdc-period TO pd-period
           READ period-control-file
               INVALID KEY
                   IF pdc-check
                       SET pdc-period-unknown TO TRUE
                   ELSE
                       PERFORM open-new-period
                   END-IF
               NOT INVALID KEY
                   SET period-found TO TRUE
           END-READ
           IF period-found
               MOVE pd-chgback-date TO pdc-chgback-date
               MOVE pd-chgback-count TO pdc-chgback-count
               MOVE pd-chgback-value TO pdc-chgback-value
               MOVE pd-histrpt-date TO pdc-histrpt-date
           END-IF.

       open-new-period.
           MOVE SPACES TO period-control-record
           MOVE pdc-period TO pd-period
           SET pd-open TO TRUE
           MOVE current-date TO pd-opened-date
           MOVE 0 TO pd-chgback-count
           MOVE 0 TO pd-chgback-value
           MOVE 0 TO pd-histrpt-count
           PERFORM VARYING day-ix FROM 1 BY 1 UNTIL day-ix > 31
               MOVE 0 TO pd-day-exceptions(day-ix)
           END-PERFORM
           MOVE 0 TO pd-run-count
           MOVE 0 TO pd-record-count
           MOVE 0 TO pd-posted-value
           MOVE 0 TO pd-reversed-value
           MOVE 0 TO pd-unposted-count
           WRITE period-control-record
               INVALID KEY
                   SET pdc-file-error TO TRUE
                   STRING "PERIODCTL WRITE FAILED, STATUS="
                       pd-file-status
                       DELIMITED BY SIZE INTO pdc-message
               NOT INVALID KEY
                   SET period-found TO TRUE
                   DISPLAY "PERCTL: PERIOD " pdc-period " OPENED"
           END-WRITE.

       apply-period-function.
           IF pdc-stamp-chgback
               MOVE current-date TO pd-chgback-date
               MOVE pdc-count TO pd-chgback-count
               MOVE pdc-value TO pd-chgback-value
               PERFORM store-period-record
           END-IF
           IF pdc-stamp-histrpt
               MOVE current-date TO pd-histrpt-date
               MOVE pdc-count TO pd-histrpt-count
               PERFORM store-period-record
           END-IF
           IF pdc-glack-day
               MOVE current-date TO pd-glack-date
               MOVE pdc-count TO pd-day-exceptions(pdc-day)
               PERFORM store-period-record
           END-IF
           IF NOT pdc-file-error
               MOVE pd-status TO pdc-result
               MOVE pd-chgback-date TO pdc-chgback-date
               MOVE pd-chgback-count TO pdc-chgback-count
               MOVE pd-chgback-value TO pdc-chgback-value
               MOVE pd-histrpt-date TO pdc-histrpt-date
           END-IF.

       store-period-record.
           REWRITE period-control-record
               INVALID KEY
                   SET pdc-file-error TO TRUE
                   STRING "PERIODCTL REWRITE FAILED, STATUS="
                       pd-file-status
                       DELIMITED BY SIZE INTO pdc-message
           END-REWRITE.
       END PROGRAM perctl.
