      * results history conversion load in COBOL
      *
      * loads the cumulative history into the keyed HISTFILE from a
      * copy of the line-sequential history it replaces, where every
      * record began with its run-id and carried no record sequence;
      * each run's records are numbered 1, 2, 3 ... in the order they
      * stand on the old file - myTest numbers the records it writes
      * by their CNTIN record, and a run on the old file
      * is complete, so the two numbering schemes never meet under
      * one run-id
      *
      * the load only ever builds a new HISTFILE: a keyed history
      * that already exists is never overwritten, so the job cannot
      * be rerun over a live history by mistake; record counts and
      * result hash totals are reported for both sides so the load
      * can be proved complete before the old file is retired
      *
      * HISTSEQ  in   the old line-sequential history
      * HISTFILE out  the keyed cumulative history
      * LOADRPT  out  load report
      *
      * returns 0 when every record was loaded and the totals agree,
      * 8 when the load was refused or did not balance - the keyed
      * HISTFILE is then to be deleted and the load rerun

       IDENTIFICATION DIVISION.
       PROGRAM-ID. histload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-history-file ASSIGN TO "HISTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-file-status.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT load-report-file ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  old-history-file.
       01  old-history-file-record PIC X(200).

       FD  history-file.
       COPY eulhist.

       FD  load-report-file.
       01  load-report-record     PIC X(80).

       WORKING-STORAGE SECTION.
      * the old record: the run-id, then everything the keyed record
      * carries after its key, then unused space
       01  old-history-record.
           05  old-run-id             PIC X(8).
           05  old-history-data.
               10  FILLER             PIC X(55).
               10  old-result         PIC 9(18).
               10  FILLER             PIC X(113).
           05  FILLER                 PIC X(6).

       01  old-file-status        PIC XX.
           88  old-file-ok            VALUE "00".

       01  old-file-eof-switch    PIC X VALUE "N".
           88  old-file-eof           VALUE "Y".

       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".
           88  hist-file-missing      VALUE "35".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  load-refused-switch    PIC X VALUE "N".
           88  load-refused           VALUE "Y".

       01  load-error-switch      PIC X VALUE "N".
           88  load-error             VALUE "Y".

       01  run-count              PIC 9(4) VALUE 0.
       01  run-max                PIC 9(4) VALUE 5000.
       01  run-ix                 PIC 9(4).
       01  run-found-ix           PIC 9(4).
       01  run-table.
           05  run-entry OCCURS 5000 TIMES.
               10  run-entry-id       PIC X(8).
               10  run-entry-last-seq PIC 9(5).

       01  read-count             PIC 9(9) VALUE 0.
       01  read-hash-total        PIC 9(18) VALUE 0.
       01  loaded-count           PIC 9(9) VALUE 0.
       01  loaded-hash-total      PIC 9(18) VALUE 0.

       01  report-heading.
           05  FILLER                 PIC X(40) VALUE
               "HISTLOAD - RESULTS HISTORY KEYED LOAD   ".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  report-side-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  rpt-side-text          PIC X(16).
           05  FILLER                 PIC X(7) VALUE " COUNT ".
           05  rpt-side-count         PIC 9(9).
           05  FILLER                 PIC X(7) VALUE "  HASH ".
           05  rpt-side-hash          PIC 9(18).
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  report-runs-line.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE
               "RUNS LOADED     ".
           05  FILLER                 PIC X(7) VALUE " COUNT ".
           05  rpt-run-count          PIC 9(4).
           05  FILLER                 PIC X(51) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-load
           IF NOT load-refused
               PERFORM load-history
               PERFORM write-load-totals
           END-IF
           CLOSE load-report-file
           IF load-refused OR load-error
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       initialize-load.
           OPEN OUTPUT load-report-file
           IF NOT rpt-file-ok
               DISPLAY "HISTLOAD: UNABLE TO OPEN LOADRPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE report-heading TO load-report-record
           WRITE load-report-record

      * an existing keyed history is live data - it is never
      * replaced by a load
           OPEN INPUT history-file
           IF hist-file-ok
               CLOSE history-file
               SET load-refused TO TRUE
               DISPLAY "HISTLOAD: KEYED HISTFILE ALREADY EXISTS - "
                   "LOAD REFUSED"
               MOVE "KEYED HISTFILE ALREADY EXISTS - LOAD REFUSED"
                   TO rpt-message
               PERFORM write-message-line
           ELSE
               IF NOT hist-file-missing
                   SET load-refused TO TRUE
                   DISPLAY "HISTLOAD: UNABLE TO CHECK HISTFILE, STATUS="
                       hist-file-status " - LOAD REFUSED"
                   MOVE "HISTFILE COULD NOT BE CHECKED - LOAD REFUSED"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF

           IF NOT load-refused
               OPEN INPUT old-history-file
               IF NOT old-file-ok
                   SET load-refused TO TRUE
                   DISPLAY "HISTLOAD: UNABLE TO OPEN HISTSEQ, STATUS="
                       old-file-status " - LOAD REFUSED"
                   MOVE "HISTSEQ COULD NOT BE OPENED - LOAD REFUSED"
                       TO rpt-message
                   PERFORM write-message-line
               END-IF
           END-IF

           IF NOT load-refused
               OPEN OUTPUT history-file
               IF NOT hist-file-ok
                   SET load-refused TO TRUE
                   DISPLAY "HISTLOAD: UNABLE TO CREATE HISTFILE, "
                       "STATUS=" hist-file-status " - LOAD REFUSED"
                   MOVE "HISTFILE COULD NOT BE CREATED - LOAD REFUSED"
                       TO rpt-message
                   PERFORM write-message-line
                   CLOSE old-history-file
               END-IF
           END-IF.

      * the first record that cannot be loaded stops the load - a
      * partial keyed history is no use to anyone, and the totals
      * then show exactly how far it got
       load-history.
           PERFORM UNTIL old-file-eof
               READ old-history-file
                   AT END
                       SET old-file-eof TO TRUE
                   NOT AT END
                       MOVE old-history-file-record
                           TO old-history-record
                       ADD 1 TO read-count
                       ADD old-result TO read-hash-total
                       PERFORM load-one-record
               END-READ
           END-PERFORM
           CLOSE old-history-file
           CLOSE history-file.

       load-one-record.
           PERFORM find-run-entry
           IF run-found-ix = 0
               SET load-error TO TRUE
               SET old-file-eof TO TRUE
               DISPLAY "HISTLOAD: RUN TABLE FULL AT RUN-ID " old-run-id
                   " - LOAD STOPPED"
               MOVE SPACES TO rpt-message
               STRING "MORE RUNS THAN THE RUN TABLE HOLDS - STOPPED "
                   "AT " old-run-id
                   DELIMITED BY SIZE INTO rpt-message
               PERFORM write-message-line
           ELSE
               ADD 1 TO run-entry-last-seq(run-found-ix)
               MOVE SPACES TO history-record-ws
               STRING old-run-id
                   run-entry-last-seq(run-found-ix)
                   old-history-data
                   DELIMITED BY SIZE INTO history-record-ws
               WRITE history-record-ws
                   INVALID KEY
                       SET load-error TO TRUE
                       SET old-file-eof TO TRUE
                       DISPLAY "HISTLOAD: HISTFILE WRITE FAILED, "
                           "STATUS=" hist-file-status " KEY=" hst-key
                       MOVE SPACES TO rpt-message
                       STRING "HISTFILE WRITE FAILED AT " hst-key
                           " - LOAD STOPPED"
                           DELIMITED BY SIZE INTO rpt-message
                       PERFORM write-message-line
                   NOT INVALID KEY
                       ADD 1 TO loaded-count
                       ADD hst-result TO loaded-hash-total
               END-WRITE
           END-IF.

       find-run-entry.
           MOVE 0 TO run-found-ix
           PERFORM VARYING run-ix FROM 1 BY 1
               UNTIL run-ix > run-count OR run-found-ix > 0
               IF run-entry-id(run-ix) = old-run-id
                   MOVE run-ix TO run-found-ix
               END-IF
           END-PERFORM
           IF run-found-ix = 0 AND run-count < run-max
               ADD 1 TO run-count
               MOVE run-count TO run-found-ix
               MOVE old-run-id TO run-entry-id(run-count)
               MOVE 0 TO run-entry-last-seq(run-count)
           END-IF.

       write-load-totals.
           MOVE "HISTSEQ READ    " TO rpt-side-text
           MOVE read-count TO rpt-side-count
           MOVE read-hash-total TO rpt-side-hash
           MOVE report-side-line TO load-report-record
           WRITE load-report-record

           MOVE "HISTFILE LOADED " TO rpt-side-text
           MOVE loaded-count TO rpt-side-count
           MOVE loaded-hash-total TO rpt-side-hash
           MOVE report-side-line TO load-report-record
           WRITE load-report-record

           MOVE run-count TO rpt-run-count
           MOVE report-runs-line TO load-report-record
           WRITE load-report-record

           IF loaded-count = read-count
               AND loaded-hash-total = read-hash-total
               AND NOT load-error
               MOVE "LOAD BALANCED - RETIRE THE OLD HISTORY"
                   TO rpt-message
           ELSE
               SET load-error TO TRUE
               MOVE "LOAD OUT OF BALANCE - DELETE HISTFILE AND RERUN"
                   TO rpt-message
           END-IF
           DISPLAY "HISTLOAD: " rpt-message
           PERFORM write-message-line
           DISPLAY "HISTLOAD: READ=" read-count
               " LOADED=" loaded-count
               " RUNS=" run-count.

       write-message-line.
           MOVE report-message-line TO load-report-record
           WRITE load-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM histload.
