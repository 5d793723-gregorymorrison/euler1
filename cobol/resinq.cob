      * results history inquiry in COBOL
      *
      * answers "what did this requestor get for this threshold" from
      * the keyed HISTFILE instead of a hand scan of the whole
      * history: lists every matching result with its run, requestor,
      * status, posted state and GL document number
      *
      * parm: a requestor-id in columns 1-8, a threshold in columns
      * 9-17, and a run date range in columns 18-25 (from) and 26-33
      * (to), each YYYYMMDD; any one of them selects, any mix of them
      * narrows the selection further, and a date range with no
      * requestor or threshold reads the whole history - a missing
      * from date means from the start of the history, a missing to
      * date means up to the latest run
      *
      * HISTFILE in   the cumulative history
      * RINQRPT  out  inquiry report
      *
      * returns 0 when results were listed, 4 when nothing matched,
      * 8 when the parm was missing or invalid or HISTFILE could not
      * be read

       IDENTIFICATION DIVISION.
       PROGRAM-ID. resinq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               ALTERNATE RECORD KEY IS hst-requestor-id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS hst-threshold
                   WITH DUPLICATES
               FILE STATUS IS hist-file-status.
           SELECT inquiry-report-file ASSIGN TO "RINQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       COPY eulhist.

       FD  inquiry-report-file.
       01  inquiry-report-record  PIC X(80).

       WORKING-STORAGE SECTION.
       01  hist-file-status       PIC XX.
           88  hist-file-ok           VALUE "00".

       01  hist-file-eof-switch   PIC X VALUE "N".
           88  hist-file-eof          VALUE "Y".

       01  hist-file-open-switch  PIC X VALUE "N".
           88  hist-file-open         VALUE "Y".

       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  parm-error-switch      PIC X VALUE "N".
           88  parm-error             VALUE "Y".

       01  parm-card              PIC X(80).
       01  parm-fields REDEFINES parm-card.
           05  parm-requestor-id      PIC X(8).
           05  parm-threshold         PIC X(9).
           05  parm-from-date         PIC X(8).
           05  parm-to-date           PIC X(8).
           05  FILLER                 PIC X(47).

      * the access path: by requestor, by threshold, or the whole
      * file in key order when only dates were given
       01  inq-path               PIC X(1).
           88  inq-by-requestor       VALUE "R".
           88  inq-by-threshold       VALUE "T".
           88  inq-by-date            VALUE "D".

       01  inq-threshold-switch   PIC X VALUE "N".
           88  inq-threshold-given    VALUE "Y".
       01  inq-threshold          PIC 9(9) VALUE 0.
       01  inq-from-date          PIC X(8).
       01  inq-to-date            PIC X(8).

       01  read-count             PIC 9(9) VALUE 0.
       01  matched-count          PIC 9(7) VALUE 0.
       01  posted-total           PIC 9(18) VALUE 0.

       01  report-heading.
           05  FILLER                 PIC X(34) VALUE
               "RESINQ - RESULTS HISTORY INQUIRY  ".
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  report-selection-line.
           05  FILLER                 PIC X(5) VALUE " REQ ".
           05  rpt-sel-requestor      PIC X(8).
           05  FILLER                 PIC X(6) VALUE "  THR ".
           05  rpt-sel-threshold      PIC X(9).
           05  FILLER                 PIC X(7) VALUE "  FROM ".
           05  rpt-sel-from-date      PIC X(8).
           05  FILLER                 PIC X(5) VALUE "  TO ".
           05  rpt-sel-to-date        PIC X(8).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  report-line-1.
           05  FILLER                 PIC X(7) VALUE "RUN-ID ".
           05  rpt-run-id             PIC X(8).
           05  FILLER                 PIC X(5) VALUE " SEQ ".
           05  rpt-record-seq         PIC 9(5).
           05  FILLER                 PIC X(6) VALUE "  RUN ".
           05  rpt-run-date           PIC X(8).
           05  FILLER                 PIC X(6) VALUE "  REQ ".
           05  rpt-requestor-id       PIC X(8).
           05  FILLER                 PIC X(6) VALUE "  THR ".
           05  rpt-threshold          PIC 9(9).
           05  FILLER                 PIC X(7) VALUE "  MODE ".
           05  rpt-calc-mode          PIC X(1).
           05  FILLER                 PIC X(4) VALUE SPACES.

       01  report-line-2.
           05  FILLER                 PIC X(10) VALUE "   RESULT ".
           05  rpt-result             PIC 9(18).
           05  FILLER                 PIC X(4) VALUE " ST ".
           05  rpt-status             PIC X(2).
           05  FILLER                 PIC X(4) VALUE " GL ".
           05  rpt-posted-state       PIC X(8).
           05  FILLER                 PIC X(5) VALUE " DOC ".
           05  rpt-gl-doc-number      PIC X(10).
           05  FILLER                 PIC X(5) VALUE " ACK ".
           05  rpt-gl-ack-date        PIC X(8).
           05  FILLER                 PIC X(6) VALUE SPACES.

       01  report-total-line.
           05  FILLER                 PIC X(9) VALUE "MATCHED  ".
           05  rpt-matched-count      PIC 9(7).
           05  FILLER                 PIC X(16) VALUE
               "  POSTED VALUE  ".
           05  rpt-posted-total       PIC 9(18).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  report-message-line.
           05  rpt-message            PIC X(80).

       PROCEDURE DIVISION.
       main-logic.
           ACCEPT parm-card FROM COMMAND-LINE

           OPEN OUTPUT inquiry-report-file
           IF NOT rpt-file-ok
               DISPLAY "RESINQ: UNABLE TO OPEN RINQRPT, STATUS="
                   rpt-file-status
           END-IF
           MOVE report-heading TO inquiry-report-record
           WRITE inquiry-report-record

           PERFORM check-inquiry-parm
           IF NOT parm-error
               OPEN INPUT history-file
               IF NOT hist-file-ok
                   DISPLAY "RESINQ: UNABLE TO OPEN HISTFILE, STATUS="
                       hist-file-status
                   MOVE "RESULTS HISTORY COULD NOT BE OPENED"
                       TO rpt-message
                   PERFORM write-message-line
               ELSE
                   SET hist-file-open TO TRUE
                   PERFORM start-inquiry
                   PERFORM UNTIL hist-file-eof
                       READ history-file NEXT RECORD
                           AT END
                               SET hist-file-eof TO TRUE
                           NOT AT END
                               ADD 1 TO read-count
                               PERFORM select-one-record
                       END-READ
                   END-PERFORM
                   CLOSE history-file
                   PERFORM write-inquiry-totals
               END-IF
           END-IF

           CLOSE inquiry-report-file
           EVALUATE TRUE
               WHEN parm-error OR NOT hist-file-open
                   MOVE 8 TO RETURN-CODE
               WHEN matched-count = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * an inquiry with nothing to select on would list the whole
      * history - that is histrpt's job, not an inquiry's
       check-inquiry-parm.
           MOVE parm-requestor-id TO rpt-sel-requestor
           MOVE parm-threshold TO rpt-sel-threshold
           MOVE parm-from-date TO rpt-sel-from-date
           MOVE parm-to-date TO rpt-sel-to-date
           MOVE report-selection-line TO inquiry-report-record
           WRITE inquiry-report-record

           IF parm-requestor-id = SPACES AND parm-threshold = SPACES
               AND parm-from-date = SPACES AND parm-to-date = SPACES
               SET parm-error TO TRUE
               MOVE "NO REQUESTOR, THRESHOLD OR DATE RANGE GIVEN"
                   TO rpt-message
           END-IF
           IF NOT parm-error AND parm-threshold NOT = SPACES
               IF FUNCTION TEST-NUMVAL(parm-threshold) = 0
                   AND FUNCTION NUMVAL(parm-threshold) > 0
                   SET inq-threshold-given TO TRUE
                   COMPUTE inq-threshold =
                       FUNCTION NUMVAL(parm-threshold)
               ELSE
                   SET parm-error TO TRUE
                   MOVE "THRESHOLD IS NOT A POSITIVE NUMBER"
                       TO rpt-message
               END-IF
           END-IF
           IF parm-from-date = SPACES
               MOVE LOW-VALUES TO inq-from-date
           ELSE
               MOVE parm-from-date TO inq-from-date
               IF NOT parm-error AND parm-from-date IS NOT NUMERIC
                   SET parm-error TO TRUE
                   MOVE "FROM DATE IS NOT YYYYMMDD" TO rpt-message
               END-IF
           END-IF
           IF parm-to-date = SPACES
               MOVE HIGH-VALUES TO inq-to-date
           ELSE
               MOVE parm-to-date TO inq-to-date
               IF NOT parm-error AND parm-to-date IS NOT NUMERIC
                   SET parm-error TO TRUE
                   MOVE "TO DATE IS NOT YYYYMMDD" TO rpt-message
               END-IF
           END-IF
           IF NOT parm-error AND inq-from-date > inq-to-date
               SET parm-error TO TRUE
               MOVE "FROM DATE IS AFTER TO DATE" TO rpt-message
           END-IF
           IF parm-error
               DISPLAY "RESINQ: " rpt-message " - INQUIRY REFUSED"
               PERFORM write-message-line
           END-IF.

      * the requestor key is the narrower path when both are given;
      * the rest of the selection is applied record by record
       start-inquiry.
           EVALUATE TRUE
               WHEN parm-requestor-id NOT = SPACES
                   SET inq-by-requestor TO TRUE
                   MOVE parm-requestor-id TO hst-requestor-id
                   START history-file KEY IS = hst-requestor-id
                       INVALID KEY
                           SET hist-file-eof TO TRUE
                   END-START
               WHEN inq-threshold-given
                   SET inq-by-threshold TO TRUE
                   MOVE inq-threshold TO hst-threshold
                   START history-file KEY IS = hst-threshold
                       INVALID KEY
                           SET hist-file-eof TO TRUE
                   END-START
               WHEN OTHER
                   SET inq-by-date TO TRUE
                   MOVE LOW-VALUES TO hst-key
                   START history-file KEY IS NOT LESS THAN hst-key
                       INVALID KEY
                           SET hist-file-eof TO TRUE
                   END-START
           END-EVALUATE.

      * a keyed path ends at the first record past its key value
       select-one-record.
           IF inq-by-requestor
               AND hst-requestor-id NOT = parm-requestor-id
               SET hist-file-eof TO TRUE
           END-IF
           IF inq-by-threshold AND hst-threshold NOT = inq-threshold
               SET hist-file-eof TO TRUE
           END-IF
           IF NOT hist-file-eof
               IF (NOT inq-threshold-given
                       OR hst-threshold = inq-threshold)
                   AND hst-run-date NOT < inq-from-date
                   AND hst-run-date NOT > inq-to-date
                   PERFORM report-one-result
               END-IF
           END-IF.

       report-one-result.
           ADD 1 TO matched-count
           MOVE hst-run-id TO rpt-run-id
           MOVE hst-record-seq TO rpt-record-seq
           MOVE hst-run-date TO rpt-run-date
           MOVE hst-requestor-id TO rpt-requestor-id
           MOVE hst-threshold TO rpt-threshold
           MOVE hst-calc-mode TO rpt-calc-mode
           MOVE report-line-1 TO inquiry-report-record
           WRITE inquiry-report-record
           MOVE hst-result TO rpt-result
           MOVE hst-status TO rpt-status
           EVALUATE TRUE
               WHEN NOT hst-status-ok
                   MOVE "REJECTED" TO rpt-posted-state
               WHEN hst-posted
                   MOVE "POSTED  " TO rpt-posted-state
                   ADD hst-result TO posted-total
               WHEN hst-reversed
                   MOVE "REVERSED" TO rpt-posted-state
               WHEN hst-held
                   MOVE "HELD    " TO rpt-posted-state
               WHEN OTHER
                   MOVE "UNPOSTED" TO rpt-posted-state
           END-EVALUATE
           MOVE hst-gl-doc-number TO rpt-gl-doc-number
           MOVE hst-gl-ack-date TO rpt-gl-ack-date
           MOVE report-line-2 TO inquiry-report-record
           WRITE inquiry-report-record
           DISPLAY "RESINQ: " hst-run-id "/" hst-record-seq
               " REQ " hst-requestor-id " THR " hst-threshold
               " RESULT " hst-result " " rpt-posted-state
               " DOC " hst-gl-doc-number.

       write-inquiry-totals.
           MOVE matched-count TO rpt-matched-count
           MOVE posted-total TO rpt-posted-total
           MOVE report-total-line TO inquiry-report-record
           WRITE inquiry-report-record
           IF matched-count = 0
               MOVE "NO RESULTS ON HISTORY MATCH THE SELECTION"
                   TO rpt-message
               PERFORM write-message-line
           END-IF
           DISPLAY "RESINQ: READ=" read-count
               " MATCHED=" matched-count
               " POSTED VALUE=" posted-total.

       write-message-line.
           MOVE report-message-line TO inquiry-report-record
           WRITE inquiry-report-record
           MOVE SPACES TO rpt-message.
       END PROGRAM resinq.
