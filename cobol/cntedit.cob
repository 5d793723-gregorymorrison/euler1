      * the record edits themselves live in cntval below, so that
      * cntrecyc can re-edit corrected rejects with exactly the same
      * rules this program applies to the raw batch
      *
      * a stream step: stepctl refuses the edit, before any output is
      * opened, when runprep has not ended acceptably or tonight's
      * edit has already completed
      *
      * returns 0 when the batch was edited, rejects included, and 8
      * when a dataset could not be opened - no control record is
      * written then, so neither cntrecyc nor myTest takes the file

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntedit.
       COPY cntvctl.
       COPY cntrej.
       COPY cntctl.
       COPY eulstep.

       01  cnt-in-status          PIC XX.
           88  cnt-in-ok              VALUE "00".
       01  rpt-file-status        PIC XX.
           88  rpt-file-ok            VALUE "00".

       01  file-error-switch      PIC X VALUE "N".
           88  file-error             VALUE "Y".

       01  edit-record-seq        PIC 9(5) VALUE 0.
       01  accepted-count         PIC 9(5) VALUE 0.
       01  rejected-count         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       main-logic.
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "CNTEDIT: REFUSED BY STREAM CONTROL - NOTHING "
                   "EDITED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM initialize-edit
           IF NOT file-error
               PERFORM edit-transactions
               PERFORM write-control-record
               PERFORM write-edit-totals
           END-IF
           CLOSE cnt-in-file
           CLOSE cnt-out-file
           CLOSE reject-file
           CLOSE edit-report-file
           PERFORM end-stream-step
           MOVE stc-return-code TO RETURN-CODE
           STOP RUN.

       start-stream-step.
           SET stc-step-start TO TRUE
           MOVE "CNTEDIT " TO stc-step-name
           MOVE SPACES TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF file-error
               MOVE 8 TO stc-return-code
           ELSE
               MOVE 0 TO stc-return-code
           END-IF
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

       initialize-edit.
           MOVE FUNCTION CURRENT-DATE TO current-date-time

           OPEN INPUT cnt-in-file
           IF NOT cnt-in-ok
               SET file-error TO TRUE
               DISPLAY "CNTEDIT: UNABLE TO OPEN CNTIN, STATUS="
                   cnt-in-status
               SET cnt-in-eof TO TRUE
           END-IF
           OPEN OUTPUT cnt-out-file
           IF NOT cnt-out-ok
               SET file-error TO TRUE
               DISPLAY "CNTEDIT: UNABLE TO OPEN CNTOUT, STATUS="
                   cnt-out-status
           END-IF
           OPEN OUTPUT reject-file
           IF NOT rej-file-ok
               SET file-error TO TRUE
               DISPLAY "CNTEDIT: UNABLE TO OPEN CNTREJ, STATUS="
                   rej-file-status
           END-IF
           OPEN OUTPUT edit-report-file
           IF NOT rpt-file-ok
               SET file-error TO TRUE
               DISPLAY "CNTEDIT: UNABLE TO OPEN EDITRPT, STATUS="
                   rpt-file-status
           END-IF

           IF rpt-file-ok
               MOVE current-date-time(1:8) TO rpt-hdg-date
               MOVE report-heading-1 TO edit-report-record
               WRITE edit-report-record
               MOVE report-heading-2 TO edit-report-record
               WRITE edit-report-record
           END-IF.

       edit-transactions.
           PERFORM UNTIL cnt-in-eof
