      * REJCARRY out  still-bad and uncorrected rejects, cycle + 1
      * AGEDRPT  out  escalation listing of three-time bouncers
      * RECYCRPT out  recycle totals report
      *
      * a stream step: stepctl refuses the recycle, before any output
      * is opened, when cntedit has not ended acceptably or tonight's
      * recycle has already completed

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntrecyc.
       COPY cntvctl.
       COPY cntrej.
       COPY cntctl.
       COPY eulstep.

       01  rej-in-status          PIC XX.
           88  rej-in-ok              VALUE "00".
                   88  cor-used           VALUE "Y".

       01  new-cycle-count        PIC 9(1).
       01  original-request-date  PIC X(8).

       01  today-ctl-seen-switch  PIC X VALUE "N".
           88  today-ctl-seen         VALUE "Y".

       PROCEDURE DIVISION.
       main-logic.
           PERFORM start-stream-step
           IF stc-run-refused
               DISPLAY "CNTRECYC: REFUSED BY STREAM CONTROL - NOTHING "
                   "RECYCLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM initialize-recycle
           IF NOT file-error
               PERFORM load-corrections
           CLOSE recycle-report-file
           CLOSE aged-report-file
           IF file-error
               MOVE 8 TO stc-return-code
           ELSE
               IF still-bad-count > 0 OR uncorrected-count > 0
                   OR aged-count > 0 OR unmatched-cor-count > 0
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
           MOVE "CNTRECYC" TO stc-step-name
           MOVE SPACES TO stc-run-id
           MOVE SPACES TO stc-run-date
           CALL "stepctl" USING step-control-area.

       end-stream-step.
           IF stc-run-allowed
               SET stc-step-end TO TRUE
               CALL "stepctl" USING step-control-area
           END-IF.

       initialize-recycle.
           OPEN OUTPUT recycle-report-file
           IF NOT rpt-file-ok
      * number printed on the original EDITRPT listing - the seq
      * alone repeats across edit runs, so the date is part of the
      * match key
      *
      * a correction replaces the whole record, but the request is
      * still the one the department keyed on its original date - the
      * turnaround is measured from that date, not from the day the
      * correction was keyed; only a reject that carried no request
      * date takes the correction's
       recycle-one-reject.
           MOVE 0 TO cor-found-ix
           PERFORM VARYING cor-ix FROM 1 BY 1
           END-PERFORM
           IF cor-found-ix > 0
               SET cor-used(cor-found-ix) TO TRUE
               MOVE rej-data TO cnt-tran-ws
               MOVE trn-request-date TO original-request-date
               MOVE cor-entry-data(cor-found-ix) TO cnt-tran-ws
               IF original-request-date NOT = SPACES
                   MOVE original-request-date TO trn-request-date
               END-IF
               CALL "cntval" USING cnt-tran-ws, edit-control
               IF record-accepted
                   ADD 1 TO recycled-count
