      * CNTIN online entry and maintenance in COBOL
      *
      * this screen keys the cnt-tran-ws layout straight onto the day's
      * CNTIN and edits every transaction as it is keyed, with the
      * same cntval call cntedit makes - the same rules, the same
      * REQMSTR and DIVPROF lookups and the same reject text - so a
      * transaction is only stored once it would pass tonight's edit
      *
      * the operator can page through the pending transactions, jump
      * to one by number or to the next one that no longer passes
      * the edit (a record keyed in the flat file, or a requestor
      * since made inactive), and correct or delete it; the screen
      * keeps a running count of the pending, clean and rejected
      * transactions and the clean threshold total, which are the
      * record count and threshold total cntedit will put on
      * tonight's control record if nothing changes
      *
      * CNTIN is rewritten from the screen's table when the operator
      * saves; updates stop at the batch cutoff on the day the
      * session started, and while tonight's stream is open on
      * STRMCTL (from runprep's PARMOUT card) and has not yet ended
      * cntedit - from then the batch belongs to the nightly stream
      * and the screen only browses
      *
      * one session at a time maintains the day's CNTIN: a session
      * that may update records its start on CNTLOCK before it loads
      * the batch and empties CNTLOCK again when it ends or drops to
      * browsing, and a session started while CNTLOCK holds another
      * session of the same day only browses; a lock from an earlier
      * day is taken over, since that session is past its cutoff - a
      * session that abends leaves its lock until midnight, so once
      * it is known to be gone CNTLOCK is emptied by hand
      *
      * parm: the batch cutoff time HHMM in columns 1-4 (default 1800)
      *
      * CNTIN    i-o  the day's pending threshold transactions
      * CNTLOCK  i-o  the session maintaining CNTIN, if any
      * REQMSTR  in   requestor master, read by cntval
      * DIVPROF  in   divisor profile master, read by cntval
      * PARMOUT  in   tonight's parm card from runprep
      * STRMCTL  in   stream step-control master
      *
      * returns 0 when the session ended saved or unchanged, 4 when
      * the operator quit and discarded unsaved changes, 8 when
      * CNTIN could not be read

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntentry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cnt-file ASSIGN TO "CNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cnt-file-status.
           SELECT lock-file ASSIGN TO "CNTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lock-file-status.
           SELECT parm-in-file ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-in-status.
           SELECT stream-control-file ASSIGN TO "STRMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sc-key
               FILE STATUS IS sc-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cnt-file.
       01  cnt-file-record        PIC X(37).

       FD  lock-file.
       01  lock-file-record       PIC X(16).

       FD  parm-in-file.
       01  parm-in-record         PIC X(80).

       FD  stream-control-file.
       COPY eulstrm.

       WORKING-STORAGE SECTION.
       COPY cnttran.
       COPY cntvctl.
       COPY eulparm.

       01  cnt-file-status        PIC XX.
           88  cnt-file-ok            VALUE "00".
           88  cnt-file-missing       VALUE "35".

       01  cnt-file-eof-switch    PIC X VALUE "N".
           88  cnt-file-eof           VALUE "Y".

       01  lock-file-status       PIC XX.
           88  lock-file-ok           VALUE "00".
           88  lock-file-missing      VALUE "35".

       01  lock-held-switch       PIC X VALUE "N".
           88  lock-held              VALUE "Y".

      * a session is known on CNTLOCK by the date and time it started
       01  session-stamp          PIC X(16).
       01  lock-holder-stamp      PIC X(16).

       01  parm-in-status         PIC XX.
           88  parm-in-ok             VALUE "00".

       01  sc-file-status         PIC XX.
           88  sc-file-ok             VALUE "00".
           88  sc-file-missing        VALUE "35".

       01  stream-has-batch-switch PIC X VALUE "N".
           88  stream-has-batch       VALUE "Y".

       01  load-failed-switch     PIC X VALUE "N".
           88  load-failed            VALUE "Y".

       01  browse-only-switch     PIC X VALUE "N".
           88  browse-only            VALUE "Y".

       01  update-allowed-switch  PIC X VALUE "N".
           88  update-allowed         VALUE "Y".

       01  changes-pending-switch PIC X VALUE "N".
           88  changes-pending        VALUE "Y".

       01  changes-discarded-switch PIC X VALUE "N".
           88  changes-discarded      VALUE "Y".

       01  session-ended-switch   PIC X VALUE "N".
           88  session-ended          VALUE "Y".

       01  key-done-switch        PIC X VALUE "N".
           88  key-done               VALUE "Y".

       01  transaction-clean-switch PIC X VALUE "N".
           88  transaction-clean      VALUE "Y".

       01  entry-parm-card        PIC X(80).
       01  entry-parm-fields REDEFINES entry-parm-card.
           05  parm-cutoff-time       PIC X(4).
           05  FILLER                 PIC X(76).

       01  cutoff-time            PIC X(4) VALUE "1800".

       01  current-date-time      PIC X(21).
       01  today-date             PIC X(8).
       01  time-now-hhmm          PIC X(4).

      * the day's batch, held in CNTIN order
       01  entry-count            PIC 9(5) VALUE 0.
       01  entry-max              PIC 9(5) VALUE 2000.
       01  entry-ix               PIC 9(5).
       01  current-ix             PIC 9(5) VALUE 0.
       01  found-ix               PIC 9(5).
       01  entry-table.
           05  entry-record           PIC X(37) OCCURS 2000 TIMES.

       01  clean-count            PIC 9(5) VALUE 0.
       01  rejected-count         PIC 9(5) VALUE 0.
       01  clean-threshold-total  PIC 9(15) VALUE 0.

       01  goto-number            PIC 9(5).
       01  step-ix                PIC 9(2).

      * screen work fields
       01  scr-mode-text          PIC X(40).
       01  scr-cutoff-display     PIC X(5).
       01  scr-edit-text          PIC X(40).
       01  scr-message            PIC X(79).
       01  scr-command            PIC X(1).
       01  scr-argument           PIC X(5).
       01  scr-cancel             PIC X(1).
       01  scr-confirm            PIC X(1).

       SCREEN SECTION.
       01  header-screen.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE
               "CNTENTRY - CNTIN THRESHOLD ENTRY AND MAINTENANCE".
           05  LINE 1 COLUMN 56 VALUE "DATE".
           05  LINE 1 COLUMN 61 PIC X(8) FROM today-date.
           05  LINE 2 COLUMN 1 PIC X(40) FROM scr-mode-text.
           05  LINE 2 COLUMN 56 VALUE "CUTOFF".
           05  LINE 2 COLUMN 63 PIC X(5) FROM scr-cutoff-display.
           05  LINE 4 COLUMN 1 VALUE "RECORD".
           05  LINE 4 COLUMN 8 PIC ZZZZ9 FROM current-ix.
           05  LINE 4 COLUMN 14 VALUE "OF".
           05  LINE 4 COLUMN 17 PIC ZZZZ9 FROM entry-count.
           05  LINE 14 COLUMN 3 VALUE "EDIT".
           05  LINE 14 COLUMN 24 PIC X(40) FROM scr-edit-text.
           05  LINE 16 COLUMN 3 VALUE "PENDING".
           05  LINE 16 COLUMN 11 PIC ZZZZ9 FROM entry-count.
           05  LINE 16 COLUMN 19 VALUE "CLEAN".
           05  LINE 16 COLUMN 25 PIC ZZZZ9 FROM clean-count.
           05  LINE 16 COLUMN 33 VALUE "REJECTED".
           05  LINE 16 COLUMN 42 PIC ZZZZ9 FROM rejected-count.
           05  LINE 17 COLUMN 3 VALUE "CLEAN THRESHOLD TOTAL".
           05  LINE 17 COLUMN 25 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9
               FROM clean-threshold-total.
           05  LINE 20 COLUMN 1 PIC X(79) FROM scr-message.
           05  LINE 23 COLUMN 1 VALUE
               "A ADD  C CHANGE  D DELETE  N NEXT  P PREV  G GOTO  ".
           05  LINE 23 COLUMN 52 VALUE
               "E NEXT REJECT".
           05  LINE 24 COLUMN 1 VALUE
               "S SAVE  X SAVE AND EXIT  Q QUIT WITHOUT SAVING".

       01  transaction-display-screen.
           05  LINE 6 COLUMN 3 VALUE "TRANSACTION CODE".
           05  LINE 6 COLUMN 24 PIC X(2) FROM trn-tran-code.
           05  LINE 7 COLUMN 3 VALUE "THRESHOLD".
           05  LINE 7 COLUMN 24 PIC X(9) FROM trn-threshold.
           05  LINE 8 COLUMN 3 VALUE "DIVISOR OVERRIDE 1".
           05  LINE 8 COLUMN 24 PIC X(3) FROM trn-divisor-1.
           05  LINE 9 COLUMN 3 VALUE "DIVISOR OVERRIDE 2".
           05  LINE 9 COLUMN 24 PIC X(3) FROM trn-divisor-2.
           05  LINE 10 COLUMN 3 VALUE "REQUESTOR ID".
           05  LINE 10 COLUMN 24 PIC X(8) FROM trn-requestor-id.
           05  LINE 11 COLUMN 3 VALUE "REQUEST DATE".
           05  LINE 11 COLUMN 24 PIC X(8) FROM trn-request-date.
           05  LINE 11 COLUMN 34 VALUE "(YYYYMMDD)".
           05  LINE 12 COLUMN 3 VALUE "PROFILE CODE".
           05  LINE 12 COLUMN 24 PIC X(4) FROM trn-profile-code.

       01  transaction-entry-screen.
           05  LINE 6 COLUMN 3 VALUE "TRANSACTION CODE".
           05  LINE 6 COLUMN 24 PIC X(2) USING trn-tran-code.
           05  LINE 7 COLUMN 3 VALUE "THRESHOLD".
           05  LINE 7 COLUMN 24 PIC X(9) USING trn-threshold.
           05  LINE 8 COLUMN 3 VALUE "DIVISOR OVERRIDE 1".
           05  LINE 8 COLUMN 24 PIC X(3) USING trn-divisor-1.
           05  LINE 9 COLUMN 3 VALUE "DIVISOR OVERRIDE 2".
           05  LINE 9 COLUMN 24 PIC X(3) USING trn-divisor-2.
           05  LINE 10 COLUMN 3 VALUE "REQUESTOR ID".
           05  LINE 10 COLUMN 24 PIC X(8) USING trn-requestor-id.
           05  LINE 11 COLUMN 3 VALUE "REQUEST DATE".
           05  LINE 11 COLUMN 24 PIC X(8) USING trn-request-date.
           05  LINE 11 COLUMN 34 VALUE "(YYYYMMDD)".
           05  LINE 12 COLUMN 3 VALUE "PROFILE CODE".
           05  LINE 12 COLUMN 24 PIC X(4) USING trn-profile-code.
           05  LINE 13 COLUMN 3 VALUE "CANCEL ENTRY (Y)".
           05  LINE 13 COLUMN 24 PIC X(1) USING scr-cancel.

       01  command-screen.
           05  LINE 22 COLUMN 1 VALUE "COMMAND".
           05  LINE 22 COLUMN 9 PIC X(1) USING scr-command.
           05  LINE 22 COLUMN 12 VALUE "RECORD NUMBER".
           05  LINE 22 COLUMN 26 PIC X(5) USING scr-argument.

       01  confirm-screen.
           05  LINE 22 COLUMN 1 VALUE "CONFIRM (Y/N)".
           05  LINE 22 COLUMN 15 PIC X(1) USING scr-confirm.

       PROCEDURE DIVISION.
       main-logic.
           PERFORM initialize-entry
           IF NOT load-failed
               PERFORM UNTIL session-ended
                   PERFORM process-one-command
               END-PERFORM
           END-IF
           PERFORM release-entry-lock
           EVALUATE TRUE
               WHEN load-failed
                   MOVE 8 TO RETURN-CODE
               WHEN changes-discarded
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       initialize-entry.
           ACCEPT entry-parm-card FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO current-date-time
           MOVE current-date-time(1:8) TO today-date
           MOVE current-date-time(1:16) TO session-stamp
           MOVE SPACES TO scr-message

      * a cutoff that is not a real time of day falls back to the
      * standard cutoff rather than leaving the batch open all night
           IF parm-cutoff-time NOT = SPACES
               IF parm-cutoff-time IS NUMERIC
                   AND parm-cutoff-time(1:2) < "24"
                   AND parm-cutoff-time(3:2) < "60"
                   MOVE parm-cutoff-time TO cutoff-time
               ELSE
                   MOVE "INVALID CUTOFF ON PARM - 18:00 APPLIES"
                       TO scr-message
               END-IF
           END-IF
           MOVE SPACES TO scr-cutoff-display
           STRING cutoff-time(1:2) ":" cutoff-time(3:2)
               DELIMITED BY SIZE INTO scr-cutoff-display
           MOVE "UPDATE - BATCH OPEN FOR ENTRY" TO scr-mode-text

           PERFORM take-entry-lock
           PERFORM load-pending-batch
           IF NOT load-failed
               PERFORM check-update-allowed
               IF NOT update-allowed
                   PERFORM release-entry-lock
               END-IF
               IF entry-count > 0
                   MOVE 1 TO current-ix
               END-IF
               PERFORM compute-batch-totals
           END-IF.

      * the lock is taken before CNTIN is loaded, so a session that
      * may update always holds the batch as the last save left it;
      * a CNTLOCK that cannot be read leaves the session browsing
      * rather than risk two sessions saving over each other
       take-entry-lock.
           MOVE SPACES TO lock-holder-stamp
           OPEN INPUT lock-file
           IF lock-file-ok
               READ lock-file INTO lock-holder-stamp
                   AT END
                       MOVE SPACES TO lock-holder-stamp
               END-READ
               CLOSE lock-file
           END-IF
           IF NOT lock-file-ok AND NOT lock-file-missing
               SET browse-only TO TRUE
               MOVE "BROWSE ONLY - CNTLOCK CANNOT BE READ"
                   TO scr-mode-text
           ELSE
               IF lock-holder-stamp(1:8) = today-date
                   SET browse-only TO TRUE
                   MOVE "BROWSE ONLY - CNTIN IN USE ELSEWHERE"
                       TO scr-mode-text
                   IF scr-message = SPACES
                       STRING "CNTIN IS HELD BY THE SESSION STARTED AT "
                           lock-holder-stamp(9:2) ":"
                           lock-holder-stamp(11:2)
                           DELIMITED BY SIZE INTO scr-message
                   END-IF
               ELSE
                   OPEN OUTPUT lock-file
                   IF lock-file-ok
                       MOVE session-stamp TO lock-file-record
                       WRITE lock-file-record
                       CLOSE lock-file
                   END-IF
                   IF lock-file-ok
                       SET lock-held TO TRUE
                   ELSE
                       SET browse-only TO TRUE
                       MOVE "BROWSE ONLY - CNTLOCK CANNOT BE WRITTEN"
                           TO scr-mode-text
                   END-IF
               END-IF
           END-IF.

      * an empty CNTLOCK is a free batch; the lock is only emptied
      * while it still names this session
       release-entry-lock.
           IF lock-held
               MOVE SPACES TO lock-holder-stamp
               OPEN INPUT lock-file
               IF lock-file-ok
                   READ lock-file INTO lock-holder-stamp
                       AT END
                           MOVE SPACES TO lock-holder-stamp
                   END-READ
                   CLOSE lock-file
               END-IF
               IF lock-holder-stamp = session-stamp
                   OPEN OUTPUT lock-file
                   IF lock-file-ok
                       CLOSE lock-file
                   END-IF
               END-IF
               MOVE "N" TO lock-held-switch
           END-IF.

      * no CNTIN yet simply means nothing has been keyed today
       load-pending-batch.
           OPEN INPUT cnt-file
           IF cnt-file-missing
               CONTINUE
           ELSE
               IF NOT cnt-file-ok
                   SET load-failed TO TRUE
                   DISPLAY "CNTENTRY: UNABLE TO OPEN CNTIN, STATUS="
                       cnt-file-status " - NOTHING CAN BE MAINTAINED"
               ELSE
                   PERFORM UNTIL cnt-file-eof
                       READ cnt-file
                           AT END
                               SET cnt-file-eof TO TRUE
                           NOT AT END
                               PERFORM load-one-transaction
                       END-READ
                   END-PERFORM
                   CLOSE cnt-file
               END-IF
           END-IF.

      * a batch larger than the table could only be saved back short,
      * so it is browsed and never rewritten
       load-one-transaction.
           IF entry-count < entry-max
               ADD 1 TO entry-count
               MOVE cnt-file-record TO entry-record(entry-count)
           ELSE
               IF NOT browse-only
                   SET browse-only TO TRUE
                   MOVE "BROWSE ONLY - BATCH LARGER THAN THE SCREEN"
                       TO scr-mode-text
                   MOVE SPACES TO scr-message
                   STRING "CNTIN HAS MORE TRANSACTIONS THAN THE "
                       "SCREEN HOLDS - MAINTAIN IT IN THE FLAT FILE"
                       DELIMITED BY SIZE INTO scr-message
               END-IF
           END-IF.

       process-one-command.
           PERFORM show-current-record
           MOVE SPACES TO scr-command
           MOVE SPACES TO scr-argument
           ACCEPT command-screen
           MOVE SPACES TO scr-message
           MOVE FUNCTION UPPER-CASE(scr-command) TO scr-command
           EVALUATE scr-command
               WHEN "A"
                   PERFORM add-transaction
               WHEN "C"
                   PERFORM change-transaction
               WHEN "D"
                   PERFORM delete-transaction
               WHEN "N"
                   IF current-ix < entry-count
                       ADD 1 TO current-ix
                   ELSE
                       MOVE "LAST TRANSACTION IN THE BATCH"
                           TO scr-message
                   END-IF
               WHEN "P"
                   IF current-ix > 1
                       SUBTRACT 1 FROM current-ix
                   ELSE
                       MOVE "FIRST TRANSACTION IN THE BATCH"
                           TO scr-message
                   END-IF
               WHEN "G"
                   PERFORM goto-transaction
               WHEN "E"
                   PERFORM find-next-reject
               WHEN "S"
                   PERFORM save-pending-batch
               WHEN "X"
                   PERFORM save-pending-batch
                   IF NOT changes-pending
                       SET session-ended TO TRUE
                   END-IF
               WHEN "Q"
                   PERFORM quit-session
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND" TO scr-message
           END-EVALUATE.

      * the edit line always shows what cntval says of the record
      * now, so a record that has gone bad since it was keyed shows
      * its reject text while it is being browsed
       show-current-record.
           IF current-ix = 0
               MOVE SPACES TO cnt-tran-ws
               MOVE SPACES TO scr-edit-text
               IF scr-message = SPACES
                   MOVE "NO PENDING TRANSACTIONS - KEY A TO ADD ONE"
                       TO scr-message
               END-IF
           ELSE
               MOVE entry-record(current-ix) TO cnt-tran-ws
               CALL "cntval" USING cnt-tran-ws, edit-control
               PERFORM set-edit-text
           END-IF
           DISPLAY header-screen
           DISPLAY transaction-display-screen.

       set-edit-text.
           MOVE SPACES TO scr-edit-text
           IF record-accepted
               MOVE "CLEAN" TO scr-edit-text
           ELSE
               STRING "REJECT " reject-reason " " reject-reason-text
                   DELIMITED BY SIZE INTO scr-edit-text
           END-IF.

      * the cutoff is checked before every update, so a session left
      * open over the cutoff drops to browsing at its next update; the
      * cutoff belongs to the day the session started, so a session
      * still open after midnight is past it too, and a session
      * started after midnight is still held off while tonight's
      * stream has yet to finish cntedit
       check-update-allowed.
           MOVE "N" TO update-allowed-switch
           IF NOT browse-only
               MOVE FUNCTION CURRENT-DATE TO current-date-time
               MOVE current-date-time(9:4) TO time-now-hhmm
               IF current-date-time(1:8) > today-date
                   OR time-now-hhmm NOT < cutoff-time
                   MOVE "BROWSE ONLY - BATCH CUTOFF HAS PASSED"
                       TO scr-mode-text
                   PERFORM close-batch-for-entry
               ELSE
                   PERFORM check-stream-state
                   IF stream-has-batch
                       MOVE "BROWSE ONLY - NIGHTLY STREAM HAS THE BATCH"
                           TO scr-mode-text
                       PERFORM close-batch-for-entry
                   ELSE
                       SET update-allowed TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT update-allowed AND scr-message = SPACES
               MOVE "BATCH IS NOT OPEN FOR UPDATE" TO scr-message
           END-IF.

       close-batch-for-entry.
           SET browse-only TO TRUE
           PERFORM release-entry-lock
           IF changes-pending
               MOVE SPACES TO scr-message
               STRING "CUTOFF PASSED - UNSAVED CHANGES CANNOT "
                   "BE SAVED, KEY THEM TOMORROW"
                   DELIMITED BY SIZE INTO scr-message
           END-IF.

      * tonight's stream is the one runprep named on PARMOUT; once its
      * record is on STRMCTL the batch is the stream's until cntedit
      * has ended acceptably or been bypassed - no PARMOUT card or no
      * stream record means no stream has opened since the last one
      * finished with CNTIN, but a master that cannot be read leaves
      * the batch closed rather than risk keying under the edit
       check-stream-state.
           MOVE "N" TO stream-has-batch-switch
           MOVE SPACES TO parm-card
           OPEN INPUT parm-in-file
           IF parm-in-ok
               READ parm-in-file INTO parm-card
                   AT END
                       MOVE SPACES TO parm-card
               END-READ
               CLOSE parm-in-file
           END-IF
           IF parm-stream-date NOT = SPACES AND parm-run-id NOT = SPACES
               OPEN INPUT stream-control-file
               IF sc-file-ok
                   MOVE parm-stream-date TO sc-run-date
                   MOVE parm-run-id TO sc-run-id
                   READ stream-control-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM check-cntedit-step
                   END-READ
                   CLOSE stream-control-file
               ELSE
                   IF NOT sc-file-missing
                       SET stream-has-batch TO TRUE
                   END-IF
               END-IF
           END-IF.

       check-cntedit-step.
           PERFORM VARYING step-ix FROM 1 BY 1
               UNTIL step-ix > sc-step-count
               IF sc-step-name(step-ix) = "CNTEDIT "
                   AND NOT sc-step-bypassed(step-ix)
                   AND NOT (sc-step-ended(step-ix)
                       AND sc-step-rc(step-ix)
                           NOT > sc-step-max-rc(step-ix))
                   SET stream-has-batch TO TRUE
               END-IF
           END-PERFORM.

       add-transaction.
           PERFORM check-update-allowed
           IF update-allowed
               IF entry-count NOT < entry-max
                   MOVE "BATCH IS FULL - NO MORE TRANSACTIONS FIT"
                       TO scr-message
               ELSE
                   MOVE SPACES TO cnt-tran-ws
                   SET trn-code-threshold TO TRUE
                   MOVE today-date TO trn-request-date
                   MOVE "ADD - KEY THE TRANSACTION AND PRESS ENTER"
                       TO scr-message
                   PERFORM key-transaction
                   IF transaction-clean
                       PERFORM check-update-allowed
                   END-IF
                   IF transaction-clean AND update-allowed
                       ADD 1 TO entry-count
                       MOVE entry-count TO current-ix
                       MOVE cnt-tran-ws TO entry-record(current-ix)
                       SET changes-pending TO TRUE
                       PERFORM compute-batch-totals
                       MOVE "TRANSACTION ADDED - NOT YET SAVED"
                           TO scr-message
                   END-IF
               END-IF
           END-IF.

       change-transaction.
           PERFORM check-update-allowed
           IF update-allowed
               IF current-ix = 0
                   MOVE "NO TRANSACTION TO CHANGE" TO scr-message
               ELSE
                   MOVE entry-record(current-ix) TO cnt-tran-ws
                   MOVE "CHANGE - CORRECT THE TRANSACTION, PRESS ENTER"
                       TO scr-message
                   PERFORM key-transaction
                   IF transaction-clean
                       PERFORM check-update-allowed
                   END-IF
                   IF transaction-clean AND update-allowed
                       MOVE cnt-tran-ws TO entry-record(current-ix)
                       SET changes-pending TO TRUE
                       PERFORM compute-batch-totals
                       MOVE "TRANSACTION CHANGED - NOT YET SAVED"
                           TO scr-message
                   END-IF
               END-IF
           END-IF.

      * a keyed transaction is edited on every enter and only
      * comes back clean or cancelled - a reject stays on the screen
      * with its reason until it is corrected; a request date left
      * blank is the day it was keyed
       key-transaction.
           MOVE "N" TO key-done-switch
           MOVE "N" TO transaction-clean-switch
           MOVE SPACES TO scr-cancel
           MOVE SPACES TO scr-edit-text
           PERFORM UNTIL key-done
               DISPLAY header-screen
               ACCEPT transaction-entry-screen
               IF FUNCTION UPPER-CASE(scr-cancel) = "Y"
                   SET key-done TO TRUE
                   MOVE "ENTRY CANCELLED - NOTHING CHANGED"
                       TO scr-message
               ELSE
                   IF trn-request-date = SPACES
                       MOVE today-date TO trn-request-date
                   END-IF
                   CALL "cntval" USING cnt-tran-ws, edit-control
                   PERFORM set-edit-text
                   IF record-accepted
                       SET transaction-clean TO TRUE
                       SET key-done TO TRUE
                   ELSE
                       MOVE SPACES TO scr-message
                       STRING "REJECTED - " reject-reason-text
                           " - CORRECT IT OR CANCEL THE ENTRY"
                           DELIMITED BY SIZE INTO scr-message
                   END-IF
               END-IF
           END-PERFORM.

       delete-transaction.
           PERFORM check-update-allowed
           IF update-allowed
               IF current-ix = 0
                   MOVE "NO TRANSACTION TO DELETE" TO scr-message
               ELSE
                   MOVE "DELETE THIS TRANSACTION FROM THE BATCH?"
                       TO scr-message
                   PERFORM get-confirmation
                   IF FUNCTION UPPER-CASE(scr-confirm) = "Y"
                       PERFORM remove-current-entry
                       SET changes-pending TO TRUE
                       PERFORM compute-batch-totals
                       MOVE "TRANSACTION DELETED - NOT YET SAVED"
                           TO scr-message
                   ELSE
                       MOVE "DELETE CANCELLED" TO scr-message
                   END-IF
               END-IF
           END-IF.

       remove-current-entry.
           PERFORM VARYING entry-ix FROM current-ix BY 1
               UNTIL entry-ix NOT < entry-count
               MOVE entry-record(entry-ix + 1) TO entry-record(entry-ix)
           END-PERFORM
           SUBTRACT 1 FROM entry-count
           IF current-ix > entry-count
               MOVE entry-count TO current-ix
           END-IF.

       get-confirmation.
           MOVE SPACES TO scr-confirm
           PERFORM show-current-record
           ACCEPT confirm-screen
           MOVE SPACES TO scr-message.

       goto-transaction.
           IF scr-argument NOT = SPACES
               AND FUNCTION TEST-NUMVAL(scr-argument) = 0
               COMPUTE goto-number = FUNCTION NUMVAL(scr-argument)
               IF goto-number > 0 AND goto-number NOT > entry-count
                   MOVE goto-number TO current-ix
               ELSE
                   MOVE "NO TRANSACTION WITH THAT NUMBER" TO scr-message
               END-IF
           ELSE
               MOVE "KEY THE RECORD NUMBER NEXT TO THE G"
                   TO scr-message
           END-IF.

       find-next-reject.
           MOVE 0 TO found-ix
           PERFORM VARYING entry-ix FROM current-ix BY 1
               UNTIL entry-ix NOT < entry-count OR found-ix > 0
               MOVE entry-record(entry-ix + 1) TO cnt-tran-ws
               CALL "cntval" USING cnt-tran-ws, edit-control
               IF NOT record-accepted
                   COMPUTE found-ix = entry-ix + 1
               END-IF
           END-PERFORM
           IF found-ix > 0
               MOVE found-ix TO current-ix
           ELSE
               MOVE "NO REJECTED TRANSACTION AFTER THIS ONE"
                   TO scr-message
           END-IF.

      * the figures cntedit will write on tonight's control record:
      * the clean transactions and the sum of their thresholds
       compute-batch-totals.
           MOVE 0 TO clean-count
           MOVE 0 TO rejected-count
           MOVE 0 TO clean-threshold-total
           PERFORM VARYING entry-ix FROM 1 BY 1
               UNTIL entry-ix > entry-count
               MOVE entry-record(entry-ix) TO cnt-tran-ws
               CALL "cntval" USING cnt-tran-ws, edit-control
               IF record-accepted
                   ADD 1 TO clean-count
                   COMPUTE clean-threshold-total =
                       clean-threshold-total
                       + FUNCTION NUMVAL(trn-threshold)
               ELSE
                   ADD 1 TO rejected-count
               END-IF
           END-PERFORM.

      * a save that fails leaves the changes pending, so the session
      * cannot end believing they reached CNTIN
       save-pending-batch.
           PERFORM check-update-allowed
           IF update-allowed
               OPEN OUTPUT cnt-file
               IF NOT cnt-file-ok
                   MOVE SPACES TO scr-message
                   STRING "UNABLE TO SAVE CNTIN, STATUS="
                       cnt-file-status " - CHANGES NOT SAVED"
                       DELIMITED BY SIZE INTO scr-message
               ELSE
                   PERFORM VARYING entry-ix FROM 1 BY 1
                       UNTIL entry-ix > entry-count
                       MOVE entry-record(entry-ix) TO cnt-file-record
                       WRITE cnt-file-record
                   END-PERFORM
                   CLOSE cnt-file
                   MOVE "N" TO changes-pending-switch
                   MOVE SPACES TO scr-message
                   STRING "BATCH SAVED - " entry-count
                       " TRANSACTIONS ON CNTIN"
                       DELIMITED BY SIZE INTO scr-message
               END-IF
           END-IF.

       quit-session.
           IF changes-pending
               MOVE "UNSAVED CHANGES WILL BE LOST - QUIT ANYWAY?"
                   TO scr-message
               PERFORM get-confirmation
               IF FUNCTION UPPER-CASE(scr-confirm) = "Y"
                   SET changes-discarded TO TRUE
                   SET session-ended TO TRUE
               ELSE
                   MOVE "QUIT CANCELLED" TO scr-message
               END-IF
           ELSE
               SET session-ended TO TRUE
           END-IF.
       END PROGRAM cntentry.
