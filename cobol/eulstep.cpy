      * stepctl call area; a stream step calls stepctl once on
      * startup and once at end of job with its return code
       01  step-control-area.
           05  stc-function           PIC X(1).
               88  stc-step-start         VALUE "S".
               88  stc-step-end           VALUE "E".
           05  stc-step-name          PIC X(8).
      * the run-id the step is working on, when it knows one; a
      * run-id other than tonight's stream run marks ad hoc work
      * (a reversal balance, a hand-keyed rerun) that runs outside
      * the stream's step control - spaces means tonight's run
           05  stc-run-id             PIC X(8).
      * supplied only by runprep, which opens the night's stream
      * record before the parm card exists; returned to every step
           05  stc-run-date           PIC X(8).
           05  stc-return-code        PIC 9(2).
           05  stc-result             PIC X(1).
               88  stc-run-allowed        VALUE "Y".
               88  stc-run-refused        VALUE "N".
               88  stc-out-of-stream      VALUE "O".
