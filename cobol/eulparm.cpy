      * resolves against the divisor profile master and replaces any
      * keyed divisor list for the run when present
           05  parm-profile-code      PIC X(4).
      * filled by runprep: the date the night's stream was opened,
      * which keys the stream control record even after midnight
           05  parm-stream-date       PIC X(8).
           05  FILLER                 PIC X(17).
