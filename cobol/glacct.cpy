      * GL account mapping master record; the department of the
      * requestor (from REQMSTR) plus the divisor profile code a
      * threshold ran under resolves to the GL account its result
      * posts to and the offset account that takes the other side of
      * the entry; a profile code of spaces maps thresholds run on keyed
      * or default divisors, and a department of spaces maps runs
      * with no requestor at all
       01  gl-account-map-ws.
           05  gam-key.
               10  gam-department     PIC X(4).
               10  gam-profile-code   PIC X(4).
           05  gam-gl-account         PIC X(10).
           05  gam-offset-account     PIC X(10).
           05  gam-description        PIC X(30).
           05  FILLER                 PIC X(22) VALUE SPACES.
