               10  aud-alt-sub-div1   PIC 9(18).
               10  aud-alt-sub-div2   PIC 9(18).
               10  aud-alt-sub-both   PIC 9(18).
      * "Y" when the result computed cleanly but no GL account
      * mapping resolved, so no GL detail was written for it
           05  aud-gl-held-flag       PIC X(1).
               88  aud-gl-held            VALUE "Y".
      * the CNTIN request date of the threshold, spaces when none
           05  aud-request-date       PIC X(8).
           05  FILLER                 PIC X(4) VALUE SPACES.
