               88  calc-mode-loop     VALUE "L".
               88  calc-mode-formula  VALUE "F".
               88  calc-mode-verify   VALUE "V".
      * set by euler1: how long the calculation took, in hundredths
      * of a second; zero when the threshold was rejected unseen
           05  elapsed-hs         PIC 9(9).
