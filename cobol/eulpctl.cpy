      * perctl call area; a program that posts into, reports on or
      * rewrites the history of an accounting period asks perctl for
      * the period's state before it does so
       01  period-check-area.
           05  pdc-function           PIC X(1).
      * look only - a period never opened comes back unknown
               88  pdc-check              VALUE "C".
      * look, opening the period when it is not on file yet
               88  pdc-register           VALUE "R".
      * chgback or histrpt produced for the period, pdc-count
      * history records covered and, from chgback, pdc-value posted
               88  pdc-stamp-chgback      VALUE "B".
               88  pdc-stamp-histrpt      VALUE "H".
      * glack's exception count pdc-count for run day pdc-day
               88  pdc-glack-day          VALUE "G".
           05  pdc-period             PIC X(6).
           05  pdc-day                PIC 9(2).
           05  pdc-count              PIC 9(9).
           05  pdc-value              PIC 9(18).
           05  pdc-result             PIC X(1).
               88  pdc-period-open        VALUE "O".
               88  pdc-period-closing     VALUE "C".
               88  pdc-period-closed      VALUE "X".
               88  pdc-period-unknown     VALUE "U".
               88  pdc-file-error         VALUE "E".
      * returned on every call for the period found
           05  pdc-chgback-date       PIC X(8).
           05  pdc-chgback-count      PIC 9(9).
           05  pdc-chgback-value      PIC 9(18).
           05  pdc-histrpt-date       PIC X(8).
           05  pdc-message            PIC X(50).
