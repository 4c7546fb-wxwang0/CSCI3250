      ******************************************************************
      * Large-cash watch parameters (cashWatchParm.txt), read by
      * CASHWTCH. One line. CWP-THRESHOLD is the reporting threshold:
      * any single cash deposit or withdrawal above it is listed, and
      * an account whose deposits (or withdrawals) over the window add
      * up to more than it, with no single item above it, is flagged
      * as possible structuring. CWP-WINDOW-DAYS is the length of the
      * rolling window in calendar days, counting the business date
      * itself - 1 means today's terminal files only, 7 adds the six
      * closed days before it from history.txt. Compliance owns both
      * values; a missing file refuses the run rather than guessing.
      ******************************************************************
       01  :REC:.
           03 CWP-THRESHOLD PIC 9(7)V9(2)  VALUE 0.
           03 CWP-WINDOW-DAYS PIC 9(3)  VALUE 0.
