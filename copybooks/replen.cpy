      ******************************************************************
      * ATM replenishment record (atmReplenish.txt), appended by
      * MAINT once per crew visit and read by CASHREC for the
      * reconciliation report. One line per visit:
      *   RPL-KIND      - 'R' replenishment, 'O' opening load of a
      *                   terminal with no cash position yet (nothing
      *                   to count, so no variance)
      *   RPL-EXP-CASH  - the cash the terminal should have held when
      *                   the crew opened it (see atmcash.cpy)
      *   RPL-COUNTED   - the cash the crew counted out of it
      *   RPL-EXP-DEP   - what the deposit cassette should have held
      *   RPL-CNT-DEP   - what the crew counted out of the cassette
      *   RPL-LOADED    - the cash left in the terminal after the
      *                   visit, the new CSH-LOADED
      * The variance is counted minus expected: negative is short.
      ******************************************************************
       01  :REC:.
           03 RPL-DATE PIC 9(8)  VALUE 0.
           03 RPL-TIME PIC 9(6)  VALUE 0.
           03 RPL-ATM-ID PIC X(4)  VALUE SPACES.
           03 RPL-KIND PIC X(1)  VALUE "R".
           03 RPL-EXP-CASH PIC S9(7)V9(2)  VALUE 0.
           03 RPL-COUNTED PIC 9(7)V9(2)  VALUE 0.
           03 RPL-EXP-DEP PIC 9(7)V9(2)  VALUE 0.
           03 RPL-CNT-DEP PIC 9(7)V9(2)  VALUE 0.
           03 RPL-LOADED PIC 9(7)V9(2)  VALUE 0.
           03 RPL-OPERATOR PIC X(8)  VALUE SPACES.
