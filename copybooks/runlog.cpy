      * BATCHDAY driver as each step of the business day completes
      * and read back by it to decide what still needs to run. One
      * line per completed step per business date: the date, the step
      * name (SORDERS, CLEARING, TERMDEP, INTEREST, FEES, CENTRAL,
      * CASHREC, DORMANCY, MAINTRPT) and a status, always "DONE" - a
      * step that failed gets no line, so a rerun of the driver picks
      * up exactly where the day stopped.
      ******************************************************************
       01  :REC:.
           03 RL-DATE PIC 9(8)  VALUE 0.
