      ******************************************************************
      * Term-deposit break parameter (termDepositParm.txt), read by
      * TERMDEP. One line. TDP-PENALTY is the annual rate taken off a
      * placement's TD-RATE for the days it actually ran when it is
      * broken before maturity (floored at zero). A missing file
      * holds every break request for the next run rather than
      * guessing a penalty; maturities are not affected.
      ******************************************************************
       01  :REC:.
           03 TDP-PENALTY PIC V9(4)  VALUE 0.
