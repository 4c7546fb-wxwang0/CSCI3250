      ******************************************************************
      * Dormancy parameter (dormancyParm.txt), read by DORMANCY. One
      * line. DMP-MONTHS is how many whole calendar months an account
      * may go without customer-initiated activity (LAST-ACTIVITY on
      * master.cpy) before the batch marks it dormant. Compliance owns
      * the value; a missing file or a zero refuses the run rather
      * than guessing.
      ******************************************************************
       01  :REC:.
           03 DMP-MONTHS PIC 9(3)  VALUE 0.
