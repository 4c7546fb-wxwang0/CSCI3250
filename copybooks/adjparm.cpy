      ******************************************************************
      * Adjustment approval limit (adjustParm.txt), read by ADJUST.
      * One line. An adjustment whose amount is above ADP-LIMIT is
      * held in pendingApprovals.txt for a second supervisor instead
      * of being posted. A missing file, or a zero limit, holds every
      * adjustment - the safe reading of "no limit configured".
      ******************************************************************
       01  :REC:.
           03 ADP-LIMIT PIC 9(7)V9(2)  VALUE 0.
