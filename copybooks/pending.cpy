      ******************************************************************
      * Held-for-approval record (pendingApprovals.txt), shared by
      * ADJUST and MAINT. An adjustment above the approval limit
      * (adjustParm.txt, see adjparm.cpy) and every overdraft-limit
      * change are written here instead of being applied, and only
      * take effect when a second, different supervisor approves them
      * - ADJUST reviews the adjustments, MAINT the overdraft limits.
      *
      * PND-SEQ numbers the holds so the reviewer can name one.
      * PND-TYPE is 'J' adjustment or 'D' overdraft limit, the same
      * letters the journal uses for the two actions. For 'J',
      * PND-DIRECTION/PND-AMOUNT/PND-REASON/PND-ORIGREF are exactly
      * what the operator keyed into ADJUST; for 'D', PND-AMOUNT is
      * the new overdraft limit and the other three are blank.
      * PND-STATUS is 'P' pending, 'A' approved (applied) or 'W'
      * withdrawn by the reviewer; PND-CHECKER and PND-DONE-DATE are
      * filled in when it leaves 'P'. Rows are never deleted.
      ******************************************************************
       01  :REC:.
           03 PND-SEQ PIC 9(5)  VALUE 0.
           03 PND-TYPE PIC X(1)  VALUE SPACES.
           03 PND-DATE PIC 9(8)  VALUE 0.
           03 PND-AID PIC X(16)  VALUE SPACES.
           03 PND-DIRECTION PIC X(1)  VALUE SPACES.
           03 PND-AMOUNT PIC 9(7)V9(2)  VALUE 0.
           03 PND-MAKER PIC X(8)  VALUE SPACES.
           03 PND-STATUS PIC X(1)  VALUE SPACES.
           03 PND-CHECKER PIC X(8)  VALUE SPACES.
           03 PND-DONE-DATE PIC 9(8)  VALUE 0.
           03 PND-REASON PIC X(12)  VALUE SPACES.
           03 PND-ORIGREF PIC X(30)  VALUE SPACES.
