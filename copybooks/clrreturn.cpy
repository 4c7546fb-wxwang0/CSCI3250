      ******************************************************************
      * Interbank clearing-return record, used in both directions by
      * CLEARING: written into the day's outreturn-YYYYMMDD.txt for
      * an inbound credit this bank cannot apply (handed back to the
      * clearing house after day close, like outclear-YYYYMMDD.txt),
      * and read from the clearing house's inReturns.txt delivery for
      * an outbound transfer of ours the other bank could not apply.
      * CENTRAL totals both for the control report.
      *
      * RTN-BANK/RTN-ACCT name who gets the money back - the sender
      * of the original transfer; RTN-ORIG-BANK/RTN-ORIG-ACCT name the
      * beneficiary account the original transfer could not reach.
      * RTN-REASON carries the return reason code:
      *   AC01 - account number unknown at the receiving bank
      *   AC04 - account closed at the receiving bank
      ******************************************************************
       01  :REC:.
           03 RTN-BANK PIC X(4)  VALUE SPACES.
           03 RTN-ACCT PIC X(16)  VALUE SPACES.
           03 RTN-MONEY PIC 9(7)V9(2)  VALUE 0.
           03 RTN-ORIG-BANK PIC X(4)  VALUE SPACES.
           03 RTN-ORIG-ACCT PIC X(16)  VALUE SPACES.
           03 RTN-REASON PIC X(4)  VALUE SPACES.
