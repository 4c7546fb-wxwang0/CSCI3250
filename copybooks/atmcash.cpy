      ******************************************************************
      * ATM cash-position record (atmCash.txt), one line per terminal
      * that has had cash loaded. Written by MAINT's replenishment
      * action, rolled forward nightly by CASHREC, and read by ATMS
      * to decide whether a terminal can still dispense.
      *
      * CSH-LOAD-DATE/CSH-LOAD-TIME are when the crew last loaded the
      * terminal and CSH-LOADED is the cash left in it at that moment.
      * CSH-DISPENSED and CSH-DEPOSITED are the customer cash 'W' and
      * 'D' records posted at the terminal since that load, rolled in
      * from the history archive up to CSH-ROLLED-DATE (the last
      * closed business date CASHREC has seen). Transfer legs carry a
      * BILLERID tag and are not cash, so they are never counted.
      * Today's activity is not in these figures yet - readers add
      * it from today's dated file, so the expected cash left is
      *   CSH-LOADED - CSH-DISPENSED - today's cash withdrawals
      * and the deposit cassette holds CSH-DEPOSITED plus today's
      * cash deposits. CSH-OPERATOR signed the last load.
      ******************************************************************
       01  :REC:.
           03 CSH-ATM-ID PIC X(4)  VALUE SPACES.
           03 CSH-LOAD-DATE PIC 9(8)  VALUE 0.
           03 CSH-LOAD-TIME PIC 9(6)  VALUE 0.
           03 CSH-LOADED PIC 9(7)V9(2)  VALUE 0.
           03 CSH-DISPENSED PIC 9(7)V9(2)  VALUE 0.
           03 CSH-DEPOSITED PIC 9(7)V9(2)  VALUE 0.
           03 CSH-ROLLED-DATE PIC 9(8)  VALUE 0.
           03 CSH-OPERATOR PIC X(8)  VALUE SPACES.
