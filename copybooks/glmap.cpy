      ******************************************************************
      * General-ledger mapping record (glMap.txt), read by CENTRAL's
      * day close to code each line of the day's GL journal
      * (glJournal.txt). One line per key, naming the ledger account
      * that key posts to, so a chart-of-accounts change is a data
      * change, not a recompile.
      *
      * GLM-KEY is either a roster ATM-ID from atmdef.txt or one of
      * the fixed category keys:
      *   ATMCASH  - cash held in the terminals; any terminal without
      *              a line of its own posts here
      *   CUSTDEP  - customer deposit accounts (master.txt balances)
      *   BILLPAY  - biller payables awaiting settlement
      *   CLEARING - interbank clearing settlement (outbound side)
      *   SUSPENSE - the suspense carry-forward (suspense.txt)
      * The reserved roster entries must each carry a line of their
      * own - INT (interest expense), CLR (clearing settlement,
      * inbound side), ADJ (operator adjustments), SO (standing-order
      * transit), FEE (fee income) and TD (term deposits held) - and
      * a journal with any key left unmapped is never marked final.
      ******************************************************************
       01  :REC:.
           03 GLM-KEY PIC X(8)  VALUE SPACES.
           03 GLM-ACCOUNT PIC X(10)  VALUE SPACES.
           03 GLM-DESC PIC X(30)  VALUE SPACES.
