      * TRANSS1, TRANS, TRANSW).
      *
      * ACT is 'D' deposit, 'W' withdraw, 'P' bill payment.
      * BILLERID is a trailing field, populated for ACT = 'P' with
      * the biller paid; older records without it space-pad when read.
      * The batch posters reuse it on their own records as a tag
      * saying what the posting was for - FEES puts the fee event
      * there, CLEARING puts RETURN on the re-credit of an outbound
      * transfer the other bank sent back, or UNAPPLIED when the
      * sender's account has closed since - CENTRAL never posts an
      * UNAPPLIED 'D' from CLR, it holds it in suspense for the
      * branch. ATMS tags both legs of a transfer TRANSFER and the
      * debit of an external transfer EXTERNAL, so an untagged 'D' or
      * 'W' at a terminal is cash.
      *
      * TIMESTAMP is only a per-file write sequence - it orders
      * records for the sort, it says nothing about when anything
      * by every posting program, so a disputed withdrawal can be
      * matched against camera footage. Older records space-pad;
      * readers must test IS NUMERIC before treating them as times.
      *
      * TXN-SOURCE is the roster ID (atmdef.txt) of the terminal or
      * batch entry the record came from. CENTRAL stamps it as it
      * sweeps each dated file into transSorted.txt, so it travels on
      * into suspense and into the history archive; it is what tells
      * a customer's own posting apart from an INT, SO, CLR, ADJ, FEE
      * or TD one. Raw dated files and older records carry spaces.
      ******************************************************************
       01  :REC:.
           03 AID PIC X(16)  VALUE "0".
           03 BILLERID PIC X(10)  VALUE SPACES.
           03 TXN-DATE PIC 9(8)  VALUE 0.
           03 TXN-TIME PIC 9(6)  VALUE 0.
           03 TXN-SOURCE PIC X(4)  VALUE SPACES.
