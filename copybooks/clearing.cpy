      * receiving bank; CLR-ORIG-BANK/CLR-ORIG-ACCT name the sender,
      * so the beneficiary's side can answer "who paid me" without a
      * phone call between back offices.
      *
      * CLR-SOURCE is a trailing field naming the roster entry whose
      * file carries the sender's debit: ATMS stamps the terminal's
      * ID, MAINT's closure settlement pays a closing account out
      * through "ADJ " and stamps that. Spaces (every record older
      * than the field) mean a terminal that was not recorded.
      * CENTRAL totals a CLEAR-OUT line per source so the GL journal
      * debits the account the money actually left, and FEES charges
      * the external-transfer fee on everything but the reserved
      * batch entries.
      ******************************************************************
       01  :REC:.
           03 CLR-BANK PIC X(4)  VALUE SPACES.
           03 CLR-MONEY PIC 9(7)V9(2)  VALUE 0.
           03 CLR-ORIG-BANK PIC X(4)  VALUE SPACES.
           03 CLR-ORIG-ACCT PIC X(16)  VALUE SPACES.
           03 CLR-SOURCE PIC X(4)  VALUE SPACES.
