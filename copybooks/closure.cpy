      ******************************************************************
      * Account-closure confirmation record (closureConfirm.txt),
      * appended by MAINT's closure settlement - one line per account
      * closed, for the customer file. It says what the account held
      * and where the money went:
      *   CLS-AVAIL    - the balance at closure, today's not-yet-
      *                  posted activity included
      *   CLS-INTEREST - the final part-month credit interest posted
      *                  through "INT " (zero when none was due or
      *                  today's accrual had already run)
      *   CLS-PAYOUT   - CLS-AVAIL plus CLS-INTEREST, paid out through
      *                  "ADJ "
      *   CLS-METHOD   - 'I' to one of our accounts (CLS-TO-ACCT),
      *                  'E' by external transfer through the clearing
      *                  file (CLS-TO-BANK/CLS-TO-ACCT), 'N' nothing
      *                  to pay
      * CLS-SO-COUNT is how many active standing orders were retired.
      * The closure itself is the 'C' line in maintJournal.txt.
      ******************************************************************
       01  :REC:.
           03 CLS-DATE PIC 9(8)  VALUE 0.
           03 CLS-AID PIC X(16)  VALUE SPACES.
           03 CLS-HOLDER PIC X(20)  VALUE SPACES.
           03 CLS-AVAIL PIC S9(13)V9(2)  VALUE 0.
           03 CLS-INTEREST PIC 9(7)V9(2)  VALUE 0.
           03 CLS-PAYOUT PIC 9(7)V9(2)  VALUE 0.
           03 CLS-METHOD PIC X(1)  VALUE SPACES.
           03 CLS-TO-BANK PIC X(4)  VALUE SPACES.
           03 CLS-TO-ACCT PIC X(16)  VALUE SPACES.
           03 CLS-SO-COUNT PIC 9(3)  VALUE 0.
           03 CLS-OPERATOR PIC X(8)  VALUE SPACES.
