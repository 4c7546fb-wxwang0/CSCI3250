      * SPACE, not "A", on those rows. Code that needs to tell active
      * accounts apart from closed ones should test ACCT-STATUS NOT =
      * "C" rather than ACCT-STATUS = "A", so pre-maintenance rows
      * still count as active. ACCT-STATUS "D" marks an account the
      * DORMANCY batch found untouched by its customer for longer than
      * the configured period: it is still open (not "C"), but ATMS
      * refuses debits on it until an operator reactivates it through
      * MAINT.
      *
      * DAILY-LIMIT is a further trailing field: the account's daily
      * ATM withdrawal cap, set through maintenance. Zero means no
      * (products.txt - see product.cpy), set through maintenance.
      * Rows older than the field space-pad; a code matching no
      * product row (spaces included) is the legacy default product.
      *
      * LAST-ACTIVITY is the business date (YYYYMMDD) of the last
      * customer-initiated posting - anything CENTRAL posts from a
      * real terminal, not from the batch roster entries INT, SO, CLR,
      * ADJ, FEE or TD. MAINT stamps it when an account is opened or
      * reactivated. Rows older than the field space-pad; DORMANCY
      * seeds those with its as-of date rather than guessing, so a
      * legacy row starts its dormancy clock on the first run.
      ******************************************************************
       01  :REC:.
           03 HOLDER PIC X(20)  VALUE "0".
           03 DAILY-LIMIT PIC 9(7)V9(2)  VALUE 0.
           03 OD-LIMIT PIC 9(7)V9(2)  VALUE 0.
           03 PROD-CODE PIC X(4)  VALUE SPACES.
           03 LAST-ACTIVITY PIC X(8)  VALUE SPACES.
