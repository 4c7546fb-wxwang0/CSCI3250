      ******************************************************************
      * Fee schedule record (feeSchedule.txt), read by FEES. One line
      * per product, keyed by the same code as PRD-CODE on the product
      * master (products.txt - see product.cpy), so a fee change or a
      * fee-free tier is a data change, not a recompile.
      *
      * FEE-XFER is charged once per external transfer the account
      * sent through the outbound clearing file that day. FEE-EXCESS
      * is charged for each day the account closed EXCESS on
      * negReport.txt - past its authorized overdraft line, not just
      * inside it. FEE-MONTHLY is the maintenance charge taken on the
      * month-end business day (current accounts carry one, savings
      * products normally leave it zero). FEE-WAIVE-BAL waives the
      * monthly charge for an account whose balance is at or above it
      * on the day; zero means the charge is never waived on balance.
      *
      * An account whose PROD-CODE matches no row here (including the
      * space-padded code on rows older than the field) is charged
      * from the row coded "DFLT", if there is one - the same legacy
      * default product INTEREST reports as DFLT.
      ******************************************************************
       01  :REC:.
           03 FEE-CODE PIC X(4)  VALUE SPACES.
           03 FEE-XFER PIC 9(5)V9(2)  VALUE 0.
           03 FEE-EXCESS PIC 9(5)V9(2)  VALUE 0.
           03 FEE-MONTHLY PIC 9(5)V9(2)  VALUE 0.
           03 FEE-WAIVE-BAL PIC 9(9)V9(2)  VALUE 0.
