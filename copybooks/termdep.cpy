      ******************************************************************
      * Term-deposit placement record (termDeposits.txt), shared by
      * MAINT (places a deposit, requests an early break), the
      * TERMDEP daily maturity batch and INQUIRY. One line per
      * placement; rows are never deleted, the same convention as
      * closed accounts and retired standing orders.
      *
      * TD-REF is the placement number MAINT assigns (highest on file
      * plus one). TD-AID is the funding account: the principal is
      * debited from it through the reserved roster entry "TD  " on
      * the day of placement, and principal and interest come back to
      * it. TD-RATE is the agreed annual rate; interest is simple,
      * TD-PRINCIPAL * TD-RATE * days / 365, and is credited through
      * "INT " so it reads as interest everywhere interest is looked
      * for. TD-TERM is in months; TD-MATURITY is TD-START plus the
      * term, clamped to the last day of a shorter month.
      *
      * TD-INSTR is what happens at maturity:
      *   'R' - roll over: the interest is paid to TD-AID and the
      *         principal starts a new term from the old maturity date
      *   'P' - pay out: principal and interest both go to TD-AID
      * TD-STATUS:
      *   'A' - open
      *   'B' - early break requested in MAINT on TD-END-DATE, paid by
      *         the next TERMDEP run at the penalty rate
      *   'M' - matured and paid out on TD-END-DATE
      *   'X' - broken early; TD-END-DATE is the break date
      ******************************************************************
       01  :REC:.
           03 TD-REF PIC 9(6)  VALUE 0.
           03 TD-AID PIC X(16)  VALUE SPACES.
           03 TD-PRINCIPAL PIC 9(7)V9(2)  VALUE 0.
           03 TD-RATE PIC V9(4)  VALUE 0.
           03 TD-START PIC 9(8)  VALUE 0.
           03 TD-TERM PIC 9(3)  VALUE 0.
           03 TD-MATURITY PIC 9(8)  VALUE 0.
           03 TD-INSTR PIC X(1)  VALUE "P".
           03 TD-STATUS PIC X(1)  VALUE "A".
           03 TD-END-DATE PIC 9(8)  VALUE 0.
           03 TD-OPERATOR PIC X(8)  VALUE SPACES.
