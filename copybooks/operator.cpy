      ******************************************************************
      * Operator master record (operators.txt), read at sign-on by
      * MAINT, ADJUST and PINCONV and maintained through MAINT's
      * operator actions. An ID that is not on file, or whose status
      * is not active, is refused before anything else happens.
      *
      * OPR-ROLE decides what the operator may do:
      *   T - teller: the everyday MAINT actions (open, password,
      *       unlock, daily limit, overdraft limit, standing orders)
      *       and ADJUST entry
      *   S - supervisor: everything a teller may do, plus close,
      *       product assignment, biller maintenance, operator
      *       maintenance, PINCONV, and the second sign-off on held
      *       adjustments and overdraft-limit changes (never on one
      *       they entered themselves)
      * OPR-STATUS is 'A' active or 'R' revoked. Rows are revoked,
      * never deleted, so every ID in maintJournal.txt still resolves
      * to a name. The very first supervisor row has to be seeded
      * when the roster is installed; after that MAINT keeps it.
      ******************************************************************
       01  :REC:.
           03 OPR-ID PIC X(8)  VALUE SPACES.
           03 OPR-NAME PIC X(20)  VALUE SPACES.
           03 OPR-ROLE PIC X(1)  VALUE SPACES.
           03 OPR-STATUS PIC X(1)  VALUE SPACES.
