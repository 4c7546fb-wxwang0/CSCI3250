      ******************************************************************
      * Maintenance audit-journal record, appended by MAINT for every
      * operator action that swaps a new master.txt, lockout.txt,
      * standingOrders.txt, billers.txt, termDeposits.txt or
      * atmCash.txt into place, and read by the MAINTRPT morning
      * batch. One line per action: the business date, the operator
      * who signed on, the action letter from the MAINT menu, the key
      * acted on (the ATM-ID for a replenishment), and the before and
      * after images of the changed row (blank before-image for an
      * add, blank after-image when nothing matched).
      * The images are carried as plain X(80) so the journal keeps
      * working as the underlying record layouts grow. Master-row
      * images have the PWD bytes masked to "******" before they are
      * written, so the journal is not a PIN directory.
      *
      * JRN-APPROVER is the second operator on an action that needed
      * a supervisor's sign-off - an approved adjustment ('J') or
      * overdraft limit ('D') carries the operator who entered it in
      * JRN-OPERATOR and the supervisor who approved it here; blank
      * on everything else. The hold itself is journaled as 'H' when
      * it is entered, and a hold the reviewer turns down as 'W'.
      ******************************************************************
       01  :REC:.
           03 JRN-DATE PIC 9(8)  VALUE 0.
           03 JRN-AID PIC X(16)  VALUE SPACES.
           03 JRN-BEFORE PIC X(80)  VALUE SPACES.
           03 JRN-AFTER PIC X(80)  VALUE SPACES.
           03 JRN-APPROVER PIC X(8)  VALUE SPACES.
