      * Purpose: morning maintenance-activity report. Reads the audit
      *          journal MAINT appends (maintJournal.txt) and writes
      *          maintReport.txt listing every maintenance action for
      *          one business date - operator, action, key, the
      *          before/after images of the changed row, and the
      *          approving supervisor where one was needed - so the
      *          branch manager can review the day's maintenance each
      *          morning the way they review negReport.txt. The date
      *          reported is the last closed business date from
           03 MR-BEFORE PIC X(80)  VALUE SPACES.
           03 MR-TIP-AFT PIC X(8)  VALUE " AFTER: ".
           03 MR-AFTER PIC X(80)  VALUE SPACES.
           03 MR-TIP-APR PIC X(7)  VALUE " APPR: ".
           03 MR-APPROVER PIC X(8)  VALUE SPACES.

       FD  BUSDATE.
           COPY "busdate.cpy" REPLACING ==:REC:== BY ==BUSDATE-REC==.
               MOVE JRN-BEFORE IN JRN-REC TO MR-BEFORE
               MOVE " AFTER: " TO MR-TIP-AFT
               MOVE JRN-AFTER IN JRN-REC TO MR-AFTER
               MOVE " APPR: " TO MR-TIP-APR
               MOVE JRN-APPROVER IN JRN-REC TO MR-APPROVER
               WRITE MRPT-REC
               ADD 1 TO WS-ACTION-CNT
           END-IF.
