      *          leaving them readable would leave the audit trail
      *          as the very PIN directory this conversion removes.
      *          Finally a single summary line goes to the journal -
      *          counts only, no row images. Only an active
      *          supervisor on operators.txt may run it.
      * Tectonics: cobc
      *
      ******************************************************************
           SELECT BUSDATE ASSIGN TO "businessdate.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-FS.
           SELECT OPERATORS ASSIGN TO "operators.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE.
           COPY "busdate.cpy" REPLACING ==:REC:== BY ==BUSDATE-REC==.

       FD  OPERATORS.
           COPY "operator.cpy" REPLACING ==:REC:== BY ==OPR-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-BUSDATE-FS PIC X(2)  VALUE "00".
       01  WS-TODAY PIC 9(8)  VALUE 0.
       01  OPERATOR-ID PIC X(8)  VALUE SPACES.
       01  WS-OPR-FS PIC X(2)  VALUE "00".
       01  WS-OPR-EOF PIC 9(1)  VALUE 0.
       01  WS-OPR-FOUND PIC 9(1)  VALUE 0.
       01  WS-OPR-ROLE PIC X(1)  VALUE SPACES.
       01  WS-CONV-CNT PIC 9(5)  VALUE 0.
       01  WS-SKIP-CNT PIC 9(5)  VALUE 0.
       01  WS-MASK-CNT PIC 9(5)  VALUE 0.
               DISPLAY " INVALID INPUT"
               GO TO ASK_OPERATOR
           END-IF.
           GO TO VET_OPERATOR.

      * --- sign-on vetting against the operator roster, the same
      * scan MAINT and ADJUST do: unknown or revoked IDs are refused
      * outright, and a conversion of every PIN on file is a
      * supervisor's job. ---
       VET_OPERATOR.
           MOVE 0 TO WS-OPR-EOF.
           MOVE 0 TO WS-OPR-FOUND.
           OPEN INPUT OPERATORS.
           IF WS-OPR-FS NOT = "00" THEN
               DISPLAY " NO OPERATOR ROSTER ON FILE - SIGN-ON REFUSED"
               STOP RUN
           END-IF.
           GO TO VET_OPERATOR_LOOP.

       VET_OPERATOR_LOOP.
           READ OPERATORS INTO OPR-REC
               AT END
                   MOVE 1 TO WS-OPR-EOF
           END-READ.
           IF WS-OPR-EOF = 1 THEN
               CLOSE OPERATORS
               GO TO VET_OPERATOR_DONE
           END-IF.
           IF OPR-ID IN OPR-REC = OPERATOR-ID
                   AND OPR-STATUS IN OPR-REC = "A" THEN
               MOVE 1 TO WS-OPR-FOUND
               MOVE OPR-ROLE IN OPR-REC TO WS-OPR-ROLE
           END-IF.
           GO TO VET_OPERATOR_LOOP.

       VET_OPERATOR_DONE.
           IF WS-OPR-FOUND = 0 THEN
               DISPLAY " UNKNOWN OR REVOKED OPERATOR - SIGN-ON REFUSED"
               STOP RUN
           END-IF.
           IF WS-OPR-ROLE NOT = "S" THEN
               DISPLAY " PIN CONVERSION NEEDS A SUPERVISOR - REFUSED"
               STOP RUN
           END-IF.
           GO TO GET_BUSINESS_DATE.

       GET_BUSINESS_DATE.
