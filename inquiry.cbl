      *          terminals) or by holder name (a scan, listing every
      *          match), then shows balance, account status, lockout
      *          state, and today's transactions gathered from every
      *          terminal's dated file in the atmdef.txt roster,
      *          and the account's open term-deposit placements.
      *          Strictly read-only: every file here is OPEN INPUT,
      *          so a phone inquiry can never touch what the
      *          terminals and the end-of-day batch are writing.
           SELECT HIST ASSIGN TO "history.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FS.
           SELECT TDF ASSIGN TO "termDeposits.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TDF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST.
           COPY "history.cpy" REPLACING ==:REC:== BY ==HIST-REC==.

       FD  TDF.
           COPY "termdep.cpy" REPLACING ==:REC:== BY ==TD-REC==.

       WORKING-STORAGE SECTION.

       01  INP PIC X(1)  VALUE "0".
              03 TBL-M-AID PIC X(16).
              03 TBL-M-BAL PIC S9(13)V9(2).
              03 TBL-M-STATUS PIC X(1).
              03 TBL-M-LAST PIC X(8).
       01  MATCH-COUNT PIC 9(2)  VALUE 0.
       01  WS-SHOW-SUBS PIC 9(2)  VALUE 0.
       01  WS-TXN-CNT PIC 9(5)  VALUE 0.
       01  WS-HIST-CNT PIC 9(5)  VALUE 0.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==HIST-TXN==.

      * --- open term deposits funded by the account: placed ('A')
      * or with an early break waiting for tonight's TERMDEP ('B'). ---
       01  WS-TDF-FS PIC X(2)  VALUE "00".
       01  WS-TD-CNT PIC 9(3)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE AID IN IDXACCOUNT TO TBL-M-AID(MATCH-IDX).
           MOVE BALANCE IN IDXACCOUNT TO TBL-M-BAL(MATCH-IDX).
           MOVE ACCT-STATUS IN IDXACCOUNT TO TBL-M-STATUS(MATCH-IDX).
           MOVE LAST-ACTIVITY IN IDXACCOUNT TO TBL-M-LAST(MATCH-IDX).
           CLOSE MASTERIDX.
           GO TO SHOW_MATCHES.

               MOVE AID IN ACCOUNT TO TBL-M-AID(MATCH-IDX)
               MOVE BALANCE IN ACCOUNT TO TBL-M-BAL(MATCH-IDX)
               MOVE ACCT-STATUS IN ACCOUNT TO TBL-M-STATUS(MATCH-IDX)
               MOVE LAST-ACTIVITY IN ACCOUNT TO TBL-M-LAST(MATCH-IDX)
               CLOSE MASTER
               GO TO SHOW_MATCHES
           END-IF.
               MOVE AID IN ACCOUNT TO TBL-M-AID(MATCH-IDX)
               MOVE BALANCE IN ACCOUNT TO TBL-M-BAL(MATCH-IDX)
               MOVE ACCT-STATUS IN ACCOUNT TO TBL-M-STATUS(MATCH-IDX)
               MOVE LAST-ACTIVITY IN ACCOUNT TO TBL-M-LAST(MATCH-IDX)
           END-IF.
           GO TO FIND_NAME_LOOP.

           IF TBL-M-STATUS(MATCH-IDX) = "C" THEN
               DISPLAY " STATUS:  CLOSED"
           ELSE
               IF TBL-M-STATUS(MATCH-IDX) = "D" THEN
                   DISPLAY " STATUS:  DORMANT"
               ELSE
                   DISPLAY " STATUS:  ACTIVE"
               END-IF
           END-IF.
           IF TBL-M-LAST(MATCH-IDX) IS NUMERIC THEN
               DISPLAY " LAST ACTIVITY: " TBL-M-LAST(MATCH-IDX)
           END-IF.
           GO TO SHOW_LOCKOUT.

               IF WS-TXN-CNT = 0 THEN
                   DISPLAY "   NO TRANSACTIONS TODAY"
               END-IF
               GO TO SHOW_PLACEMENTS
           END-IF.
           SET ATM-IDX TO WS-SUBS.
           MOVE SPACES TO WS-TRANS-FILENAME.
           END-IF.
           GO TO SHOW_TRANS_INNER.

       SHOW_PLACEMENTS.
           DISPLAY " OPEN TERM DEPOSITS:".
           MOVE 0 TO WS-TD-CNT.
           MOVE 0 TO EOF.
           OPEN INPUT TDF.
           IF WS-TDF-FS NOT = "00" THEN
               GO TO SHOW_PLACEMENTS_DONE
           END-IF.
           GO TO SHOW_PLACEMENTS_LOOP.

       SHOW_PLACEMENTS_LOOP.
           READ TDF INTO TD-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE TDF
               GO TO SHOW_PLACEMENTS_DONE
           END-IF.
           IF TD-AID IN TD-REC = TBL-M-AID(MATCH-IDX)
                   AND (TD-STATUS IN TD-REC = "A"
                   OR TD-STATUS IN TD-REC = "B") THEN
               ADD 1 TO WS-TD-CNT
               DISPLAY "   REF=" TD-REF IN TD-REC
                   " PRINCIPAL=" TD-PRINCIPAL IN TD-REC
                   " RATE=" TD-RATE IN TD-REC
                   " START=" TD-START IN TD-REC
                   " TERM=" TD-TERM IN TD-REC
                   " MATURES=" TD-MATURITY IN TD-REC
                   " AT MATURITY=" TD-INSTR IN TD-REC
               IF TD-STATUS IN TD-REC = "B" THEN
                   DISPLAY "     EARLY BREAK REQUESTED "
                       TD-END-DATE IN TD-REC
               END-IF
           END-IF.
           GO TO SHOW_PLACEMENTS_LOOP.

       SHOW_PLACEMENTS_DONE.
           IF WS-TD-CNT = 0 THEN
               DISPLAY "   NONE"
           END-IF.
           ADD 1 TO WS-SHOW-SUBS.
           GO TO SHOW_ONE_MATCH.

      * --- past-date lookup: most phone disputes are about last week,
      * not today, so this answers them from the day-close archive
      * instead of the already-retired raw dated files. One scan of
