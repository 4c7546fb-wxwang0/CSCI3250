           SELECT CLROUT ASSIGN TO DYNAMIC WS-CLROUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLROUT-FS.
           SELECT CASHPOS ASSIGN TO "atmCash.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CASH-FS.
           SELECT MASTERIDX ASSIGN TO "master.idx"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
       FD  CLROUT.
           COPY "clearing.cpy" REPLACING ==:REC:== BY ==CLROUT-REC==.

      * --- the terminal's cash position (atmcash.cpy), read once
      * when the terminal is selected. ---
       FD  CASHPOS.
           COPY "atmcash.cpy" REPLACING ==:REC:== BY ==CASH-REC==.

      * --- keyed companion to master.txt, rebuilt by MAINT and by
      * the end-of-day batch whenever master.txt is swapped. Account
      * lookups READ it by AID; when it cannot be opened (never built
           02 BALANCE PIC S9(13)V9(2)   VALUE 0.
           02 DAILY-LIMIT PIC 9(7)V9(2)   VALUE 0.
           02 OD-LIMIT PIC 9(7)V9(2)   VALUE 0.
           02 ACCT-STATUS PIC X(1)   VALUE SPACES.
       01  TARGET_ACCOUNT.
           02 AID PIC X(16)   VALUE "0".
           02 HOLDER PIC X(20)  VALUE SPACES.
       01  WS-SAVE-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-SUM-RETURN PIC X(1)  VALUE SPACES.

      * --- cash in the terminal: a terminal with a row in
      * atmCash.txt has its expected remaining cash worked out when
      * it is selected - the position's load less what has been
      * dispensed since, the part already rolled in by CASHREC plus
      * today's cash withdrawals at this terminal after the load. A
      * withdrawal the cassette cannot cover is refused before it is
      * written. A terminal with no row has never been loaded through
      * MAINT and is not checked. ---
       01  WS-CASH-FS PIC X(2)  VALUE "00".
       01  WS-CASH-TRACKED PIC X(1)  VALUE "N".
       01  WS-CASH-LOADED PIC 9(7)V9(2)  VALUE 0.
       01  WS-CASH-DISPENSED PIC 9(7)V9(2)  VALUE 0.
       01  WS-CASH-LOAD-DATE PIC 9(8)  VALUE 0.
       01  WS-CASH-LOAD-TIME PIC 9(6)  VALUE 0.
       01  WS-CASH-TODAY-W PIC 9(9)V9(2)  VALUE 0.
       01  WS-CASH-EXPECTED PIC S9(9)V9(2)  VALUE 0.



       PROCEDURE DIVISION.
      * into interest's own transaction file, while the availability
      * sweep still reads its dated file. "SO  " is reserved the
      * same way for the standing-order morning batch, "CLR " for
      * the inbound interbank clearing sweep, "ADJ " for operator
      * adjustment postings, "FEE " for the fee and service-charge
      * batch, and "TD  " for term-deposit placements and pay-outs.
      * ---
       LOAD_ATM_DEFS_LOOP.
           READ ATMDEF INTO ATM-DEF-REC
               AT END
           IF ATM-ID OF ATM-DEF-REC = "INT "
                   OR ATM-ID OF ATM-DEF-REC = "SO  "
                   OR ATM-ID OF ATM-DEF-REC = "CLR "
                   OR ATM-ID OF ATM-DEF-REC = "ADJ "
                   OR ATM-ID OF ATM-DEF-REC = "FEE "
                   OR ATM-ID OF ATM-DEF-REC = "TD  " THEN
               MOVE "Y" TO TBL-ATM-RSVD(ATM-IDX)
           ELSE
               MOVE "N" TO TBL-ATM-RSVD(ATM-IDX)
       CHECK_DAY_CLOSED.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               GO TO LOAD_CASH_POSITION
           END-IF.
           READ DAYCLOSE INTO DAYCLOSE-REC
               AT END
                   " ALREADY CLOSED - SEE OPERATOR"
               STOP RUN
           END-IF.
           GO TO LOAD_CASH_POSITION.

      * --- the selected terminal's cash position, if it has one.
      * Today's withdrawals are added by the TS scan below, which
      * already reads this terminal's file for today. ---
       LOAD_CASH_POSITION.
           MOVE "N" TO WS-CASH-TRACKED.
           MOVE 0 TO WS-CASH-TODAY-W.
           OPEN INPUT CASHPOS.
           IF WS-CASH-FS NOT = "00" THEN
               GO TO SCAN_TRANS_FOR_TS
           END-IF.
           GO TO LOAD_CASH_POSITION_LOOP.

       LOAD_CASH_POSITION_LOOP.
           READ CASHPOS INTO CASH-REC
               AT END
                   CLOSE CASHPOS
                   GO TO SCAN_TRANS_FOR_TS
           END-READ.
           IF CSH-ATM-ID IN CASH-REC = ATMID THEN
               MOVE "Y" TO WS-CASH-TRACKED
               MOVE CSH-LOADED IN CASH-REC TO WS-CASH-LOADED
               MOVE CSH-DISPENSED IN CASH-REC TO WS-CASH-DISPENSED
               MOVE CSH-LOAD-DATE IN CASH-REC TO WS-CASH-LOAD-DATE
               MOVE CSH-LOAD-TIME IN CASH-REC TO WS-CASH-LOAD-TIME
               CLOSE CASHPOS
               GO TO SCAN_TRANS_FOR_TS
           END-IF.
           GO TO LOAD_CASH_POSITION_LOOP.

      * --- request 003: prime TS from the highest TIMESTAMP already
      * written to today's file, so a restart doesn't reuse sequence
      * numbers. No file yet today (FILE STATUS NOT = "00" on OPEN
      * INPUT) just means TS starts at 0, same as before. The same
      * pass totals today's cash withdrawals (untagged 'W' records)
      * made since the terminal was last loaded. ---
       SCAN_TRANS_FOR_TS.
           MOVE 0 TO TS.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-FS NOT = "00" THEN
               GO TO CASH_EXPECTED
           END-IF.
           GO TO SCAN_TRANS_FOR_TS_LOOP.

           READ TRANS-OUT INTO TRANS-REC
               AT END
                   CLOSE TRANS-OUT
                   GO TO CASH_EXPECTED
           END-READ.
           COMPUTE WS-CANDIDATE-TS = TIMESTAMP IN TRANS-REC + 1.
           IF WS-CANDIDATE-TS > TS THEN
               MOVE WS-CANDIDATE-TS TO TS
           END-IF.
           IF WS-CASH-TRACKED = "Y" AND ACT IN TRANS-REC = 'W'
                   AND BILLERID IN TRANS-REC = SPACES THEN
               IF WS-CASH-LOAD-DATE < WS-TODAY
                       OR (TXN-TIME IN TRANS-REC IS NUMERIC
                       AND TXN-TIME IN TRANS-REC
                           NOT < WS-CASH-LOAD-TIME) THEN
                   ADD MONEY IN TRANS-REC TO WS-CASH-TODAY-W
               END-IF
           END-IF.
           GO TO SCAN_TRANS_FOR_TS_LOOP.

       CASH_EXPECTED.
           COMPUTE WS-CASH-EXPECTED = WS-CASH-LOADED
               - WS-CASH-DISPENSED - WS-CASH-TODAY-W.
           GO TO INPUT_ACC.


       INPUT_ACC.
           DISPLAY "ACCOUNT"
           ELSE
               MOVE 0 TO OD-LIMIT IN USER_ACCOUNT
           END-IF.
           MOVE ACCT-STATUS IN ACCOUNT TO ACCT-STATUS IN USER_ACCOUNT.
           IF ACCT-STATUS IN ACCOUNT = "D" THEN
               DISPLAY " ACCOUNT DORMANT - DEPOSITS AND ENQUIRIES ONLY"
           END-IF.
           MOVE "RSET" TO WS-LOCK-MODE.
           MOVE "S" TO WS-LOCK-RETURN.
           GO TO REWRITE_LOCKOUT.
           ELSE
               MOVE 0 TO OD-LIMIT IN USER_ACCOUNT
           END-IF.
           MOVE ACCT-STATUS IN ACCOUNT TO ACCT-STATUS IN USER_ACCOUNT.
           IF ACCT-STATUS IN ACCOUNT = "D" THEN
               DISPLAY " ACCOUNT DORMANT - DEPOSITS AND ENQUIRIES ONLY"
           END-IF.
           MOVE "RSET" TO WS-LOCK-MODE.
           MOVE "S" TO WS-LOCK-RETURN.
           GO TO REWRITE_LOCKOUT.
       CHOOSE_TYPE.
           DISPLAY " PLEASE CHOOSE YOUR SERVICE"
           DISPLAY " PRESS D FOR DEPOSIT"
           IF WS-CASH-TRACKED NOT = "Y" OR WS-CASH-EXPECTED > 0 THEN
               DISPLAY " PRESS W FOR WITHDRAW"
           END-IF.
           DISPLAY " PRESS T FOR TRANSFER"
           DISPLAY " PRESS B FOR BALANCE INQUIRY"
           DISPLAY " PRESS P FOR BILL PAYMENT"
           DISPLAY " PRESS C TO CHANGE PIN"
           ACCEPT INP FROM SYSIN.

      * --- a dormant account (see master.cpy) takes deposits, balance
      * inquiries and a PIN change, but nothing that moves money out
      * until MAINT reactivates it. ---
           IF ACCT-STATUS IN USER_ACCOUNT = "D" THEN
               IF INP = 'W' OR INP = 'T' OR INP = 'P' OR INP = 'X' THEN
                   DISPLAY " ACCOUNT DORMANT - DEBITS REFUSED, "
                       "SEE OPERATOR"
                   GO TO ASK_CONTINUE
               END-IF
           END-IF.

           IF INP = 'D' THEN
               MOVE 'D' TO ACTION_TYPE
               GO TO DEPOSIT
           END-IF.

           IF INP = 'W' THEN
               IF WS-CASH-TRACKED = "Y"
                       AND WS-CASH-EXPECTED NOT > 0 THEN
                   DISPLAY " WITHDRAWALS NOT AVAILABLE AT THIS "
                       "TERMINAL"
                   GO TO ASK_CONTINUE
               END-IF
               MOVE 'W' TO ACTION_TYPE
               GO TO WITHDRAW
           END-IF.
                   GO TO SUM_DEBITS_OUTER
           END-READ.
      * --- records from a reserved batch entry (standing orders,
      * interest, clearing, adjustments, fees) net into the available
      * balance only: the daily withdrawal limit is a terminal cash
      * cap, and a morning standing order is not cash over the
      * counter. ---
               DISPLAY " INSUFFICIENT BALANCE"
               GO TO LIMIT_REJECT
           END-IF.
           IF WS-SUM-RETURN = "W" AND WS-CASH-TRACKED = "Y"
                   AND AMOUNT > WS-CASH-EXPECTED THEN
               DISPLAY " THIS TERMINAL CANNOT DISPENSE THAT AMOUNT"
               GO TO LIMIT_REJECT
           END-IF.
           IF DAILY-LIMIT IN USER_ACCOUNT > 0 AND
                   WS-TODAY-DEBITS + AMOUNT >
                       DAILY-LIMIT IN USER_ACCOUNT THEN
              MOVE 'P' TO ACT IN TRANS-REC
              MOVE INP_BILLERID TO BILLERID IN TRANS-REC
           END-IF.
      * --- transfer legs are tagged so the terminal's cash position
      * (and anything else reading the dated file) can tell them
      * from cash over the counter. CENTRAL reads BILLERID on a
      * terminal's records only for a 'P', so the posting itself is
      * unchanged. ---
           IF ACTION_TYPE = 'T' THEN
              MOVE "TRANSFER" TO BILLERID IN TRANS-REC
           END-IF.
           IF ACTION_TYPE = 'X' THEN
              MOVE "EXTERNAL" TO BILLERID IN TRANS-REC
           END-IF.

           MOVE AMOUNT TO MONEY IN TRANS-REC.
           MOVE TS TO TIMESTAMP IN TRANS-REC.
           WRITE TRANS-REC.

           ADD 1 TO TS.
           IF ACTION_TYPE = 'W' THEN
              SUBTRACT AMOUNT FROM WS-CASH-EXPECTED
           END-IF.

           IF ACTION_TYPE = 'T' THEN
              MOVE AID IN TARGET_ACCOUNT TO AID IN TRANS-REC
           MOVE AMOUNT TO CLR-MONEY IN CLROUT-REC.
           MOVE WS-OUR-BANK TO CLR-ORIG-BANK IN CLROUT-REC.
           MOVE AID IN USER_ACCOUNT TO CLR-ORIG-ACCT IN CLROUT-REC.
           MOVE ATMID TO CLR-SOURCE IN CLROUT-REC.
           WRITE CLROUT-REC.
           CLOSE CLROUT.
           GO TO ASK_CONTINUE.
