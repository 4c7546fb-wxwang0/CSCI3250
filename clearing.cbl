      *          entry "CLR ", exactly the way INTEREST posts through
      *          "INT " and SORDERS through "SO  " - so CENTRAL's
      *          end-of-day batch sweeps the credits into master.txt
      *          with zero special-casing. Each inbound credit is
      *          vetted against master.txt first: one for a closed or
      *          unknown account is not posted but returned to the
      *          sending bank through the day's outreturn file, with
      *          a reason code. Returns the clearing house delivers
      *          on our own outbound transfers (inReturns.txt)
      *          re-credit the customer who sent the money, through
      *          the same roster entry; one whose account has closed
      *          since is tagged UNAPPLIED instead, and CENTRAL holds
      *          it in suspense for the branch rather than posting it
      *          to the closed row. CLEARING never rewrites
      *          master.txt itself; like the other posting batches it
      *          only produces dated files. Each delivery file is
      *          moved aside under a dated name once posted, so a
      *          rerun finds nothing to post twice.
      * Tectonics: cobc
      *
           SELECT DAYCLOSE ASSIGN TO "lastclose.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLOSE-FS.
           SELECT MASTER ASSIGN TO "master.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASTER-FS.
           SELECT RTNOUT ASSIGN TO DYNAMIC WS-RTNOUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RTNOUT-FS.
           SELECT RTNIN ASSIGN TO "inReturns.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RTNIN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       FD  MASTER.
           COPY "master.cpy" REPLACING ==:REC:== BY ==ACCOUNT==.

      * --- inbound credits handed back to their sending bank, one
      * dated file per business date, delivered to the clearing house
      * after the close next to outclear-YYYYMMDD.txt. ---
       FD  RTNOUT.
           COPY "clrreturn.cpy" REPLACING ==:REC:== BY ==RTNOUT-REC==.

      * --- the clearing house's returns on our outbound transfers. ---
       FD  RTNIN.
           COPY "clrreturn.cpy" REPLACING ==:REC:== BY ==RTNIN-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.

       01  WS-POSTED-CNT PIC 9(5)  VALUE 0.
       01  WS-POSTED-TOT PIC 9(9)V9(2)  VALUE 0.
       01  WS-RETURNED-CNT PIC 9(5)  VALUE 0.
       01  WS-RETURNED-TOT PIC 9(9)V9(2)  VALUE 0.
       01  WS-RECREDIT-CNT PIC 9(5)  VALUE 0.
       01  WS-RECREDIT-TOT PIC 9(9)V9(2)  VALUE 0.
       01  WS-UNAPPLIED-CNT PIC 9(5)  VALUE 0.
       01  WS-UNAPPLIED-TOT PIC 9(9)V9(2)  VALUE 0.

      * --- every MASTER row's AID and status, loaded once up front
      * the same way FEES and SORDERS load theirs, so each inbound
      * credit is vetted without rescanning the file. An overflow
      * stops the run before anything is posted. ---
       01  WS-MASTER-FS PIC X(2)  VALUE "00".
       01  ACCT-TABLE.
           02 ACCT-ENTRY OCCURS 20000 TIMES INDEXED BY ACCT-IDX.
              03 TBL-ACCT-AID PIC X(16).
              03 TBL-ACCT-STATUS PIC X(1).
       01  ACCT-COUNT PIC 9(5)  VALUE 0.
       01  WS-ACCT-SUBS PIC 9(5)  VALUE 0.
       01  WS-ACCT-IDX-FND PIC 9(5)  VALUE 0.
       01  WS-RETURN-REASON PIC X(4)  VALUE SPACES.

       01  WS-RTNOUT-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-RTNOUT-FS PIC X(2)  VALUE "00".
       01  WS-RTNIN-FS PIC X(2)  VALUE "00".
       01  WS-TRANS-OPEN PIC 9(1)  VALUE 0.

      * --- the one shell-command buffer, for the dated move that
      * consumes the delivery file once its records are posted. ---
           MOVE 0 TO WS-TS.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-FS NOT = "00" THEN
               GO TO LOAD_MASTER_TBL
           END-IF.
           GO TO SCAN_TRANS_FOR_TS_LOOP.

           READ TRANS-OUT INTO TRANS-REC
               AT END
                   CLOSE TRANS-OUT
                   GO TO LOAD_MASTER_TBL
           END-READ.
           COMPUTE WS-CANDIDATE-TS = TIMESTAMP IN TRANS-REC + 1.
           IF WS-CANDIDATE-TS > WS-TS THEN
           END-IF.
           GO TO SCAN_TRANS_FOR_TS_LOOP.

       LOAD_MASTER_TBL.
           MOVE 0 TO ACCT-COUNT.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           IF WS-MASTER-FS NOT = "00" THEN
               DISPLAY " MASTER FILE NOT AVAILABLE - RUN STOPPED"
               STOP RUN
           END-IF.
           GO TO LOAD_MASTER_TBL_LOOP.

       LOAD_MASTER_TBL_LOOP.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               MOVE 0 TO EOF
               GO TO OPEN_CLEARING_IN
           END-IF.
           IF ACCT-COUNT >= 20000 THEN
               DISPLAY " ACCOUNT TABLE FULL - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO ACCT-COUNT.
           SET ACCT-IDX TO ACCT-COUNT.
           MOVE AID IN ACCOUNT TO TBL-ACCT-AID(ACCT-IDX).
           MOVE ACCT-STATUS IN ACCOUNT TO TBL-ACCT-STATUS(ACCT-IDX).
           GO TO LOAD_MASTER_TBL_LOOP.

      * --- no delivery file is the normal quiet-morning case: the
      * run simply reports nothing to post and goes on to the
      * returns delivery. A rerun after a successful sweep lands here
      * too, because the delivery was moved aside under its dated
      * name. ---
       OPEN_CLEARING_IN.
           OPEN INPUT CLRIN.
           IF WS-CLRIN-FS NOT = "00" THEN
               DISPLAY " NO INBOUND CLEARING FILE"
               GO TO OPEN_RETURNS_IN
           END-IF.
           OPEN EXTEND TRANS-OUT.
           IF WS-TRANS-FS = "35" THEN
               OPEN OUTPUT TRANS-OUT
           END-IF.
           MOVE 1 TO WS-TRANS-OPEN.
           MOVE SPACES TO WS-RTNOUT-FILENAME.
           STRING "outreturn-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RTNOUT-FILENAME.
           OPEN EXTEND RTNOUT.
           IF WS-RTNOUT-FS = "35" THEN
               OPEN OUTPUT RTNOUT
           END-IF.
           GO TO POST_CLEARING_LOOP.

      * --- each inbound record is vetted against the loaded master
      * before it becomes one ordinary 'D' transaction for the named
      * account: a credit for an account we do not hold would
      * otherwise sit in CENTRAL's suspense carry-forward forever,
      * and CENTRAL would post one for a closed account straight onto
      * the closed row, so both go back to the sending bank instead
      * of onto our books. ---
       POST_CLEARING_LOOP.
           READ CLRIN INTO CLRIN-REC
               AT END
           END-READ.
           IF EOF = 1 THEN
               CLOSE CLRIN
               CLOSE RTNOUT
               GO TO RETIRE_DELIVERY
           END-IF.
           MOVE 0 TO WS-ACCT-IDX-FND.
           MOVE 1 TO WS-ACCT-SUBS.
           GO TO VET_CLEARING_ACCT.

      * --- linear scan of the loaded account table, same shape as
      * FEES' FIND_FEE_ACCT. ---
       VET_CLEARING_ACCT.
           IF WS-ACCT-SUBS > ACCT-COUNT THEN
               GO TO VET_CLEARING_DONE
           END-IF.
           SET ACCT-IDX TO WS-ACCT-SUBS.
           IF TBL-ACCT-AID(ACCT-IDX) = CLR-ACCT IN CLRIN-REC THEN
               MOVE WS-ACCT-SUBS TO WS-ACCT-IDX-FND
               GO TO VET_CLEARING_DONE
           END-IF.
           ADD 1 TO WS-ACCT-SUBS.
           GO TO VET_CLEARING_ACCT.

       VET_CLEARING_DONE.
           IF WS-ACCT-IDX-FND = 0 THEN
               MOVE "AC01" TO WS-RETURN-REASON
               GO TO RETURN_CREDIT
           END-IF.
           SET ACCT-IDX TO WS-ACCT-IDX-FND.
           IF TBL-ACCT-STATUS(ACCT-IDX) = "C" THEN
               MOVE "AC04" TO WS-RETURN-REASON
               GO TO RETURN_CREDIT
           END-IF.
           GO TO POST_CLEARING_CREDIT.

       POST_CLEARING_CREDIT.
           MOVE SPACES TO TRANS-REC.
           MOVE CLR-ACCT IN CLRIN-REC TO AID IN TRANS-REC.
           MOVE 'D' TO ACT IN TRANS-REC.
           ADD CLR-MONEY IN CLRIN-REC TO WS-POSTED-TOT.
           GO TO POST_CLEARING_LOOP.

      * --- the return goes back to whoever sent the credit, naming
      * the account it could not reach and why. ---
       RETURN_CREDIT.
           MOVE SPACES TO RTNOUT-REC.
           MOVE CLR-ORIG-BANK IN CLRIN-REC TO RTN-BANK IN RTNOUT-REC.
           MOVE CLR-ORIG-ACCT IN CLRIN-REC TO RTN-ACCT IN RTNOUT-REC.
           MOVE CLR-MONEY IN CLRIN-REC TO RTN-MONEY IN RTNOUT-REC.
           MOVE CLR-BANK IN CLRIN-REC TO RTN-ORIG-BANK IN RTNOUT-REC.
           MOVE CLR-ACCT IN CLRIN-REC TO RTN-ORIG-ACCT IN RTNOUT-REC.
           MOVE WS-RETURN-REASON TO RTN-REASON IN RTNOUT-REC.
           WRITE RTNOUT-REC.
           ADD 1 TO WS-RETURNED-CNT.
           ADD CLR-MONEY IN CLRIN-REC TO WS-RETURNED-TOT.
           GO TO POST_CLEARING_LOOP.

      * --- the delivery file moves aside under the business date it
      * was posted into, so a rerun cannot post it twice and the
      * original is still on disk if the clearing house disputes what
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY " INBOUND CLEARING POSTED: " WS-POSTED-CNT
               " FOR " WS-POSTED-TOT.
           DISPLAY " INBOUND CLEARING RETURNED: " WS-RETURNED-CNT
               " FOR " WS-RETURNED-TOT.
           GO TO OPEN_RETURNS_IN.

      * --- returns on our own outbound transfers: the money comes
      * back to the customer who sent it, as an ordinary 'D' through
      * the same roster entry, tagged RETURN in BILLERID so CENTRAL
      * can report it apart from fresh inbound credits. No returns
      * delivery is the normal case. ---
       OPEN_RETURNS_IN.
           MOVE 0 TO EOF.
           OPEN INPUT RTNIN.
           IF WS-RTNIN-FS NOT = "00" THEN
               DISPLAY " NO INBOUND RETURNS FILE"
               GO TO CLEARING_DONE
           END-IF.
           IF WS-TRANS-OPEN = 0 THEN
               OPEN EXTEND TRANS-OUT
               IF WS-TRANS-FS = "35" THEN
                   OPEN OUTPUT TRANS-OUT
               END-IF
               MOVE 1 TO WS-TRANS-OPEN
           END-IF.
           GO TO POST_RETURNS_LOOP.

      * --- a re-credit cannot go back to the other bank: it is the
      * customer's own money coming home, so it is always written to
      * the CLR file and the clearing account is debited with it.
      * One for an AID no longer on master matches nothing and lands
      * in CENTRAL's suspense carry-forward by itself. A closed
      * account is still on master, so its re-credit is tagged
      * UNAPPLIED instead of RETURN: CENTRAL never posts that tag to
      * the row, it writes it to suspense.txt night after night, on
      * the SUSPENSE control line and the GL suspense account, until
      * the branch settles it by hand. The warning is what tells
      * them. ---
       POST_RETURNS_LOOP.
           READ RTNIN INTO RTNIN-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE RTNIN
               GO TO RETIRE_RETURNS
           END-IF.
           MOVE 0 TO WS-ACCT-IDX-FND.
           MOVE 1 TO WS-ACCT-SUBS.
           GO TO VET_RETURN_ACCT.

       VET_RETURN_ACCT.
           IF WS-ACCT-SUBS > ACCT-COUNT THEN
               GO TO VET_RETURN_DONE
           END-IF.
           SET ACCT-IDX TO WS-ACCT-SUBS.
           IF TBL-ACCT-AID(ACCT-IDX) = RTN-ACCT IN RTNIN-REC THEN
               MOVE WS-ACCT-SUBS TO WS-ACCT-IDX-FND
               GO TO VET_RETURN_DONE
           END-IF.
           ADD 1 TO WS-ACCT-SUBS.
           GO TO VET_RETURN_ACCT.

       VET_RETURN_DONE.
           MOVE SPACES TO TRANS-REC.
           MOVE "RETURN" TO BILLERID IN TRANS-REC.
           IF WS-ACCT-IDX-FND = 0 THEN
               DISPLAY " WARNING: RETURN FOR UNKNOWN ACCOUNT "
                   RTN-ACCT IN RTNIN-REC " - REFER TO BRANCH"
           ELSE
               SET ACCT-IDX TO WS-ACCT-IDX-FND
               IF TBL-ACCT-STATUS(ACCT-IDX) = "C" THEN
                   DISPLAY " WARNING: RETURN FOR CLOSED ACCOUNT "
                       RTN-ACCT IN RTNIN-REC " - HELD IN SUSPENSE,"
                       " REFER TO BRANCH"
                   MOVE "UNAPPLIED" TO BILLERID IN TRANS-REC
                   ADD 1 TO WS-UNAPPLIED-CNT
                   ADD RTN-MONEY IN RTNIN-REC TO WS-UNAPPLIED-TOT
               END-IF
           END-IF.
           MOVE RTN-ACCT IN RTNIN-REC TO AID IN TRANS-REC.
           MOVE 'D' TO ACT IN TRANS-REC.
           MOVE RTN-MONEY IN RTNIN-REC TO MONEY IN TRANS-REC.
           MOVE WS-TS TO TIMESTAMP IN TRANS-REC.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE WS-TODAY TO TXN-DATE IN TRANS-REC.
           MOVE WS-CLOCK-HMS TO TXN-TIME IN TRANS-REC.
           WRITE TRANS-REC.
           ADD 1 TO WS-TS.
           ADD 1 TO WS-RECREDIT-CNT.
           ADD RTN-MONEY IN RTNIN-REC TO WS-RECREDIT-TOT.
           GO TO POST_RETURNS_LOOP.

       RETIRE_RETURNS.
           MOVE SPACES TO WS-CMD.
           STRING "mv inReturns.txt inReturns-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".done.txt" DELIMITED BY SIZE
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY " RETURNS RE-CREDITED: " WS-RECREDIT-CNT
               " FOR " WS-RECREDIT-TOT.
           DISPLAY " OF WHICH HELD UNAPPLIED: " WS-UNAPPLIED-CNT
               " FOR " WS-UNAPPLIED-TOT.
           GO TO CLEARING_DONE.

       CLEARING_DONE.
           IF WS-TRANS-OPEN = 1 THEN
               CLOSE TRANS-OUT
           END-IF.
           STOP RUN.
       END PROGRAM CLEARING.
