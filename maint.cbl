      * Date:
      * Purpose: account maintenance (open / change password / close)
      *          against master.txt, so MASTER stops being hand-edited.
      *          Sign-on is vetted against the operator roster
      *          (operators.txt): unknown or revoked IDs are refused,
      *          and the operator's role limits the menu. Overdraft-
      *          limit changes are held in pendingApprovals.txt until
      *          a second, different supervisor approves them.
      *          Closing an account is a settlement: final interest,
      *          pay-out of the balance, standing orders retired,
      *          lockout row cleared, confirmation record written.
      *          Term deposits are placed from a funding account here
      *          and an early break is requested here; TERMDEP pays
      *          them out. A crew's ATM replenishment is recorded
      *          here: the count against the terminal's expected
      *          cash, and the new load in atmCash.txt.
      * Tectonics: cobc
      *
      ******************************************************************
           SELECT BUSDATE ASSIGN TO "businessdate.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-FS.
           SELECT OPERATORS ASSIGN TO "operators.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPR-FS.
           SELECT OPERATORSNEW ASSIGN TO "operators.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING ASSIGN TO "pendingApprovals.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PND-FS.
           SELECT PENDINGNEW ASSIGN TO "pendingApprovals.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATMDEF ASSIGN TO "atmdef.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ATMDEF-FS.
           SELECT TRANS-OUT ASSIGN TO DYNAMIC WS-TRANS-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRANS-FS.
           SELECT CLROUT ASSIGN TO DYNAMIC WS-CLROUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLROUT-FS.
           SELECT DAYCLOSE ASSIGN TO "lastclose.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLOSE-FS.
           SELECT CLOSEF ASSIGN TO "closureConfirm.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLSF-FS.
           SELECT TDF ASSIGN TO "termDeposits.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TDF-FS.
           SELECT TDFNEW ASSIGN TO "termDeposits.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHPOS ASSIGN TO "atmCash.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CASH-FS.
           SELECT CASHPOSNEW ASSIGN TO "atmCash.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLEN ASSIGN TO "atmReplenish.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE.
           COPY "busdate.cpy" REPLACING ==:REC:== BY ==BUSDATE-REC==.

       FD  OPERATORS.
           COPY "operator.cpy" REPLACING ==:REC:== BY ==OPR-REC==.

       FD  OPERATORSNEW.
           COPY "operator.cpy" REPLACING ==:REC:== BY ==OPR-REC-NEW==.

       FD  PENDING.
           COPY "pending.cpy" REPLACING ==:REC:== BY ==PND-REC==.

       FD  PENDINGNEW.
           COPY "pending.cpy" REPLACING ==:REC:== BY ==PND-REC-NEW==.

       FD  ATMDEF.
           COPY "atmdef.cpy" REPLACING ==:REC:== BY ==ATM-DEF-REC==.

      * --- today's dated transaction files: read by the closure's
      * available-balance sweep, appended to by its postings. ---
       FD  TRANS-OUT.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==TRANS-REC==.

       FD  CLROUT.
           COPY "clearing.cpy" REPLACING ==:REC:== BY ==CLROUT-REC==.

       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       FD  CLOSEF.
           COPY "closure.cpy" REPLACING ==:REC:== BY ==CLS-REC==.

       FD  TDF.
           COPY "termdep.cpy" REPLACING ==:REC:== BY ==TD-REC==.

       FD  TDFNEW.
           COPY "termdep.cpy" REPLACING ==:REC:== BY ==TD-REC-NEW==.

       FD  CASHPOS.
           COPY "atmcash.cpy" REPLACING ==:REC:== BY ==CASH-REC==.

       FD  CASHPOSNEW.
           COPY "atmcash.cpy" REPLACING ==:REC:== BY ==CASH-REC-NEW==.

       FD  REPLEN.
           COPY "replen.cpy" REPLACING ==:REC:== BY ==RPL-REC==.

       WORKING-STORAGE SECTION.

       01  INP PIC X(1)   VALUE "0".
       01  WS-IDX-FS PIC X(2)  VALUE "00".
       01  OPERATOR-ID PIC X(8)  VALUE SPACES.
       01  WS-TODAY PIC 9(8)  VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03 WS-TODAY-YYYY PIC 9(4).
           03 WS-TODAY-MM PIC 9(2).
           03 WS-TODAY-DD PIC 9(2).
       01  WS-JRN-ACTION PIC X(1)  VALUE SPACES.
       01  WS-JRN-AID PIC X(16)  VALUE SPACES.
      * --- the PWD bytes of a master-row image are masked before the
       01  INP_BLRNAME PIC X(20)  VALUE SPACES.
       01  INP_BLRACCT PIC X(16)  VALUE SPACES.

      * --- operator roster: the signed-on operator's role gates the
      * menu (see operator.cpy for what each role may do). ---
       01  WS-OPR-FS PIC X(2)  VALUE "00".
       01  WS-OPR-EOF PIC 9(1)  VALUE 0.
       01  WS-OPR-FOUND PIC 9(1)  VALUE 0.
       01  WS-OPR-ROLE PIC X(1)  VALUE SPACES.
       01  INP_OPRID PIC X(8)  VALUE SPACES.
       01  INP_OPRNAME PIC X(20)  VALUE SPACES.
       01  INP_OPRROLE PIC X(1)  VALUE SPACES.

      * --- second sign-off on overdraft limits: SET_ODLIMIT holds the
      * change in pendingApprovals.txt, and the review action applies
      * it through the same vetting and copy-and-rewrite pass once a
      * different supervisor approves (WS-PND-APPROVING = 1 routes
      * SET_ODLIMIT_CHECK to the approval path instead of the hold).
      * The journal line for an approved change carries the operator
      * who entered it and the approving supervisor. ---
       01  WS-PND-FS PIC X(2)  VALUE "00".
       01  WS-PND-EOF PIC 9(1)  VALUE 0.
       01  WS-PND-FOUND PIC 9(1)  VALUE 0.
       01  WS-PND-CNT PIC 9(5)  VALUE 0.
       01  WS-PND-NEXT-SEQ PIC 9(5)  VALUE 0.
       01  WS-PND-DECISION PIC X(1)  VALUE SPACES.
       01  WS-PND-APPROVING PIC 9(1)  VALUE 0.
       01  INP_SEQ PIC 9(5)  VALUE 0.
           COPY "pending.cpy" REPLACING ==:REC:== BY ==PND-HOLD==.
       01  WS-JRN-MAKER PIC X(8)  VALUE SPACES.
       01  WS-JRN-APPROVER PIC X(8)  VALUE SPACES.

      * --- closure settlement: the money moves the same way every
      * other posting does - a final interest record in today's "INT "
      * file and the pay-out in today's "ADJ " file (plus an outclear
      * record for an external pay-out), swept by tonight's CENTRAL.
      * The available balance is swept across every roster file the
      * way ATMS's SUM_TODAYS_DEBITS does, so a withdrawal made this
      * morning is not paid out a second time. ---
       01  WS-ATMDEF-FS PIC X(2)  VALUE "00".
       01  WS-TRANS-FS PIC X(2)  VALUE "00".
       01  WS-CLROUT-FS PIC X(2)  VALUE "00".
       01  WS-CLOSE-FS PIC X(2)  VALUE "00".
       01  WS-CLSF-FS PIC X(2)  VALUE "00".
       01  WS-TRANS-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-CLROUT-FILENAME PIC X(30)  VALUE SPACES.
       01  ATM-TABLE.
           02 ATM-ENTRY OCCURS 20 TIMES INDEXED BY ATM-IDX.
              03 TBL-ATM-ID PIC X(4).
              03 TBL-ATM-FILE PIC X(30).
       01  ATM-COUNT PIC 9(3)  VALUE 0.
       01  WS-SUBS PIC 9(3)  VALUE 0.
       01  WS-ADJ-BASE PIC X(30)  VALUE SPACES.
       01  WS-INT-BASE PIC X(30)  VALUE SPACES.
       01  WS-ADJ-TS PIC 9(5)  VALUE 0.
       01  WS-INT-TS PIC 9(5)  VALUE 0.
       01  WS-CLOCK-RAW PIC 9(8)  VALUE 0.
       01  WS-CLOCK-R REDEFINES WS-CLOCK-RAW.
           03 WS-CLOCK-HMS PIC 9(6).
           03 WS-CLOCK-HUND PIC 9(2).
       01  WS-OUR-BANK PIC X(4)  VALUE "GRIN".
       01  WS-CLS-HOLDER PIC X(20)  VALUE SPACES.
       01  WS-CLS-BALANCE PIC S9(13)V9(2)  VALUE 0.
       01  WS-CLS-STATUS PIC X(1)  VALUE SPACES.
       01  WS-CLS-PROD PIC X(4)  VALUE SPACES.
       01  WS-CLS-AVAIL PIC S9(13)V9(2)  VALUE 0.
       01  WS-CLS-INT PIC 9(7)V9(2)  VALUE 0.
       01  WS-CLS-INT-DONE PIC 9(1)  VALUE 0.
       01  WS-CLS-PAYOUT PIC S9(13)V9(2)  VALUE 0.
       01  WS-CLS-METHOD PIC X(1)  VALUE SPACES.
       01  WS-CLS-TGT-FOUND PIC 9(1)  VALUE 0.
       01  WS-CLS-SO-CNT PIC 9(3)  VALUE 0.
       01  INP_CLS_BANK PIC X(4)  VALUE SPACES.
       01  INP_CLS_ACCT PIC X(16)  VALUE SPACES.
      * --- final part-month interest: the product's credit rate (the
      * legacy flat rate when no product row matches, the same
      * fallback INTEREST uses) scaled by the days of the month
      * elapsed, with the month-length table and leap test SORDERS'
      * due-date logic uses. ---
       01  WS-LEGACY-RATE PIC V9(4)  VALUE .01.
       01  WS-CLS-RATE PIC V9(4)  VALUE 0.
       01  WS-CLS-ACCRUE PIC X(1)  VALUE "Y".
       01  WS-MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
           03 WS-MD OCCURS 12 TIMES PIC 9(2).
       01  WS-DAYS-IN-MONTH PIC 9(2)  VALUE 0.
       01  WS-LEAP-Q PIC 9(4)  VALUE 0.
       01  WS-LEAP-R PIC 9(4)  VALUE 0.
      * --- term deposits: placing one shares the closure's fence,
      * roster and sweep (WS-SETL-RETURN "C" for a closure, "T" for
      * a placement) and posts its principal through "TD  ". ---
       01  WS-SETL-RETURN PIC X(1)  VALUE SPACES.
       01  WS-TD-BASE PIC X(30)  VALUE SPACES.
       01  WS-TD-TS PIC 9(5)  VALUE 0.
       01  WS-TDF-FS PIC X(2)  VALUE "00".
       01  WS-TD-EOF PIC 9(1)  VALUE 0.
       01  WS-TD-FOUND PIC 9(3)  VALUE 0.
       01  WS-TD-STATUS PIC X(1)  VALUE SPACES.
       01  WS-TD-NEXT-REF PIC 9(6)  VALUE 0.
       01  WS-TD-MONTH-NO PIC 9(6)  VALUE 0.
       01  WS-TD-MAT PIC 9(8)  VALUE 0.
       01  WS-TD-MAT-R REDEFINES WS-TD-MAT.
           03 WS-TDM-YYYY PIC 9(4).
           03 WS-TDM-MM PIC 9(2).
           03 WS-TDM-DD PIC 9(2).
       01  WS-TD-TAG PIC X(10)  VALUE SPACES.
       01  WS-TD-TAG-R REDEFINES WS-TD-TAG.
           03 WS-TD-TAG-PFX PIC X(2).
           03 WS-TD-TAG-REF PIC 9(6).
           03 WS-TD-TAG-FILL PIC X(2).
       01  INP_TDPRIN PIC 9(7)V9(2)  VALUE 0.
       01  INP_TDRATE PIC V9(4)  VALUE 0.
       01  INP_TDTERM PIC 9(3)  VALUE 0.
       01  INP_TDINSTR PIC X(1)  VALUE SPACES.
       01  INP_TDREF PIC 9(6)  VALUE 0.
      * --- ATM replenishment: shares the fence and roster load too
      * (WS-SETL-RETURN "M"). The position must already be rolled
      * up to the last closed date by CASHREC, or the closed days'
      * withdrawals - in the history archive by now, not in today's
      * file - would be missing from the expected cash. ---
       01  WS-SETL-CLOSED PIC 9(8)  VALUE 0.
       01  WS-CASH-FS PIC X(2)  VALUE "00".
       01  WS-RPL-FS PIC X(2)  VALUE "00".
       01  WS-CASH-EOF PIC 9(1)  VALUE 0.
       01  WS-CASH-FOUND PIC 9(1)  VALUE 0.
       01  WS-CASH-TODAY-W PIC 9(9)V9(2)  VALUE 0.
       01  WS-CASH-TODAY-D PIC 9(9)V9(2)  VALUE 0.
       01  WS-CASH-EXP PIC S9(9)V9(2)  VALUE 0.
       01  WS-CASH-EXP-DEP PIC 9(9)V9(2)  VALUE 0.
       01  WS-CASH-VAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-CASH-TIME PIC 9(6)  VALUE 0.
           COPY "atmcash.cpy" REPLACING ==:REC:== BY ==CASH-HOLD==.
       01  INP_CASHATM PIC X(4)  VALUE SPACES.
       01  INP_COUNTED PIC 9(7)V9(2)  VALUE 0.
       01  INP_CNTDEP PIC 9(7)V9(2)  VALUE 0.
       01  INP_CASHLOAD PIC 9(7)V9(2)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               DISPLAY " INVALID INPUT"
               GO TO ASK_OPERATOR
           END-IF.
           GO TO VET_OPERATOR.

      * --- the typed ID must be an active row on the operator
      * roster; anything else ends the session before the menu is
      * ever shown. ---
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
           GO TO GET_BUSINESS_DATE.

      * --- same business-date resolution as every other program, so
           DISPLAY " PRESS R TO RETIRE A STANDING ORDER"
           DISPLAY " PRESS B TO ADD A BILLER"
           DISPLAY " PRESS E TO RETIRE A BILLER"
           DISPLAY " PRESS V TO REVIEW HELD OVERDRAFT LIMITS"
           DISPLAY " PRESS N TO ADD AN OPERATOR"
           DISPLAY " PRESS X TO REVOKE AN OPERATOR"
           DISPLAY " PRESS Y TO REACTIVATE A DORMANT ACCOUNT"
           DISPLAY " PRESS T TO PLACE A TERM DEPOSIT"
           DISPLAY " PRESS K TO BREAK A TERM DEPOSIT EARLY"
           DISPLAY " PRESS M TO RECORD AN ATM REPLENISHMENT"
           DISPLAY " PRESS Q TO QUIT"
           ACCEPT INP FROM SYSIN.
           MOVE INP TO WS-JRN-ACTION.

      * --- a teller gets the everyday customer-service actions only;
      * closing, product assignment, biller and operator maintenance,
      * the second sign-off, waking a dormant account, breaking a
      * term deposit early and recording an ATM replenishment are
      * supervisor actions. ---
           IF WS-OPR-ROLE NOT = "S" THEN
               IF INP = 'C' OR INP = 'A' OR INP = 'B' OR INP = 'E'
                       OR INP = 'V' OR INP = 'N' OR INP = 'X'
                       OR INP = 'Y' OR INP = 'K' OR INP = 'M' THEN
                   DISPLAY " ACTION NOT PERMITTED FOR YOUR ROLE"
                   GO TO CHOOSE_ACTION
               END-IF
           END-IF.

           IF INP = 'O' THEN
               GO TO OPEN_ACCOUNT
           END-IF.
           IF INP = 'E' THEN
               GO TO BILLER_RETIRE
           END-IF.
           IF INP = 'V' THEN
               GO TO REVIEW_HELD
           END-IF.
           IF INP = 'N' THEN
               GO TO OPR_ADD
           END-IF.
           IF INP = 'X' THEN
               GO TO OPR_REVOKE
           END-IF.
           IF INP = 'Y' THEN
               GO TO REACTIVATE
           END-IF.
           IF INP = 'T' THEN
               GO TO TD_PLACE
           END-IF.
           IF INP = 'K' THEN
               GO TO TD_BREAK
           END-IF.
           IF INP = 'M' THEN
               GO TO CASH_REPLENISH
           END-IF.
           IF INP = 'Q' THEN
               STOP RUN
           END-IF.
      * never physically deleting a MASTER record (ATMS's FIND_ACCOUNT
      * never removes rows either, only checks BALANCE/fields on read).
      * ---
      * --- the close is a settlement, run as one chain: vet the row,
      * fence the business date, sweep today's activity into an
      * available balance (an overdrawn account is refused - the debt
      * has to be settled first), price the final part-month
      * interest, take the pay-out instruction, then post, retire the
      * standing orders, drop the lockout row, write the confirmation
      * record and flag the row "C" - journaled once, as the 'C'. ---
       CLOSE_ACCOUNT.
           DISPLAY " ACCOUNT NUMBER TO CLOSE"
           ACCEPT INP_ACCOUNT FROM SYSIN.
                   DISPLAY " NO SUCH ACCOUNT"
                   GO TO CHOOSE_ACTION
               END-IF
               IF WS-CLS-STATUS = "C" THEN
                   DISPLAY " ACCOUNT ALREADY CLOSED"
                   GO TO CHOOSE_ACTION
               END-IF
               GO TO CLOSE_TD_CHECK
           END-IF.
           IF AID IN ACCOUNT = INP_ACCOUNT THEN
               MOVE 1 TO FOUND
               MOVE HOLDER IN ACCOUNT TO WS-CLS-HOLDER
               MOVE BALANCE IN ACCOUNT TO WS-CLS-BALANCE
               MOVE ACCT-STATUS IN ACCOUNT TO WS-CLS-STATUS
               MOVE PROD-CODE IN ACCOUNT TO WS-CLS-PROD
           END-IF.
           GO TO CLOSE_CHECK.

      * --- a term deposit pays back into its funding account, so the
      * account stays open until every placement it funds has matured
      * or been broken and paid. ---
       CLOSE_TD_CHECK.
           MOVE 0 TO WS-TD-FOUND.
           MOVE 0 TO WS-TD-EOF.
           OPEN INPUT TDF.
           IF WS-TDF-FS NOT = "00" THEN
               GO TO CLOSE_TD_CHECK_DONE
           END-IF.
           GO TO CLOSE_TD_CHECK_LOOP.

       CLOSE_TD_CHECK_LOOP.
           READ TDF INTO TD-REC
               AT END
                   MOVE 1 TO WS-TD-EOF
           END-READ.
           IF WS-TD-EOF = 1 THEN
               CLOSE TDF
               GO TO CLOSE_TD_CHECK_DONE
           END-IF.
           IF TD-AID IN TD-REC = INP_ACCOUNT
                   AND (TD-STATUS IN TD-REC = "A"
                   OR TD-STATUS IN TD-REC = "B") THEN
               ADD 1 TO WS-TD-FOUND
           END-IF.
           GO TO CLOSE_TD_CHECK_LOOP.

       CLOSE_TD_CHECK_DONE.
           IF WS-TD-FOUND > 0 THEN
               DISPLAY " ACCOUNT FUNDS " WS-TD-FOUND
                   " OPEN TERM DEPOSIT(S) - CLOSE REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           GO TO CLOSE_PND_CHECK.

      * --- an adjustment held for the second sign-off would post to
      * the account after it had been settled and closed, so it has
      * to be approved or withdrawn in ADJUST first. ---
       CLOSE_PND_CHECK.
           MOVE 0 TO WS-PND-CNT.
           MOVE 0 TO WS-PND-EOF.
           OPEN INPUT PENDING.
           IF WS-PND-FS NOT = "00" THEN
               GO TO CLOSE_PND_CHECK_DONE
           END-IF.
           GO TO CLOSE_PND_CHECK_LOOP.

       CLOSE_PND_CHECK_LOOP.
           READ PENDING INTO PND-REC
               AT END
                   MOVE 1 TO WS-PND-EOF
           END-READ.
           IF WS-PND-EOF = 1 THEN
               CLOSE PENDING
               GO TO CLOSE_PND_CHECK_DONE
           END-IF.
           IF PND-AID IN PND-REC = INP_ACCOUNT
                   AND PND-TYPE IN PND-REC = "J"
                   AND PND-STATUS IN PND-REC = "P" THEN
               ADD 1 TO WS-PND-CNT
           END-IF.
           GO TO CLOSE_PND_CHECK_LOOP.

       CLOSE_PND_CHECK_DONE.
           IF WS-PND-CNT > 0 THEN
               DISPLAY " ACCOUNT HAS A HELD ADJUSTMENT - DECIDE IT "
                   "FIRST"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE "C" TO WS-SETL-RETURN.
           GO TO SETL_FENCE.

      * --- shared by the closure settlement and the term-deposit
      * placement, both of which post into today's files (and by the
      * ATM replenishment, which reads today's files): the
      * day-close fence (same as ADJUST's - a closed date is never
      * swept again), the roster, and the available-balance sweep.
      * WS-SETL-RETURN says which of the two to go back to, the same
      * caller-sets-the-return-flag shape as REWRITE_MASTER's mode.
      * ---
       SETL_FENCE.
           MOVE 0 TO WS-SETL-CLOSED.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               GO TO SETL_LOAD_ROSTER
           END-IF.
           READ DAYCLOSE INTO DAYCLOSE-REC
               AT END
                   MOVE 0 TO CLOSED-DATE IN DAYCLOSE-REC
           END-READ.
           CLOSE DAYCLOSE.
           MOVE CLOSED-DATE IN DAYCLOSE-REC TO WS-SETL-CLOSED.
           IF WS-TODAY NOT > CLOSED-DATE IN DAYCLOSE-REC THEN
               DISPLAY " BUSINESS DATE " WS-TODAY
                   " ALREADY CLOSED - ACTION REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           GO TO SETL_LOAD_ROSTER.

      * --- the roster gives every file the sweep reads, and the base
      * names of the reserved entries the postings go through. Unlike
      * ADJUST, a missing entry refuses the action: a posting nothing
      * sweeps would leave the money nowhere. ---
       SETL_LOAD_ROSTER.
           MOVE 0 TO ATM-COUNT.
           MOVE SPACES TO WS-ADJ-BASE.
           MOVE SPACES TO WS-INT-BASE.
           MOVE SPACES TO WS-TD-BASE.
           OPEN INPUT ATMDEF.
           IF WS-ATMDEF-FS NOT = "00" THEN
               DISPLAY " NO ATM ROSTER ON FILE - ACTION REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           GO TO SETL_LOAD_ROSTER_LOOP.

       SETL_LOAD_ROSTER_LOOP.
           READ ATMDEF INTO ATM-DEF-REC
               AT END
                   CLOSE ATMDEF
                   GO TO SETL_LOAD_ROSTER_DONE
           END-READ.
           IF ATM-COUNT >= 20 THEN
               DISPLAY " ATM ROSTER FULL - IGNORING "
                   ATM-ID OF ATM-DEF-REC
               GO TO SETL_LOAD_ROSTER_LOOP
           END-IF.
           ADD 1 TO ATM-COUNT.
           SET ATM-IDX TO ATM-COUNT.
           MOVE ATM-ID OF ATM-DEF-REC TO TBL-ATM-ID(ATM-IDX).
           MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO TBL-ATM-FILE(ATM-IDX).
           IF ATM-ID OF ATM-DEF-REC = "ADJ " THEN
               MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO WS-ADJ-BASE
           END-IF.
           IF ATM-ID OF ATM-DEF-REC = "INT " THEN
               MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO WS-INT-BASE
           END-IF.
           IF ATM-ID OF ATM-DEF-REC = "TD  " THEN
               MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO WS-TD-BASE
           END-IF.
           GO TO SETL_LOAD_ROSTER_LOOP.

       SETL_LOAD_ROSTER_DONE.
           IF WS-SETL-RETURN = "M" THEN
               MOVE 0 TO WS-SUBS
               GO TO CASH_FIND_ATM
           END-IF.
           IF WS-SETL-RETURN = "T" AND WS-TD-BASE = SPACES THEN
               DISPLAY " TD MUST BE ON THE ATM ROSTER - "
                   "PLACEMENT REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF WS-SETL-RETURN = "C" AND (WS-ADJ-BASE = SPACES
                   OR WS-INT-BASE = SPACES) THEN
               DISPLAY " ADJ AND INT MUST BE ON THE ATM ROSTER - "
                   "CLOSE REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE WS-CLS-BALANCE TO WS-CLS-AVAIL.
           MOVE 0 TO WS-CLS-INT-DONE.
           MOVE 0 TO WS-ADJ-TS.
           MOVE 0 TO WS-INT-TS.
           MOVE 0 TO WS-TD-TS.
           MOVE 1 TO WS-SUBS.
           GO TO SETL_SWEEP_OUTER.

      * --- the sweep also primes the next sequence number for the
      * files the postings append to, and notices whether today's
      * month-end accrual (INTEREST's own records, the untagged ones)
      * has already reached this account. ---
       SETL_SWEEP_OUTER.
           IF WS-SUBS > ATM-COUNT THEN
               IF WS-SETL-RETURN = "T" THEN
                   GO TO TD_PLACE_VERDICT
               END-IF
               GO TO CLOSE_VERDICT
           END-IF.
           SET ATM-IDX TO WS-SUBS.
           MOVE SPACES TO WS-TRANS-FILENAME.
           STRING TBL-ATM-FILE(ATM-IDX) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-FS NOT = "00" THEN
               ADD 1 TO WS-SUBS
               GO TO SETL_SWEEP_OUTER
           END-IF.
           GO TO SETL_SWEEP_INNER.

       SETL_SWEEP_INNER.
           READ TRANS-OUT INTO TRANS-REC
               AT END
                   CLOSE TRANS-OUT
                   ADD 1 TO WS-SUBS
                   GO TO SETL_SWEEP_OUTER
           END-READ.
           IF TBL-ATM-ID(ATM-IDX) = "ADJ "
                   AND TIMESTAMP IN TRANS-REC NOT < WS-ADJ-TS THEN
               COMPUTE WS-ADJ-TS = TIMESTAMP IN TRANS-REC + 1
           END-IF.
           IF TBL-ATM-ID(ATM-IDX) = "INT "
                   AND TIMESTAMP IN TRANS-REC NOT < WS-INT-TS THEN
               COMPUTE WS-INT-TS = TIMESTAMP IN TRANS-REC + 1
           END-IF.
           IF TBL-ATM-ID(ATM-IDX) = "TD  "
                   AND TIMESTAMP IN TRANS-REC NOT < WS-TD-TS THEN
               COMPUTE WS-TD-TS = TIMESTAMP IN TRANS-REC + 1
           END-IF.
           IF AID IN TRANS-REC = INP_ACCOUNT THEN
               IF ACT IN TRANS-REC = 'W' OR ACT IN TRANS-REC = 'P' THEN
                   SUBTRACT MONEY IN TRANS-REC FROM WS-CLS-AVAIL
               END-IF
               IF ACT IN TRANS-REC = 'D' THEN
                   ADD MONEY IN TRANS-REC TO WS-CLS-AVAIL
               END-IF
               IF TBL-ATM-ID(ATM-IDX) = "INT "
                       AND BILLERID IN TRANS-REC = SPACES THEN
                   MOVE 1 TO WS-CLS-INT-DONE
               END-IF
           END-IF.
           GO TO SETL_SWEEP_INNER.

       CLOSE_VERDICT.
           IF WS-CLS-AVAIL < 0 THEN
               DISPLAY " ACCOUNT OVERDRAWN BY " WS-CLS-AVAIL
               DISPLAY " SETTLE THE DEBT FIRST - CLOSE REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE 0 TO WS-CLS-INT.
           IF WS-CLS-INT-DONE = 1 OR WS-CLS-BALANCE NOT > 0 THEN
               GO TO CLOSE_SHOW
           END-IF.
           MOVE WS-LEGACY-RATE TO WS-CLS-RATE.
           MOVE "Y" TO WS-CLS-ACCRUE.
           MOVE 0 TO WS-PRD-EOF.
           OPEN INPUT PRODUCTS.
           IF WS-PRD-FS NOT = "00" THEN
               GO TO CLOSE_INTEREST
           END-IF.
           GO TO CLOSE_RATE_LOOP.

       CLOSE_RATE_LOOP.
           READ PRODUCTS INTO PRODUCT-REC
               AT END
                   MOVE 1 TO WS-PRD-EOF
           END-READ.
           IF WS-PRD-EOF = 1 THEN
               CLOSE PRODUCTS
               GO TO CLOSE_INTEREST
           END-IF.
           IF PRD-CODE IN PRODUCT-REC = WS-CLS-PROD THEN
               MOVE PRD-RATE IN PRODUCT-REC TO WS-CLS-RATE
               MOVE PRD-ACCRUE IN PRODUCT-REC TO WS-CLS-ACCRUE
           END-IF.
           GO TO CLOSE_RATE_LOOP.

      * --- INTEREST credits a month's rate on the posted balance at
      * month-end; the closing account gets the same rate on the same
      * balance for the days of this month it was open. ---
       CLOSE_INTEREST.
           IF WS-CLS-ACCRUE = "N" THEN
               GO TO CLOSE_SHOW
           END-IF.
           MOVE WS-MD(WS-TODAY-MM) TO WS-DAYS-IN-MONTH.
           IF WS-TODAY-MM = 2 THEN
               DIVIDE WS-TODAY-YYYY BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
               IF WS-LEAP-R = 0 THEN
                   DIVIDE WS-TODAY-YYYY BY 100
                       GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                   IF WS-LEAP-R NOT = 0 THEN
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       DIVIDE WS-TODAY-YYYY BY 400
                           GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                       IF WS-LEAP-R = 0 THEN
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-CLS-INT ROUNDED =
               WS-CLS-BALANCE * WS-CLS-RATE * WS-TODAY-DD
                   / WS-DAYS-IN-MONTH.
           GO TO CLOSE_SHOW.

      * --- one transaction record carries at most 9(7)V9(2); a
      * balance beyond that is moved out by adjustment first. ---
       CLOSE_SHOW.
           COMPUTE WS-CLS-PAYOUT = WS-CLS-AVAIL + WS-CLS-INT.
           IF WS-CLS-PAYOUT > 9999999.99 THEN
               DISPLAY " BALANCE TOO LARGE FOR ONE PAY-OUT - "
                   "CLOSE REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           DISPLAY " HOLDER:            " WS-CLS-HOLDER.
           DISPLAY " POSTED BALANCE:    " WS-CLS-BALANCE.
           DISPLAY " AVAILABLE BALANCE: " WS-CLS-AVAIL.
           DISPLAY " FINAL INTEREST:    " WS-CLS-INT.
           DISPLAY " TO PAY OUT:        " WS-CLS-PAYOUT.
           MOVE SPACES TO INP_TARGET.
           MOVE SPACES TO INP_CLS_BANK.
           MOVE SPACES TO INP_CLS_ACCT.
           IF WS-CLS-PAYOUT = 0 THEN
               MOVE "N" TO WS-CLS-METHOD
               GO TO CLOSE_CONFIRM
           END-IF.
           GO TO CLOSE_METHOD.

       CLOSE_METHOD.
           DISPLAY " PAY OUT TO: I - ANOTHER OF OUR ACCOUNTS,"
               " E - ANOTHER BANK, Q - ABANDON THE CLOSE"
           ACCEPT INP FROM SYSIN.
           IF INP = 'Q' THEN
               DISPLAY " CLOSE ABANDONED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF INP = 'I' THEN
               MOVE "I" TO WS-CLS-METHOD
               GO TO CLOSE_TARGET
           END-IF.
           IF INP = 'E' THEN
               MOVE "E" TO WS-CLS-METHOD
               GO TO CLOSE_EXTERNAL
           END-IF.
           DISPLAY " INVALID INPUT"
           GO TO CLOSE_METHOD.

      * --- an internal pay-out target gets the same vetting ATMS's
      * transfer gives it: on file, not closed, not the account being
      * closed. ---
       CLOSE_TARGET.
           DISPLAY " PAY-OUT ACCOUNT NUMBER"
           ACCEPT INP_TARGET FROM SYSIN.
           IF INP_TARGET = INP_ACCOUNT THEN
               DISPLAY " CANNOT PAY AN ACCOUNT OUT TO ITSELF"
               GO TO CLOSE_METHOD
           END-IF.
           MOVE 0 TO WS-CLS-TGT-FOUND.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           GO TO CLOSE_TARGET_LOOP.

       CLOSE_TARGET_LOOP.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               IF WS-CLS-TGT-FOUND = 0 THEN
                   DISPLAY " NO SUCH TARGET ACCOUNT"
                   GO TO CLOSE_METHOD
               END-IF
               IF WS-CLS-TGT-FOUND = 2 THEN
                   DISPLAY " TARGET ACCOUNT CLOSED"
                   GO TO CLOSE_METHOD
               END-IF
               MOVE INP_TARGET TO INP_CLS_ACCT
               GO TO CLOSE_CONFIRM
           END-IF.
           IF AID IN ACCOUNT = INP_TARGET THEN
               IF ACCT-STATUS IN ACCOUNT = "C" THEN
                   MOVE 2 TO WS-CLS-TGT-FOUND
               ELSE
                   MOVE 1 TO WS-CLS-TGT-FOUND
               END-IF
           END-IF.
           GO TO CLOSE_TARGET_LOOP.

      * --- same rules as ATMS's external transfer: a bank code that
      * is blank or our own is not an external pay-out. ---
       CLOSE_EXTERNAL.
           DISPLAY " RECEIVING BANK CODE"
           ACCEPT INP_CLS_BANK FROM SYSIN.
           DISPLAY " RECEIVING ACCOUNT NUMBER"
           ACCEPT INP_CLS_ACCT FROM SYSIN.
           IF INP_CLS_BANK = SPACES OR INP_CLS_BANK = WS-OUR-BANK
                   OR INP_CLS_ACCT = SPACES THEN
               DISPLAY " INVALID INPUT"
               GO TO CLOSE_METHOD
           END-IF.
           GO TO CLOSE_CONFIRM.

       CLOSE_CONFIRM.
           DISPLAY " CONFIRM CLOSURE (Y/N)"
           ACCEPT INP FROM SYSIN.
           IF INP = 'N' THEN
               DISPLAY " CLOSE ABANDONED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF INP NOT = 'Y' THEN
               DISPLAY " INVALID INPUT"
               GO TO CLOSE_CONFIRM
           END-IF.
           GO TO CLOSE_POST_INTEREST.

      * --- the final interest goes through "INT " so it reads as
      * interest everywhere interest is looked for; both settlement
      * postings carry CLOSURE in BILLERID, the same tag-what-it-was-
      * for reuse as FEES' fee event. ---
       CLOSE_POST_INTEREST.
           IF WS-CLS-INT = 0 THEN
               GO TO CLOSE_POST_PAYOUT
           END-IF.
           MOVE SPACES TO WS-TRANS-FILENAME.
           STRING WS-INT-BASE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           OPEN EXTEND TRANS-OUT.
           IF WS-TRANS-FS = "35" THEN
               OPEN OUTPUT TRANS-OUT
           END-IF.
           MOVE SPACES TO TRANS-REC.
           MOVE INP_ACCOUNT TO AID IN TRANS-REC.
           MOVE 'D' TO ACT IN TRANS-REC.
           MOVE WS-CLS-INT TO MONEY IN TRANS-REC.
           MOVE WS-INT-TS TO TIMESTAMP IN TRANS-REC.
           MOVE "CLOSURE" TO BILLERID IN TRANS-REC.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE WS-TODAY TO TXN-DATE IN TRANS-REC.
           MOVE WS-CLOCK-HMS TO TXN-TIME IN TRANS-REC.
           WRITE TRANS-REC.
           CLOSE TRANS-OUT.
           GO TO CLOSE_POST_PAYOUT.

      * --- the pay-out debits the closing account and, for an
      * internal pay-out, credits the target in the same "ADJ " file,
      * so the ADJ GL line nets to zero. An external pay-out instead
      * adds an outclear record stamped with "ADJ " as its source,
      * which CENTRAL codes against ADJ rather than terminal cash. ---
       CLOSE_POST_PAYOUT.
           IF WS-CLS-PAYOUT = 0 THEN
               GO TO CLOSE_RETIRE_SO
           END-IF.
           MOVE SPACES TO WS-TRANS-FILENAME.
           STRING WS-ADJ-BASE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           OPEN EXTEND TRANS-OUT.
           IF WS-TRANS-FS = "35" THEN
               OPEN OUTPUT TRANS-OUT
           END-IF.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE SPACES TO TRANS-REC.
           MOVE INP_ACCOUNT TO AID IN TRANS-REC.
           MOVE 'W' TO ACT IN TRANS-REC.
           MOVE WS-CLS-PAYOUT TO MONEY IN TRANS-REC.
           MOVE WS-ADJ-TS TO TIMESTAMP IN TRANS-REC.
           MOVE "CLOSURE" TO BILLERID IN TRANS-REC.
           MOVE WS-TODAY TO TXN-DATE IN TRANS-REC.
           MOVE WS-CLOCK-HMS TO TXN-TIME IN TRANS-REC.
           WRITE TRANS-REC.
           ADD 1 TO WS-ADJ-TS.
           IF WS-CLS-METHOD = "I" THEN
               MOVE INP_CLS_ACCT TO AID IN TRANS-REC
               MOVE 'D' TO ACT IN TRANS-REC
               MOVE WS-ADJ-TS TO TIMESTAMP IN TRANS-REC
               WRITE TRANS-REC
               ADD 1 TO WS-ADJ-TS
           END-IF.
           CLOSE TRANS-OUT.
           IF WS-CLS-METHOD NOT = "E" THEN
               GO TO CLOSE_RETIRE_SO
           END-IF.
           MOVE SPACES TO WS-CLROUT-FILENAME.
           STRING "outclear-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CLROUT-FILENAME.
           OPEN EXTEND CLROUT.
           IF WS-CLROUT-FS = "35" THEN
               OPEN OUTPUT CLROUT
           END-IF.
           MOVE SPACES TO CLROUT-REC.
           MOVE INP_CLS_BANK TO CLR-BANK IN CLROUT-REC.
           MOVE INP_CLS_ACCT TO CLR-ACCT IN CLROUT-REC.
           MOVE WS-CLS-PAYOUT TO CLR-MONEY IN CLROUT-REC.
           MOVE WS-OUR-BANK TO CLR-ORIG-BANK IN CLROUT-REC.
           MOVE INP_ACCOUNT TO CLR-ORIG-ACCT IN CLROUT-REC.
           MOVE "ADJ " TO CLR-SOURCE IN CLROUT-REC.
           WRITE CLROUT-REC.
           CLOSE CLROUT.
           GO TO CLOSE_RETIRE_SO.

      * --- every active order the account pays is retired, the same
      * copy-through-and-swap SO_RETIRE uses for one. ---
       CLOSE_RETIRE_SO.
           MOVE 0 TO WS-CLS-SO-CNT.
           MOVE 0 TO WS-SO-EOF.
           OPEN INPUT SORDERS-F.
           IF WS-SO-FS NOT = "00" THEN
               GO TO CLOSE_CLEAR_LOCK
           END-IF.
           OPEN OUTPUT SORDERSNEW.
           GO TO CLOSE_RETIRE_SO_LOOP.

       CLOSE_RETIRE_SO_LOOP.
           READ SORDERS-F INTO SO-REC
               AT END
                   MOVE 1 TO WS-SO-EOF
           END-READ.
           IF WS-SO-EOF = 1 THEN
               CLOSE SORDERS-F
               CLOSE SORDERSNEW
               CALL "SYSTEM" USING
                   "mv standingOrders.txt.new standingOrders.txt"
               GO TO CLOSE_CLEAR_LOCK
           END-IF.
           IF SO-AID IN SO-REC = INP_ACCOUNT
                   AND SO-ACTIVE IN SO-REC = "A" THEN
               MOVE "C" TO SO-ACTIVE IN SO-REC
               ADD 1 TO WS-CLS-SO-CNT
           END-IF.
           MOVE SO-REC TO SO-REC-NEW.
           WRITE SO-REC-NEW.
           GO TO CLOSE_RETIRE_SO_LOOP.

      * --- a closed account has no use for a failed-PIN counter; its
      * lockout row is dropped rather than reset. ---
       CLOSE_CLEAR_LOCK.
           MOVE 0 TO WS-LOCK-EOF2.
           OPEN INPUT LOCKOUT.
           IF WS-LOCK-FS NOT = "00" THEN
               GO TO CLOSE_CONFIRMATION
           END-IF.
           OPEN OUTPUT LOCKOUTNEW.
           GO TO CLOSE_CLEAR_LOCK_LOOP.

       CLOSE_CLEAR_LOCK_LOOP.
           READ LOCKOUT INTO LOCK-REC
               AT END
                   MOVE 1 TO WS-LOCK-EOF2
           END-READ.
           IF WS-LOCK-EOF2 = 1 THEN
               CLOSE LOCKOUT
               CLOSE LOCKOUTNEW
               CALL "SYSTEM" USING "mv lockout.txt.new lockout.txt"
               GO TO CLOSE_CONFIRMATION
           END-IF.
           IF LCK-AID IN LOCK-REC NOT = INP_ACCOUNT THEN
               MOVE LOCK-REC TO LOCK-REC-NEW
               WRITE LOCK-REC-NEW
           END-IF.
           GO TO CLOSE_CLEAR_LOCK_LOOP.

       CLOSE_CONFIRMATION.
           OPEN EXTEND CLOSEF.
           IF WS-CLSF-FS = "35" THEN
               OPEN OUTPUT CLOSEF
           END-IF.
           MOVE SPACES TO CLS-REC.
           MOVE WS-TODAY TO CLS-DATE.
           MOVE INP_ACCOUNT TO CLS-AID.
           MOVE WS-CLS-HOLDER TO CLS-HOLDER.
           MOVE WS-CLS-AVAIL TO CLS-AVAIL.
           MOVE WS-CLS-INT TO CLS-INTEREST.
           MOVE WS-CLS-PAYOUT TO CLS-PAYOUT.
           MOVE WS-CLS-METHOD TO CLS-METHOD.
           MOVE INP_CLS_BANK TO CLS-TO-BANK.
           MOVE INP_CLS_ACCT TO CLS-TO-ACCT.
           MOVE WS-CLS-SO-CNT TO CLS-SO-COUNT.
           MOVE OPERATOR-ID TO CLS-OPERATOR.
           WRITE CLS-REC.
           CLOSE CLOSEF.
           DISPLAY " STANDING ORDERS RETIRED: " WS-CLS-SO-CNT.
           MOVE "CLSE" TO WS-MAINT-MODE.
           GO TO REWRITE_MASTER.

      * --- place a term deposit: the funding account must not be
      * closed or dormant (a legacy row with no status counts as
      * open), and the principal comes out of what it has available
      * today (the same fence, roster and sweep the closure
      * settlement uses). The placement row is appended to
      * termDeposits.txt and the principal leaves the account as a
      * 'W' through today's "TD  " file, tagged "TD" plus the
      * placement number, so tonight's CENTRAL posts it like any
      * other debit. ---
       TD_PLACE.
           DISPLAY " FUNDING ACCOUNT NUMBER"
           ACCEPT INP_ACCOUNT FROM SYSIN.
           MOVE 0 TO FOUND.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           GO TO TD_PLACE_CHECK.

       TD_PLACE_CHECK.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               IF FOUND = 0 THEN
                   DISPLAY " NO SUCH ACCOUNT"
                   GO TO CHOOSE_ACTION
               END-IF
               IF WS-CLS-STATUS = "C" OR WS-CLS-STATUS = "D" THEN
                   DISPLAY " ACCOUNT NOT OPEN - PLACEMENT REFUSED"
                   GO TO CHOOSE_ACTION
               END-IF
               MOVE "T" TO WS-SETL-RETURN
               GO TO SETL_FENCE
           END-IF.
           IF AID IN ACCOUNT = INP_ACCOUNT THEN
               MOVE 1 TO FOUND
               MOVE HOLDER IN ACCOUNT TO WS-CLS-HOLDER
               MOVE BALANCE IN ACCOUNT TO WS-CLS-BALANCE
               MOVE ACCT-STATUS IN ACCOUNT TO WS-CLS-STATUS
           END-IF.
           GO TO TD_PLACE_CHECK.

       TD_PLACE_VERDICT.
           DISPLAY " HOLDER:            " WS-CLS-HOLDER.
           DISPLAY " AVAILABLE BALANCE: " WS-CLS-AVAIL.
           GO TO TD_PLACE_AMOUNT.

       TD_PLACE_AMOUNT.
           DISPLAY " PRINCIPAL (0 TO ABANDON)"
           ACCEPT INP_TDPRIN FROM SYSIN.
           IF INP_TDPRIN = 0 THEN
               DISPLAY " PLACEMENT ABANDONED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF INP_TDPRIN > WS-CLS-AVAIL THEN
               DISPLAY " INSUFFICIENT AVAILABLE BALANCE"
               GO TO TD_PLACE_AMOUNT
           END-IF.
           GO TO TD_PLACE_RATE.

       TD_PLACE_RATE.
           DISPLAY " AGREED ANNUAL RATE (E.G. .0350)"
           ACCEPT INP_TDRATE FROM SYSIN.
           IF INP_TDRATE = 0 THEN
               DISPLAY " INVALID INPUT"
               GO TO TD_PLACE_RATE
           END-IF.
           GO TO TD_PLACE_TERM.

       TD_PLACE_TERM.
           DISPLAY " TERM IN MONTHS (1-120)"
           ACCEPT INP_TDTERM FROM SYSIN.
           IF INP_TDTERM < 1 OR INP_TDTERM > 120 THEN
               DISPLAY " INVALID INPUT"
               GO TO TD_PLACE_TERM
           END-IF.
           GO TO TD_PLACE_INSTR.

       TD_PLACE_INSTR.
           DISPLAY " AT MATURITY: R - ROLL OVER, P - PAY OUT"
           ACCEPT INP_TDINSTR FROM SYSIN.
           IF INP_TDINSTR NOT = "R" AND INP_TDINSTR NOT = "P" THEN
               DISPLAY " INVALID INPUT"
               GO TO TD_PLACE_INSTR
           END-IF.
           GO TO TD_PLACE_MATURITY.

      * --- maturity is the start date plus the term in months, the
      * day clamped to the end of a shorter month (31 January plus
      * one month matures on the last day of February), the same
      * arithmetic TERMDEP uses to roll a deposit over. ---
       TD_PLACE_MATURITY.
           MOVE WS-TODAY TO WS-TD-MAT.
           COMPUTE WS-TD-MONTH-NO =
               WS-TDM-YYYY * 12 + WS-TDM-MM - 1 + INP_TDTERM.
           DIVIDE WS-TD-MONTH-NO BY 12
               GIVING WS-TDM-YYYY REMAINDER WS-TDM-MM.
           ADD 1 TO WS-TDM-MM.
           MOVE WS-MD(WS-TDM-MM) TO WS-DAYS-IN-MONTH.
           IF WS-TDM-MM = 2 THEN
               DIVIDE WS-TDM-YYYY BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
               IF WS-LEAP-R = 0 THEN
                   DIVIDE WS-TDM-YYYY BY 100
                       GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                   IF WS-LEAP-R NOT = 0 THEN
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       DIVIDE WS-TDM-YYYY BY 400
                           GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                       IF WS-LEAP-R = 0 THEN
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TDM-DD > WS-DAYS-IN-MONTH THEN
               MOVE WS-DAYS-IN-MONTH TO WS-TDM-DD
           END-IF.
           DISPLAY " PRINCIPAL:         " INP_TDPRIN.
           DISPLAY " ANNUAL RATE:       " INP_TDRATE.
           DISPLAY " TERM (MONTHS):     " INP_TDTERM.
           DISPLAY " MATURES ON:        " WS-TD-MAT.
           DISPLAY " AT MATURITY:       " INP_TDINSTR.
           GO TO TD_PLACE_CONFIRM.

       TD_PLACE_CONFIRM.
           DISPLAY " CONFIRM PLACEMENT (Y/N)"
           ACCEPT INP FROM SYSIN.
           IF INP = 'N' THEN
               DISPLAY " PLACEMENT ABANDONED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF INP NOT = 'Y' THEN
               DISPLAY " INVALID INPUT"
               GO TO TD_PLACE_CONFIRM
           END-IF.
           GO TO TD_APPEND.

      * --- copy-through-and-swap append, as SO_APPEND does; the
      * placement number is one past the highest on file. ---
       TD_APPEND.
           MOVE 0 TO WS-TD-EOF.
           MOVE 0 TO WS-TD-NEXT-REF.
           OPEN OUTPUT TDFNEW.
           OPEN INPUT TDF.
           IF WS-TDF-FS NOT = "00" THEN
               GO TO TD_APPEND_DONE
           END-IF.
           GO TO TD_APPEND_LOOP.

       TD_APPEND_LOOP.
           READ TDF INTO TD-REC
               AT END
                   MOVE 1 TO WS-TD-EOF
           END-READ.
           IF WS-TD-EOF = 1 THEN
               CLOSE TDF
               GO TO TD_APPEND_DONE
           END-IF.
           IF TD-REF IN TD-REC > WS-TD-NEXT-REF THEN
               MOVE TD-REF IN TD-REC TO WS-TD-NEXT-REF
           END-IF.
           MOVE TD-REC TO TD-REC-NEW.
           WRITE TD-REC-NEW.
           GO TO TD_APPEND_LOOP.

       TD_APPEND_DONE.
           ADD 1 TO WS-TD-NEXT-REF.
           MOVE SPACES TO TD-REC-NEW.
           MOVE WS-TD-NEXT-REF TO TD-REF IN TD-REC-NEW.
           MOVE INP_ACCOUNT TO TD-AID IN TD-REC-NEW.
           MOVE INP_TDPRIN TO TD-PRINCIPAL IN TD-REC-NEW.
           MOVE INP_TDRATE TO TD-RATE IN TD-REC-NEW.
           MOVE WS-TODAY TO TD-START IN TD-REC-NEW.
           MOVE INP_TDTERM TO TD-TERM IN TD-REC-NEW.
           MOVE WS-TD-MAT TO TD-MATURITY IN TD-REC-NEW.
           MOVE INP_TDINSTR TO TD-INSTR IN TD-REC-NEW.
           MOVE "A" TO TD-STATUS IN TD-REC-NEW.
           MOVE 0 TO TD-END-DATE IN TD-REC-NEW.
           MOVE OPERATOR-ID TO TD-OPERATOR IN TD-REC-NEW.
           WRITE TD-REC-NEW.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE TD-REC-NEW TO WS-JRN-AFTER.
           CLOSE TDFNEW.
           CALL "SYSTEM" USING
               "mv termDeposits.txt.new termDeposits.txt".
           GO TO TD_POST_PRINCIPAL.

       TD_POST_PRINCIPAL.
           MOVE SPACES TO WS-TRANS-FILENAME.
           STRING WS-TD-BASE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           OPEN EXTEND TRANS-OUT.
           IF WS-TRANS-FS = "35" THEN
               OPEN OUTPUT TRANS-OUT
           END-IF.
           MOVE "TD" TO WS-TD-TAG-PFX.
           MOVE WS-TD-NEXT-REF TO WS-TD-TAG-REF.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE SPACES TO TRANS-REC.
           MOVE INP_ACCOUNT TO AID IN TRANS-REC.
           MOVE 'W' TO ACT IN TRANS-REC.
           MOVE INP_TDPRIN TO MONEY IN TRANS-REC.
           MOVE WS-TD-TS TO TIMESTAMP IN TRANS-REC.
           MOVE WS-TD-TAG TO BILLERID IN TRANS-REC.
           MOVE WS-TODAY TO TXN-DATE IN TRANS-REC.
           MOVE WS-CLOCK-HMS TO TXN-TIME IN TRANS-REC.
           WRITE TRANS-REC.
           CLOSE TRANS-OUT.
           DISPLAY " PLACEMENT NUMBER:  " WS-TD-NEXT-REF.
           DISPLAY " DONE".
           MOVE INP_ACCOUNT TO WS-JRN-AID.
           GO TO WRITE_JOURNAL.

      * --- an early break is only requested here: the row goes to
      * 'B' with today as its end date, and the next TERMDEP run pays
      * the principal back with interest at the agreed rate less the
      * penalty in termDepositParm.txt. ---
       TD_BREAK.
           DISPLAY " PLACEMENT NUMBER TO BREAK"
           ACCEPT INP_TDREF FROM SYSIN.
           MOVE 0 TO WS-TD-EOF.
           MOVE 0 TO WS-TD-FOUND.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE SPACES TO WS-JRN-AFTER.
           MOVE SPACES TO INP_ACCOUNT.
           OPEN INPUT TDF.
           IF WS-TDF-FS NOT = "00" THEN
               DISPLAY " NO TERM DEPOSITS ON FILE"
               GO TO CHOOSE_ACTION
           END-IF.
           GO TO TD_BREAK_FIND.

       TD_BREAK_FIND.
           READ TDF INTO TD-REC
               AT END
                   MOVE 1 TO WS-TD-EOF
           END-READ.
           IF WS-TD-EOF = 1 THEN
               CLOSE TDF
               GO TO TD_BREAK_VET
           END-IF.
           IF TD-REF IN TD-REC = INP_TDREF THEN
               MOVE 1 TO WS-TD-FOUND
               MOVE TD-AID IN TD-REC TO INP_ACCOUNT
               MOVE TD-STATUS IN TD-REC TO WS-TD-STATUS
               MOVE TD-MATURITY IN TD-REC TO WS-TD-MAT
           END-IF.
           GO TO TD_BREAK_FIND.

       TD_BREAK_VET.
           IF WS-TD-FOUND = 0 THEN
               DISPLAY " NO SUCH PLACEMENT"
               GO TO CHOOSE_ACTION
           END-IF.
           IF WS-TD-STATUS NOT = "A" THEN
               DISPLAY " PLACEMENT NOT OPEN - BREAK REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF WS-TD-MAT NOT > WS-TODAY THEN
               DISPLAY " PLACEMENT AT MATURITY - BREAK REFUSED"
               GO TO CHOOSE_ACTION
           END-IF.
           DISPLAY " FUNDING ACCOUNT:   " INP_ACCOUNT.
           DISPLAY " MATURES ON:        " WS-TD-MAT.
           GO TO TD_BREAK_CONFIRM.

       TD_BREAK_CONFIRM.
           DISPLAY " CONFIRM EARLY BREAK AT PENALTY RATE (Y/N)"
           ACCEPT INP FROM SYSIN.
           IF INP = 'N' THEN
               DISPLAY " BREAK ABANDONED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF INP NOT = 'Y' THEN
               DISPLAY " INVALID INPUT"
               GO TO TD_BREAK_CONFIRM
           END-IF.
           MOVE 0 TO WS-TD-EOF.
           OPEN INPUT TDF.
           OPEN OUTPUT TDFNEW.
           GO TO TD_BREAK_LOOP.

       TD_BREAK_LOOP.
           READ TDF INTO TD-REC
               AT END
                   MOVE 1 TO WS-TD-EOF
           END-READ.
           IF WS-TD-EOF = 1 THEN
               CLOSE TDF
               CLOSE TDFNEW
               CALL "SYSTEM" USING
                   "mv termDeposits.txt.new termDeposits.txt"
               DISPLAY " DONE"
               MOVE INP_ACCOUNT TO WS-JRN-AID
               GO TO WRITE_JOURNAL
           END-IF.
           IF TD-REF IN TD-REC = INP_TDREF THEN
               MOVE TD-REC TO WS-JRN-BEFORE
               MOVE "B" TO TD-STATUS IN TD-REC
               MOVE WS-TODAY TO TD-END-DATE IN TD-REC
               MOVE TD-REC TO WS-JRN-AFTER
           END-IF.
           MOVE TD-REC TO TD-REC-NEW.
           WRITE TD-REC-NEW.
           GO TO TD_BREAK_LOOP.

      * --- ATM replenishment: the crew's count of the cash and the
      * deposit cassette taken out of a terminal, against what the
      * terminal should have held - the cash position's load less
      * what has been dispensed since (CASHREC has rolled in every
      * closed day; today's cash withdrawals come from the
      * terminal's own dated file), and the deposits likewise. The
      * visit is appended to atmReplenish.txt for CASHREC's
      * reconciliation report, and the position restarts from the
      * cash the crew left in the terminal. A terminal with no
      * position yet takes an opening load with nothing to count.
      * ---
       CASH_REPLENISH.
           DISPLAY " ATM ID"
           ACCEPT INP_CASHATM FROM SYSIN.
           IF INP_CASHATM = "INT " OR INP_CASHATM = "SO  "
                   OR INP_CASHATM = "CLR " OR INP_CASHATM = "ADJ "
                   OR INP_CASHATM = "FEE " OR INP_CASHATM = "TD  " THEN
               DISPLAY " RESERVED ROSTER ENTRY - NOT A TERMINAL"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE "M" TO WS-SETL-RETURN.
           GO TO SETL_FENCE.

       CASH_FIND_ATM.
           ADD 1 TO WS-SUBS.
           IF WS-SUBS > ATM-COUNT THEN
               DISPLAY " NO SUCH ATM ON THE ROSTER"
               GO TO CHOOSE_ACTION
           END-IF.
           SET ATM-IDX TO WS-SUBS.
           IF TBL-ATM-ID(ATM-IDX) NOT = INP_CASHATM THEN
               GO TO CASH_FIND_ATM
           END-IF.
           MOVE SPACES TO WS-TRANS-FILENAME.
           STRING TBL-ATM-FILE(ATM-IDX) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           MOVE 0 TO WS-CASH-EOF.
           MOVE 0 TO WS-CASH-FOUND.
           MOVE SPACES TO CASH-HOLD.
           OPEN INPUT CASHPOS.
           IF WS-CASH-FS NOT = "00" THEN
               GO TO CASH_VET
           END-IF.
           GO TO CASH_LOAD_POS.

       CASH_LOAD_POS.
           READ CASHPOS INTO CASH-REC
               AT END
                   MOVE 1 TO WS-CASH-EOF
           END-READ.
           IF WS-CASH-EOF = 1 THEN
               CLOSE CASHPOS
               GO TO CASH_VET
           END-IF.
           IF CSH-ATM-ID IN CASH-REC = INP_CASHATM THEN
               MOVE 1 TO WS-CASH-FOUND
               MOVE CASH-REC TO CASH-HOLD
           END-IF.
           GO TO CASH_LOAD_POS.

       CASH_VET.
           MOVE 0 TO WS-CASH-TODAY-W.
           MOVE 0 TO WS-CASH-TODAY-D.
           IF WS-CASH-FOUND = 0 THEN
               DISPLAY " NO CASH POSITION ON FILE - OPENING LOAD"
               GO TO CASH_LOAD_AMOUNT
           END-IF.
           IF CSH-ROLLED-DATE IN CASH-HOLD < WS-SETL-CLOSED THEN
               DISPLAY " CASH POSITION ONLY ROLLED TO "
                   CSH-ROLLED-DATE IN CASH-HOLD
                   " - RUN CASHREC FIRST"
               GO TO CHOOSE_ACTION
           END-IF.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-FS NOT = "00" THEN
               GO TO CASH_SHOW
           END-IF.
           GO TO CASH_SWEEP.

      * --- today's cash at this terminal since the load: untagged
      * 'W' and 'D' records (transfer legs carry a tag), and on the
      * day of the load only those written at or after it. ---
       CASH_SWEEP.
           READ TRANS-OUT INTO TRANS-REC
               AT END
                   CLOSE TRANS-OUT
                   GO TO CASH_SHOW
           END-READ.
           IF BILLERID IN TRANS-REC NOT = SPACES THEN
               GO TO CASH_SWEEP
           END-IF.
           IF CSH-LOAD-DATE IN CASH-HOLD = WS-TODAY
                   AND (TXN-TIME IN TRANS-REC IS NOT NUMERIC
                   OR TXN-TIME IN TRANS-REC
                       < CSH-LOAD-TIME IN CASH-HOLD) THEN
               GO TO CASH_SWEEP
           END-IF.
           IF ACT IN TRANS-REC = 'W' THEN
               ADD MONEY IN TRANS-REC TO WS-CASH-TODAY-W
           END-IF.
           IF ACT IN TRANS-REC = 'D' THEN
               ADD MONEY IN TRANS-REC TO WS-CASH-TODAY-D
           END-IF.
           GO TO CASH_SWEEP.

       CASH_SHOW.
           COMPUTE WS-CASH-EXP = CSH-LOADED IN CASH-HOLD
               - CSH-DISPENSED IN CASH-HOLD - WS-CASH-TODAY-W.
           COMPUTE WS-CASH-EXP-DEP = CSH-DEPOSITED IN CASH-HOLD
               + WS-CASH-TODAY-D.
           DISPLAY " LAST LOADED:       " CSH-LOAD-DATE IN CASH-HOLD
               " " CSH-LOAD-TIME IN CASH-HOLD.
           DISPLAY " EXPECTED CASH:     " WS-CASH-EXP.
           DISPLAY " EXPECTED DEPOSITS: " WS-CASH-EXP-DEP.
           GO TO CASH_COUNTED.

       CASH_COUNTED.
           DISPLAY " CASH COUNTED OUT"
           ACCEPT INP_COUNTED FROM SYSIN.
           DISPLAY " DEPOSITS COUNTED OUT"
           ACCEPT INP_CNTDEP FROM SYSIN.
           COMPUTE WS-CASH-VAR = INP_COUNTED - WS-CASH-EXP.
           DISPLAY " CASH VARIANCE:     " WS-CASH-VAR.
           COMPUTE WS-CASH-VAR = INP_CNTDEP - WS-CASH-EXP-DEP.
           DISPLAY " DEPOSIT VARIANCE:  " WS-CASH-VAR.
           GO TO CASH_LOAD_AMOUNT.

       CASH_LOAD_AMOUNT.
           DISPLAY " CASH LEFT IN THE TERMINAL"
           ACCEPT INP_CASHLOAD FROM SYSIN.
           GO TO CASH_CONFIRM.

       CASH_CONFIRM.
           DISPLAY " CONFIRM REPLENISHMENT (Y/N)"
           ACCEPT INP FROM SYSIN.
           IF INP = 'N' THEN
               DISPLAY " REPLENISHMENT ABANDONED"
               GO TO CHOOSE_ACTION
           END-IF.
           IF INP NOT = 'Y' THEN
               DISPLAY " INVALID INPUT"
               GO TO CASH_CONFIRM
           END-IF.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE WS-CLOCK-HMS TO WS-CASH-TIME.
           OPEN EXTEND REPLEN.
           IF WS-RPL-FS = "35" THEN
               OPEN OUTPUT REPLEN
           END-IF.
           MOVE SPACES TO RPL-REC.
           MOVE WS-TODAY TO RPL-DATE.
           MOVE WS-CASH-TIME TO RPL-TIME.
           MOVE INP_CASHATM TO RPL-ATM-ID.
           IF WS-CASH-FOUND = 0 THEN
               MOVE "O" TO RPL-KIND
               MOVE 0 TO RPL-EXP-CASH
               MOVE 0 TO RPL-COUNTED
               MOVE 0 TO RPL-EXP-DEP
               MOVE 0 TO RPL-CNT-DEP
           ELSE
               MOVE "R" TO RPL-KIND
               MOVE WS-CASH-EXP TO RPL-EXP-CASH
               MOVE INP_COUNTED TO RPL-COUNTED
               MOVE WS-CASH-EXP-DEP TO RPL-EXP-DEP
               MOVE INP_CNTDEP TO RPL-CNT-DEP
           END-IF.
           MOVE INP_CASHLOAD TO RPL-LOADED.
           MOVE OPERATOR-ID TO RPL-OPERATOR.
           WRITE RPL-REC.
           CLOSE REPLEN.
           MOVE 0 TO WS-CASH-EOF.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE SPACES TO WS-JRN-AFTER.
           OPEN OUTPUT CASHPOSNEW.
           OPEN INPUT CASHPOS.
           IF WS-CASH-FS NOT = "00" THEN
               GO TO CASH_REWRITE_DONE
           END-IF.
           GO TO CASH_REWRITE_LOOP.

      * --- copy-through-and-swap of atmCash.txt: the terminal's row
      * is replaced (or appended, for an opening load) with the new
      * load, nothing dispensed or deposited since, and rolled up to
      * the last closed date - today's earlier activity is before
      * the load and stays out of it. ---
       CASH_REWRITE_LOOP.
           READ CASHPOS INTO CASH-REC
               AT END
                   MOVE 1 TO WS-CASH-EOF
           END-READ.
           IF WS-CASH-EOF = 1 THEN
               CLOSE CASHPOS
               GO TO CASH_REWRITE_DONE
           END-IF.
           IF CSH-ATM-ID IN CASH-REC = INP_CASHATM THEN
               MOVE CASH-REC TO WS-JRN-BEFORE
               GO TO CASH_REWRITE_LOOP
           END-IF.
           MOVE CASH-REC TO CASH-REC-NEW.
           WRITE CASH-REC-NEW.
           GO TO CASH_REWRITE_LOOP.

       CASH_REWRITE_DONE.
           MOVE SPACES TO CASH-REC-NEW.
           MOVE INP_CASHATM TO CSH-ATM-ID IN CASH-REC-NEW.
           MOVE WS-TODAY TO CSH-LOAD-DATE IN CASH-REC-NEW.
           MOVE WS-CASH-TIME TO CSH-LOAD-TIME IN CASH-REC-NEW.
           MOVE INP_CASHLOAD TO CSH-LOADED IN CASH-REC-NEW.
           MOVE 0 TO CSH-DISPENSED IN CASH-REC-NEW.
           MOVE 0 TO CSH-DEPOSITED IN CASH-REC-NEW.
           MOVE WS-SETL-CLOSED TO CSH-ROLLED-DATE IN CASH-REC-NEW.
           MOVE OPERATOR-ID TO CSH-OPERATOR IN CASH-REC-NEW.
           WRITE CASH-REC-NEW.
           MOVE CASH-REC-NEW TO WS-JRN-AFTER.
           CLOSE CASHPOSNEW.
           CALL "SYSTEM" USING "mv atmCash.txt.new atmCash.txt".
           DISPLAY " DONE".
           MOVE INP_CASHATM TO WS-JRN-AID.
           GO TO WRITE_JOURNAL.

      * --- set (or clear, with zero) an account's daily ATM
      * withdrawal limit: same vetting shape as CHANGE_PWD, then the
      * shared copy-and-rewrite pass applies it. ---
           END-IF.
           GO TO SET_LIMIT_CHECK.

      * --- reactivate: the only way an account the DORMANCY batch
      * flagged "D" goes back to active. The row must be on file and
      * dormant; the rewrite sets it "A" and restarts its activity
      * clock from today, journaled with the before/after images. ---
       REACTIVATE.
           DISPLAY " ACCOUNT NUMBER TO REACTIVATE"
           ACCEPT INP_ACCOUNT FROM SYSIN.
           MOVE 0 TO FOUND.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           GO TO REACTIVATE_CHECK.

       REACTIVATE_CHECK.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               IF FOUND = 0 THEN
                   DISPLAY " NO SUCH ACCOUNT"
                   GO TO CHOOSE_ACTION
               END-IF
               IF FOUND = 2 THEN
                   DISPLAY " ACCOUNT IS NOT DORMANT"
                   GO TO CHOOSE_ACTION
               END-IF
               MOVE "WAKE" TO WS-MAINT-MODE
               GO TO REWRITE_MASTER
           END-IF.
           IF AID IN ACCOUNT = INP_ACCOUNT THEN
               IF ACCT-STATUS IN ACCOUNT = "D" THEN
                   MOVE 1 TO FOUND
               ELSE
                   MOVE 2 TO FOUND
               END-IF
           END-IF.
           GO TO REACTIVATE_CHECK.

      * --- assign an account to a product on the product master: the
      * code must name a products.txt row (so the accrual run always
      * finds rates for it), then the shared copy-and-rewrite pass
           GO TO SET_PRODUCT_CHECK.

      * --- set (or withdraw, with zero) an account's authorized
      * overdraft line: same vetting shape as SET_LIMIT, but the
      * change is only held here - it reaches the shared copy-and-
      * rewrite pass when a second supervisor approves it under V.
      * ---
       SET_ODLIMIT.
           DISPLAY " ACCOUNT NUMBER"
           ACCEPT INP_ACCOUNT FROM SYSIN.
           DISPLAY " OVERDRAFT LIMIT (0 = NO OVERDRAFT)"
           ACCEPT INP_ODLIMIT FROM SYSIN.
           MOVE 0 TO WS-PND-APPROVING.
           MOVE 0 TO FOUND.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
                   DISPLAY " NO SUCH ACCOUNT"
                   GO TO CHOOSE_ACTION
               END-IF
               IF WS-PND-APPROVING = 1 THEN
                   GO TO REVIEW_MARK
               END-IF
               GO TO HOLD_ODLIMIT
           END-IF.
           IF AID IN ACCOUNT = INP_ACCOUNT THEN
               MOVE 1 TO FOUND
           END-IF.
           GO TO SET_ODLIMIT_CHECK.

      * --- the held change goes to pendingApprovals.txt under the
      * next free hold number, and the hold itself is journaled ('H')
      * so the morning review shows it even if nobody approves it.
      * ---
       HOLD_ODLIMIT.
           MOVE 1 TO WS-PND-NEXT-SEQ.
           MOVE 0 TO WS-PND-EOF.
           OPEN INPUT PENDING.
           IF WS-PND-FS NOT = "00" THEN
               GO TO HOLD_ODLIMIT_WRITE
           END-IF.
           GO TO HOLD_ODLIMIT_SCAN.

       HOLD_ODLIMIT_SCAN.
           READ PENDING INTO PND-REC
               AT END
                   MOVE 1 TO WS-PND-EOF
           END-READ.
           IF WS-PND-EOF = 1 THEN
               CLOSE PENDING
               GO TO HOLD_ODLIMIT_WRITE
           END-IF.
           IF PND-SEQ IN PND-REC NOT < WS-PND-NEXT-SEQ THEN
               COMPUTE WS-PND-NEXT-SEQ = PND-SEQ IN PND-REC + 1
           END-IF.
           GO TO HOLD_ODLIMIT_SCAN.

       HOLD_ODLIMIT_WRITE.
           OPEN EXTEND PENDING.
           IF WS-PND-FS = "35" THEN
               OPEN OUTPUT PENDING
           END-IF.
           MOVE SPACES TO PND-REC.
           MOVE WS-PND-NEXT-SEQ TO PND-SEQ IN PND-REC.
           MOVE "D" TO PND-TYPE IN PND-REC.
           MOVE WS-TODAY TO PND-DATE IN PND-REC.
           MOVE INP_ACCOUNT TO PND-AID IN PND-REC.
           MOVE INP_ODLIMIT TO PND-AMOUNT IN PND-REC.
           MOVE OPERATOR-ID TO PND-MAKER IN PND-REC.
           MOVE "P" TO PND-STATUS IN PND-REC.
           MOVE 0 TO PND-DONE-DATE IN PND-REC.
           WRITE PND-REC.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE PND-REC TO WS-JRN-AFTER.
           CLOSE PENDING.
           MOVE "H" TO WS-JRN-ACTION.
           MOVE INP_ACCOUNT TO WS-JRN-AID.
           DISPLAY " HELD AS " WS-PND-NEXT-SEQ
               " FOR A SECOND SUPERVISOR".
           GO TO WRITE_JOURNAL.

      * --- second sign-off on held overdraft limits: never on a hold
      * the reviewer entered themselves. Approval re-vets the account
      * through SET_ODLIMIT_CHECK, stamps the hold, then applies the
      * limit through the shared copy-and-rewrite pass. ---
       REVIEW_HELD.
           MOVE 0 TO WS-PND-EOF.
           MOVE 0 TO WS-PND-CNT.
           OPEN INPUT PENDING.
           IF WS-PND-FS NOT = "00" THEN
               DISPLAY " NOTHING HELD FOR APPROVAL"
               GO TO CHOOSE_ACTION
           END-IF.
           GO TO REVIEW_HELD_LIST.

       REVIEW_HELD_LIST.
           READ PENDING INTO PND-REC
               AT END
                   MOVE 1 TO WS-PND-EOF
           END-READ.
           IF WS-PND-EOF = 1 THEN
               CLOSE PENDING
               IF WS-PND-CNT = 0 THEN
                   DISPLAY " NOTHING HELD FOR APPROVAL"
                   GO TO CHOOSE_ACTION
               END-IF
               GO TO REVIEW_PICK
           END-IF.
           IF PND-TYPE IN PND-REC = "D"
                   AND PND-STATUS IN PND-REC = "P" THEN
               ADD 1 TO WS-PND-CNT
               DISPLAY " " PND-SEQ IN PND-REC
                   " " PND-AID IN PND-REC
                   " OVERDRAFT LIMIT " PND-AMOUNT IN PND-REC
                   " BY " PND-MAKER IN PND-REC
           END-IF.
           GO TO REVIEW_HELD_LIST.

       REVIEW_PICK.
           DISPLAY " HOLD NUMBER TO REVIEW (0 TO RETURN)"
           ACCEPT INP_SEQ FROM SYSIN.
           IF INP_SEQ = 0 THEN
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE 0 TO WS-PND-EOF.
           MOVE 0 TO WS-PND-FOUND.
           OPEN INPUT PENDING.
           GO TO REVIEW_FIND.

       REVIEW_FIND.
           READ PENDING INTO PND-REC
               AT END
                   MOVE 1 TO WS-PND-EOF
           END-READ.
           IF WS-PND-EOF = 1 THEN
               CLOSE PENDING
               GO TO REVIEW_FIND_DONE
           END-IF.
           IF PND-SEQ IN PND-REC = INP_SEQ
                   AND PND-TYPE IN PND-REC = "D"
                   AND PND-STATUS IN PND-REC = "P" THEN
               MOVE 1 TO WS-PND-FOUND
               MOVE PND-REC TO PND-HOLD
           END-IF.
           GO TO REVIEW_FIND.

       REVIEW_FIND_DONE.
           IF WS-PND-FOUND = 0 THEN
               DISPLAY " NO SUCH HELD OVERDRAFT LIMIT"
               GO TO REVIEW_PICK
           END-IF.
           IF PND-MAKER IN PND-HOLD = OPERATOR-ID THEN
               DISPLAY " ENTERED BY YOU - A DIFFERENT SUPERVISOR MUST "
                   "APPROVE IT"
               GO TO REVIEW_PICK
           END-IF.
           GO TO REVIEW_DECIDE.

       REVIEW_DECIDE.
           DISPLAY " SET OVERDRAFT LIMIT " PND-AID IN PND-HOLD
               " TO " PND-AMOUNT IN PND-HOLD.
           DISPLAY " ENTERED " PND-DATE IN PND-HOLD
               " BY " PND-MAKER IN PND-HOLD.
           DISPLAY " APPROVE (A), WITHDRAW (W) OR LEAVE HELD (N)".
           ACCEPT WS-PND-DECISION FROM SYSIN.
           IF WS-PND-DECISION = "N" THEN
               GO TO REVIEW_PICK
           END-IF.
           IF WS-PND-DECISION = "W" THEN
               GO TO REVIEW_MARK
           END-IF.
           IF WS-PND-DECISION NOT = "A" THEN
               DISPLAY " INVALID INPUT"
               GO TO REVIEW_DECIDE
           END-IF.
           MOVE PND-AID IN PND-HOLD TO INP_ACCOUNT.
           MOVE PND-AMOUNT IN PND-HOLD TO INP_ODLIMIT.
           MOVE 1 TO WS-PND-APPROVING.
           MOVE 0 TO FOUND.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           GO TO SET_ODLIMIT_CHECK.

      * --- the decision is stamped on the hold through the usual
      * copy-through-and-swap, and only while it is still pending -
      * a second reviewer who got there first wins. ---
       REVIEW_MARK.
           MOVE 0 TO WS-PND-APPROVING.
           MOVE 0 TO WS-PND-EOF.
           MOVE 0 TO WS-PND-FOUND.
           OPEN INPUT PENDING.
           OPEN OUTPUT PENDINGNEW.
           GO TO REVIEW_MARK_LOOP.

       REVIEW_MARK_LOOP.
           READ PENDING INTO PND-REC
               AT END
                   MOVE 1 TO WS-PND-EOF
           END-READ.
           IF WS-PND-EOF = 1 THEN
               CLOSE PENDING
               CLOSE PENDINGNEW
               CALL "SYSTEM" USING
                   "mv pendingApprovals.txt.new pendingApprovals.txt"
               GO TO REVIEW_MARK_DONE
           END-IF.
           IF PND-SEQ IN PND-REC = INP_SEQ
                   AND PND-STATUS IN PND-REC = "P" THEN
               MOVE 1 TO WS-PND-FOUND
               MOVE WS-PND-DECISION TO PND-STATUS IN PND-REC
               MOVE OPERATOR-ID TO PND-CHECKER IN PND-REC
               MOVE WS-TODAY TO PND-DONE-DATE IN PND-REC
           END-IF.
           MOVE PND-REC TO PND-REC-NEW.
           WRITE PND-REC-NEW.
           GO TO REVIEW_MARK_LOOP.

       REVIEW_MARK_DONE.
           IF WS-PND-FOUND = 0 THEN
               DISPLAY " HOLD ALREADY DECIDED"
               GO TO REVIEW_PICK
           END-IF.
           MOVE PND-MAKER IN PND-HOLD TO WS-JRN-MAKER.
           MOVE OPERATOR-ID TO WS-JRN-APPROVER.
           IF WS-PND-DECISION = "W" THEN
               MOVE "W" TO WS-JRN-ACTION
               MOVE PND-AID IN PND-HOLD TO WS-JRN-AID
               MOVE PND-HOLD TO WS-JRN-BEFORE
               MOVE SPACES TO WS-JRN-AFTER
               DISPLAY " HOLD " INP_SEQ " WITHDRAWN"
               GO TO WRITE_JOURNAL
           END-IF.
           MOVE "D" TO WS-JRN-ACTION.
           MOVE "ODLM" TO WS-MAINT-MODE.
           GO TO REWRITE_MASTER.

      * --- add an operator: reject a duplicate ID the same way
      * BILLER_ADD rejects a duplicate biller, then append through
      * the usual copy-through-and-swap pass. ---
       OPR_ADD.
           DISPLAY " NEW OPERATOR ID"
           ACCEPT INP_OPRID FROM SYSIN.
           DISPLAY " OPERATOR NAME"
           ACCEPT INP_OPRNAME FROM SYSIN.
           GO TO OPR_ADD_ROLE.

       OPR_ADD_ROLE.
           DISPLAY " ROLE (T=TELLER S=SUPERVISOR)"
           ACCEPT INP_OPRROLE FROM SYSIN.
           IF INP_OPRROLE NOT = "T" AND INP_OPRROLE NOT = "S" THEN
               DISPLAY " INVALID INPUT"
               GO TO OPR_ADD_ROLE
           END-IF.
           IF INP_OPRID = SPACES THEN
               DISPLAY " INVALID INPUT"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE 0 TO WS-OPR-EOF.
           MOVE 0 TO WS-OPR-FOUND.
           OPEN INPUT OPERATORS.
           OPEN OUTPUT OPERATORSNEW.
           GO TO OPR_ADD_LOOP.

       OPR_ADD_LOOP.
           READ OPERATORS INTO OPR-REC
               AT END
                   MOVE 1 TO WS-OPR-EOF
           END-READ.
           IF WS-OPR-EOF = 1 THEN
               CLOSE OPERATORS
               GO TO OPR_ADD_DONE
           END-IF.
           IF OPR-ID IN OPR-REC = INP_OPRID THEN
               MOVE 1 TO WS-OPR-FOUND
           END-IF.
           MOVE OPR-REC TO OPR-REC-NEW.
           WRITE OPR-REC-NEW.
           GO TO OPR_ADD_LOOP.

       OPR_ADD_DONE.
           IF WS-OPR-FOUND = 1 THEN
               CLOSE OPERATORSNEW
               DISPLAY " OPERATOR ID ALREADY EXISTS"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE SPACES TO OPR-REC-NEW.
           MOVE INP_OPRID TO OPR-ID IN OPR-REC-NEW.
           MOVE INP_OPRNAME TO OPR-NAME IN OPR-REC-NEW.
           MOVE INP_OPRROLE TO OPR-ROLE IN OPR-REC-NEW.
           MOVE "A" TO OPR-STATUS IN OPR-REC-NEW.
           WRITE OPR-REC-NEW.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE OPR-REC-NEW TO WS-JRN-AFTER.
           CLOSE OPERATORSNEW.
           CALL "SYSTEM" USING "mv operators.txt.new operators.txt".
           DISPLAY " DONE".
           MOVE SPACES TO WS-JRN-AID.
           MOVE INP_OPRID TO WS-JRN-AID.
           GO TO WRITE_JOURNAL.

      * --- revoke an operator: flags OPR-STATUS to "R" rather than
      * deleting the row, so old journal lines still resolve. A
      * supervisor cannot revoke the ID they are signed on with. ---
       OPR_REVOKE.
           DISPLAY " OPERATOR ID TO REVOKE"
           ACCEPT INP_OPRID FROM SYSIN.
           IF INP_OPRID = OPERATOR-ID THEN
               DISPLAY " CANNOT REVOKE YOUR OWN SIGN-ON"
               GO TO CHOOSE_ACTION
           END-IF.
           MOVE 0 TO WS-OPR-EOF.
           MOVE 0 TO WS-OPR-FOUND.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE SPACES TO WS-JRN-AFTER.
           OPEN INPUT OPERATORS.
           OPEN OUTPUT OPERATORSNEW.
           GO TO OPR_REVOKE_LOOP.

       OPR_REVOKE_LOOP.
           READ OPERATORS INTO OPR-REC
               AT END
                   MOVE 1 TO WS-OPR-EOF
           END-READ.
           IF WS-OPR-EOF = 1 THEN
               CLOSE OPERATORS
               GO TO OPR_REVOKE_DONE
           END-IF.
           IF OPR-ID IN OPR-REC = INP_OPRID
                   AND OPR-STATUS IN OPR-REC = "A" THEN
               MOVE 1 TO WS-OPR-FOUND
               MOVE OPR-REC TO WS-JRN-BEFORE
               MOVE "R" TO OPR-STATUS IN OPR-REC
               MOVE OPR-REC TO WS-JRN-AFTER
           END-IF.
           MOVE OPR-REC TO OPR-REC-NEW.
           WRITE OPR-REC-NEW.
           GO TO OPR_REVOKE_LOOP.

       OPR_REVOKE_DONE.
           CLOSE OPERATORSNEW.
           CALL "SYSTEM" USING "mv operators.txt.new operators.txt".
           IF WS-OPR-FOUND = 1 THEN
               DISPLAY " DONE"
           ELSE
               DISPLAY " NO ACTIVE OPERATOR WITH THAT ID"
           END-IF.
           MOVE SPACES TO WS-JRN-AID.
           MOVE INP_OPRID TO WS-JRN-AID.
           GO TO WRITE_JOURNAL.

      * --- shared copy-and-rewrite pass (same "write a fresh copy,
      * then swap it in" idiom CENTRAL already uses for MASTER ->
      * UMASTER in UPDATEMASTER): every existing row is copied through
               IF WS-MAINT-MODE = "PROD" THEN
                   MOVE INP_PRODCODE TO PROD-CODE IN ACCOUNT
               END-IF
               IF WS-MAINT-MODE = "WAKE" THEN
                   MOVE "A" TO ACCT-STATUS IN ACCOUNT
                   MOVE WS-TODAY TO LAST-ACTIVITY IN ACCOUNT
               END-IF
               MOVE ACCOUNT TO WS-JRN-AFTER
           END-IF.
           MOVE ACCOUNT TO NEWACCOUNT.
               MOVE 0 TO DAILY-LIMIT IN NEWACCOUNT
               MOVE 0 TO OD-LIMIT IN NEWACCOUNT
               MOVE SPACES TO PROD-CODE IN NEWACCOUNT
               MOVE WS-TODAY TO LAST-ACTIVITY IN NEWACCOUNT
               WRITE NEWACCOUNT
               MOVE NEWACCOUNT TO WS-JRN-AFTER
           END-IF.
      * 35 the very first time (no maintJournal.txt yet), so that case
      * falls back to OPEN OUTPUT, the same idiom as ATMS's dated
      * transaction file. Every completed action funnels through here
      * on its way back to the menu. An action that needed a second
      * sign-off records the operator who entered it and the
      * approving supervisor. ---
       WRITE_JOURNAL.
           OPEN EXTEND JOURNAL.
           IF WS-JRN-FS = "35" THEN
           MOVE SPACES TO JRN-REC.
           MOVE WS-TODAY TO JRN-DATE.
           MOVE OPERATOR-ID TO JRN-OPERATOR.
           IF WS-JRN-MAKER NOT = SPACES THEN
               MOVE WS-JRN-MAKER TO JRN-OPERATOR
           END-IF.
           MOVE WS-JRN-ACTION TO JRN-ACTION.
           MOVE WS-JRN-AID TO JRN-AID.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE.
           MOVE WS-JRN-AFTER TO JRN-AFTER.
           MOVE WS-JRN-APPROVER TO JRN-APPROVER.
           WRITE JRN-REC.
           CLOSE JOURNAL.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE SPACES TO WS-JRN-AFTER.
           MOVE SPACES TO WS-JRN-MAKER.
           MOVE SPACES TO WS-JRN-APPROVER.
           GO TO CHOOSE_ACTION.

       STOP RUN.
