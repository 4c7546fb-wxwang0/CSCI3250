      *          like any other operator action, so MAINTRPT's
      *          morning review covers corrections too. ADJUST never
      *          rewrites master.txt itself - hand-editing MASTER is
      *          exactly what this program exists to stop. Only an
      *          active operator on operators.txt may sign on. An
      *          adjustment above the approval limit in adjustParm.txt
      *          is not posted but held in pendingApprovals.txt until
      *          a second, different supervisor approves it from the
      *          review option here; the journal line then carries
      *          both operator IDs.
      * Tectonics: cobc
      *
      ******************************************************************
           SELECT DAYCLOSE ASSIGN TO "lastclose.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLOSE-FS.
           SELECT OPERATORS ASSIGN TO "operators.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPR-FS.
           SELECT ADJPARM ASSIGN TO "adjustParm.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADP-FS.
           SELECT PENDING ASSIGN TO "pendingApprovals.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PND-FS.
           SELECT PENDINGNEW ASSIGN TO "pendingApprovals.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       FD  OPERATORS.
           COPY "operator.cpy" REPLACING ==:REC:== BY ==OPR-REC==.

       FD  ADJPARM.
           COPY "adjparm.cpy" REPLACING ==:REC:== BY ==ADP-REC==.

       FD  PENDING.
           COPY "pending.cpy" REPLACING ==:REC:== BY ==PND-REC==.

       FD  PENDINGNEW.
           COPY "pending.cpy" REPLACING ==:REC:== BY ==PND-REC-NEW==.

       WORKING-STORAGE SECTION.

       01  INP PIC X(1)  VALUE "0".
      * as posted. ---
       01  WS-JRN-BEFORE PIC X(80)  VALUE SPACES.
       01  WS-JRN-AFTER PIC X(80)  VALUE SPACES.
       01  WS-JRN-ACTION PIC X(1)  VALUE SPACES.
       01  WS-JRN-MAKER PIC X(8)  VALUE SPACES.
       01  WS-JRN-APPROVER PIC X(8)  VALUE SPACES.

      * --- sign-on vetting against operators.txt: the role is kept
      * for the review option, which only a supervisor may use. ---
       01  WS-OPR-FS PIC X(2)  VALUE "00".
       01  WS-OPR-EOF PIC 9(1)  VALUE 0.
       01  WS-OPR-FOUND PIC 9(1)  VALUE 0.
       01  WS-OPR-ROLE PIC X(1)  VALUE SPACES.

      * --- second sign-off: anything above WS-ADJ-LIMIT is held in
      * pendingApprovals.txt rather than posted. The hold being
      * reviewed is staged in PND-HOLD because the copy-through pass
      * reuses the FD record buffers. ---
       01  WS-ADP-FS PIC X(2)  VALUE "00".
       01  WS-ADJ-LIMIT PIC 9(7)V9(2)  VALUE 0.
       01  WS-PND-FS PIC X(2)  VALUE "00".
       01  WS-PND-EOF PIC 9(1)  VALUE 0.
       01  WS-PND-FOUND PIC 9(1)  VALUE 0.
      * --- set when the held adjustment's account is closed (or gone
      * from the master): it can only be withdrawn, not approved. ---
       01  WS-RVW-CLOSED PIC 9(1)  VALUE 0.
       01  WS-PND-CNT PIC 9(5)  VALUE 0.
       01  WS-PND-NEXT-SEQ PIC 9(5)  VALUE 0.
       01  WS-PND-DECISION PIC X(1)  VALUE SPACES.
       01  INP_SEQ PIC 9(5)  VALUE 0.
           COPY "pending.cpy" REPLACING ==:REC:== BY ==PND-HOLD==.

       PROCEDURE DIVISION.

               DISPLAY " INVALID INPUT"
               GO TO ASK_OPERATOR
           END-IF.
           GO TO VET_OPERATOR.

      * --- the typed ID must be an active row on the operator
      * roster; anything else ends the session before a single
      * prompt is shown. ---
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
           GO TO LOAD_ATM_DEFS.

       LOAD_ATM_DEFS.
       CHECK_DAY_CLOSED.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               GO TO LOAD_ADJ_PARM
           END-IF.
           READ DAYCLOSE INTO DAYCLOSE-REC
               AT END
                   " ALREADY CLOSED - ADJUSTMENTS REFUSED"
               STOP RUN
           END-IF.
           GO TO LOAD_ADJ_PARM.

      * --- the approval limit; with no parameter file every
      * adjustment is held, never none of them. ---
       LOAD_ADJ_PARM.
           MOVE 0 TO WS-ADJ-LIMIT.
           OPEN INPUT ADJPARM.
           IF WS-ADP-FS NOT = "00" THEN
               DISPLAY " NO APPROVAL LIMIT ON FILE - EVERY ADJUSTMENT "
                   "WILL BE HELD"
               GO TO BUILD_TRANS_FILENAME
           END-IF.
           READ ADJPARM INTO ADP-REC
               AT END
                   MOVE 0 TO ADP-LIMIT IN ADP-REC
           END-READ.
           CLOSE ADJPARM.
           IF ADP-LIMIT IN ADP-REC IS NUMERIC THEN
               MOVE ADP-LIMIT IN ADP-REC TO WS-ADJ-LIMIT
           END-IF.
           GO TO BUILD_TRANS_FILENAME.

       BUILD_TRANS_FILENAME.
           GO TO SCAN_TRANS_FOR_TS_LOOP.

       ASK_ADJUSTMENT.
           DISPLAY " ACCOUNT NUMBER (Q TO QUIT, V TO REVIEW HELD)"
           ACCEPT INP_ACCOUNT FROM SYSIN.
           IF INP_ACCOUNT = "Q" THEN
               STOP RUN
           END-IF.
           IF INP_ACCOUNT = "V" THEN
               GO TO REVIEW_HELD
           END-IF.
           MOVE 0 TO FOUND.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
               DISPLAY " INVALID INPUT"
               GO TO CONFIRM_ADJUSTMENT
           END-IF.
           IF INP_AMOUNT > WS-ADJ-LIMIT THEN
               GO TO HOLD_ADJUSTMENT
           END-IF.
           GO TO POST_ADJUSTMENT.

      * --- above the approval limit: nothing is posted, the
      * adjustment is appended to pendingApprovals.txt under the next
      * free hold number, and the hold itself is journaled ('H') so
      * the morning review shows it even if nobody ever approves it.
      * ---
       HOLD_ADJUSTMENT.
           MOVE 1 TO WS-PND-NEXT-SEQ.
           MOVE 0 TO WS-PND-EOF.
           OPEN INPUT PENDING.
           IF WS-PND-FS NOT = "00" THEN
               GO TO HOLD_ADJUSTMENT_WRITE
           END-IF.
           GO TO HOLD_ADJUSTMENT_SCAN.

       HOLD_ADJUSTMENT_SCAN.
           READ PENDING INTO PND-REC
               AT END
                   MOVE 1 TO WS-PND-EOF
           END-READ.
           IF WS-PND-EOF = 1 THEN
               CLOSE PENDING
               GO TO HOLD_ADJUSTMENT_WRITE
           END-IF.
           IF PND-SEQ IN PND-REC NOT < WS-PND-NEXT-SEQ THEN
               COMPUTE WS-PND-NEXT-SEQ = PND-SEQ IN PND-REC + 1
           END-IF.
           GO TO HOLD_ADJUSTMENT_SCAN.

       HOLD_ADJUSTMENT_WRITE.
           OPEN EXTEND PENDING.
           IF WS-PND-FS = "35" THEN
               OPEN OUTPUT PENDING
           END-IF.
           MOVE SPACES TO PND-REC.
           MOVE WS-PND-NEXT-SEQ TO PND-SEQ IN PND-REC.
           MOVE "J" TO PND-TYPE IN PND-REC.
           MOVE WS-TODAY TO PND-DATE IN PND-REC.
           MOVE INP_ACCOUNT TO PND-AID IN PND-REC.
           MOVE INP_DIRECTION TO PND-DIRECTION IN PND-REC.
           MOVE INP_AMOUNT TO PND-AMOUNT IN PND-REC.
           MOVE OPERATOR-ID TO PND-MAKER IN PND-REC.
           MOVE "P" TO PND-STATUS IN PND-REC.
           MOVE 0 TO PND-DONE-DATE IN PND-REC.
           MOVE INP_REASON TO PND-REASON IN PND-REC.
           MOVE INP_ORIGREF TO PND-ORIGREF IN PND-REC.
           WRITE PND-REC.
           MOVE PND-REC TO WS-JRN-AFTER.
           CLOSE PENDING.
           MOVE SPACES TO WS-JRN-BEFORE.
           STRING "REF: " DELIMITED BY SIZE
                  INP_ORIGREF DELIMITED BY SIZE
                  " REASON: " DELIMITED BY SIZE
                  INP_REASON DELIMITED BY SIZE
                  INTO WS-JRN-BEFORE.
           MOVE "H" TO WS-JRN-ACTION.
           DISPLAY " ABOVE APPROVAL LIMIT - HELD AS " WS-PND-NEXT-SEQ
               " FOR A SECOND SUPERVISOR".
           GO TO WRITE_JOURNAL.

      * --- second sign-off on held adjustments: supervisors only,
      * and never on a hold they entered themselves. The open holds
      * are listed, one is picked by number, and approving it posts
      * it through POST_ADJUSTMENT exactly as if it had been under
      * the limit, with both operator IDs on the journal line. ---
       REVIEW_HELD.
           IF WS-OPR-ROLE NOT = "S" THEN
               DISPLAY " REVIEWING HELD ADJUSTMENTS NEEDS A SUPERVISOR"
               GO TO ASK_ADJUSTMENT
           END-IF.
           MOVE 0 TO WS-PND-EOF.
           MOVE 0 TO WS-PND-CNT.
           OPEN INPUT PENDING.
           IF WS-PND-FS NOT = "00" THEN
               DISPLAY " NOTHING HELD FOR APPROVAL"
               GO TO ASK_ADJUSTMENT
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
                   GO TO ASK_ADJUSTMENT
               END-IF
               GO TO REVIEW_PICK
           END-IF.
           IF PND-TYPE IN PND-REC = "J"
                   AND PND-STATUS IN PND-REC = "P" THEN
               ADD 1 TO WS-PND-CNT
               DISPLAY " " PND-SEQ IN PND-REC
                   " " PND-AID IN PND-REC
                   " " PND-DIRECTION IN PND-REC
                   " " PND-AMOUNT IN PND-REC
                   " BY " PND-MAKER IN PND-REC
                   " REASON " PND-REASON IN PND-REC
           END-IF.
           GO TO REVIEW_HELD_LIST.

       REVIEW_PICK.
           DISPLAY " HOLD NUMBER TO REVIEW (0 TO RETURN)"
           ACCEPT INP_SEQ FROM SYSIN.
           IF INP_SEQ = 0 THEN
               GO TO ASK_ADJUSTMENT
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
                   AND PND-TYPE IN PND-REC = "J"
                   AND PND-STATUS IN PND-REC = "P" THEN
               MOVE 1 TO WS-PND-FOUND
               MOVE PND-REC TO PND-HOLD
           END-IF.
           GO TO REVIEW_FIND.

       REVIEW_FIND_DONE.
           IF WS-PND-FOUND = 0 THEN
               DISPLAY " NO SUCH HELD ADJUSTMENT"
               GO TO REVIEW_PICK
           END-IF.
           IF PND-MAKER IN PND-HOLD = OPERATOR-ID THEN
               DISPLAY " ENTERED BY YOU - A DIFFERENT SUPERVISOR MUST "
                   "APPROVE IT"
               GO TO REVIEW_PICK
           END-IF.
           MOVE 0 TO FOUND.
           MOVE 0 TO EOF.
           MOVE 1 TO WS-RVW-CLOSED.
           OPEN INPUT MASTER.
           GO TO REVIEW_VET_ACCOUNT.

      * --- the account may have been settled and closed since the
      * adjustment was held; posting to it now would leave a balance
      * on a closed row that no pay-out will ever clear. ---
       REVIEW_VET_ACCOUNT.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               IF WS-RVW-CLOSED = 1 THEN
                   DISPLAY " ACCOUNT CLOSED - THE HOLD CAN ONLY BE "
                       "WITHDRAWN"
               END-IF
               GO TO REVIEW_DECIDE
           END-IF.
           IF AID IN ACCOUNT = PND-AID IN PND-HOLD THEN
               MOVE 1 TO FOUND
               MOVE 0 TO WS-RVW-CLOSED
               IF ACCT-STATUS IN ACCOUNT = "C" THEN
                   MOVE 1 TO WS-RVW-CLOSED
               END-IF
           END-IF.
           GO TO REVIEW_VET_ACCOUNT.

       REVIEW_DECIDE.
           DISPLAY " ADJUST " PND-AID IN PND-HOLD
               " " PND-DIRECTION IN PND-HOLD
               " " PND-AMOUNT IN PND-HOLD
               " REASON " PND-REASON IN PND-HOLD.
           DISPLAY " REF " PND-ORIGREF IN PND-HOLD.
           DISPLAY " ENTERED " PND-DATE IN PND-HOLD
               " BY " PND-MAKER IN PND-HOLD.
           DISPLAY " APPROVE (A), WITHDRAW (W) OR LEAVE HELD (N)".
           ACCEPT WS-PND-DECISION FROM SYSIN.
           IF WS-PND-DECISION = "N" THEN
               GO TO REVIEW_PICK
           END-IF.
           IF WS-PND-DECISION NOT = "A"
                   AND WS-PND-DECISION NOT = "W" THEN
               DISPLAY " INVALID INPUT"
               GO TO REVIEW_DECIDE
           END-IF.
           IF WS-PND-DECISION = "A" AND WS-RVW-CLOSED = 1 THEN
               DISPLAY " ACCOUNT CLOSED - APPROVAL REFUSED"
               GO TO REVIEW_DECIDE
           END-IF.
           MOVE 0 TO WS-PND-EOF.
           MOVE 0 TO WS-PND-FOUND.
           OPEN INPUT PENDING.
           OPEN OUTPUT PENDINGNEW.
           GO TO REVIEW_MARK_LOOP.

      * --- the decision is stamped on the hold through the usual
      * copy-through-and-swap, and only while it is still pending -
      * a second reviewer who got there first wins. ---
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
           MOVE PND-AID IN PND-HOLD TO INP_ACCOUNT.
           IF WS-PND-DECISION = "W" THEN
               MOVE PND-HOLD TO WS-JRN-BEFORE
               MOVE SPACES TO WS-JRN-AFTER
               MOVE "W" TO WS-JRN-ACTION
               DISPLAY " HOLD " INP_SEQ " WITHDRAWN"
               GO TO WRITE_JOURNAL
           END-IF.
           MOVE PND-DIRECTION IN PND-HOLD TO INP_DIRECTION.
           MOVE PND-AMOUNT IN PND-HOLD TO INP_AMOUNT.
           MOVE PND-REASON IN PND-HOLD TO INP_REASON.
           MOVE PND-ORIGREF IN PND-HOLD TO INP_ORIGREF.
           GO TO POST_ADJUSTMENT.

      * --- the adjustment posts exactly the way ATMS's PRINT_DATA
                  " REASON: " DELIMITED BY SIZE
                  INP_REASON DELIMITED BY SIZE
                  INTO WS-JRN-BEFORE.
           MOVE "J" TO WS-JRN-ACTION.
           GO TO WRITE_JOURNAL.

      * --- same journal append as MAINT's WRITE_JOURNAL: action 'J'
      * for adjustment, the reference and reason in the before image,
      * the posted record in the after image - so MAINTRPT's morning
      * review shows every correction alongside the other operator
      * actions. A hold is 'H', a withdrawn hold 'W'; once a second
      * supervisor has decided, the operator who entered it goes in
      * JRN-OPERATOR and the supervisor in JRN-APPROVER. ---
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
           MOVE INP_ACCOUNT TO JRN-AID.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE.
           MOVE WS-JRN-AFTER TO JRN-AFTER.
           MOVE WS-JRN-APPROVER TO JRN-APPROVER.
           WRITE JRN-REC.
           CLOSE JOURNAL.
           MOVE SPACES TO WS-JRN-BEFORE.
           MOVE SPACES TO WS-JRN-AFTER.
           MOVE SPACES TO WS-JRN-MAKER.
           MOVE SPACES TO WS-JRN-APPROVER.
           IF WS-JRN-ACTION NOT = "J" THEN
               GO TO ASK_ADJUSTMENT
           END-IF.
           DISPLAY " DONE".
           GO TO ASK_ADJUSTMENT.

