           SELECT RETF ASSIGN TO "retention.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RET-FS.
           SELECT RTNF ASSIGN TO DYNAMIC WS-RTNF-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RTNF-FS.
           SELECT GLMAP ASSIGN TO "glMap.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLMAP-FS.
           SELECT GLJ ASSIGN TO "glJournal.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLJ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLRF.
           COPY "clearing.cpy" REPLACING ==:REC:== BY ==CLRF-REC==.

      * --- the day's outbound returns file (inbound credits CLEARING
      * could not apply and sent back), read only to total it for
      * the control report, the same way as CLRF. ---
       FD  RTNF.
           COPY "clrreturn.cpy" REPLACING ==:REC:== BY ==RTNF-REC==.

      * --- probed only for existence by the day close's generation
      * step: on a restarted close the dated backup may already be on
      * disk, and re-copying would overwrite the pre-close image with
           03 CTL-TIP-FLAG-D PIC X(9) VALUE " STATUS: ".
           03 CTL-FLAG-D PIC X(8)  VALUE SPACES.

       FD  GLMAP.
           COPY "glmap.cpy" REPLACING ==:REC:== BY ==GLMAP-REC==.

      * --- the day's general-ledger journal, handed to finance after
      * the close instead of the totals being re-keyed from the
      * control report: one ENTRY line per ledger posting (account
      * code from glMap.txt, D or C, amount, and the control-report
      * line it came from), then one TRAILER line carrying the debit
      * and credit totals. Finance loads the file only when the
      * trailer says FINAL. ---
       FD  GLJ.
       01  GLJ-REC.
           03 GLJ-LABEL PIC X(8) VALUE SPACES.
           03 GLJ-TIP-DATE PIC X(7) VALUE " DATE: ".
           03 GLJ-DATE PIC 9(8)  VALUE 0.
           03 GLJ-TIP-ACCT PIC X(7) VALUE " ACCT: ".
           03 GLJ-ACCOUNT PIC X(10)  VALUE SPACES.
           03 GLJ-TIP-DC PIC X(5) VALUE " DC: ".
           03 GLJ-DC PIC X(1)  VALUE SPACES.
           03 GLJ-TIP-AMT PIC X(6) VALUE " AMT: ".
           03 GLJ-AMOUNT PIC 9(11)V9(2)  VALUE 0.
           03 GLJ-TIP-SRC PIC X(6) VALUE " SRC: ".
           03 GLJ-SOURCE PIC X(10)  VALUE SPACES.
           03 GLJ-REF PIC X(10)  VALUE SPACES.
       01  GLJ-TRAILER.
           03 GLT-LABEL PIC X(8) VALUE SPACES.
           03 GLT-TIP-DATE PIC X(7) VALUE " DATE: ".
           03 GLT-DATE PIC 9(8)  VALUE 0.
           03 GLT-TIP-DR PIC X(5) VALUE " DR: ".
           03 GLT-DEBITS PIC 9(11)V9(2)  VALUE 0.
           03 GLT-TIP-CR PIC X(5) VALUE " CR: ".
           03 GLT-CREDITS PIC 9(11)V9(2)  VALUE 0.
           03 GLT-TIP-CNT PIC X(8) VALUE " LINES: ".
           03 GLT-COUNT PIC 9(5)  VALUE 0.
           03 GLT-TIP-FLAG PIC X(9) VALUE " STATUS: ".
           03 GLT-FLAG PIC X(10)  VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  SMALLER PIC 9(1) VALUE 1.
           03 DAILY-LIMIT PIC X(9)  VALUE SPACES.
           03 OD-LIMIT PIC X(9)  VALUE SPACES.
           03 PROD-CODE PIC X(4)  VALUE SPACES.
      * --- moved on each customer posting in UPDATE_BALANCE and
      * otherwise passed through untouched. ---
           03 LAST-ACTIVITY PIC X(8)  VALUE SPACES.

       01  TRANSACTION1.
           03 AID PIC X(16)  VALUE "0".
       01  WS-CLRIN-DEP PIC 9(9)V9(2)  VALUE 0.
       01  WS-CLROUT-TOT PIC 9(9)V9(2)  VALUE 0.
       01  WS-CLROUT-CNT PIC 9(5)  VALUE 0.
      * --- the outbound side totalled per CLR-SOURCE, the roster
      * entry whose file carries the sender's debit, so the GL
      * journal can take the money from that entry's account. Sized
      * like the roster; the untagged (older) records stay in
      * WS-CLROUT-TOT/CNT above. ---
       01  CLROUT-TABLE.
           02 CLROUT-ENTRY OCCURS 20 TIMES INDEXED BY CLO-IDX.
              03 TBL-CLO-SOURCE PIC X(4).
              03 TBL-CLO-TOT PIC 9(9)V9(2).
              03 TBL-CLO-CNT PIC 9(5).
       01  CLROUT-COUNT PIC 9(3)  VALUE 0.
       01  WS-CLO-SUBS PIC 9(3)  VALUE 0.

      * --- clearing returns, each direction on its own control line:
      * RETURN-IN is the re-credits CLEARING posted through the "CLR "
      * entry for our outbound transfers that came back (tagged
      * RETURN in BILLERID, and kept out of the CLEAR-IN figure), and
      * RETURN-OUT is the inbound credits it sent back unapplied,
      * summed from the day's outreturn file. ---
       01  WS-RTNF-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-RTNF-FS PIC X(2)  VALUE "00".
       01  WS-RTNIN-DEP PIC 9(9)V9(2)  VALUE 0.
       01  WS-RTNIN-CNT PIC 9(5)  VALUE 0.
       01  WS-RTNOUT-TOT PIC 9(9)V9(2)  VALUE 0.
       01  WS-RTNOUT-CNT PIC 9(5)  VALUE 0.

      * --- bill payments per roster entry, summed in the copy pass
      * alongside the DEP/WD totals and written as a BILLPAY control
      * line under the entry's ATM line, so the GL journal can move
      * them from the source's account to biller payables. ---
       01  WS-ATM-BILL PIC 9(9)V9(2)  VALUE 0.

      * --- general-ledger journal: glMap.txt is loaded into GL-MAP-
      * TABLE, then each control-report line stages at most two
      * postings (one debit, one credit) in GL-PEND-TABLE, which
      * GL_EMIT codes and writes. TBL-GLP-FALLBACK is "R" for a
      * roster key, which falls back to ATMCASH when the terminal has
      * no line of its own - never for the reserved entries, whose
      * money is not terminal cash. ---
       01  WS-GLMAP-FS PIC X(2)  VALUE "00".
       01  WS-GLJ-FS PIC X(2)  VALUE "00".
       01  GL-MAP-TABLE.
           02 GL-MAP-ENTRY OCCURS 50 TIMES INDEXED BY GLM-IDX.
              03 TBL-GLM-KEY PIC X(8).
              03 TBL-GLM-ACCOUNT PIC X(10).
       01  GL-MAP-COUNT PIC 9(3)  VALUE 0.
       01  GL-PEND-TABLE.
           02 GL-PEND OCCURS 2 TIMES INDEXED BY GLP-IDX.
              03 TBL-GLP-KEY PIC X(8).
              03 TBL-GLP-DC PIC X(1).
              03 TBL-GLP-AMOUNT PIC 9(9)V9(2).
              03 TBL-GLP-FALLBACK PIC X(1).
       01  WS-GL-SLOT PIC 9(1)  VALUE 0.
       01  WS-GL-KEY PIC X(8)  VALUE SPACES.
       01  WS-GL-ACCOUNT PIC X(10)  VALUE SPACES.
       01  WS-GL-SRC PIC X(1)  VALUE "L".
       01  WS-GL-SOURCE-OK PIC 9(1)  VALUE 0.
       01  WS-GL-UNMAPPED PIC 9(1)  VALUE 0.
       01  WS-GL-DEBITS PIC 9(11)V9(2)  VALUE 0.
       01  WS-GL-CREDITS PIC 9(11)V9(2)  VALUE 0.
       01  WS-GL-LINES PIC 9(5)  VALUE 0.

      * --- pre-promotion verification: the new master has to prove
      * itself before the cutover. Record counts must match (posting
       COPY_ATM_TRANS_INIT.
           OPEN OUTPUT TRANSS.
           OPEN OUTPUT CTLRPT.
           MOVE 0 TO WS-RTNIN-DEP.
           MOVE 0 TO WS-RTNIN-CNT.
           MOVE 1 TO WS-SUBS.
           GO TO COPY_ATM_TRANS_OUTER.

           SET ATM-IDX TO WS-SUBS.
           MOVE 0 TO WS-ATM-DEP.
           MOVE 0 TO WS-ATM-WD.
           MOVE 0 TO WS-ATM-BILL.
      * --- the buffer has to be cleared first: STRING does not space-
      * fill past what it writes, so a base name one character shorter
      * than the previous ATM's would keep that ATM's trailing ".txt"
                       MOVE 1 TO END1
               END-READ
               IF END1 = 0 AND AID IN TRANS NOT = '0' THEN
                   MOVE TBL-ATM-ID(ATM-IDX) TO TXN-SOURCE IN TRANS
                   WRITE TRANS
                   IF ACT IN TRANS = 'D' THEN
                       ADD MONEY IN TRANS TO WS-ATM-DEP
                   ELSE
                       ADD MONEY IN TRANS TO WS-ATM-WD
                   END-IF
                   IF ACT IN TRANS = 'P' THEN
                       ADD MONEY IN TRANS TO WS-ATM-BILL
                   END-IF
                   IF TBL-ATM-ID(ATM-IDX) = "CLR "
                           AND ACT IN TRANS = 'D'
                           AND (BILLERID IN TRANS = "RETURN"
                           OR BILLERID IN TRANS = "UNAPPLIED") THEN
                       ADD MONEY IN TRANS TO WS-RTNIN-DEP
                       ADD 1 TO WS-RTNIN-CNT
                   END-IF
               END-IF
               GO TO COPY_ATM_TRANS_INNER
           END-IF.
      * even touches MASTER. ---
       COPY_ATM_TRANS_REPORT.
           IF TBL-ATM-ID(ATM-IDX) = "CLR " THEN
               COMPUTE WS-CLRIN-DEP = WS-ATM-DEP - WS-RTNIN-DEP
           END-IF.
           MOVE SPACES TO CTL-REP.
           MOVE "ATM" TO CTL-LABEL.
           MOVE " STATUS: " TO CTL-TIP-FLAG.
           MOVE SPACES TO CTL-FLAG.
           WRITE CTL-REP.
           IF WS-ATM-BILL > 0 THEN
               MOVE SPACES TO CTL-REP
               MOVE "BILLPAY" TO CTL-LABEL
               MOVE TBL-ATM-ID(ATM-IDX) TO CTL-KEY
               MOVE " DEP: " TO CTL-TIP-DEP
               MOVE 0 TO CTL-DEP
               MOVE " WD: " TO CTL-TIP-WD
               MOVE WS-ATM-BILL TO CTL-WD
               MOVE " DELTA: " TO CTL-TIP-DELTA
               MOVE 0 TO CTL-DELTA
               MOVE " STATUS: " TO CTL-TIP-FLAG
               MOVE SPACES TO CTL-FLAG
               WRITE CTL-REP
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO COPY_ATM_TRANS_OUTER.

      * (already folded into TRANSS via the "CLR " roster entry) and
      * what went out to them today (the outclear file the terminals
      * wrote), so settlement sees both directions next to the
      * control totals. No outbound file just means a zero line.
      * Each record names in CLR-SOURCE the roster entry that debited
      * the sender - the terminal for a customer transfer, ADJ for a
      * closure pay-out MAINT sent - and gets a CLEAR-OUT line keyed
      * by it. Records older than the field carry spaces and stay on
      * the INTERBANK line. ---
       WRITE_CLEARING_TOTALS.
           MOVE 0 TO WS-CLROUT-TOT.
           MOVE 0 TO WS-CLROUT-CNT.
           MOVE 0 TO CLROUT-COUNT.
           MOVE 0 TO END3.
           MOVE SPACES TO WS-CLRF-FILENAME.
           STRING "outclear-" DELIMITED BY SIZE
               CLOSE CLRF
               GO TO WRITE_CLEARING_LINES
           END-IF.
           IF CLR-SOURCE IN CLRF-REC = SPACES THEN
               ADD CLR-MONEY IN CLRF-REC TO WS-CLROUT-TOT
               ADD 1 TO WS-CLROUT-CNT
               GO TO SUM_CLEARING_OUT
           END-IF.
           MOVE 1 TO WS-CLO-SUBS.
           GO TO CLROUT_FIND.

       CLROUT_FIND.
           IF WS-CLO-SUBS > CLROUT-COUNT THEN
               GO TO CLROUT_ADD
           END-IF.
           SET CLO-IDX TO WS-CLO-SUBS.
           IF TBL-CLO-SOURCE(CLO-IDX) = CLR-SOURCE IN CLRF-REC THEN
               ADD CLR-MONEY IN CLRF-REC TO TBL-CLO-TOT(CLO-IDX)
               ADD 1 TO TBL-CLO-CNT(CLO-IDX)
               GO TO SUM_CLEARING_OUT
           END-IF.
           ADD 1 TO WS-CLO-SUBS.
           GO TO CLROUT_FIND.

      * --- a source past the table's end is kept on the INTERBANK
      * line, so the day's outbound total is never short. ---
       CLROUT_ADD.
           IF CLROUT-COUNT >= 20 THEN
               DISPLAY " CLEARING SOURCE TABLE FULL - "
                   CLR-SOURCE IN CLRF-REC " BOOKED AS INTERBANK"
               ADD CLR-MONEY IN CLRF-REC TO WS-CLROUT-TOT
               ADD 1 TO WS-CLROUT-CNT
               GO TO SUM_CLEARING_OUT
           END-IF.
           ADD 1 TO CLROUT-COUNT.
           SET CLO-IDX TO CLROUT-COUNT.
           MOVE CLR-SOURCE IN CLRF-REC TO TBL-CLO-SOURCE(CLO-IDX).
           MOVE CLR-MONEY IN CLRF-REC TO TBL-CLO-TOT(CLO-IDX).
           MOVE 1 TO TBL-CLO-CNT(CLO-IDX).
           GO TO SUM_CLEARING_OUT.

      * --- the DELTA slot carries the record count, the same reuse
           MOVE " STATUS: " TO CTL-TIP-FLAG.
           MOVE SPACES TO CTL-FLAG.
           WRITE CTL-REP.
           MOVE 1 TO WS-CLO-SUBS.
           GO TO WRITE_CLROUT_SOURCES.

       WRITE_CLROUT_SOURCES.
           IF WS-CLO-SUBS > CLROUT-COUNT THEN
               GO TO SUM_RETURNS_OUT
           END-IF.
           SET CLO-IDX TO WS-CLO-SUBS.
           MOVE SPACES TO CTL-REP.
           MOVE "CLEAR-OUT" TO CTL-LABEL.
           MOVE TBL-CLO-SOURCE(CLO-IDX) TO CTL-KEY.
           MOVE " DEP: " TO CTL-TIP-DEP.
           MOVE 0 TO CTL-DEP.
           MOVE " WD: " TO CTL-TIP-WD.
           MOVE TBL-CLO-TOT(CLO-IDX) TO CTL-WD.
           MOVE " DELTA: " TO CTL-TIP-DELTA.
           MOVE TBL-CLO-CNT(CLO-IDX) TO CTL-DELTA.
           MOVE " STATUS: " TO CTL-TIP-FLAG.
           MOVE SPACES TO CTL-FLAG.
           WRITE CTL-REP.
           ADD 1 TO WS-CLO-SUBS.
           GO TO WRITE_CLROUT_SOURCES.

      * --- no outreturn file just means nothing was sent back. ---
       SUM_RETURNS_OUT.
           MOVE 0 TO WS-RTNOUT-TOT.
           MOVE 0 TO WS-RTNOUT-CNT.
           MOVE 0 TO END3.
           MOVE SPACES TO WS-RTNF-FILENAME.
           STRING "outreturn-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RTNF-FILENAME.
           OPEN INPUT RTNF.
           IF WS-RTNF-FS NOT = "00" THEN
               GO TO WRITE_RETURN_LINES
           END-IF.
           GO TO SUM_RETURNS_OUT_LOOP.

       SUM_RETURNS_OUT_LOOP.
           READ RTNF INTO RTNF-REC
               AT END
                   MOVE 1 TO END3
           END-READ.
           IF END3 = 1 THEN
               CLOSE RTNF
               GO TO WRITE_RETURN_LINES
           END-IF.
           ADD RTN-MONEY IN RTNF-REC TO WS-RTNOUT-TOT.
           ADD 1 TO WS-RTNOUT-CNT.
           GO TO SUM_RETURNS_OUT_LOOP.

      * --- same layout as the CLEAR-IN/CLEAR-OUT pair, the record
      * count in the DELTA slot. ---
       WRITE_RETURN_LINES.
           MOVE SPACES TO CTL-REP.
           MOVE "RETURN-IN" TO CTL-LABEL.
           MOVE "INTERBANK" TO CTL-KEY.
           MOVE " DEP: " TO CTL-TIP-DEP.
           MOVE WS-RTNIN-DEP TO CTL-DEP.
           MOVE " WD: " TO CTL-TIP-WD.
           MOVE 0 TO CTL-WD.
           MOVE " DELTA: " TO CTL-TIP-DELTA.
           MOVE WS-RTNIN-CNT TO CTL-DELTA.
           MOVE " STATUS: " TO CTL-TIP-FLAG.
           MOVE SPACES TO CTL-FLAG.
           WRITE CTL-REP.
           MOVE SPACES TO CTL-REP.
           MOVE "RETURN-OUT" TO CTL-LABEL.
           MOVE "INTERBANK" TO CTL-KEY.
           MOVE " DEP: " TO CTL-TIP-DEP.
           MOVE 0 TO CTL-DEP.
           MOVE " WD: " TO CTL-TIP-WD.
           MOVE WS-RTNOUT-TOT TO CTL-WD.
           MOVE " DELTA: " TO CTL-TIP-DELTA.
           MOVE WS-RTNOUT-CNT TO CTL-DELTA.
           MOVE " STATUS: " TO CTL-TIP-FLAG.
           MOVE SPACES TO CTL-FLAG.
           WRITE CTL-REP.
           GO TO MERGE3.

       MERGE3.
      * --- suspense carry-forward: one more pass over TRANSS once
      * every account has posted, writing each record whose AID is not
      * in the MASTER-AID-TABLE to suspense.txt.new with a count-and-
      * value "SUSPENSE" line for controlReport.txt. A CLR re-credit
      * CLEARING tagged UNAPPLIED (its account had closed) goes with
      * them whatever its AID, since UPDATE_BALANCE never posts it;
      * it carries forward until the branch settles it. These records
      * never reached any account, so the reconciliation in
      * WRITE_CONTROL_TOTALS expects TOTAL-ATM to exceed TOTAL-ACCT by
      * exactly this line's values. ---
               GO TO WRITE_SUSPENSE_REPORT
           END-IF.
           MOVE 0 TO WS-AID-FOUND.
           IF ACT IN TRANS = 'D'
                   AND TXN-SOURCE IN TRANS = "CLR "
                   AND BILLERID IN TRANS = "UNAPPLIED" THEN
               GO TO SUSP_CHECK_AID_DONE
           END-IF.
           MOVE 1 TO WS-SUBS2.
           GO TO SUSP_CHECK_AID.

      * durable in controlReport.txt from the pre-merge raw files -
      * two sources that only agree if every TRANSS record actually
      * matched an account. ---
      * --- a CLR re-credit CLEARING tagged UNAPPLIED belongs to an
      * account that had already closed; posting it would strand a
      * balance on the closed row, so it is passed over here and
      * WRITE_SUSPENSE holds it in suspense instead. ---
       UPDATE_BALANCE.
           IF END2 = 1 THEN
               CLOSE TRANSS
           IF END2 = 1 THEN
               GO TO UPDATE_BALANCE
           END-IF.
           IF ACT IN TRANS = 'D'
                   AND TXN-SOURCE IN TRANS = "CLR "
                   AND BILLERID IN TRANS = "UNAPPLIED" THEN
               GO TO UPDATE_BALANCE
           END-IF.
           IF AID IN TRANS = AID IN USER_ACCOUNT THEN
               IF ACT IN TRANS = 'D' THEN
                   ADD MONEY IN TRANS TO BALANCE IN USER_ACCOUNT
                   SUBTRACT MONEY IN TRANS FROM BALANCE IN USER_ACCOUNT
                   ADD MONEY IN TRANS TO WS-ACCT-WD
               END-IF
               IF TXN-SOURCE IN TRANS NOT = SPACES
                       AND TXN-SOURCE IN TRANS NOT = "INT "
                       AND TXN-SOURCE IN TRANS NOT = "SO  "
                       AND TXN-SOURCE IN TRANS NOT = "CLR "
                       AND TXN-SOURCE IN TRANS NOT = "ADJ "
                       AND TXN-SOURCE IN TRANS NOT = "FEE "
                       AND TXN-SOURCE IN TRANS NOT = "TD  " THEN
                   GO TO NOTE_ACTIVITY
               END-IF
               IF ACT IN TRANS = 'P' THEN
                   GO TO ROUTE_BILL_PAYMENT
               END-IF
           END-IF.
           GO TO UPDATE_BALANCE.

      * --- a posting from a real terminal is the customer's own doing
      * and moves the account's last-activity date (see master.cpy);
      * the batch roster entries never do, or interest and standing
      * orders alone would keep a forgotten account looking alive. A
      * legacy record without a business date counts as today. ---
       NOTE_ACTIVITY.
           IF TXN-DATE IN TRANS IS NUMERIC
                   AND TXN-DATE IN TRANS > 0 THEN
               MOVE TXN-DATE IN TRANS TO LAST-ACTIVITY IN USER_ACCOUNT
           ELSE
               MOVE WS-TODAY TO LAST-ACTIVITY IN USER_ACCOUNT
           END-IF.
           IF ACT IN TRANS = 'P' THEN
               GO TO ROUTE_BILL_PAYMENT
           END-IF.
           GO TO UPDATE_BALANCE.

      * --- a posted 'P' record either accumulates into its biller's
      * settlement total or, when the biller ID matches nothing on
      * file, drops to the exception listing. Linear scan of the

      * --- both files ascend on AID, so a transaction key below the
      * current account belongs to nobody (skip), equal belongs here
      * (post a TXN line), above means this account is done. An
      * UNAPPLIED re-credit never reached the account, so it is left
      * off the statement the same way. ---
       STMT_MERGE_TRANS.
           IF END2 = 1 THEN
               GO TO STMT_WRITE_ENDING
           IF AID IN TRANS > AID IN ACCOUNT THEN
               GO TO STMT_WRITE_ENDING
           END-IF.
           IF AID IN TRANS = AID IN ACCOUNT
                   AND NOT (ACT IN TRANS = 'D'
                   AND TXN-SOURCE IN TRANS = "CLR "
                   AND BILLERID IN TRANS = "UNAPPLIED") THEN
               IF ACT IN TRANS = 'D' THEN
                   ADD MONEY IN TRANS TO WS-STMT-BAL
               ELSE
               CLOSE SUSPNEW
               CALL "SYSTEM" USING "mv suspense.txt.new suspense.txt"
           END-IF.
           GO TO WRITE_GL_JOURNAL.

      * --- general-ledger journal: built from the control report's
      * durable lines rather than working storage, so a phase-"3"
      * restart writes the same journal the original run did (from
      * the dated copy once the archive has moved the report aside).
      * Each source line posts against the account its money came
      * from, and the TOTAL-ACCT and SUSPENSE lines post where it
      * went:
      *   ATM       - DEP debits / WD credits the roster entry's key
      *   SUSP-IN   - DEP debits / WD credits SUSPENSE
      *   BILLPAY   - debits the roster entry, credits BILLPAY
      *   CLEAR-OUT - debits the source's key (ATMCASH for an
      *               unmapped terminal, or the INTERBANK line of
      *               older untagged records), credits CLEARING
      *   TOTAL-ACCT - DEP credits / WD debits CUSTDEP
      *   SUSPENSE  - DEP credits / WD debits SUSPENSE
      * so debits equal credits exactly when TOTAL-ATM equals TOTAL-
      * ACCT plus SUSPENSE - the same equation the control report's
      * OK/MISMATCH flag tests. CLEAR-IN and RETURN-IN are already
      * inside the CLR roster entry's ATM line and post nothing of
      * their own; RETURN-OUT never reached our books at all. A
      * carried suspense record's bill payment was moved to BILLPAY
      * on the day it was first swept, so SUSP-IN has no BILLPAY
      * line. ---
       WRITE_GL_JOURNAL.
           MOVE 0 TO WS-GL-DEBITS.
           MOVE 0 TO WS-GL-CREDITS.
           MOVE 0 TO WS-GL-LINES.
           MOVE 0 TO WS-GL-UNMAPPED.
           MOVE 0 TO GL-MAP-COUNT.
           MOVE 0 TO END3.
           OPEN INPUT GLMAP.
           IF WS-GLMAP-FS NOT = "00" THEN
               DISPLAY " NO GL MAPPING FILE - GL JOURNAL UNMAPPED"
               GO TO GL_OPEN_SOURCE
           END-IF.
           GO TO GL_LOAD_MAP_LOOP.

       GL_LOAD_MAP_LOOP.
           READ GLMAP INTO GLMAP-REC
               AT END
                   MOVE 1 TO END3
           END-READ.
           IF END3 = 1 THEN
               CLOSE GLMAP
               GO TO GL_OPEN_SOURCE
           END-IF.
           IF GL-MAP-COUNT >= 50 THEN
               DISPLAY " GL MAPPING TABLE FULL - IGNORING "
                   GLM-KEY IN GLMAP-REC
               GO TO GL_LOAD_MAP_LOOP
           END-IF.
           ADD 1 TO GL-MAP-COUNT.
           SET GLM-IDX TO GL-MAP-COUNT.
           MOVE GLM-KEY IN GLMAP-REC TO TBL-GLM-KEY(GLM-IDX).
           MOVE GLM-ACCOUNT IN GLMAP-REC TO TBL-GLM-ACCOUNT(GLM-IDX).
           GO TO GL_LOAD_MAP_LOOP.

       GL_OPEN_SOURCE.
           OPEN OUTPUT GLJ.
           MOVE 1 TO WS-GL-SOURCE-OK.
           MOVE 0 TO END3.
           MOVE "L" TO WS-GL-SRC.
           OPEN INPUT CTLRPT.
           IF WS-CTLRPT-FS = "00" THEN
               GO TO GL_READ_CTL
           END-IF.
           MOVE SPACES TO WS-CTLD-FILENAME.
           STRING "controlReport-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CTLD-FILENAME.
           OPEN INPUT CTLRPTD.
           IF WS-CTLD-FS NOT = "00" THEN
               DISPLAY " CONTROL REPORT MISSING - NO GL SOURCE"
               MOVE 0 TO WS-GL-SOURCE-OK
               GO TO GL_WRITE_TRAILER
           END-IF.
           MOVE "D" TO WS-GL-SRC.
           GO TO GL_READ_CTL.

       GL_READ_CTL.
           IF WS-GL-SRC = "D" THEN
               READ CTLRPTD INTO CTL-REP
                   AT END
                       MOVE 1 TO END3
               END-READ
           ELSE
               READ CTLRPT INTO CTL-REP
                   AT END
                       MOVE 1 TO END3
               END-READ
           END-IF.
           IF END3 = 1 THEN
               IF WS-GL-SRC = "D" THEN
                   CLOSE CTLRPTD
               ELSE
                   CLOSE CTLRPT
               END-IF
               MOVE 0 TO END3
               GO TO GL_WRITE_TRAILER
           END-IF.
           MOVE SPACES TO GL-PEND-TABLE.
           MOVE 0 TO TBL-GLP-AMOUNT(1).
           MOVE 0 TO TBL-GLP-AMOUNT(2).
           MOVE "D" TO TBL-GLP-DC(1).
           MOVE "C" TO TBL-GLP-DC(2).
           IF CTL-LABEL = "ATM" THEN
               MOVE CTL-KEY TO TBL-GLP-KEY(1)
               MOVE "R" TO TBL-GLP-FALLBACK(1)
               MOVE CTL-DEP TO TBL-GLP-AMOUNT(1)
               MOVE CTL-KEY TO TBL-GLP-KEY(2)
               MOVE "R" TO TBL-GLP-FALLBACK(2)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(2)
           END-IF.
           IF CTL-LABEL = "BILLPAY" THEN
               MOVE CTL-KEY TO TBL-GLP-KEY(1)
               MOVE "R" TO TBL-GLP-FALLBACK(1)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(1)
               MOVE "BILLPAY" TO TBL-GLP-KEY(2)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(2)
           END-IF.
           IF CTL-LABEL = "SUSP-IN" THEN
               MOVE "SUSPENSE" TO TBL-GLP-KEY(1)
               MOVE CTL-DEP TO TBL-GLP-AMOUNT(1)
               MOVE "SUSPENSE" TO TBL-GLP-KEY(2)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(2)
           END-IF.
           IF CTL-LABEL = "CLEAR-OUT" THEN
               MOVE "ATMCASH" TO TBL-GLP-KEY(1)
               IF CTL-KEY NOT = "INTERBANK" THEN
                   MOVE CTL-KEY TO TBL-GLP-KEY(1)
                   MOVE "R" TO TBL-GLP-FALLBACK(1)
               END-IF
               MOVE CTL-WD TO TBL-GLP-AMOUNT(1)
               MOVE "CLEARING" TO TBL-GLP-KEY(2)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(2)
           END-IF.
           IF CTL-LABEL = "TOTAL-ACCT" THEN
               MOVE "CUSTDEP" TO TBL-GLP-KEY(1)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(1)
               MOVE "CUSTDEP" TO TBL-GLP-KEY(2)
               MOVE CTL-DEP TO TBL-GLP-AMOUNT(2)
           END-IF.
           IF CTL-LABEL = "SUSPENSE" THEN
               MOVE "SUSPENSE" TO TBL-GLP-KEY(1)
               MOVE CTL-WD TO TBL-GLP-AMOUNT(1)
               MOVE "SUSPENSE" TO TBL-GLP-KEY(2)
               MOVE CTL-DEP TO TBL-GLP-AMOUNT(2)
           END-IF.
           MOVE 1 TO WS-GL-SLOT.
           GO TO GL_EMIT.

      * --- a zero amount (a quiet terminal, an untouched suspense)
      * posts nothing rather than a zero line. ---
       GL_EMIT.
           IF WS-GL-SLOT > 2 THEN
               GO TO GL_READ_CTL
           END-IF.
           SET GLP-IDX TO WS-GL-SLOT.
           IF TBL-GLP-AMOUNT(GLP-IDX) = 0 THEN
               ADD 1 TO WS-GL-SLOT
               GO TO GL_EMIT
           END-IF.
           MOVE TBL-GLP-KEY(GLP-IDX) TO WS-GL-KEY.
           GO TO GL_LOOKUP.

       GL_LOOKUP.
           MOVE SPACES TO WS-GL-ACCOUNT.
           MOVE 1 TO WS-SUBS3.
           GO TO GL_LOOKUP_LOOP.

       GL_LOOKUP_LOOP.
           IF WS-SUBS3 > GL-MAP-COUNT THEN
               GO TO GL_LOOKUP_MISS
           END-IF.
           SET GLM-IDX TO WS-SUBS3.
           IF TBL-GLM-KEY(GLM-IDX) = WS-GL-KEY THEN
               MOVE TBL-GLM-ACCOUNT(GLM-IDX) TO WS-GL-ACCOUNT
               GO TO GL_WRITE_LINE
           END-IF.
           ADD 1 TO WS-SUBS3.
           GO TO GL_LOOKUP_LOOP.

      * --- an unmapped key still gets its line, coded UNMAPPED, so
      * the amounts stay visible and the totals still add up - but
      * the journal cannot go FINAL until glMap.txt is fixed. ---
       GL_LOOKUP_MISS.
           IF TBL-GLP-FALLBACK(GLP-IDX) = "R"
                   AND WS-GL-KEY NOT = "INT"
                   AND WS-GL-KEY NOT = "SO"
                   AND WS-GL-KEY NOT = "CLR"
                   AND WS-GL-KEY NOT = "ADJ"
                   AND WS-GL-KEY NOT = "FEE"
                   AND WS-GL-KEY NOT = "TD" THEN
               MOVE "ATMCASH" TO WS-GL-KEY
               MOVE SPACES TO TBL-GLP-FALLBACK(GLP-IDX)
               GO TO GL_LOOKUP
           END-IF.
           DISPLAY " NO GL MAPPING FOR " WS-GL-KEY.
           MOVE "UNMAPPED" TO WS-GL-ACCOUNT.
           MOVE 1 TO WS-GL-UNMAPPED.
           GO TO GL_WRITE_LINE.

       GL_WRITE_LINE.
           MOVE SPACES TO GLJ-REC.
           MOVE "ENTRY" TO GLJ-LABEL.
           MOVE " DATE: " TO GLJ-TIP-DATE.
           MOVE WS-TODAY TO GLJ-DATE.
           MOVE " ACCT: " TO GLJ-TIP-ACCT.
           MOVE WS-GL-ACCOUNT TO GLJ-ACCOUNT.
           MOVE " DC: " TO GLJ-TIP-DC.
           MOVE TBL-GLP-DC(GLP-IDX) TO GLJ-DC.
           MOVE " AMT: " TO GLJ-TIP-AMT.
           MOVE TBL-GLP-AMOUNT(GLP-IDX) TO GLJ-AMOUNT.
           MOVE " SRC: " TO GLJ-TIP-SRC.
           MOVE CTL-LABEL TO GLJ-SOURCE.
           MOVE CTL-KEY TO GLJ-REF.
           WRITE GLJ-REC.
           IF TBL-GLP-DC(GLP-IDX) = "D" THEN
               ADD TBL-GLP-AMOUNT(GLP-IDX) TO WS-GL-DEBITS
           ELSE
               ADD TBL-GLP-AMOUNT(GLP-IDX) TO WS-GL-CREDITS
           END-IF.
           ADD 1 TO WS-GL-LINES.
           ADD 1 TO WS-GL-SLOT.
           GO TO GL_EMIT.

      * --- the journal is marked FINAL only when it nets to zero,
      * every line carries a real ledger code and it was built from
      * an actual control report. Anything else is still written in
      * full for finance to investigate, but the trailer says why it
      * is not to be loaded. The close itself carries on: the new
      * master has already been proven above, and the journal can be
      * rebuilt from the dated control report once the cause is
      * found. ---
       GL_WRITE_TRAILER.
           MOVE SPACES TO GLJ-TRAILER.
           MOVE "TRAILER" TO GLT-LABEL.
           MOVE " DATE: " TO GLT-TIP-DATE.
           MOVE WS-TODAY TO GLT-DATE.
           MOVE " DR: " TO GLT-TIP-DR.
           MOVE WS-GL-DEBITS TO GLT-DEBITS.
           MOVE " CR: " TO GLT-TIP-CR.
           MOVE WS-GL-CREDITS TO GLT-CREDITS.
           MOVE " LINES: " TO GLT-TIP-CNT.
           MOVE WS-GL-LINES TO GLT-COUNT.
           MOVE " STATUS: " TO GLT-TIP-FLAG.
           MOVE "FINAL" TO GLT-FLAG.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS THEN
               MOVE "UNBALANCED" TO GLT-FLAG
           END-IF.
           IF WS-GL-UNMAPPED = 1 THEN
               MOVE "UNMAPPED" TO GLT-FLAG
           END-IF.
           IF WS-GL-SOURCE-OK = 0 THEN
               MOVE "NO-SOURCE" TO GLT-FLAG
           END-IF.
           WRITE GLJ-TRAILER.
           CLOSE GLJ.
           IF GLT-FLAG NOT = "FINAL" THEN
               DISPLAY " GL JOURNAL " GLT-FLAG " - NOT MARKED FINAL"
               DISPLAY " GL DEBITS " WS-GL-DEBITS
                   " CREDITS " WS-GL-CREDITS
           END-IF.
           GO TO ARCHIVE_DAY.

      * --- day-close archive: fold the closed date's swept
       ARCHIVE_CTLRPT.
           OPEN INPUT CTLRPT.
           IF WS-CTLRPT-FS NOT = "00" THEN
               GO TO ARCHIVE_GLJOURNAL
           END-IF.
           CLOSE CTLRPT.
           MOVE SPACES TO WS-CMD.
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           GO TO ARCHIVE_GLJOURNAL.

      * --- the GL journal is copied rather than moved: glJournal.txt
      * stays in place as the interface file finance picks up, and
      * the dated copy is the generation kept next to the control
      * report's. A redo simply copies the same journal again. ---
       ARCHIVE_GLJOURNAL.
           OPEN INPUT GLJ.
           IF WS-GLJ-FS NOT = "00" THEN
               GO TO ARCHIVE_NEGRPT
           END-IF.
           CLOSE GLJ.
           MOVE SPACES TO WS-CMD.
           STRING "cp glJournal.txt glJournal-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           GO TO ARCHIVE_NEGRPT.

       ARCHIVE_NEGRPT.
