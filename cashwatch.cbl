      ******************************************************************
      * Author:
      * Date:
      * Purpose: large-cash and structuring watch report for
      *          compliance. Reads today's dated transaction file
      *          for every terminal on the atmdef.txt roster, plus
      *          the closed days of a rolling window from
      *          history.txt, and writes cashWatchReport.txt: every
      *          single cash deposit or withdrawal above the
      *          threshold (LARGE), and every account whose deposits
      *          or withdrawals over the window add up past the
      *          threshold although no single item does (STRUCT),
      *          each followed by the items involved with their
      *          terminal, date and time (ITEM). The threshold and
      *          window length come from cashWatchParm.txt (see
      *          cwparm.cpy). The reserved batch entries (INT, SO,
      *          CLR, ADJ, FEE, TD) move no cash and are left out, as
      *          are bill payments and transfer legs (any 'D' or 'W'
      *          carrying a BILLERID tag). Read-only: run it before
      *          the day close, while today's terminal files are still
      *          on disk.
      * Tectonics: cobc
      *
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHWTCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMDEF ASSIGN TO "atmdef.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ATMDEF-FS.
           SELECT TRANS-IN ASSIGN TO DYNAMIC WS-TRANS-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRANS-FS.
           SELECT HIST ASSIGN TO "history.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FS.
           SELECT CWPARM ASSIGN TO "cashWatchParm.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FS.
           SELECT CWRPT ASSIGN TO "cashWatchReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE ASSIGN TO "businessdate.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATMDEF.
           COPY "atmdef.cpy" REPLACING ==:REC:== BY ==ATM-DEF-REC==.

       FD  TRANS-IN.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==TRANS-REC==.

       FD  HIST.
           COPY "history.cpy" REPLACING ==:REC:== BY ==HIST-REC==.

       FD  CWPARM.
           COPY "cwparm.cpy" REPLACING ==:REC:== BY ==CW-PARM-REC==.

      * --- one line per finding, same fixed TIP-label layout as the
      * other batch reports. CW-LABEL picks the kind of line: WINDOW
      * (the parameters the run used - threshold in AMT, first day of
      * the window in DATE, window length in CNT), LARGE, STRUCT (the
      * account's window total in AMT, item count in CNT) and ITEM
      * (one contributing transaction under the STRUCT line above
      * it). ---
       FD  CWRPT.
       01  CW-REP.
           03 CW-LABEL PIC X(8)  VALUE SPACES.
           03 CW-AID PIC X(16)  VALUE SPACES.
           03 CW-TIP-ACT PIC X(6)  VALUE " ACT: ".
           03 CW-ACT PIC X(1)  VALUE SPACES.
           03 CW-TIP-AMT PIC X(6)  VALUE " AMT: ".
           03 CW-AMOUNT PIC 9(9)V9(2)  VALUE 0.
           03 CW-TIP-SRC PIC X(6)  VALUE " SRC: ".
           03 CW-SRC PIC X(4)  VALUE SPACES.
           03 CW-TIP-DATE PIC X(7)  VALUE " DATE: ".
           03 CW-DATE PIC X(8)  VALUE SPACES.
           03 CW-TIP-TIME PIC X(7)  VALUE " TIME: ".
           03 CW-TIME PIC X(6)  VALUE SPACES.
           03 CW-TIP-CNT PIC X(6)  VALUE " CNT: ".
           03 CW-COUNT PIC 9(5)  VALUE 0.

       FD  BUSDATE.
           COPY "busdate.cpy" REPLACING ==:REC:== BY ==BUSDATE-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-TODAY PIC 9(8)  VALUE 0.
       01  WS-TRANS-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-TRANS-FS PIC X(2)  VALUE "00".
       01  WS-HIST-FS PIC X(2)  VALUE "00".
       01  WS-PARM-FS PIC X(2)  VALUE "00".
       01  WS-ATMDEF-FS PIC X(2)  VALUE "00".
       01  WS-BUSDATE-FS PIC X(2)  VALUE "00".

       01  ATM-TABLE.
           02 ATM-ENTRY OCCURS 20 TIMES INDEXED BY ATM-IDX.
              03 TBL-ATM-ID PIC X(4).
              03 TBL-ATM-FILE PIC X(30).
       01  ATM-COUNT PIC 9(3)  VALUE 0.
       01  WS-SUBS PIC 9(5)  VALUE 0.
       01  WS-ISUBS PIC 9(5)  VALUE 0.

       01  WS-THRESHOLD PIC 9(7)V9(2)  VALUE 0.
       01  WS-WINDOW-DAYS PIC 9(3)  VALUE 0.
       01  WS-DAYS-BACK PIC 9(3)  VALUE 0.

      * --- the window's first day, stepped back one calendar day at a
      * time from the business date with the same month-length table
      * and leap test CENTRAL's ADVANCE_BUSDATE steps forward with. ---
       01  WS-WIN-START.
           03 WS-WS-YYYY PIC 9(4).
           03 WS-WS-MM PIC 9(2).
           03 WS-WS-DD PIC 9(2).
       01  WS-WIN-START-N REDEFINES WS-WIN-START PIC 9(8).
       01  WS-MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
           03 WS-MD OCCURS 12 TIMES PIC 9(2).
       01  WS-DAYS-IN-MONTH PIC 9(2)  VALUE 0.
       01  WS-LEAP-Q PIC 9(4)  VALUE 0.
       01  WS-LEAP-R PIC 9(4)  VALUE 0.

      * --- history image picked apart the same way INQUIRY's past-
      * date lookup does it. ---
           COPY "trans.cpy" REPLACING ==:REC:== BY ==HIST-TXN==.

      * --- every cash item in the window, kept so a flagged account
      * can list the items behind its total. The caller fills the
      * WS-ITEM- fields and sets WS-ITEM-RETURN ('T' today's files,
      * 'H' history) before jumping to ADD_ITEM, the same caller-
      * sets-the-return-flag shape as FEES' CHARGE_FEE. An overflow
      * stops the run: a watch report that silently dropped items
      * would under-report. ---
       01  ITEM-TABLE.
           02 ITEM-ENTRY OCCURS 20000 TIMES INDEXED BY ITEM-IDX.
              03 TBL-ITEM-AID PIC X(16).
              03 TBL-ITEM-ACT PIC X(1).
              03 TBL-ITEM-MONEY PIC 9(7)V9(2).
              03 TBL-ITEM-SRC PIC X(4).
              03 TBL-ITEM-DATE PIC X(8).
              03 TBL-ITEM-TIME PIC X(6).
       01  ITEM-COUNT PIC 9(5)  VALUE 0.
       01  WS-ITEM-AID PIC X(16)  VALUE SPACES.
       01  WS-ITEM-ACT PIC X(1)  VALUE SPACES.
       01  WS-ITEM-MONEY PIC 9(7)V9(2)  VALUE 0.
       01  WS-ITEM-SRC PIC X(4)  VALUE SPACES.
       01  WS-ITEM-DATE PIC X(8)  VALUE SPACES.
       01  WS-ITEM-TIME PIC X(6)  VALUE SPACES.
       01  WS-ITEM-RETURN PIC X(1)  VALUE SPACES.

      * --- window totals per account and direction, with the largest
      * single item so STRUCT can tell "adds up past the threshold"
      * from "one item already over it". ---
       01  AGG-TABLE.
           02 AGG-ENTRY OCCURS 20000 TIMES INDEXED BY AGG-IDX.
              03 TBL-AGG-AID PIC X(16).
              03 TBL-AGG-ACT PIC X(1).
              03 TBL-AGG-TOTAL PIC 9(9)V9(2).
              03 TBL-AGG-MAX PIC 9(7)V9(2).
              03 TBL-AGG-COUNT PIC 9(5).
       01  AGG-COUNT PIC 9(5)  VALUE 0.
       01  WS-AGG-IDX-FND PIC 9(5)  VALUE 0.

       01  WS-LARGE-CNT PIC 9(5)  VALUE 0.
       01  WS-STRUCT-CNT PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "##############################################"
           DISPLAY "##     GRINGOTTS WIZARDING BANK - DAILY      ##"
           DISPLAY "##      LARGE-CASH AND STRUCTURING WATCH     ##"
           DISPLAY "##############################################"
           GO TO LOAD_ATM_DEFS.

       LOAD_ATM_DEFS.
           MOVE 0 TO ATM-COUNT.
           OPEN INPUT ATMDEF.
           IF WS-ATMDEF-FS NOT = "00" THEN
               GO TO GET_BUSINESS_DATE
           END-IF.
           GO TO LOAD_ATM_DEFS_LOOP.

       LOAD_ATM_DEFS_LOOP.
           READ ATMDEF INTO ATM-DEF-REC
               AT END
                   CLOSE ATMDEF
                   GO TO GET_BUSINESS_DATE
           END-READ.
           IF ATM-COUNT >= 20 THEN
               DISPLAY " ATM ROSTER FULL - IGNORING "
                   ATM-ID OF ATM-DEF-REC
               GO TO LOAD_ATM_DEFS_LOOP
           END-IF.
           ADD 1 TO ATM-COUNT.
           SET ATM-IDX TO ATM-COUNT.
           MOVE ATM-ID OF ATM-DEF-REC TO TBL-ATM-ID(ATM-IDX).
           MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO TBL-ATM-FILE(ATM-IDX).
           GO TO LOAD_ATM_DEFS_LOOP.

      * --- businessdate.txt names the day whose terminal files are
      * read; no override file just means "today". No day-close
      * fence: the report only reads. ---
       GET_BUSINESS_DATE.
           OPEN INPUT BUSDATE.
           IF WS-BUSDATE-FS NOT = "00" THEN
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               GO TO LOAD_PARMS
           END-IF.
           READ BUSDATE INTO BUSDATE-REC
               AT END
                   MOVE 0 TO BUS-DATE IN BUSDATE-REC
           END-READ.
           CLOSE BUSDATE.
           IF BUS-DATE IN BUSDATE-REC = 0 THEN
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ELSE
               MOVE BUS-DATE IN BUSDATE-REC TO WS-TODAY
           END-IF.
           GO TO LOAD_PARMS.

       LOAD_PARMS.
           OPEN INPUT CWPARM.
           IF WS-PARM-FS NOT = "00" THEN
               DISPLAY " NO CASH WATCH PARAMETERS - RUN REFUSED"
               STOP RUN
           END-IF.
           READ CWPARM INTO CW-PARM-REC
               AT END
                   MOVE 0 TO CWP-THRESHOLD IN CW-PARM-REC
           END-READ.
           CLOSE CWPARM.
           IF CWP-THRESHOLD IN CW-PARM-REC IS NOT NUMERIC
                   OR CWP-THRESHOLD IN CW-PARM-REC = 0 THEN
               DISPLAY " CASH WATCH THRESHOLD MISSING - RUN REFUSED"
               STOP RUN
           END-IF.
           MOVE CWP-THRESHOLD IN CW-PARM-REC TO WS-THRESHOLD.
           MOVE 1 TO WS-WINDOW-DAYS.
           IF CWP-WINDOW-DAYS IN CW-PARM-REC IS NUMERIC
                   AND CWP-WINDOW-DAYS IN CW-PARM-REC > 0 THEN
               MOVE CWP-WINDOW-DAYS IN CW-PARM-REC TO WS-WINDOW-DAYS
           END-IF.
           MOVE WS-TODAY TO WS-WIN-START-N.
           COMPUTE WS-DAYS-BACK = WS-WINDOW-DAYS - 1.
           GO TO WINDOW_START_LOOP.

       WINDOW_START_LOOP.
           IF WS-DAYS-BACK = 0 THEN
               GO TO OPEN_REPORT
           END-IF.
           SUBTRACT 1 FROM WS-WS-DD.
           IF WS-WS-DD = 0 THEN
               SUBTRACT 1 FROM WS-WS-MM
               IF WS-WS-MM = 0 THEN
                   MOVE 12 TO WS-WS-MM
                   SUBTRACT 1 FROM WS-WS-YYYY
               END-IF
               MOVE WS-MD(WS-WS-MM) TO WS-DAYS-IN-MONTH
               IF WS-WS-MM = 2 THEN
                   DIVIDE WS-WS-YYYY BY 4
                       GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                   IF WS-LEAP-R = 0 THEN
                       DIVIDE WS-WS-YYYY BY 100
                           GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                       IF WS-LEAP-R NOT = 0 THEN
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           DIVIDE WS-WS-YYYY BY 400
                               GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                           IF WS-LEAP-R = 0 THEN
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE WS-DAYS-IN-MONTH TO WS-WS-DD
           END-IF.
           SUBTRACT 1 FROM WS-DAYS-BACK.
           GO TO WINDOW_START_LOOP.

       OPEN_REPORT.
           OPEN OUTPUT CWRPT.
           MOVE SPACES TO CW-REP.
           MOVE "WINDOW" TO CW-LABEL.
           MOVE " ACT: " TO CW-TIP-ACT.
           MOVE " AMT: " TO CW-TIP-AMT.
           MOVE WS-THRESHOLD TO CW-AMOUNT.
           MOVE " SRC: " TO CW-TIP-SRC.
           MOVE " DATE: " TO CW-TIP-DATE.
           MOVE WS-WIN-START-N TO CW-DATE.
           MOVE " TIME: " TO CW-TIP-TIME.
           MOVE " CNT: " TO CW-TIP-CNT.
           MOVE WS-WINDOW-DAYS TO CW-COUNT.
           WRITE CW-REP.
           MOVE 1 TO WS-SUBS.
           GO TO SCAN_TODAY_OUTER.

      * --- today's dated file for each terminal on the roster. A
      * terminal that wrote nothing today simply has no file. ---
       SCAN_TODAY_OUTER.
           IF WS-SUBS > ATM-COUNT THEN
               GO TO SCAN_HISTORY
           END-IF.
           SET ATM-IDX TO WS-SUBS.
           IF TBL-ATM-ID(ATM-IDX) = "INT "
                   OR TBL-ATM-ID(ATM-IDX) = "SO  "
                   OR TBL-ATM-ID(ATM-IDX) = "CLR "
                   OR TBL-ATM-ID(ATM-IDX) = "ADJ "
                   OR TBL-ATM-ID(ATM-IDX) = "FEE "
                   OR TBL-ATM-ID(ATM-IDX) = "TD  " THEN
               ADD 1 TO WS-SUBS
               GO TO SCAN_TODAY_OUTER
           END-IF.
           MOVE SPACES TO WS-TRANS-FILENAME.
           STRING TBL-ATM-FILE(ATM-IDX) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           MOVE 0 TO EOF.
           OPEN INPUT TRANS-IN.
           IF WS-TRANS-FS NOT = "00" THEN
               ADD 1 TO WS-SUBS
               GO TO SCAN_TODAY_OUTER
           END-IF.
           GO TO SCAN_TODAY_INNER.

       SCAN_TODAY_INNER.
           READ TRANS-IN INTO TRANS-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE TRANS-IN
               ADD 1 TO WS-SUBS
               GO TO SCAN_TODAY_OUTER
           END-IF.
           IF AID IN TRANS-REC = '0' THEN
               GO TO SCAN_TODAY_INNER
           END-IF.
           IF ACT IN TRANS-REC NOT = 'D' AND ACT IN TRANS-REC NOT = 'W'
               GO TO SCAN_TODAY_INNER
           END-IF.
      * --- a tagged 'D'/'W' is a transfer leg (TRANSFER, EXTERNAL),
      * not cash; only an untagged one is, as in CASHREC. ---
           IF BILLERID IN TRANS-REC NOT = SPACES THEN
               GO TO SCAN_TODAY_INNER
           END-IF.
           MOVE AID IN TRANS-REC TO WS-ITEM-AID.
           MOVE ACT IN TRANS-REC TO WS-ITEM-ACT.
           MOVE MONEY IN TRANS-REC TO WS-ITEM-MONEY.
           MOVE TBL-ATM-ID(ATM-IDX) TO WS-ITEM-SRC.
           MOVE WS-TODAY TO WS-ITEM-DATE.
           MOVE TXN-TIME IN TRANS-REC TO WS-ITEM-TIME.
           MOVE "T" TO WS-ITEM-RETURN.
           GO TO ADD_ITEM.

      * --- the closed days of the window from the archive. Each
      * record carries the roster ID CENTRAL stamped on it, so these
      * items show their terminal and the reserved batch entries are
      * left out as they are for today's files; a record archived
      * before the stamp existed has no source and shows HIST. No
      * history yet is the normal first-week case. ---
       SCAN_HISTORY.
           MOVE 0 TO EOF.
           OPEN INPUT HIST.
           IF WS-HIST-FS NOT = "00" THEN
               GO TO LIST_STRUCTURING
           END-IF.
           GO TO SCAN_HISTORY_LOOP.

       SCAN_HISTORY_LOOP.
           READ HIST INTO HIST-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE HIST
               GO TO LIST_STRUCTURING
           END-IF.
           IF HST-DATE IN HIST-REC < WS-WIN-START-N
                   OR HST-DATE IN HIST-REC > WS-TODAY THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE HST-TXN IN HIST-REC TO HIST-TXN.
           IF AID IN HIST-TXN = '0' THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF ACT IN HIST-TXN NOT = 'D' AND ACT IN HIST-TXN NOT = 'W'
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF TXN-SOURCE IN HIST-TXN = "INT "
                   OR TXN-SOURCE IN HIST-TXN = "SO  "
                   OR TXN-SOURCE IN HIST-TXN = "CLR "
                   OR TXN-SOURCE IN HIST-TXN = "ADJ "
                   OR TXN-SOURCE IN HIST-TXN = "FEE "
                   OR TXN-SOURCE IN HIST-TXN = "TD  " THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF BILLERID IN HIST-TXN NOT = SPACES THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE AID IN HIST-TXN TO WS-ITEM-AID.
           MOVE ACT IN HIST-TXN TO WS-ITEM-ACT.
           MOVE MONEY IN HIST-TXN TO WS-ITEM-MONEY.
           MOVE TXN-SOURCE IN HIST-TXN TO WS-ITEM-SRC.
           IF WS-ITEM-SRC = SPACES THEN
               MOVE "HIST" TO WS-ITEM-SRC
           END-IF.
           MOVE HST-DATE IN HIST-REC TO WS-ITEM-DATE.
           MOVE TXN-TIME IN HIST-TXN TO WS-ITEM-TIME.
           MOVE "H" TO WS-ITEM-RETURN.
           GO TO ADD_ITEM.

      * --- keep the item, fold it into its account/direction total,
      * and list it straight away if it is over the threshold on its
      * own. ---
       ADD_ITEM.
           IF ITEM-COUNT >= 20000 THEN
               DISPLAY " CASH WATCH ITEM TABLE FULL - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO ITEM-COUNT.
           SET ITEM-IDX TO ITEM-COUNT.
           MOVE WS-ITEM-AID TO TBL-ITEM-AID(ITEM-IDX).
           MOVE WS-ITEM-ACT TO TBL-ITEM-ACT(ITEM-IDX).
           MOVE WS-ITEM-MONEY TO TBL-ITEM-MONEY(ITEM-IDX).
           MOVE WS-ITEM-SRC TO TBL-ITEM-SRC(ITEM-IDX).
           MOVE WS-ITEM-DATE TO TBL-ITEM-DATE(ITEM-IDX).
           MOVE WS-ITEM-TIME TO TBL-ITEM-TIME(ITEM-IDX).
           MOVE 0 TO WS-AGG-IDX-FND.
           MOVE 1 TO WS-ISUBS.
           GO TO FIND_AGG.

       FIND_AGG.
           IF WS-ISUBS > AGG-COUNT THEN
               GO TO FIND_AGG_DONE
           END-IF.
           SET AGG-IDX TO WS-ISUBS.
           IF TBL-AGG-AID(AGG-IDX) = WS-ITEM-AID
                   AND TBL-AGG-ACT(AGG-IDX) = WS-ITEM-ACT THEN
               MOVE WS-ISUBS TO WS-AGG-IDX-FND
               GO TO FIND_AGG_DONE
           END-IF.
           ADD 1 TO WS-ISUBS.
           GO TO FIND_AGG.

       FIND_AGG_DONE.
           IF WS-AGG-IDX-FND = 0 THEN
               IF AGG-COUNT >= 20000 THEN
                   DISPLAY " CASH WATCH ACCOUNT TABLE FULL - "
                       "RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO AGG-COUNT
               MOVE AGG-COUNT TO WS-AGG-IDX-FND
               SET AGG-IDX TO AGG-COUNT
               MOVE WS-ITEM-AID TO TBL-AGG-AID(AGG-IDX)
               MOVE WS-ITEM-ACT TO TBL-AGG-ACT(AGG-IDX)
               MOVE 0 TO TBL-AGG-TOTAL(AGG-IDX)
               MOVE 0 TO TBL-AGG-MAX(AGG-IDX)
               MOVE 0 TO TBL-AGG-COUNT(AGG-IDX)
           END-IF.
           SET AGG-IDX TO WS-AGG-IDX-FND.
           ADD WS-ITEM-MONEY TO TBL-AGG-TOTAL(AGG-IDX).
           ADD 1 TO TBL-AGG-COUNT(AGG-IDX).
           IF WS-ITEM-MONEY > TBL-AGG-MAX(AGG-IDX) THEN
               MOVE WS-ITEM-MONEY TO TBL-AGG-MAX(AGG-IDX)
           END-IF.
           IF WS-ITEM-MONEY > WS-THRESHOLD THEN
               MOVE "LARGE" TO CW-LABEL
               ADD 1 TO WS-LARGE-CNT
               GO TO WRITE_ITEM_LINE
           END-IF.
           GO TO ADD_ITEM_RETURN.

       WRITE_ITEM_LINE.
           MOVE SPACES TO CW-AID.
           MOVE TBL-ITEM-AID(ITEM-IDX) TO CW-AID.
           MOVE " ACT: " TO CW-TIP-ACT.
           MOVE TBL-ITEM-ACT(ITEM-IDX) TO CW-ACT.
           MOVE " AMT: " TO CW-TIP-AMT.
           MOVE TBL-ITEM-MONEY(ITEM-IDX) TO CW-AMOUNT.
           MOVE " SRC: " TO CW-TIP-SRC.
           MOVE TBL-ITEM-SRC(ITEM-IDX) TO CW-SRC.
           MOVE " DATE: " TO CW-TIP-DATE.
           MOVE TBL-ITEM-DATE(ITEM-IDX) TO CW-DATE.
           MOVE " TIME: " TO CW-TIP-TIME.
           MOVE TBL-ITEM-TIME(ITEM-IDX) TO CW-TIME.
           MOVE " CNT: " TO CW-TIP-CNT.
           MOVE 0 TO CW-COUNT.
           WRITE CW-REP.
           IF CW-LABEL = "ITEM" THEN
               GO TO LIST_ITEMS_NEXT
           END-IF.
           GO TO ADD_ITEM_RETURN.

       ADD_ITEM_RETURN.
           IF WS-ITEM-RETURN = "H" THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           GO TO SCAN_TODAY_INNER.

      * --- the structuring pass: an account/direction total past the
      * threshold whose largest single item is not past it. The
      * items behind it follow the STRUCT line in the order they
      * were read - today's terminal files, then the history. ---
       LIST_STRUCTURING.
           MOVE 1 TO WS-SUBS.
           GO TO LIST_STRUCTURING_LOOP.

       LIST_STRUCTURING_LOOP.
           IF WS-SUBS > AGG-COUNT THEN
               GO TO WATCH_DONE
           END-IF.
           SET AGG-IDX TO WS-SUBS.
           IF TBL-AGG-TOTAL(AGG-IDX) NOT > WS-THRESHOLD
                   OR TBL-AGG-MAX(AGG-IDX) > WS-THRESHOLD THEN
               ADD 1 TO WS-SUBS
               GO TO LIST_STRUCTURING_LOOP
           END-IF.
           ADD 1 TO WS-STRUCT-CNT.
           MOVE SPACES TO CW-REP.
           MOVE "STRUCT" TO CW-LABEL.
           MOVE TBL-AGG-AID(AGG-IDX) TO CW-AID.
           MOVE " ACT: " TO CW-TIP-ACT.
           MOVE TBL-AGG-ACT(AGG-IDX) TO CW-ACT.
           MOVE " AMT: " TO CW-TIP-AMT.
           MOVE TBL-AGG-TOTAL(AGG-IDX) TO CW-AMOUNT.
           MOVE " SRC: " TO CW-TIP-SRC.
           MOVE " DATE: " TO CW-TIP-DATE.
           MOVE " TIME: " TO CW-TIP-TIME.
           MOVE " CNT: " TO CW-TIP-CNT.
           MOVE TBL-AGG-COUNT(AGG-IDX) TO CW-COUNT.
           WRITE CW-REP.
           MOVE 1 TO WS-ISUBS.
           GO TO LIST_ITEMS.

       LIST_ITEMS.
           IF WS-ISUBS > ITEM-COUNT THEN
               ADD 1 TO WS-SUBS
               GO TO LIST_STRUCTURING_LOOP
           END-IF.
           SET ITEM-IDX TO WS-ISUBS.
           SET AGG-IDX TO WS-SUBS.
           IF TBL-ITEM-AID(ITEM-IDX) = TBL-AGG-AID(AGG-IDX)
                   AND TBL-ITEM-ACT(ITEM-IDX) = TBL-AGG-ACT(AGG-IDX)
                   THEN
               MOVE "ITEM" TO CW-LABEL
               GO TO WRITE_ITEM_LINE
           END-IF.
           GO TO LIST_ITEMS_NEXT.

       LIST_ITEMS_NEXT.
           ADD 1 TO WS-ISUBS.
           GO TO LIST_ITEMS.

       WATCH_DONE.
           CLOSE CWRPT.
           DISPLAY " CASH ITEMS IN WINDOW: " ITEM-COUNT.
           DISPLAY " LARGE ITEMS: " WS-LARGE-CNT
               " STRUCTURING FLAGS: " WS-STRUCT-CNT.
           STOP RUN.
       END PROGRAM CASHWTCH.
