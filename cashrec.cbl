      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly ATM cash reconciliation. Every terminal with
      *          a cash position in atmCash.txt (see atmcash.cpy) has
      *          the closed day's customer cash rolled into it from
      *          the history archive: untagged 'W' records written at
      *          that terminal since its last load add to what it has
      *          dispensed, untagged 'D' records to what its deposit
      *          cassette holds. Transfer legs carry a BILLERID tag
      *          and are not cash. CSH-ROLLED-DATE moves up to the
      *          last closed business date, so a rerun rolls nothing
      *          twice, and atmCash.txt is rewritten through the usual
      *          copy-and-swap. atmCashReport.txt then reconciles each
      *          crew visit MAINT recorded on that date (see
      *          replen.cpy) - expected against counted for the cash
      *          and for the deposit cassette, with the variance,
      *          labelled BALANCED, SHORT or OVER - and lists every
      *          terminal's position: loaded, dispensed, deposited
      *          and the cash it should still hold. Runs from BATCHDAY
      *          every business day, after CENTRAL.
      * Tectonics: cobc
      *
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHPOS ASSIGN TO "atmCash.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CASH-FS.
           SELECT CASHPOSNEW ASSIGN TO "atmCash.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST ASSIGN TO "history.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FS.
           SELECT REPLEN ASSIGN TO "atmReplenish.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPL-FS.
           SELECT CASHRPT ASSIGN TO "atmCashReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAYCLOSE ASSIGN TO "lastclose.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLOSE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHPOS.
           COPY "atmcash.cpy" REPLACING ==:REC:== BY ==CASH-REC==.

       FD  CASHPOSNEW.
           COPY "atmcash.cpy" REPLACING ==:REC:== BY ==CASH-REC-NEW==.

       FD  HIST.
           COPY "history.cpy" REPLACING ==:REC:== BY ==HIST-REC==.

       FD  REPLEN.
           COPY "replen.cpy" REPLACING ==:REC:== BY ==RPL-REC==.

      * --- one line per crew visit and per terminal plus the header
      * and totals, same fixed TIP-label layout as the other batch
      * reports. The tips are moved per line type: a visit line
      * carries EXP/CNT/VAR for the cash and DEXP/DCNT/DVAR for the
      * deposit cassette, a POSITION line LOAD/DISP/DEP/LEFT. ---
       FD  CASHRPT.
       01  CASH-REP.
           03 CR-LABEL PIC X(8)  VALUE SPACES.
           03 CR-ATM PIC X(4)  VALUE SPACES.
           03 CR-TIP-1 PIC X(8)  VALUE SPACES.
           03 CR-AMT-1 PIC S9(9)V9(2)  VALUE 0.
           03 CR-TIP-2 PIC X(8)  VALUE SPACES.
           03 CR-AMT-2 PIC S9(9)V9(2)  VALUE 0.
           03 CR-TIP-3 PIC X(8)  VALUE SPACES.
           03 CR-AMT-3 PIC S9(9)V9(2)  VALUE 0.
           03 CR-TIP-4 PIC X(8)  VALUE SPACES.
           03 CR-AMT-4 PIC S9(9)V9(2)  VALUE 0.
           03 CR-TIP-5 PIC X(8)  VALUE SPACES.
           03 CR-AMT-5 PIC S9(9)V9(2)  VALUE 0.
           03 CR-TIP-6 PIC X(8)  VALUE SPACES.
           03 CR-AMT-6 PIC S9(9)V9(2)  VALUE 0.
           03 CR-TIP-DATE PIC X(7)  VALUE " DATE: ".
           03 CR-DATE PIC 9(8)  VALUE 0.
           03 CR-TIP-CNT PIC X(6)  VALUE " CNT: ".
           03 CR-COUNT PIC 9(5)  VALUE 0.

       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-CASH-FS PIC X(2)  VALUE "00".
       01  WS-HIST-FS PIC X(2)  VALUE "00".
       01  WS-RPL-FS PIC X(2)  VALUE "00".
       01  WS-CLOSE-FS PIC X(2)  VALUE "00".

      * --- the as-of date is the last closed business date: this runs
      * after CENTRAL, so history.txt holds that day's transactions
      * and today's raw terminal files are gone. ---
       01  WS-ASOF PIC 9(8)  VALUE 0.

      * --- the positions are held in a table for the one pass over
      * history.txt, sized like the ATM roster. ---
       01  CASH-TABLE.
           02 CASH-ENTRY OCCURS 20 TIMES INDEXED BY CASH-IDX.
              03 TBL-CSH-ID PIC X(4).
              03 TBL-CSH-LOAD-DATE PIC 9(8).
              03 TBL-CSH-LOAD-TIME PIC 9(6).
              03 TBL-CSH-LOADED PIC 9(7)V9(2).
              03 TBL-CSH-DISPENSED PIC 9(7)V9(2).
              03 TBL-CSH-DEPOSITED PIC 9(7)V9(2).
              03 TBL-CSH-ROLLED PIC 9(8).
              03 TBL-CSH-OPERATOR PIC X(8).
       01  CASH-COUNT PIC 9(3)  VALUE 0.
       01  WS-SUBS PIC 9(3)  VALUE 0.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==HIST-TXN==.

       01  WS-LEFT PIC S9(9)V9(2)  VALUE 0.
       01  WS-VAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-DVAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-REP-LABEL PIC X(8)  VALUE SPACES.

       01  WS-ROLL-CNT PIC 9(5)  VALUE 0.
       01  WS-ROLL-W PIC 9(9)V9(2)  VALUE 0.
       01  WS-ROLL-D PIC 9(9)V9(2)  VALUE 0.
       01  WS-VISIT-CNT PIC 9(5)  VALUE 0.
       01  WS-OFF-CNT PIC 9(5)  VALUE 0.
       01  WS-OFF-VAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-OFF-DVAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-TOT-VAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-TOT-DVAR PIC S9(9)V9(2)  VALUE 0.
       01  WS-TOT-LEFT PIC S9(9)V9(2)  VALUE 0.
       01  WS-TOT-DEP PIC 9(9)V9(2)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "##############################################"
           DISPLAY "##     GRINGOTTS WIZARDING BANK - NIGHTLY    ##"
           DISPLAY "##         ATM CASH RECONCILIATION           ##"
           DISPLAY "##############################################"
           GO TO GET_ASOF_DATE.

      * --- lastclose.txt names the day the history archive is now
      * closed through; with no close on file yet the OS date stands
      * in. ---
       GET_ASOF_DATE.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
               GO TO LOAD_POSITIONS
           END-IF.
           READ DAYCLOSE INTO DAYCLOSE-REC
               AT END
                   MOVE 0 TO CLOSED-DATE IN DAYCLOSE-REC
           END-READ.
           CLOSE DAYCLOSE.
           IF CLOSED-DATE IN DAYCLOSE-REC = 0 THEN
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           ELSE
               MOVE CLOSED-DATE IN DAYCLOSE-REC TO WS-ASOF
           END-IF.
           GO TO LOAD_POSITIONS.

      * --- no atmCash.txt just means no terminal has been loaded
      * through MAINT yet: the run still writes an empty report, so
      * the driver logs the step DONE. ---
       LOAD_POSITIONS.
           MOVE 0 TO CASH-COUNT.
           OPEN INPUT CASHPOS.
           IF WS-CASH-FS NOT = "00" THEN
               DISPLAY " NO CASH POSITIONS ON FILE"
               GO TO OPEN_REPORT
           END-IF.
           MOVE 0 TO EOF.
           GO TO LOAD_POSITIONS_LOOP.

       LOAD_POSITIONS_LOOP.
           READ CASHPOS INTO CASH-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE CASHPOS
               GO TO SCAN_HISTORY
           END-IF.
           IF CASH-COUNT >= 20 THEN
               DISPLAY " CASH TABLE FULL - IGNORING "
                   CSH-ATM-ID IN CASH-REC
               GO TO LOAD_POSITIONS_LOOP
           END-IF.
           ADD 1 TO CASH-COUNT.
           SET CASH-IDX TO CASH-COUNT.
           MOVE CSH-ATM-ID IN CASH-REC TO TBL-CSH-ID(CASH-IDX).
           MOVE CSH-LOAD-DATE IN CASH-REC
               TO TBL-CSH-LOAD-DATE(CASH-IDX).
           MOVE CSH-LOAD-TIME IN CASH-REC
               TO TBL-CSH-LOAD-TIME(CASH-IDX).
           MOVE CSH-LOADED IN CASH-REC TO TBL-CSH-LOADED(CASH-IDX).
           MOVE CSH-DISPENSED IN CASH-REC
               TO TBL-CSH-DISPENSED(CASH-IDX).
           MOVE CSH-DEPOSITED IN CASH-REC
               TO TBL-CSH-DEPOSITED(CASH-IDX).
           MOVE CSH-ROLLED-DATE IN CASH-REC
               TO TBL-CSH-ROLLED(CASH-IDX).
           MOVE CSH-OPERATOR IN CASH-REC
               TO TBL-CSH-OPERATOR(CASH-IDX).
           GO TO LOAD_POSITIONS_LOOP.

      * --- one pass over the archive. A record rolls into a
      * terminal's position when it was closed after the position was
      * last rolled and on or before the as-of date, came from that
      * terminal (TXN-SOURCE, stamped by CENTRAL), is untagged cash,
      * and was written after the load - on the load date itself that
      * means at or after the load time. ---
       SCAN_HISTORY.
           OPEN INPUT HIST.
           IF WS-HIST-FS NOT = "00" THEN
               DISPLAY " NO HISTORY ON FILE - NOTHING TO ROLL"
               GO TO ROLL_DONE
           END-IF.
           MOVE 0 TO EOF.
           GO TO SCAN_HISTORY_LOOP.

       SCAN_HISTORY_LOOP.
           READ HIST INTO HIST-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE HIST
               GO TO ROLL_DONE
           END-IF.
           IF HST-DATE IN HIST-REC > WS-ASOF THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE HST-TXN IN HIST-REC TO HIST-TXN.
           IF BILLERID IN HIST-TXN NOT = SPACES THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF ACT IN HIST-TXN NOT = 'W'
                   AND ACT IN HIST-TXN NOT = 'D' THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE 1 TO WS-SUBS.
           GO TO MATCH_POSITION.

       MATCH_POSITION.
           IF WS-SUBS > CASH-COUNT THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           SET CASH-IDX TO WS-SUBS.
           IF TBL-CSH-ID(CASH-IDX) NOT = TXN-SOURCE IN HIST-TXN THEN
               ADD 1 TO WS-SUBS
               GO TO MATCH_POSITION
           END-IF.
           IF HST-DATE IN HIST-REC NOT > TBL-CSH-ROLLED(CASH-IDX)
                   OR HST-DATE IN HIST-REC
                       < TBL-CSH-LOAD-DATE(CASH-IDX) THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF HST-DATE IN HIST-REC = TBL-CSH-LOAD-DATE(CASH-IDX)
                   AND (TXN-TIME IN HIST-TXN IS NOT NUMERIC
                   OR TXN-TIME IN HIST-TXN
                       < TBL-CSH-LOAD-TIME(CASH-IDX)) THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           ADD 1 TO WS-ROLL-CNT.
           IF ACT IN HIST-TXN = 'W' THEN
               ADD MONEY IN HIST-TXN TO TBL-CSH-DISPENSED(CASH-IDX)
               ADD MONEY IN HIST-TXN TO WS-ROLL-W
           ELSE
               ADD MONEY IN HIST-TXN TO TBL-CSH-DEPOSITED(CASH-IDX)
               ADD MONEY IN HIST-TXN TO WS-ROLL-D
           END-IF.
           GO TO SCAN_HISTORY_LOOP.

      * --- every position is now rolled through the as-of date;
      * atmCash.txt is copied out of the table and swapped in. ---
       ROLL_DONE.
           OPEN OUTPUT CASHPOSNEW.
           MOVE 1 TO WS-SUBS.
           GO TO REWRITE_POSITIONS.

       REWRITE_POSITIONS.
           IF WS-SUBS > CASH-COUNT THEN
               CLOSE CASHPOSNEW
               CALL "SYSTEM" USING "mv atmCash.txt.new atmCash.txt"
               GO TO OPEN_REPORT
           END-IF.
           SET CASH-IDX TO WS-SUBS.
           IF TBL-CSH-ROLLED(CASH-IDX) < WS-ASOF THEN
               MOVE WS-ASOF TO TBL-CSH-ROLLED(CASH-IDX)
           END-IF.
           MOVE SPACES TO CASH-REC-NEW.
           MOVE TBL-CSH-ID(CASH-IDX) TO CSH-ATM-ID IN CASH-REC-NEW.
           MOVE TBL-CSH-LOAD-DATE(CASH-IDX)
               TO CSH-LOAD-DATE IN CASH-REC-NEW.
           MOVE TBL-CSH-LOAD-TIME(CASH-IDX)
               TO CSH-LOAD-TIME IN CASH-REC-NEW.
           MOVE TBL-CSH-LOADED(CASH-IDX) TO CSH-LOADED IN CASH-REC-NEW.
           MOVE TBL-CSH-DISPENSED(CASH-IDX)
               TO CSH-DISPENSED IN CASH-REC-NEW.
           MOVE TBL-CSH-DEPOSITED(CASH-IDX)
               TO CSH-DEPOSITED IN CASH-REC-NEW.
           MOVE TBL-CSH-ROLLED(CASH-IDX)
               TO CSH-ROLLED-DATE IN CASH-REC-NEW.
           MOVE TBL-CSH-OPERATOR(CASH-IDX)
               TO CSH-OPERATOR IN CASH-REC-NEW.
           WRITE CASH-REC-NEW.
           ADD 1 TO WS-SUBS.
           GO TO REWRITE_POSITIONS.

       OPEN_REPORT.
           OPEN OUTPUT CASHRPT.
           MOVE SPACES TO CASH-REP.
           MOVE "ASOF" TO CR-LABEL.
           MOVE 0 TO CR-AMT-1.
           MOVE 0 TO CR-AMT-2.
           MOVE 0 TO CR-AMT-3.
           MOVE 0 TO CR-AMT-4.
           MOVE 0 TO CR-AMT-5.
           MOVE 0 TO CR-AMT-6.
           MOVE " DATE: " TO CR-TIP-DATE.
           MOVE WS-ASOF TO CR-DATE.
           MOVE " CNT: " TO CR-TIP-CNT.
           MOVE CASH-COUNT TO CR-COUNT.
           WRITE CASH-REP.
           OPEN INPUT REPLEN.
           IF WS-RPL-FS NOT = "00" THEN
               GO TO VISITS_DONE
           END-IF.
           MOVE 0 TO EOF.
           GO TO VISITS_LOOP.

      * --- the crew visits MAINT recorded on the as-of date. An
      * opening load had nothing to count and is listed as OPENING.
      * ---
       VISITS_LOOP.
           READ REPLEN INTO RPL-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE REPLEN
               GO TO VISITS_DONE
           END-IF.
           IF RPL-DATE IN RPL-REC NOT = WS-ASOF THEN
               GO TO VISITS_LOOP
           END-IF.
           ADD 1 TO WS-VISIT-CNT.
           COMPUTE WS-VAR = RPL-COUNTED IN RPL-REC
               - RPL-EXP-CASH IN RPL-REC.
           COMPUTE WS-DVAR = RPL-CNT-DEP IN RPL-REC
               - RPL-EXP-DEP IN RPL-REC.
           ADD WS-VAR TO WS-TOT-VAR.
           ADD WS-DVAR TO WS-TOT-DVAR.
           MOVE "BALANCED" TO WS-REP-LABEL.
           IF WS-VAR < 0 OR WS-DVAR < 0 THEN
               MOVE "SHORT" TO WS-REP-LABEL
           END-IF.
           IF WS-REP-LABEL = "BALANCED"
                   AND (WS-VAR > 0 OR WS-DVAR > 0) THEN
               MOVE "OVER" TO WS-REP-LABEL
           END-IF.
           IF RPL-KIND IN RPL-REC = "O" THEN
               MOVE "OPENING" TO WS-REP-LABEL
           END-IF.
           IF WS-REP-LABEL = "SHORT" OR WS-REP-LABEL = "OVER" THEN
               ADD 1 TO WS-OFF-CNT
               ADD WS-VAR TO WS-OFF-VAR
               ADD WS-DVAR TO WS-OFF-DVAR
           END-IF.
           MOVE SPACES TO CASH-REP.
           MOVE WS-REP-LABEL TO CR-LABEL.
           MOVE RPL-ATM-ID IN RPL-REC TO CR-ATM.
           MOVE " EXP: " TO CR-TIP-1.
           MOVE RPL-EXP-CASH IN RPL-REC TO CR-AMT-1.
           MOVE " CNT: " TO CR-TIP-2.
           MOVE RPL-COUNTED IN RPL-REC TO CR-AMT-2.
           MOVE " VAR: " TO CR-TIP-3.
           MOVE WS-VAR TO CR-AMT-3.
           MOVE " DEXP: " TO CR-TIP-4.
           MOVE RPL-EXP-DEP IN RPL-REC TO CR-AMT-4.
           MOVE " DCNT: " TO CR-TIP-5.
           MOVE RPL-CNT-DEP IN RPL-REC TO CR-AMT-5.
           MOVE " DVAR: " TO CR-TIP-6.
           MOVE WS-DVAR TO CR-AMT-6.
           MOVE " DATE: " TO CR-TIP-DATE.
           MOVE RPL-DATE IN RPL-REC TO CR-DATE.
           MOVE " CNT: " TO CR-TIP-CNT.
           MOVE 1 TO CR-COUNT.
           WRITE CASH-REP.
           GO TO VISITS_LOOP.

       VISITS_DONE.
           MOVE 1 TO WS-SUBS.
           GO TO POSITIONS_LOOP.

      * --- LEFT is what the terminal should still hold at the close
      * of the as-of date. ---
       POSITIONS_LOOP.
           IF WS-SUBS > CASH-COUNT THEN
               GO TO WRITE_TOTALS
           END-IF.
           SET CASH-IDX TO WS-SUBS.
           COMPUTE WS-LEFT = TBL-CSH-LOADED(CASH-IDX)
               - TBL-CSH-DISPENSED(CASH-IDX).
           ADD WS-LEFT TO WS-TOT-LEFT.
           ADD TBL-CSH-DEPOSITED(CASH-IDX) TO WS-TOT-DEP.
           MOVE SPACES TO CASH-REP.
           MOVE "POSITION" TO CR-LABEL.
           MOVE TBL-CSH-ID(CASH-IDX) TO CR-ATM.
           MOVE " LOAD: " TO CR-TIP-1.
           MOVE TBL-CSH-LOADED(CASH-IDX) TO CR-AMT-1.
           MOVE " DISP: " TO CR-TIP-2.
           MOVE TBL-CSH-DISPENSED(CASH-IDX) TO CR-AMT-2.
           MOVE " DEP: " TO CR-TIP-3.
           MOVE TBL-CSH-DEPOSITED(CASH-IDX) TO CR-AMT-3.
           MOVE " LEFT: " TO CR-TIP-4.
           MOVE WS-LEFT TO CR-AMT-4.
           MOVE 0 TO CR-AMT-5.
           MOVE 0 TO CR-AMT-6.
           MOVE " DATE: " TO CR-TIP-DATE.
           MOVE TBL-CSH-LOAD-DATE(CASH-IDX) TO CR-DATE.
           MOVE " CNT: " TO CR-TIP-CNT.
           MOVE 1 TO CR-COUNT.
           WRITE CASH-REP.
           ADD 1 TO WS-SUBS.
           GO TO POSITIONS_LOOP.

      * --- TOTAL is the net cash and deposit variance over every
      * visit on the as-of date, OFFBAL the same over the visits that
      * did not balance, TERMTOT what all the tracked terminals should
      * hold between them. ---
       WRITE_TOTALS.
           MOVE SPACES TO CASH-REP.
           MOVE "TOTAL" TO CR-LABEL.
           MOVE " VAR: " TO CR-TIP-1.
           MOVE WS-TOT-VAR TO CR-AMT-1.
           MOVE " DVAR: " TO CR-TIP-2.
           MOVE WS-TOT-DVAR TO CR-AMT-2.
           MOVE 0 TO CR-AMT-3.
           MOVE 0 TO CR-AMT-4.
           MOVE 0 TO CR-AMT-5.
           MOVE 0 TO CR-AMT-6.
           MOVE " DATE: " TO CR-TIP-DATE.
           MOVE WS-ASOF TO CR-DATE.
           MOVE " CNT: " TO CR-TIP-CNT.
           MOVE WS-VISIT-CNT TO CR-COUNT.
           WRITE CASH-REP.
           MOVE SPACES TO CASH-REP.
           MOVE "OFFBAL" TO CR-LABEL.
           MOVE " VAR: " TO CR-TIP-1.
           MOVE WS-OFF-VAR TO CR-AMT-1.
           MOVE " DVAR: " TO CR-TIP-2.
           MOVE WS-OFF-DVAR TO CR-AMT-2.
           MOVE 0 TO CR-AMT-3.
           MOVE 0 TO CR-AMT-4.
           MOVE 0 TO CR-AMT-5.
           MOVE 0 TO CR-AMT-6.
           MOVE " DATE: " TO CR-TIP-DATE.
           MOVE WS-ASOF TO CR-DATE.
           MOVE " CNT: " TO CR-TIP-CNT.
           MOVE WS-OFF-CNT TO CR-COUNT.
           WRITE CASH-REP.
           MOVE SPACES TO CASH-REP.
           MOVE "TERMTOT" TO CR-LABEL.
           MOVE " LEFT: " TO CR-TIP-1.
           MOVE WS-TOT-LEFT TO CR-AMT-1.
           MOVE " DEP: " TO CR-TIP-2.
           MOVE WS-TOT-DEP TO CR-AMT-2.
           MOVE 0 TO CR-AMT-3.
           MOVE 0 TO CR-AMT-4.
           MOVE 0 TO CR-AMT-5.
           MOVE 0 TO CR-AMT-6.
           MOVE " DATE: " TO CR-TIP-DATE.
           MOVE WS-ASOF TO CR-DATE.
           MOVE " CNT: " TO CR-TIP-CNT.
           MOVE CASH-COUNT TO CR-COUNT.
           WRITE CASH-REP.
           CLOSE CASHRPT.
           DISPLAY " AS OF:              " WS-ASOF.
           DISPLAY " TERMINALS TRACKED:  " CASH-COUNT.
           DISPLAY " RECORDS ROLLED IN:  " WS-ROLL-CNT.
           DISPLAY " CASH DISPENSED:     " WS-ROLL-W.
           DISPLAY " CASH DEPOSITED:     " WS-ROLL-D.
           DISPLAY " REPLENISHMENTS:     " WS-VISIT-CNT.
           DISPLAY " OUT OF BALANCE:     " WS-OFF-CNT.
           STOP RUN.
       END PROGRAM CASHREC.
