      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily term-deposit maturity batch against
      *          termDeposits.txt (see termdep.cpy). Every open
      *          placement whose maturity date has arrived is settled
      *          by its instruction - principal and interest paid back
      *          to the funding account, or the interest paid and the
      *          principal rolled into a new term - and every early
      *          break MAINT has recorded is paid out at the agreed
      *          rate less the penalty from termDepositParm.txt (see
      *          tdparm.cpy). Like SORDERS and INTEREST it never
      *          touches master.txt: the principal goes back as 'D'
      *          records through the reserved roster entry "TD  " and
      *          the interest as 'D' records through "INT ", both
      *          tagged with the placement number in BILLERID, and
      *          CENTRAL's close posts them like any other
      *          transaction. termDeposits.txt is rewritten through
      *          the usual copy-and-swap pass, and
      *          termDepositReport.txt lists each placement settled,
      *          rolled, broken, held or skipped, with the rate and
      *          penalty applied. Runs from BATCHDAY every business
      *          day, before INTEREST.
      * Tectonics: cobc
      *
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMDEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER ASSIGN TO "master.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASTER-FS.
           SELECT TDF ASSIGN TO "termDeposits.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TDF-FS.
           SELECT TDFNEW ASSIGN TO "termDeposits.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDPARM ASSIGN TO "termDepositParm.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FS.
           SELECT ATMDEF ASSIGN TO "atmdef.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ATMDEF-FS.
           SELECT TD-TRANS ASSIGN TO DYNAMIC WS-TDT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TDT-FS.
           SELECT INT-TRANS ASSIGN TO DYNAMIC WS-INT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INT-FS.
           SELECT TDREPORT ASSIGN TO "termDepositReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE ASSIGN TO "businessdate.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-FS.
           SELECT DAYCLOSE ASSIGN TO "lastclose.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLOSE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER.
           COPY "master.cpy" REPLACING ==:REC:== BY ==ACCOUNT==.

       FD  TDF.
           COPY "termdep.cpy" REPLACING ==:REC:== BY ==TD-REC==.

       FD  TDFNEW.
           COPY "termdep.cpy" REPLACING ==:REC:== BY ==TD-REC-NEW==.

       FD  TDPARM.
           COPY "tdparm.cpy" REPLACING ==:REC:== BY ==TD-PARM-REC==.

       FD  ATMDEF.
           COPY "atmdef.cpy" REPLACING ==:REC:== BY ==ATM-DEF-REC==.

       FD  TD-TRANS.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==TDT-REC==.

       FD  INT-TRANS.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==INT-REC==.

      * --- one line per placement acted on plus a totals line, same
      * fixed TIP-label layout as the other batch reports. ---
       FD  TDREPORT.
       01  TD-REP.
           03 TDR-LABEL PIC X(8)  VALUE SPACES.
           03 TDR-REF PIC 9(6)  VALUE 0.
           03 TDR-TIP-AID PIC X(6)  VALUE " AID: ".
           03 TDR-AID PIC X(16)  VALUE SPACES.
           03 TDR-TIP-PRIN PIC X(7)  VALUE " PRIN: ".
           03 TDR-PRINCIPAL PIC 9(7)V9(2)  VALUE 0.
           03 TDR-TIP-RATE PIC X(7)  VALUE " RATE: ".
           03 TDR-RATE PIC V9(4)  VALUE 0.
           03 TDR-TIP-PEN PIC X(6)  VALUE " PEN: ".
           03 TDR-PENALTY PIC V9(4)  VALUE 0.
           03 TDR-TIP-DAYS PIC X(7)  VALUE " DAYS: ".
           03 TDR-DAYS PIC 9(5)  VALUE 0.
           03 TDR-TIP-INT PIC X(6)  VALUE " INT: ".
           03 TDR-INTEREST PIC 9(7)V9(2)  VALUE 0.
           03 TDR-TIP-DATE PIC X(7)  VALUE " DATE: ".
           03 TDR-DATE PIC 9(8)  VALUE 0.

       FD  BUSDATE.
           COPY "busdate.cpy" REPLACING ==:REC:== BY ==BUSDATE-REC==.

       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-MASTER-FS PIC X(2)  VALUE "00".
       01  WS-TDF-FS PIC X(2)  VALUE "00".
       01  WS-PARM-FS PIC X(2)  VALUE "00".
       01  WS-ATMDEF-FS PIC X(2)  VALUE "00".
       01  WS-TDT-FS PIC X(2)  VALUE "00".
       01  WS-INT-FS PIC X(2)  VALUE "00".
       01  WS-BUSDATE-FS PIC X(2)  VALUE "00".
       01  WS-CLOSE-FS PIC X(2)  VALUE "00".
       01  WS-TODAY PIC 9(8)  VALUE 0.
       01  WS-CLOCK-RAW PIC 9(8)  VALUE 0.
       01  WS-CLOCK-R REDEFINES WS-CLOCK-RAW.
           03 WS-CLOCK-HMS PIC 9(6).
           03 WS-CLOCK-HUND PIC 9(2).

      * --- the two reserved roster entries this run posts through;
      * both must be on the roster or the run is refused - a pay-out
      * into a file nothing sweeps would leave the money nowhere. ---
       01  WS-TD-BASE PIC X(30)  VALUE SPACES.
       01  WS-INT-BASE PIC X(30)  VALUE SPACES.
       01  WS-TDT-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-INT-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-TD-TS PIC 9(5)  VALUE 0.
       01  WS-INT-TS PIC 9(5)  VALUE 0.
       01  WS-CANDIDATE-TS PIC 9(5)  VALUE 0.

       01  WS-PENALTY PIC V9(4)  VALUE 0.
       01  WS-PARM-OK PIC 9(1)  VALUE 0.

      * --- funding accounts are vetted against MASTER loaded once up
      * front, the same table shape as SORDERS'; an overflow stops
      * the run rather than vetting against a partial list. ---
       01  ACCT-TABLE.
           02 ACCT-ENTRY OCCURS 20000 TIMES INDEXED BY ACCT-IDX.
              03 TBL-ACCT-AID PIC X(16).
              03 TBL-ACCT-STATUS PIC X(1).
       01  ACCT-COUNT PIC 9(5)  VALUE 0.
       01  WS-SUBS PIC 9(5)  VALUE 0.
       01  WS-ACCT-FOUND PIC 9(1)  VALUE 0.

      * --- same-day idempotency: every 'D' this program writes
      * carries "TD" and the placement number in BILLERID, so a rerun
      * rebuilds the list of placements already paid today from the
      * two files and only brings their rows up to date. ---
       01  WS-TAG PIC X(10)  VALUE SPACES.
       01  WS-TAG-R REDEFINES WS-TAG.
           03 WS-TAG-PFX PIC X(2).
           03 WS-TAG-REF PIC 9(6).
           03 WS-TAG-FILL PIC X(2).
       01  POSTED-TABLE.
           02 POSTED-ENTRY OCCURS 5000 TIMES INDEXED BY POSTED-IDX.
              03 TBL-POSTED-REF PIC 9(6).
       01  POSTED-COUNT PIC 9(4)  VALUE 0.
       01  WS-ALREADY-POSTED PIC 9(1)  VALUE 0.
       01  WS-SCAN-FILE PIC X(1)  VALUE SPACES.

      * --- simple interest on actual days over a 365-day year. The
      * day numbers come from a days-since-year-one count built with
      * the cumulative month table and the usual leap test; the two
      * dates are priced through one paragraph, WS-DN-RETURN saying
      * where it goes back to. ---
       01  WS-EFF-RATE PIC SV9(4)  VALUE 0.
       01  WS-END-DATE PIC 9(8)  VALUE 0.
       01  WS-START-DAYS PIC 9(7)  VALUE 0.
       01  WS-RUN-DAYS PIC 9(5)  VALUE 0.
       01  WS-INTEREST PIC 9(7)V9(2)  VALUE 0.
       01  WS-DN-DATE.
           03 WS-DN-YYYY PIC 9(4).
           03 WS-DN-MM PIC 9(2).
           03 WS-DN-DD PIC 9(2).
       01  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(8).
       01  WS-DN-DAYS PIC 9(7)  VALUE 0.
       01  WS-DN-Y1 PIC 9(4)  VALUE 0.
       01  WS-DN-Q PIC 9(4)  VALUE 0.
       01  WS-DN-RETURN PIC X(1)  VALUE SPACES.
       01  WS-CUM-DAYS PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS.
           03 WS-CUM OCCURS 12 TIMES PIC 9(3).

      * --- a roll-over's new maturity is the old one moved on by the
      * term, the day clamped to the target month's length with the
      * same month table and leap test SORDERS' due-date logic uses.
      * ---
       01  WS-NEXT-DATE.
           03 WS-NX-YYYY PIC 9(4).
           03 WS-NX-MM PIC 9(2).
           03 WS-NX-DD PIC 9(2).
       01  WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
       01  WS-MONTH-NO PIC 9(6)  VALUE 0.
       01  WS-MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
           03 WS-MD OCCURS 12 TIMES PIC 9(2).
       01  WS-DAYS-IN-MONTH PIC 9(2)  VALUE 0.
       01  WS-LEAP-Q PIC 9(4)  VALUE 0.
       01  WS-LEAP-R PIC 9(4)  VALUE 0.
       01  WS-LEAP-YEAR PIC 9(1)  VALUE 0.
       01  WS-LEAP-TEST PIC 9(4)  VALUE 0.

       01  WS-REP-LABEL PIC X(8)  VALUE SPACES.
       01  WS-ACTION PIC X(1)  VALUE SPACES.
       01  WS-MATURED-CNT PIC 9(5)  VALUE 0.
       01  WS-ROLLED-CNT PIC 9(5)  VALUE 0.
       01  WS-BROKEN-CNT PIC 9(5)  VALUE 0.
       01  WS-HELD-CNT PIC 9(5)  VALUE 0.
       01  WS-SKIPPED-CNT PIC 9(5)  VALUE 0.
       01  WS-ACTED-CNT PIC 9(6)  VALUE 0.
       01  WS-PRIN-PAID PIC 9(7)V9(2)  VALUE 0.
       01  WS-INT-PAID PIC 9(7)V9(2)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "##############################################"
           DISPLAY "##     GRINGOTTS WIZARDING BANK - DAILY      ##"
           DISPLAY "##        TERM-DEPOSIT MATURITY RUN          ##"
           DISPLAY "##############################################"
           GO TO GET_BUSINESS_DATE.

       GET_BUSINESS_DATE.
           OPEN INPUT BUSDATE.
           IF WS-BUSDATE-FS NOT = "00" THEN
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               GO TO CHECK_DAY_CLOSED
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
           GO TO CHECK_DAY_CLOSED.

      * --- day-close fence, same as SORDERS' and INTEREST's: nothing
      * may be posted into a business date the close has swept. The
      * nonzero RETURN-CODE on a refusal keeps the BATCHDAY driver
      * from logging the step DONE. ---
       CHECK_DAY_CLOSED.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               GO TO CHECK_PLACEMENTS
           END-IF.
           READ DAYCLOSE INTO DAYCLOSE-REC
               AT END
                   MOVE 0 TO CLOSED-DATE IN DAYCLOSE-REC
           END-READ.
           CLOSE DAYCLOSE.
           IF WS-TODAY NOT > CLOSED-DATE IN DAYCLOSE-REC THEN
               DISPLAY " BUSINESS DATE " WS-TODAY
                   " ALREADY CLOSED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           GO TO CHECK_PLACEMENTS.

      * --- no placement file yet is the normal state for a bank that
      * has not sold one: nothing to do, and nothing to refuse. ---
       CHECK_PLACEMENTS.
           OPEN INPUT TDF.
           IF WS-TDF-FS NOT = "00" THEN
               DISPLAY " NO TERM DEPOSITS ON FILE"
               OPEN OUTPUT TDREPORT
               GO TO WRITE_TOTALS
           END-IF.
           CLOSE TDF.
           GO TO LOAD_ATM_DEFS.

       LOAD_ATM_DEFS.
           OPEN INPUT ATMDEF.
           IF WS-ATMDEF-FS NOT = "00" THEN
               GO TO LOAD_ATM_DEFS_DONE
           END-IF.
           GO TO LOAD_ATM_DEFS_LOOP.

       LOAD_ATM_DEFS_LOOP.
           READ ATMDEF INTO ATM-DEF-REC
               AT END
                   CLOSE ATMDEF
                   GO TO LOAD_ATM_DEFS_DONE
           END-READ.
           IF ATM-ID OF ATM-DEF-REC = "TD  " THEN
               MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO WS-TD-BASE
           END-IF.
           IF ATM-ID OF ATM-DEF-REC = "INT " THEN
               MOVE ATM-TRANS-BASE OF ATM-DEF-REC TO WS-INT-BASE
           END-IF.
           GO TO LOAD_ATM_DEFS_LOOP.

       LOAD_ATM_DEFS_DONE.
           IF WS-TD-BASE = SPACES OR WS-INT-BASE = SPACES THEN
               DISPLAY " TD AND INT MUST BE ON THE ATM ROSTER - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TDT-FILENAME.
           STRING WS-TD-BASE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TDT-FILENAME.
           MOVE SPACES TO WS-INT-FILENAME.
           STRING WS-INT-BASE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-INT-FILENAME.
           GO TO LOAD_PARM.

      * --- a missing penalty only holds the break requests; the
      * maturities due today are paid regardless. ---
       LOAD_PARM.
           MOVE 0 TO WS-PARM-OK.
           OPEN INPUT TDPARM.
           IF WS-PARM-FS NOT = "00" THEN
               DISPLAY " NO TERM-DEPOSIT PARAMETER - BREAKS HELD"
               GO TO LOAD_MASTER_TBL
           END-IF.
           READ TDPARM INTO TD-PARM-REC
               AT END
                   MOVE SPACES TO TD-PARM-REC
           END-READ.
           CLOSE TDPARM.
           IF TDP-PENALTY IN TD-PARM-REC IS NOT NUMERIC THEN
               DISPLAY " TERM-DEPOSIT PENALTY MISSING - BREAKS HELD"
               GO TO LOAD_MASTER_TBL
           END-IF.
           MOVE TDP-PENALTY IN TD-PARM-REC TO WS-PENALTY.
           MOVE 1 TO WS-PARM-OK.
           GO TO LOAD_MASTER_TBL.

       LOAD_MASTER_TBL.
           MOVE 0 TO ACCT-COUNT.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           IF WS-MASTER-FS NOT = "00" THEN
               DISPLAY " MASTER.TXT NOT FOUND - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
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
               GO TO SCAN_TD_POSTED
           END-IF.
           IF ACCT-COUNT >= 20000 THEN
               DISPLAY " ACCOUNT TABLE FULL - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ACCT-COUNT.
           SET ACCT-IDX TO ACCT-COUNT.
           MOVE AID IN ACCOUNT TO TBL-ACCT-AID(ACCT-IDX).
           MOVE ACCT-STATUS IN ACCOUNT TO TBL-ACCT-STATUS(ACCT-IDX).
           GO TO LOAD_MASTER_TBL_LOOP.

      * --- read-only passes over today's TD and INT files, priming
      * each file's next TIMESTAMP (same idea as SORDERS'
      * SCAN_TODAYS_POSTED - other programs append to both) and
      * collecting the placements already paid today. ---
       SCAN_TD_POSTED.
           MOVE 0 TO POSTED-COUNT.
           MOVE 0 TO WS-TD-TS.
           MOVE 0 TO WS-INT-TS.
           MOVE "T" TO WS-SCAN-FILE.
           OPEN INPUT TD-TRANS.
           IF WS-TDT-FS NOT = "00" THEN
               GO TO SCAN_INT_POSTED
           END-IF.
           GO TO SCAN_POSTED_LOOP.

       SCAN_INT_POSTED.
           MOVE "I" TO WS-SCAN-FILE.
           OPEN INPUT INT-TRANS.
           IF WS-INT-FS NOT = "00" THEN
               GO TO OPEN_FILES
           END-IF.
           GO TO SCAN_POSTED_LOOP.

       SCAN_POSTED_LOOP.
           IF WS-SCAN-FILE = "T" THEN
               READ TD-TRANS INTO TDT-REC
                   AT END
                       CLOSE TD-TRANS
                       GO TO SCAN_INT_POSTED
               END-READ
               COMPUTE WS-CANDIDATE-TS = TIMESTAMP IN TDT-REC + 1
               IF WS-CANDIDATE-TS > WS-TD-TS THEN
                   MOVE WS-CANDIDATE-TS TO WS-TD-TS
               END-IF
               MOVE BILLERID IN TDT-REC TO WS-TAG
               IF ACT IN TDT-REC NOT = 'D' THEN
                   GO TO SCAN_POSTED_LOOP
               END-IF
           ELSE
               READ INT-TRANS INTO INT-REC
                   AT END
                       CLOSE INT-TRANS
                       GO TO OPEN_FILES
               END-READ
               COMPUTE WS-CANDIDATE-TS = TIMESTAMP IN INT-REC + 1
               IF WS-CANDIDATE-TS > WS-INT-TS THEN
                   MOVE WS-CANDIDATE-TS TO WS-INT-TS
               END-IF
               MOVE BILLERID IN INT-REC TO WS-TAG
           END-IF.
           IF WS-TAG-PFX NOT = "TD" OR WS-TAG-REF IS NOT NUMERIC THEN
               GO TO SCAN_POSTED_LOOP
           END-IF.
           IF POSTED-COUNT >= 5000 THEN
               DISPLAY " POSTED TABLE FULL - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO POSTED-COUNT.
           SET POSTED-IDX TO POSTED-COUNT.
           MOVE WS-TAG-REF TO TBL-POSTED-REF(POSTED-IDX).
           GO TO SCAN_POSTED_LOOP.

       OPEN_FILES.
           OPEN INPUT TDF.
           OPEN OUTPUT TDFNEW.
           OPEN OUTPUT TDREPORT.
           OPEN EXTEND TD-TRANS.
           IF WS-TDT-FS = "35" THEN
               OPEN OUTPUT TD-TRANS
           END-IF.
           OPEN EXTEND INT-TRANS.
           IF WS-INT-FS = "35" THEN
               OPEN OUTPUT INT-TRANS
           END-IF.
           MOVE 0 TO EOF.
           GO TO PROCESS_LOOP.

      * --- every row is copied through; only an open placement at or
      * past maturity, or a break request, is acted on. ---
       PROCESS_LOOP.
           READ TDF INTO TD-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               GO TO PROCESS_DONE
           END-IF.
           IF TD-STATUS IN TD-REC = "A"
                   AND TD-MATURITY IN TD-REC NOT > WS-TODAY THEN
               MOVE "M" TO WS-ACTION
               MOVE TD-MATURITY IN TD-REC TO WS-END-DATE
               MOVE TD-RATE IN TD-REC TO WS-EFF-RATE
               GO TO PRICE_PLACEMENT
           END-IF.
           IF TD-STATUS IN TD-REC = "B" THEN
               IF WS-PARM-OK = 0 THEN
                   MOVE "HELD" TO WS-REP-LABEL
                   ADD 1 TO WS-HELD-CNT
                   MOVE 0 TO WS-RUN-DAYS
                   MOVE 0 TO WS-INTEREST
                   GO TO WRITE_REP_LINE
               END-IF
               MOVE "B" TO WS-ACTION
               MOVE TD-END-DATE IN TD-REC TO WS-END-DATE
               COMPUTE WS-EFF-RATE = TD-RATE IN TD-REC - WS-PENALTY
               IF WS-EFF-RATE < 0 THEN
                   MOVE 0 TO WS-EFF-RATE
               END-IF
               GO TO PRICE_PLACEMENT
           END-IF.
           GO TO COPY_ROW.

       PRICE_PLACEMENT.
           MOVE TD-START IN TD-REC TO WS-DN-DATE-N.
           MOVE "S" TO WS-DN-RETURN.
           GO TO DAY_NUMBER.

       PRICE_START_DONE.
           MOVE WS-DN-DAYS TO WS-START-DAYS.
           MOVE WS-END-DATE TO WS-DN-DATE-N.
           MOVE "E" TO WS-DN-RETURN.
           GO TO DAY_NUMBER.

       PRICE_END_DONE.
           MOVE 0 TO WS-RUN-DAYS.
           IF WS-DN-DAYS > WS-START-DAYS THEN
               COMPUTE WS-RUN-DAYS = WS-DN-DAYS - WS-START-DAYS
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL IN TD-REC * WS-EFF-RATE * WS-RUN-DAYS
                   / 365.
           GO TO FIND_FUNDING.

      * --- days since 1 January of year one: whole years, their leap
      * days, the months before this one, the day. ---
       DAY_NUMBER.
           COMPUTE WS-DN-Y1 = WS-DN-YYYY - 1.
           COMPUTE WS-DN-DAYS = WS-DN-Y1 * 365
               + WS-CUM(WS-DN-MM) + WS-DN-DD.
           DIVIDE WS-DN-Y1 BY 4 GIVING WS-DN-Q.
           ADD WS-DN-Q TO WS-DN-DAYS.
           DIVIDE WS-DN-Y1 BY 100 GIVING WS-DN-Q.
           SUBTRACT WS-DN-Q FROM WS-DN-DAYS.
           DIVIDE WS-DN-Y1 BY 400 GIVING WS-DN-Q.
           ADD WS-DN-Q TO WS-DN-DAYS.
           IF WS-DN-MM > 2 THEN
               MOVE WS-DN-YYYY TO WS-LEAP-TEST
               GO TO DAY_NUMBER_LEAP
           END-IF.
           GO TO DAY_NUMBER_DONE.

       DAY_NUMBER_LEAP.
           MOVE 0 TO WS-LEAP-YEAR.
           DIVIDE WS-LEAP-TEST BY 4
               GIVING WS-LEAP-Q REMAINDER WS-LEAP-R.
           IF WS-LEAP-R = 0 THEN
               DIVIDE WS-LEAP-TEST BY 100
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
               IF WS-LEAP-R NOT = 0 THEN
                   MOVE 1 TO WS-LEAP-YEAR
               ELSE
                   DIVIDE WS-LEAP-TEST BY 400
                       GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                   IF WS-LEAP-R = 0 THEN
                       MOVE 1 TO WS-LEAP-YEAR
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAP-YEAR = 1 THEN
               ADD 1 TO WS-DN-DAYS
           END-IF.
           GO TO DAY_NUMBER_DONE.

       DAY_NUMBER_DONE.
           IF WS-DN-RETURN = "S" THEN
               GO TO PRICE_START_DONE
           END-IF.
           GO TO PRICE_END_DONE.

      * --- the money goes back to the funding account, so that
      * account has to be on file and open (dormant is fine - credits
      * are). MAINT refuses to close an account with a placement
      * open, so a miss here means something was changed by hand; the
      * row is left as it is and reported. ---
       FIND_FUNDING.
           MOVE 0 TO WS-ACCT-FOUND.
           MOVE 1 TO WS-SUBS.
           GO TO FIND_FUNDING_LOOP.

       FIND_FUNDING_LOOP.
           IF WS-SUBS > ACCT-COUNT THEN
               GO TO FIND_FUNDING_DONE
           END-IF.
           SET ACCT-IDX TO WS-SUBS.
           IF TBL-ACCT-AID(ACCT-IDX) = TD-AID IN TD-REC THEN
               IF TBL-ACCT-STATUS(ACCT-IDX) NOT = "C" THEN
                   MOVE 1 TO WS-ACCT-FOUND
               END-IF
               GO TO FIND_FUNDING_DONE
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO FIND_FUNDING_LOOP.

       FIND_FUNDING_DONE.
           IF WS-ACCT-FOUND = 0 THEN
               MOVE "SKIPPED" TO WS-REP-LABEL
               ADD 1 TO WS-SKIPPED-CNT
               GO TO WRITE_REP_LINE
           END-IF.
           MOVE 0 TO WS-ALREADY-POSTED.
           MOVE 1 TO WS-SUBS.
           GO TO POSTED_CHECK.

       POSTED_CHECK.
           IF WS-SUBS > POSTED-COUNT THEN
               GO TO POST_PLACEMENT
           END-IF.
           SET POSTED-IDX TO WS-SUBS.
           IF TBL-POSTED-REF(POSTED-IDX) = TD-REF IN TD-REC THEN
               MOVE 1 TO WS-ALREADY-POSTED
               DISPLAY " ALREADY PAID TODAY - ROW ONLY: "
                   TD-REF IN TD-REC
               GO TO POST_PLACEMENT
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO POSTED_CHECK.

      * --- principal first (unless the placement rolls over), then
      * the interest; both tagged TD plus the placement number. ---
       POST_PLACEMENT.
           MOVE SPACES TO WS-TAG.
           MOVE "TD" TO WS-TAG-PFX.
           MOVE TD-REF IN TD-REC TO WS-TAG-REF.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           IF WS-ACTION = "M" AND TD-INSTR IN TD-REC = "R" THEN
               GO TO POST_INTEREST
           END-IF.
           IF WS-ALREADY-POSTED = 0 THEN
               MOVE SPACES TO TDT-REC
               MOVE TD-AID IN TD-REC TO AID IN TDT-REC
               MOVE 'D' TO ACT IN TDT-REC
               MOVE TD-PRINCIPAL IN TD-REC TO MONEY IN TDT-REC
               MOVE WS-TD-TS TO TIMESTAMP IN TDT-REC
               MOVE WS-TAG TO BILLERID IN TDT-REC
               MOVE WS-TODAY TO TXN-DATE IN TDT-REC
               MOVE WS-CLOCK-HMS TO TXN-TIME IN TDT-REC
               WRITE TDT-REC
               ADD 1 TO WS-TD-TS
           END-IF.
           ADD TD-PRINCIPAL IN TD-REC TO WS-PRIN-PAID.
           GO TO POST_INTEREST.

       POST_INTEREST.
           IF WS-INTEREST > 0 AND WS-ALREADY-POSTED = 0 THEN
               MOVE SPACES TO INT-REC
               MOVE TD-AID IN TD-REC TO AID IN INT-REC
               MOVE 'D' TO ACT IN INT-REC
               MOVE WS-INTEREST TO MONEY IN INT-REC
               MOVE WS-INT-TS TO TIMESTAMP IN INT-REC
               MOVE WS-TAG TO BILLERID IN INT-REC
               MOVE WS-TODAY TO TXN-DATE IN INT-REC
               MOVE WS-CLOCK-HMS TO TXN-TIME IN INT-REC
               WRITE INT-REC
               ADD 1 TO WS-INT-TS
           END-IF.
           ADD WS-INTEREST TO WS-INT-PAID.
           IF WS-ACTION = "B" THEN
               MOVE "X" TO TD-STATUS IN TD-REC
               MOVE "BROKEN" TO WS-REP-LABEL
               ADD 1 TO WS-BROKEN-CNT
               GO TO WRITE_REP_LINE
           END-IF.
           IF TD-INSTR IN TD-REC = "R" THEN
               GO TO ROLL_OVER
           END-IF.
           MOVE "M" TO TD-STATUS IN TD-REC.
           MOVE WS-TODAY TO TD-END-DATE IN TD-REC.
           MOVE "MATURED" TO WS-REP-LABEL.
           ADD 1 TO WS-MATURED-CNT.
           GO TO WRITE_REP_LINE.

      * --- the new term runs from the old maturity date, so a
      * placement the batch reaches late does not lose days. ---
       ROLL_OVER.
           MOVE TD-MATURITY IN TD-REC TO WS-NEXT-DATE-N.
           COMPUTE WS-MONTH-NO =
               WS-NX-YYYY * 12 + WS-NX-MM - 1 + TD-TERM IN TD-REC.
           DIVIDE WS-MONTH-NO BY 12
               GIVING WS-NX-YYYY REMAINDER WS-NX-MM.
           ADD 1 TO WS-NX-MM.
           MOVE WS-MD(WS-NX-MM) TO WS-DAYS-IN-MONTH.
           IF WS-NX-MM = 2 THEN
               DIVIDE WS-NX-YYYY BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
               IF WS-LEAP-R = 0 THEN
                   DIVIDE WS-NX-YYYY BY 100
                       GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                   IF WS-LEAP-R NOT = 0 THEN
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       DIVIDE WS-NX-YYYY BY 400
                           GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                       IF WS-LEAP-R = 0 THEN
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-NX-DD > WS-DAYS-IN-MONTH THEN
               MOVE WS-DAYS-IN-MONTH TO WS-NX-DD
           END-IF.
           MOVE TD-MATURITY IN TD-REC TO TD-START IN TD-REC.
           MOVE WS-NEXT-DATE-N TO TD-MATURITY IN TD-REC.
           MOVE "ROLLED" TO WS-REP-LABEL.
           ADD 1 TO WS-ROLLED-CNT.
           GO TO WRITE_REP_LINE.

      * --- DATE is the new maturity for a roll-over, the date the
      * placement ended otherwise; PEN is the penalty applied to a
      * break (zero on a maturity). ---
       WRITE_REP_LINE.
           ADD 1 TO WS-ACTED-CNT.
           MOVE SPACES TO TD-REP.
           MOVE WS-REP-LABEL TO TDR-LABEL.
           MOVE TD-REF IN TD-REC TO TDR-REF.
           MOVE " AID: " TO TDR-TIP-AID.
           MOVE TD-AID IN TD-REC TO TDR-AID.
           MOVE " PRIN: " TO TDR-TIP-PRIN.
           MOVE TD-PRINCIPAL IN TD-REC TO TDR-PRINCIPAL.
           MOVE " RATE: " TO TDR-TIP-RATE.
           MOVE TD-RATE IN TD-REC TO TDR-RATE.
           MOVE " PEN: " TO TDR-TIP-PEN.
           MOVE 0 TO TDR-PENALTY.
           IF TD-STATUS IN TD-REC = "X"
                   OR TD-STATUS IN TD-REC = "B" THEN
               MOVE WS-PENALTY TO TDR-PENALTY
           END-IF.
           MOVE " DAYS: " TO TDR-TIP-DAYS.
           MOVE WS-RUN-DAYS TO TDR-DAYS.
           MOVE " INT: " TO TDR-TIP-INT.
           MOVE WS-INTEREST TO TDR-INTEREST.
           MOVE " DATE: " TO TDR-TIP-DATE.
           IF TD-STATUS IN TD-REC = "A" THEN
               MOVE TD-MATURITY IN TD-REC TO TDR-DATE
           ELSE
               MOVE TD-END-DATE IN TD-REC TO TDR-DATE
           END-IF.
           WRITE TD-REP.
           GO TO COPY_ROW.

       COPY_ROW.
           MOVE TD-REC TO TD-REC-NEW.
           WRITE TD-REC-NEW.
           GO TO PROCESS_LOOP.

       PROCESS_DONE.
           CLOSE TDF.
           CLOSE TDFNEW.
           CLOSE TD-TRANS.
           CLOSE INT-TRANS.
           CALL "SYSTEM" USING
               "mv termDeposits.txt.new termDeposits.txt".
           GO TO WRITE_TOTALS.

      * --- the totals line reuses the slots: REF carries the count
      * of placements acted on, PRIN the principal paid back, INT the
      * interest paid, PEN the penalty in force. ---
       WRITE_TOTALS.
           MOVE SPACES TO TD-REP.
           MOVE "TOTAL" TO TDR-LABEL.
           MOVE WS-ACTED-CNT TO TDR-REF.
           MOVE " AID: " TO TDR-TIP-AID.
           MOVE " PRIN: " TO TDR-TIP-PRIN.
           MOVE WS-PRIN-PAID TO TDR-PRINCIPAL.
           MOVE " RATE: " TO TDR-TIP-RATE.
           MOVE 0 TO TDR-RATE.
           MOVE " PEN: " TO TDR-TIP-PEN.
           MOVE WS-PENALTY TO TDR-PENALTY.
           MOVE " DAYS: " TO TDR-TIP-DAYS.
           MOVE 0 TO TDR-DAYS.
           MOVE " INT: " TO TDR-TIP-INT.
           MOVE WS-INT-PAID TO TDR-INTEREST.
           MOVE " DATE: " TO TDR-TIP-DATE.
           MOVE WS-TODAY TO TDR-DATE.
           WRITE TD-REP.
           CLOSE TDREPORT.
           DISPLAY " MATURED AND PAID OUT: " WS-MATURED-CNT.
           DISPLAY " ROLLED OVER:          " WS-ROLLED-CNT.
           DISPLAY " BROKEN EARLY:         " WS-BROKEN-CNT.
           DISPLAY " BREAKS HELD:          " WS-HELD-CNT.
           DISPLAY " SKIPPED:              " WS-SKIPPED-CNT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM TERMDEP.
