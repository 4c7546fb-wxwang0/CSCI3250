      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily fee and service-charge batch, driven by the
      *          per-product fee schedule in feeSchedule.txt (see
      *          feesched.cpy). Charges three kinds of fee: one per
      *          external transfer the account sent through today's
      *          outbound clearing file, one for each account the
      *          last day close flagged EXCESS on negReport, and - on
      *          the month-end business day only - the monthly
      *          maintenance charge. Every fee is posted as an
      *          ordinary 'W' transaction record through the reserved
      *          roster entry "FEE ", exactly the way INTEREST posts
      *          through "INT " and SORDERS through "SO  ", so
      *          CENTRAL's end-of-day batch sweeps it with zero
      *          special-casing and the customer sees it on the
      *          statement like any other debit. FEES never rewrites
      *          master.txt itself. feeReport.txt lists every fee
      *          CHARGED and every fee WAIVED, with a reason per line.
      * Tectonics: cobc
      *
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. FEES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER ASSIGN TO "master.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATMDEF ASSIGN TO "atmdef.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ATMDEF-FS.
           SELECT TRANS-OUT ASSIGN TO DYNAMIC WS-TRANS-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRANS-FS.
           SELECT FEESCHED ASSIGN TO "feeSchedule.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCH-FS.
           SELECT CLRF ASSIGN TO DYNAMIC WS-CLRF-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLRF-FS.
           SELECT NEGR ASSIGN TO DYNAMIC WS-NEGR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NEGR-FS.
           SELECT FEERPT ASSIGN TO "feeReport.txt"
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

       FD  ATMDEF.
           COPY "atmdef.cpy" REPLACING ==:REC:== BY ==ATM-DEF-REC==.

       FD  TRANS-OUT.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==TRANS-REC==.

       FD  FEESCHED.
           COPY "feesched.cpy" REPLACING ==:REC:== BY ==FEE-SCHED-REC==.

      * --- today's outbound clearing file, written by ATMS's
      * EXTERNAL_TRANSFER: one record per transfer, CLR-ORIG-ACCT
      * naming our customer who sent it. ---
       FD  CLRF.
           COPY "clearing.cpy" REPLACING ==:REC:== BY ==CLRF-REC==.

      * --- the last closed day's negative-balance report, as archived
      * by CENTRAL's day close (negReport-YYYYMMDD.txt). Same TIP-label
      * layout as CENTRAL's REP record. ---
       FD  NEGR.
       01  NEG-REP.
           03 NR-TIP1 PIC X(6).
           03 NR-HOLDER PIC X(20).
           03 NR-TIP2 PIC X(17).
           03 NR-AID PIC X(16).
           03 NR-TIP3 PIC X(10).
           03 NR-BALANCE PIC S9(13)V9(2).
           03 NR-TIP4 PIC X(9).
           03 NR-FLAG PIC X(9).

      * --- one line per fee event, CHARGED, WAIVED or SKIPPED with a
      * reason, same fixed TIP-label layout as sorderReport.txt. ---
       FD  FEERPT.
       01  FEE-REP.
           03 FR-LABEL PIC X(8)  VALUE SPACES.
           03 FR-AID PIC X(16)  VALUE SPACES.
           03 FR-TIP-EVT PIC X(8)  VALUE " EVENT: ".
           03 FR-EVENT PIC X(10)  VALUE SPACES.
           03 FR-TIP-CNT PIC X(6)  VALUE " CNT: ".
           03 FR-COUNT PIC 9(3)  VALUE 0.
           03 FR-TIP-AMT PIC X(6)  VALUE " AMT: ".
           03 FR-AMOUNT PIC 9(7)V9(2)  VALUE 0.
           03 FR-TIP-RSN PIC X(9)  VALUE " REASON: ".
           03 FR-REASON PIC X(12)  VALUE SPACES.

       FD  BUSDATE.
           COPY "busdate.cpy" REPLACING ==:REC:== BY ==BUSDATE-REC==.

       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-TS PIC 9(5)  VALUE 0.
       01  WS-CANDIDATE-TS PIC 9(5)  VALUE 0.
       01  WS-CLOCK-RAW PIC 9(8)  VALUE 0.
       01  WS-CLOCK-R REDEFINES WS-CLOCK-RAW.
           03 WS-CLOCK-HMS PIC 9(6).
           03 WS-CLOCK-HUND PIC 9(2).
       01  WS-TODAY PIC 9(8)  VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03 WS-TODAY-YYYY PIC 9(4).
           03 WS-TODAY-MM PIC 9(2).
           03 WS-TODAY-DD PIC 9(2).
       01  WS-LAST-CLOSED PIC 9(8)  VALUE 0.

      * --- month-length table and leap test, mirrored from SORDERS'
      * due-date logic: the maintenance charge belongs to the
      * month-end business day only. ---
       01  WS-MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
           03 WS-MD OCCURS 12 TIMES PIC 9(2).
       01  WS-DAYS-IN-MONTH PIC 9(2)  VALUE 0.
       01  WS-LEAP-Q PIC 9(4)  VALUE 0.
       01  WS-LEAP-R PIC 9(4)  VALUE 0.
       01  WS-MONTH-END PIC 9(1)  VALUE 0.

      * --- posts through the reserved pseudo-ATM "FEE " the same way
      * INTEREST posts through "INT ": looked up in atmdef.txt like a
      * real terminal so CENTRAL sweeps fees-YYYYMMDD.txt into its
      * merge with no special-casing, while ATMS refuses to let a
      * customer select it. Not yet onboarded just means the file
      * falls back to a fixed "fees" base name and nothing sweeps it
      * until "FEE " is added to the roster. ---
       01  WS-TRANS-BASE PIC X(30)  VALUE "fees".
       01  WS-TRANS-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-CLRF-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-NEGR-FILENAME PIC X(30)  VALUE SPACES.
       01  WS-TRANS-FS PIC X(2)  VALUE "00".
       01  WS-SCH-FS PIC X(2)  VALUE "00".
       01  WS-CLRF-FS PIC X(2)  VALUE "00".
       01  WS-NEGR-FS PIC X(2)  VALUE "00".
       01  WS-ATMDEF-FS PIC X(2)  VALUE "00".
       01  WS-BUSDATE-FS PIC X(2)  VALUE "00".
       01  WS-CLOSE-FS PIC X(2)  VALUE "00".
       01  WS-FOUND-ATM PIC 9(1)  VALUE 0.

       01  ATM-TABLE.
           02 ATM-ENTRY OCCURS 20 TIMES INDEXED BY ATM-IDX.
              03 TBL-ATM-ID PIC X(4).
              03 TBL-ATM-FILE PIC X(30).
       01  ATM-COUNT PIC 9(3)  VALUE 0.
       01  WS-SUBS PIC 9(5)  VALUE 0.
       01  WS-MSUBS PIC 9(5)  VALUE 0.

      * --- fee schedule loaded once up front, same one-pass-into-a-
      * table shape as INTEREST's product table. ---
       01  SCHED-TABLE.
           02 SCHED-ENTRY OCCURS 50 TIMES INDEXED BY SCH-IDX.
              03 TBL-SCH-CODE PIC X(4).
              03 TBL-SCH-XFER PIC 9(5)V9(2).
              03 TBL-SCH-EXCESS PIC 9(5)V9(2).
              03 TBL-SCH-MONTHLY PIC 9(5)V9(2).
              03 TBL-SCH-WAIVE PIC 9(9)V9(2).
       01  SCHED-COUNT PIC 9(3)  VALUE 0.
       01  WS-SCH-IDX-FND PIC 9(3)  VALUE 0.
       01  WS-SCH-KEY PIC X(4)  VALUE SPACES.

      * --- every MASTER row loaded once up front, the same shape as
      * SORDERS' account table: each fee is vetted against it without
      * rescanning the file, and the monthly charge walks it. An
      * overflow stops the run before anything is written. ---
       01  ACCT-TABLE.
           02 ACCT-ENTRY OCCURS 20000 TIMES INDEXED BY ACCT-IDX.
              03 TBL-ACCT-AID PIC X(16).
              03 TBL-ACCT-BAL PIC S9(13)V9(2).
              03 TBL-ACCT-STATUS PIC X(1).
              03 TBL-ACCT-PROD PIC X(4).
       01  ACCT-COUNT PIC 9(5)  VALUE 0.
       01  WS-ACCT-IDX-FND PIC 9(5)  VALUE 0.

      * --- today's external transfers tallied per sending account, so
      * one fee record per account carries count times the per-
      * transfer fee. Built before anything is written; an overflow
      * stops the run rather than silently leaving transfers unbilled.
      * ---
       01  XFER-TABLE.
           02 XFER-ENTRY OCCURS 2000 TIMES INDEXED BY XFER-IDX.
              03 TBL-XFER-AID PIC X(16).
              03 TBL-XFER-CNT PIC 9(3).
       01  XFER-COUNT PIC 9(4)  VALUE 0.
       01  WS-XSUBS PIC 9(4)  VALUE 0.
       01  WS-XFER-IDX-FND PIC 9(4)  VALUE 0.

      * --- same-day idempotency, same idea as SORDERS' posted table
      * but keyed on the (account, fee event) pair: every fee record
      * this program writes carries its event code in BILLERID, so a
      * rerun after a crash or operator mistake rebuilds the pairs
      * from today's file and charges nothing twice. ---
       01  POSTED-TABLE.
           02 POSTED-ENTRY OCCURS 20000 TIMES INDEXED BY POSTED-IDX.
              03 TBL-POSTED-AID PIC X(16).
              03 TBL-POSTED-EVT PIC X(10).
       01  POSTED-COUNT PIC 9(5)  VALUE 0.
       01  WS-ALREADY-POSTED PIC 9(1)  VALUE 0.

      * --- the fee being charged. The caller sets the account, the
      * event code and count and WS-FEE-RETURN before jumping to
      * CHARGE_FEE, the same caller-sets-the-return-flag shape as
      * ATMS's REWRITE_LOCKOUT: 'X' transfer loop, 'E' excess loop,
      * 'M' monthly loop. WS-FEE-ACCT-KNOWN = 1 means the caller has
      * already set WS-ACCT-IDX-FND (the monthly walk) and the
      * account scan is skipped. ---
       01  WS-FEE-AID PIC X(16)  VALUE SPACES.
       01  WS-FEE-EVENT PIC X(10)  VALUE SPACES.
       01  WS-FEE-CNT PIC 9(3)  VALUE 0.
       01  WS-FEE-AMT PIC 9(7)V9(2)  VALUE 0.
       01  WS-FEE-RETURN PIC X(1)  VALUE SPACES.
       01  WS-FEE-ACCT-KNOWN PIC 9(1)  VALUE 0.
       01  WS-FEE-REASON PIC X(12)  VALUE SPACES.
       01  WS-FEE-LABEL PIC X(8)  VALUE SPACES.

       01  WS-CHARGED-CNT PIC 9(5)  VALUE 0.
       01  WS-CHARGED-TOT PIC 9(9)V9(2)  VALUE 0.
       01  WS-WAIVED-CNT PIC 9(5)  VALUE 0.
       01  WS-SKIPPED-CNT PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "##############################################"
           DISPLAY "##     GRINGOTTS WIZARDING BANK - DAILY      ##"
           DISPLAY "##        FEE AND SERVICE-CHARGE RUN         ##"
           DISPLAY "##############################################"
           GO TO LOAD_ATM_DEFS.

       LOAD_ATM_DEFS.
           MOVE 0 TO ATM-COUNT.
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

       LOAD_ATM_DEFS_DONE.
           MOVE 1 TO WS-SUBS.
           GO TO MATCH_FEE_ATM.

      * --- a missing reserved entry is worth a message: the dated
      * file still gets written under the fallback base name, but
      * nothing sweeps it into posting until "FEE " is onboarded. ---
       MATCH_FEE_ATM.
           IF WS-SUBS > ATM-COUNT THEN
               IF WS-FOUND-ATM = 0 THEN
                   DISPLAY " WARNING: FEE NOT ON ATM ROSTER - "
                       "FEES WILL NOT BE SWEPT"
               END-IF
               GO TO GET_BUSINESS_DATE
           END-IF.
           SET ATM-IDX TO WS-SUBS.
           IF TBL-ATM-ID(ATM-IDX) = "FEE " THEN
               MOVE TBL-ATM-FILE(ATM-IDX) TO WS-TRANS-BASE
               MOVE 1 TO WS-FOUND-ATM
               GO TO GET_BUSINESS_DATE
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO MATCH_FEE_ATM.

      * --- businessdate.txt lets this run agree with ATMS/CENTRAL on
      * which day's dated files to use even if it happens to run after
      * local midnight; no override file just means "today", the
      * normal same-day case. ---
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

      * --- day-close fence, same as the one in ATMS and the other
      * posting batches. The closed date is kept: it names the
      * negReport generation the EXCESS charges are read from. ---
       CHECK_DAY_CLOSED.
           MOVE 0 TO WS-LAST-CLOSED.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               GO TO SET_MONTH_END
           END-IF.
           READ DAYCLOSE INTO DAYCLOSE-REC
               AT END
                   MOVE 0 TO CLOSED-DATE IN DAYCLOSE-REC
           END-READ.
           CLOSE DAYCLOSE.
           IF WS-TODAY NOT > CLOSED-DATE IN DAYCLOSE-REC THEN
               DISPLAY " BUSINESS DATE " WS-TODAY
                   " ALREADY CLOSED - RUN REFUSED"
               STOP RUN
           END-IF.
           MOVE CLOSED-DATE IN DAYCLOSE-REC TO WS-LAST-CLOSED.
           GO TO SET_MONTH_END.

       SET_MONTH_END.
           MOVE 0 TO WS-MONTH-END.
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
           IF WS-TODAY-DD = WS-DAYS-IN-MONTH THEN
               MOVE 1 TO WS-MONTH-END
           END-IF.
           GO TO BUILD_TRANS_FILENAME.

       BUILD_TRANS_FILENAME.
           STRING WS-TRANS-BASE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TRANS-FILENAME.
           GO TO LOAD_SCHEDULE.

      * --- no feeSchedule.txt at all means nothing is chargeable:
      * every fee event is still listed, WAIVED with NO-SCHEDULE. ---
       LOAD_SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           MOVE 0 TO EOF.
           OPEN INPUT FEESCHED.
           IF WS-SCH-FS NOT = "00" THEN
               DISPLAY " NO FEE SCHEDULE ON FILE"
               GO TO LOAD_MASTER_TBL
           END-IF.
           GO TO LOAD_SCHEDULE_LOOP.

       LOAD_SCHEDULE_LOOP.
           READ FEESCHED INTO FEE-SCHED-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE FEESCHED
               GO TO LOAD_MASTER_TBL
           END-IF.
           IF SCHED-COUNT >= 50 THEN
               DISPLAY " FEE SCHEDULE TABLE FULL - IGNORING "
                   FEE-CODE IN FEE-SCHED-REC
               GO TO LOAD_SCHEDULE_LOOP
           END-IF.
           ADD 1 TO SCHED-COUNT.
           SET SCH-IDX TO SCHED-COUNT.
           MOVE FEE-CODE IN FEE-SCHED-REC TO TBL-SCH-CODE(SCH-IDX).
           MOVE FEE-XFER IN FEE-SCHED-REC TO TBL-SCH-XFER(SCH-IDX).
           MOVE FEE-EXCESS IN FEE-SCHED-REC TO TBL-SCH-EXCESS(SCH-IDX).
           MOVE FEE-MONTHLY IN FEE-SCHED-REC
               TO TBL-SCH-MONTHLY(SCH-IDX).
           MOVE FEE-WAIVE-BAL IN FEE-SCHED-REC
               TO TBL-SCH-WAIVE(SCH-IDX).
           GO TO LOAD_SCHEDULE_LOOP.

       LOAD_MASTER_TBL.
           MOVE 0 TO ACCT-COUNT.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           GO TO LOAD_MASTER_TBL_LOOP.

       LOAD_MASTER_TBL_LOOP.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               GO TO LOAD_TRANSFERS
           END-IF.
           IF ACCT-COUNT >= 20000 THEN
               DISPLAY " ACCOUNT TABLE FULL - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO ACCT-COUNT.
           SET ACCT-IDX TO ACCT-COUNT.
           MOVE AID IN ACCOUNT TO TBL-ACCT-AID(ACCT-IDX).
           MOVE BALANCE IN ACCOUNT TO TBL-ACCT-BAL(ACCT-IDX).
           MOVE ACCT-STATUS IN ACCOUNT TO TBL-ACCT-STATUS(ACCT-IDX).
           MOVE PROD-CODE IN ACCOUNT TO TBL-ACCT-PROD(ACCT-IDX).
           GO TO LOAD_MASTER_TBL_LOOP.

      * --- today's outbound clearing file, tallied per sending
      * account. No file today is the normal no-transfers case. Only
      * terminal transfers (CLR-SOURCE the terminal, or spaces on an
      * older record) carry the fee; a closure pay-out MAINT sent
      * through a batch roster entry is not a customer transfer. ---
       LOAD_TRANSFERS.
           MOVE 0 TO XFER-COUNT.
           MOVE 0 TO EOF.
           MOVE SPACES TO WS-CLRF-FILENAME.
           STRING "outclear-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CLRF-FILENAME.
           OPEN INPUT CLRF.
           IF WS-CLRF-FS NOT = "00" THEN
               GO TO SCAN_TODAYS_POSTED
           END-IF.
           GO TO LOAD_TRANSFERS_LOOP.

       LOAD_TRANSFERS_LOOP.
           READ CLRF INTO CLRF-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE CLRF
               GO TO SCAN_TODAYS_POSTED
           END-IF.
           IF CLR-SOURCE IN CLRF-REC = "INT "
                   OR CLR-SOURCE IN CLRF-REC = "SO  "
                   OR CLR-SOURCE IN CLRF-REC = "CLR "
                   OR CLR-SOURCE IN CLRF-REC = "ADJ "
                   OR CLR-SOURCE IN CLRF-REC = "FEE "
                   OR CLR-SOURCE IN CLRF-REC = "TD  " THEN
               GO TO LOAD_TRANSFERS_LOOP
           END-IF.
           MOVE 0 TO WS-XFER-IDX-FND.
           MOVE 1 TO WS-XSUBS.
           GO TO XFER_TALLY.

      * --- linear scan of the tally for the sending account, same
      * shape as INTEREST's ACCRUED_CHECK. ---
       XFER_TALLY.
           IF WS-XSUBS > XFER-COUNT THEN
               GO TO XFER_TALLY_DONE
           END-IF.
           SET XFER-IDX TO WS-XSUBS.
           IF TBL-XFER-AID(XFER-IDX) = CLR-ORIG-ACCT IN CLRF-REC THEN
               MOVE WS-XSUBS TO WS-XFER-IDX-FND
               GO TO XFER_TALLY_DONE
           END-IF.
           ADD 1 TO WS-XSUBS.
           GO TO XFER_TALLY.

       XFER_TALLY_DONE.
           IF WS-XFER-IDX-FND NOT = 0 THEN
               SET XFER-IDX TO WS-XFER-IDX-FND
               ADD 1 TO TBL-XFER-CNT(XFER-IDX)
               GO TO LOAD_TRANSFERS_LOOP
           END-IF.
           IF XFER-COUNT >= 2000 THEN
               DISPLAY " TRANSFER TABLE FULL - RUN STOPPED"
               STOP RUN
           END-IF.
           ADD 1 TO XFER-COUNT.
           SET XFER-IDX TO XFER-COUNT.
           MOVE CLR-ORIG-ACCT IN CLRF-REC TO TBL-XFER-AID(XFER-IDX).
           MOVE 1 TO TBL-XFER-CNT(XFER-IDX).
           GO TO LOAD_TRANSFERS_LOOP.

      * --- read-only pass over today's fee file, priming WS-TS past
      * the highest TIMESTAMP on disk (same idea as ATMS's
      * SCAN_TRANS_FOR_TS) and rebuilding the (account, event) pairs
      * already charged today. No file yet today is the normal
      * first-run case. ---
       SCAN_TODAYS_POSTED.
           MOVE 0 TO POSTED-COUNT.
           MOVE 0 TO WS-TS.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-FS NOT = "00" THEN
               GO TO OPEN_TRANS_FOR_WRITE
           END-IF.
           GO TO SCAN_TODAYS_POSTED_LOOP.

       SCAN_TODAYS_POSTED_LOOP.
           READ TRANS-OUT INTO TRANS-REC
               AT END
                   CLOSE TRANS-OUT
                   GO TO OPEN_TRANS_FOR_WRITE
           END-READ.
           COMPUTE WS-CANDIDATE-TS = TIMESTAMP IN TRANS-REC + 1.
           IF WS-CANDIDATE-TS > WS-TS THEN
               MOVE WS-CANDIDATE-TS TO WS-TS
           END-IF.
           IF POSTED-COUNT >= 20000 THEN
               GO TO POSTED_TABLE_FULL
           END-IF.
           ADD 1 TO POSTED-COUNT.
           SET POSTED-IDX TO POSTED-COUNT.
           MOVE AID IN TRANS-REC TO TBL-POSTED-AID(POSTED-IDX).
           MOVE BILLERID IN TRANS-REC TO TBL-POSTED-EVT(POSTED-IDX).
           GO TO SCAN_TODAYS_POSTED_LOOP.

      * --- past the cap a rerun could no longer prove a fee already
      * charged, so overflow stops the run before anything is
      * written - the same rule as SORDERS' POSTED_TABLE_FULL. ---
       POSTED_TABLE_FULL.
           DISPLAY " POSTED TABLE FULL - RUN STOPPED".
           STOP RUN.

       OPEN_TRANS_FOR_WRITE.
           OPEN EXTEND TRANS-OUT.
           IF WS-TRANS-FS = "35" THEN
               OPEN OUTPUT TRANS-OUT
           END-IF.
           OPEN OUTPUT FEERPT.
           MOVE 1 TO WS-XSUBS.
           GO TO XFER_FEES_LOOP.

      * --- external-transfer fees: one record per sending account,
      * count times the product's per-transfer fee. ---
       XFER_FEES_LOOP.
           IF WS-XSUBS > XFER-COUNT THEN
               GO TO EXCESS_FEES
           END-IF.
           SET XFER-IDX TO WS-XSUBS.
           MOVE TBL-XFER-AID(XFER-IDX) TO WS-FEE-AID.
           MOVE "XFER" TO WS-FEE-EVENT.
           MOVE TBL-XFER-CNT(XFER-IDX) TO WS-FEE-CNT.
           MOVE 0 TO WS-FEE-ACCT-KNOWN.
           MOVE "X" TO WS-FEE-RETURN.
           GO TO CHARGE_FEE.

      * --- excess-overdraft fees, from the negReport generation the
      * last day close archived. No close yet, or no report for that
      * date, just means nothing to charge. ---
       EXCESS_FEES.
           IF WS-LAST-CLOSED = 0 THEN
               GO TO MONTHLY_FEES
           END-IF.
           MOVE 0 TO EOF.
           MOVE SPACES TO WS-NEGR-FILENAME.
           STRING "negReport-" DELIMITED BY SIZE
                  WS-LAST-CLOSED DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NEGR-FILENAME.
           OPEN INPUT NEGR.
           IF WS-NEGR-FS NOT = "00" THEN
               GO TO MONTHLY_FEES
           END-IF.
           GO TO EXCESS_FEES_LOOP.

       EXCESS_FEES_LOOP.
           READ NEGR INTO NEG-REP
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE NEGR
               GO TO MONTHLY_FEES
           END-IF.
           IF NR-FLAG NOT = "EXCESS" THEN
               GO TO EXCESS_FEES_LOOP
           END-IF.
           MOVE NR-AID TO WS-FEE-AID.
           MOVE "EXCESS" TO WS-FEE-EVENT.
           MOVE 1 TO WS-FEE-CNT.
           MOVE 0 TO WS-FEE-ACCT-KNOWN.
           MOVE "E" TO WS-FEE-RETURN.
           GO TO CHARGE_FEE.

      * --- monthly maintenance charge, month-end business day only:
      * a walk of the loaded account table, closed accounts excluded.
      * ---
       MONTHLY_FEES.
           IF WS-MONTH-END = 0 THEN
               GO TO FEES_DONE
           END-IF.
           MOVE 1 TO WS-MSUBS.
           GO TO MONTHLY_FEES_LOOP.

       MONTHLY_FEES_LOOP.
           IF WS-MSUBS > ACCT-COUNT THEN
               GO TO FEES_DONE
           END-IF.
           SET ACCT-IDX TO WS-MSUBS.
           IF TBL-ACCT-STATUS(ACCT-IDX) = "C" THEN
               ADD 1 TO WS-MSUBS
               GO TO MONTHLY_FEES_LOOP
           END-IF.
           MOVE TBL-ACCT-AID(ACCT-IDX) TO WS-FEE-AID.
           MOVE "MONTHLY" TO WS-FEE-EVENT.
           MOVE 1 TO WS-FEE-CNT.
           MOVE WS-MSUBS TO WS-ACCT-IDX-FND.
           MOVE 1 TO WS-FEE-ACCT-KNOWN.
           MOVE "M" TO WS-FEE-RETURN.
           GO TO CHARGE_FEE.

      * --- shared charging chain: vet the account, find its schedule
      * row, price the event, check today's file, post. Any check that
      * refuses the fee sets WS-FEE-REASON and lands on REPORT_WAIVED.
      * ---
       CHARGE_FEE.
           MOVE 0 TO WS-FEE-AMT.
           IF WS-FEE-ACCT-KNOWN = 1 THEN
               GO TO FIND_FEE_ACCT_DONE
           END-IF.
           MOVE 0 TO WS-ACCT-IDX-FND.
           MOVE 1 TO WS-SUBS.
           GO TO FIND_FEE_ACCT.

       FIND_FEE_ACCT.
           IF WS-SUBS > ACCT-COUNT THEN
               GO TO FIND_FEE_ACCT_DONE
           END-IF.
           SET ACCT-IDX TO WS-SUBS.
           IF TBL-ACCT-AID(ACCT-IDX) = WS-FEE-AID THEN
               MOVE WS-SUBS TO WS-ACCT-IDX-FND
               GO TO FIND_FEE_ACCT_DONE
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO FIND_FEE_ACCT.

       FIND_FEE_ACCT_DONE.
           IF WS-ACCT-IDX-FND = 0 THEN
               MOVE "NO-ACCOUNT" TO WS-FEE-REASON
               GO TO REPORT_WAIVED
           END-IF.
           SET ACCT-IDX TO WS-ACCT-IDX-FND.
           IF TBL-ACCT-STATUS(ACCT-IDX) = "C" THEN
               MOVE "ACCT-CLOSED" TO WS-FEE-REASON
               GO TO REPORT_WAIVED
           END-IF.
           MOVE TBL-ACCT-PROD(ACCT-IDX) TO WS-SCH-KEY.
           MOVE 0 TO WS-SCH-IDX-FND.
           MOVE 1 TO WS-SUBS.
           GO TO FIND_FEE_SCHED.

      * --- linear scan of the schedule for the account's product,
      * then once more for the DFLT row if the product has none. ---
       FIND_FEE_SCHED.
           IF WS-SUBS > SCHED-COUNT THEN
               GO TO FIND_FEE_SCHED_DONE
           END-IF.
           SET SCH-IDX TO WS-SUBS.
           IF TBL-SCH-CODE(SCH-IDX) = WS-SCH-KEY THEN
               MOVE WS-SUBS TO WS-SCH-IDX-FND
               GO TO FIND_FEE_SCHED_DONE
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO FIND_FEE_SCHED.

       FIND_FEE_SCHED_DONE.
           IF WS-SCH-IDX-FND = 0 AND WS-SCH-KEY NOT = "DFLT" THEN
               MOVE "DFLT" TO WS-SCH-KEY
               MOVE 1 TO WS-SUBS
               GO TO FIND_FEE_SCHED
           END-IF.
      * --- the monthly charge is an enrolment, not an event: an
      * account on a product that carries none is simply not listed,
      * or every savings account would fill the report each month. ---
           IF WS-SCH-IDX-FND = 0 THEN
               IF WS-FEE-EVENT = "MONTHLY" THEN
                   GO TO CHARGE_FEE_RETURN
               END-IF
               MOVE "NO-SCHEDULE" TO WS-FEE-REASON
               GO TO REPORT_WAIVED
           END-IF.
           SET SCH-IDX TO WS-SCH-IDX-FND.
           IF WS-FEE-EVENT = "XFER" THEN
               COMPUTE WS-FEE-AMT =
                   TBL-SCH-XFER(SCH-IDX) * WS-FEE-CNT
           END-IF.
           IF WS-FEE-EVENT = "EXCESS" THEN
               MOVE TBL-SCH-EXCESS(SCH-IDX) TO WS-FEE-AMT
           END-IF.
           IF WS-FEE-EVENT = "MONTHLY" THEN
               IF TBL-SCH-MONTHLY(SCH-IDX) = 0 THEN
                   GO TO CHARGE_FEE_RETURN
               END-IF
               MOVE TBL-SCH-MONTHLY(SCH-IDX) TO WS-FEE-AMT
               SET ACCT-IDX TO WS-ACCT-IDX-FND
               IF TBL-SCH-WAIVE(SCH-IDX) > 0
                       AND TBL-ACCT-BAL(ACCT-IDX)
                           >= TBL-SCH-WAIVE(SCH-IDX) THEN
                   MOVE "MIN-BALANCE" TO WS-FEE-REASON
                   GO TO REPORT_WAIVED
               END-IF
           END-IF.
           IF WS-FEE-AMT = 0 THEN
               MOVE "NO-FEE" TO WS-FEE-REASON
               GO TO REPORT_WAIVED
           END-IF.
           MOVE 0 TO WS-ALREADY-POSTED.
           MOVE 1 TO WS-SUBS.
           GO TO FEE_POSTED_CHECK.

      * --- linear scan of today's already-charged pairs, same shape
      * as SORDERS' POSTED_CHECK. ---
       FEE_POSTED_CHECK.
           IF WS-SUBS > POSTED-COUNT THEN
               GO TO FEE_POSTED_CHECK_DONE
           END-IF.
           SET POSTED-IDX TO WS-SUBS.
           IF TBL-POSTED-AID(POSTED-IDX) = WS-FEE-AID
                   AND TBL-POSTED-EVT(POSTED-IDX) = WS-FEE-EVENT THEN
               MOVE 1 TO WS-ALREADY-POSTED
               GO TO FEE_POSTED_CHECK_DONE
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO FEE_POSTED_CHECK.

      * --- a fee already on today's file is listed SKIPPED/ALREADY,
      * the way SORDERS lists a rerun's orders. ---
       FEE_POSTED_CHECK_DONE.
           IF WS-ALREADY-POSTED = 1 THEN
               ADD 1 TO WS-SKIPPED-CNT
               MOVE "SKIPPED" TO WS-FEE-LABEL
               MOVE "ALREADY" TO WS-FEE-REASON
               GO TO WRITE_FEE_LINE
           END-IF.
           GO TO POST_FEE.

      * --- the fee posts exactly the way SORDERS posts a standing
      * order: an ordinary 'W' record, with the event code riding in
      * BILLERID (CENTRAL only reads BILLERID on a 'P') so the
      * statement and INQUIRY show what the debit was for, and so a
      * rerun can recognise it. ---
       POST_FEE.
           IF POSTED-COUNT >= 20000 THEN
               GO TO POSTED_TABLE_FULL
           END-IF.
           MOVE SPACES TO TRANS-REC.
           MOVE WS-FEE-AID TO AID IN TRANS-REC.
           MOVE 'W' TO ACT IN TRANS-REC.
           MOVE WS-FEE-AMT TO MONEY IN TRANS-REC.
           MOVE WS-TS TO TIMESTAMP IN TRANS-REC.
           MOVE WS-FEE-EVENT TO BILLERID IN TRANS-REC.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE WS-TODAY TO TXN-DATE IN TRANS-REC.
           MOVE WS-CLOCK-HMS TO TXN-TIME IN TRANS-REC.
           WRITE TRANS-REC.
           ADD 1 TO WS-TS.
           ADD 1 TO POSTED-COUNT.
           SET POSTED-IDX TO POSTED-COUNT.
           MOVE WS-FEE-AID TO TBL-POSTED-AID(POSTED-IDX).
           MOVE WS-FEE-EVENT TO TBL-POSTED-EVT(POSTED-IDX).
           ADD 1 TO WS-CHARGED-CNT.
           ADD WS-FEE-AMT TO WS-CHARGED-TOT.
           MOVE "CHARGED" TO WS-FEE-LABEL.
           MOVE SPACES TO WS-FEE-REASON.
           GO TO WRITE_FEE_LINE.

      * --- WS-FEE-REASON is set by whichever check refused the fee
      * before jumping here. ---
       REPORT_WAIVED.
           ADD 1 TO WS-WAIVED-CNT.
           MOVE "WAIVED" TO WS-FEE-LABEL.
           GO TO WRITE_FEE_LINE.

       WRITE_FEE_LINE.
           MOVE SPACES TO FEE-REP.
           MOVE WS-FEE-LABEL TO FR-LABEL.
           MOVE WS-FEE-AID TO FR-AID.
           MOVE " EVENT: " TO FR-TIP-EVT.
           MOVE WS-FEE-EVENT TO FR-EVENT.
           MOVE " CNT: " TO FR-TIP-CNT.
           MOVE WS-FEE-CNT TO FR-COUNT.
           MOVE " AMT: " TO FR-TIP-AMT.
           MOVE WS-FEE-AMT TO FR-AMOUNT.
           MOVE " REASON: " TO FR-TIP-RSN.
           MOVE WS-FEE-REASON TO FR-REASON.
           WRITE FEE-REP.
           GO TO CHARGE_FEE_RETURN.

       CHARGE_FEE_RETURN.
           IF WS-FEE-RETURN = "X" THEN
               ADD 1 TO WS-XSUBS
               GO TO XFER_FEES_LOOP
           END-IF.
           IF WS-FEE-RETURN = "E" THEN
               GO TO EXCESS_FEES_LOOP
           END-IF.
           ADD 1 TO WS-MSUBS.
           GO TO MONTHLY_FEES_LOOP.

       FEES_DONE.
           CLOSE TRANS-OUT.
           CLOSE FEERPT.
           DISPLAY " FEES CHARGED: " WS-CHARGED-CNT
               " TOTAL: " WS-CHARGED-TOT.
           DISPLAY " FEES WAIVED: " WS-WAIVED-CNT.
           DISPLAY " FEES SKIPPED: " WS-SKIPPED-CNT.
           STOP RUN.
       END PROGRAM FEES.
