      ******************************************************************
      * Author:
      * Date:
      * Purpose: periodic dormancy batch against master.txt. An open
      *          account whose last customer-initiated activity
      *          (LAST-ACTIVITY, moved by CENTRAL on every posting
      *          from a real terminal - see master.cpy) is the
      *          configured number of months or more behind the last
      *          closed business date is marked ACCT-STATUS "D".
      *          The month count comes from dormancyParm.txt (see
      *          dormparm.cpy); a missing or zero value refuses the
      *          run. Legacy rows with no LAST-ACTIVITY are seeded with
      *          the as-of date, so their clock starts now instead of
      *          the whole legacy book going dormant on the first run.
      *          master.txt is rewritten through the same copy-and-
      *          swap pass MAINT uses and master.idx rebuilt after it.
      *          dormancyReport.txt lists every dormant account -
      *          NEWDORM for the ones marked this run, DORMANT for the
      *          ones already flagged - with holder, balance and last
      *          activity date, then the totals: the list the
      *          regulator asks for. Only MAINT's reactivate action
      *          ever takes the flag off again. Runs from BATCHDAY on
      *          the month-end business day, after CENTRAL.
      * Tectonics: cobc
      *
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER ASSIGN TO "master.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASTER-FS.
           SELECT MASTERNEW ASSIGN TO "master.txt.new"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTERIDX ASSIGN TO "master.idx"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AID IN IDXACCOUNT
                  FILE STATUS IS WS-IDX-FS.
           SELECT DMPARM ASSIGN TO "dormancyParm.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FS.
           SELECT DORMRPT ASSIGN TO "dormancyReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAYCLOSE ASSIGN TO "lastclose.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLOSE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER.
           COPY "master.cpy" REPLACING ==:REC:== BY ==ACCOUNT==.

       FD  MASTERNEW.
           COPY "master.cpy" REPLACING ==:REC:== BY ==NEWACCOUNT==.

      * --- keyed companion of master.txt, rebuilt after the swap so
      * the terminals' keyed lookups see the new status at once. ---
       FD  MASTERIDX.
           COPY "master.cpy" REPLACING ==:REC:== BY ==IDXACCOUNT==.

       FD  DMPARM.
           COPY "dormparm.cpy" REPLACING ==:REC:== BY ==DM-PARM-REC==.

      * --- one line per dormant account plus the header and totals,
      * same fixed TIP-label layout as the other batch reports. ---
       FD  DORMRPT.
       01  DORM-REP.
           03 DR-LABEL PIC X(8)  VALUE SPACES.
           03 DR-AID PIC X(16)  VALUE SPACES.
           03 DR-TIP-HLD PIC X(9)  VALUE " HOLDER: ".
           03 DR-HOLDER PIC X(20)  VALUE SPACES.
           03 DR-TIP-BAL PIC X(6)  VALUE " BAL: ".
           03 DR-BALANCE PIC S9(13)V9(2)  VALUE 0.
           03 DR-TIP-LAST PIC X(7)  VALUE " LAST: ".
           03 DR-LAST PIC X(8)  VALUE SPACES.
           03 DR-TIP-CNT PIC X(6)  VALUE " CNT: ".
           03 DR-COUNT PIC 9(5)  VALUE 0.

       FD  DAYCLOSE.
           COPY "dayclose.cpy" REPLACING ==:REC:== BY ==DAYCLOSE-REC==.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-MASTER-FS PIC X(2)  VALUE "00".
       01  WS-IDX-FS PIC X(2)  VALUE "00".
       01  WS-PARM-FS PIC X(2)  VALUE "00".
       01  WS-CLOSE-FS PIC X(2)  VALUE "00".

      * --- the as-of date is the last closed business date: this runs
      * after CENTRAL, so master.txt holds exactly that day's
      * postings. ---
       01  WS-ASOF PIC 9(8)  VALUE 0.
       01  WS-MONTHS PIC 9(3)  VALUE 0.

      * --- the cutoff is the as-of date moved back WS-MONTHS calendar
      * months, the day clamped to the target month's length with the
      * same month table and leap test SORDERS' due-date logic uses.
      * An account last active on or before it is dormant. ---
       01  WS-CUTOFF.
           03 WS-CUT-YYYY PIC 9(4).
           03 WS-CUT-MM PIC 9(2).
           03 WS-CUT-DD PIC 9(2).
       01  WS-CUTOFF-N REDEFINES WS-CUTOFF PIC 9(8).
       01  WS-MONTH-NO PIC 9(6)  VALUE 0.
       01  WS-MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
           03 WS-MD OCCURS 12 TIMES PIC 9(2).
       01  WS-DAYS-IN-MONTH PIC 9(2)  VALUE 0.
       01  WS-LEAP-Q PIC 9(4)  VALUE 0.
       01  WS-LEAP-R PIC 9(4)  VALUE 0.

       01  WS-LAST-N PIC 9(8)  VALUE 0.
       01  WS-REP-LABEL PIC X(8)  VALUE SPACES.

       01  WS-READ-CNT PIC 9(5)  VALUE 0.
       01  WS-SEED-CNT PIC 9(5)  VALUE 0.
       01  WS-NEW-CNT PIC 9(5)  VALUE 0.
       01  WS-NEW-BAL PIC S9(13)V9(2)  VALUE 0.
       01  WS-DORM-CNT PIC 9(5)  VALUE 0.
       01  WS-DORM-BAL PIC S9(13)V9(2)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "##############################################"
           DISPLAY "##     GRINGOTTS WIZARDING BANK - PERIODIC   ##"
           DISPLAY "##         DORMANT-ACCOUNT DETECTION         ##"
           DISPLAY "##############################################"
           GO TO GET_ASOF_DATE.

      * --- lastclose.txt names the day master.txt is now closed
      * through; with no close on file yet the OS date stands in. ---
       GET_ASOF_DATE.
           OPEN INPUT DAYCLOSE.
           IF WS-CLOSE-FS NOT = "00" THEN
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
               GO TO LOAD_PARM
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
           GO TO LOAD_PARM.

      * --- the nonzero RETURN-CODE on a refusal keeps the BATCHDAY
      * driver from logging the step DONE. ---
       LOAD_PARM.
           OPEN INPUT DMPARM.
           IF WS-PARM-FS NOT = "00" THEN
               DISPLAY " NO DORMANCY PARAMETER - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DMPARM INTO DM-PARM-REC
               AT END
                   MOVE 0 TO DMP-MONTHS IN DM-PARM-REC
           END-READ.
           CLOSE DMPARM.
           IF DMP-MONTHS IN DM-PARM-REC IS NOT NUMERIC
                   OR DMP-MONTHS IN DM-PARM-REC = 0 THEN
               DISPLAY " DORMANCY PERIOD MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DMP-MONTHS IN DM-PARM-REC TO WS-MONTHS.
           GO TO SET_CUTOFF.

       SET_CUTOFF.
           MOVE WS-ASOF TO WS-CUTOFF-N.
           COMPUTE WS-MONTH-NO =
               WS-CUT-YYYY * 12 + WS-CUT-MM - 1 - WS-MONTHS.
           DIVIDE WS-MONTH-NO BY 12
               GIVING WS-CUT-YYYY REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           MOVE WS-MD(WS-CUT-MM) TO WS-DAYS-IN-MONTH.
           IF WS-CUT-MM = 2 THEN
               DIVIDE WS-CUT-YYYY BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
               IF WS-LEAP-R = 0 THEN
                   DIVIDE WS-CUT-YYYY BY 100
                       GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                   IF WS-LEAP-R NOT = 0 THEN
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       DIVIDE WS-CUT-YYYY BY 400
                           GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                       IF WS-LEAP-R = 0 THEN
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CUT-DD > WS-DAYS-IN-MONTH THEN
               MOVE WS-DAYS-IN-MONTH TO WS-CUT-DD
           END-IF.
           DISPLAY " AS OF " WS-ASOF " - " WS-MONTHS
               " MONTHS - CUTOFF " WS-CUTOFF-N.
           GO TO OPEN_FILES.

       OPEN_FILES.
           OPEN INPUT MASTER.
           IF WS-MASTER-FS NOT = "00" THEN
               DISPLAY " MASTER.TXT NOT FOUND - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MASTERNEW.
           OPEN OUTPUT DORMRPT.
           MOVE SPACES TO DORM-REP.
           MOVE "CUTOFF" TO DR-LABEL.
           MOVE " HOLDER: " TO DR-TIP-HLD.
           MOVE " BAL: " TO DR-TIP-BAL.
           MOVE 0 TO DR-BALANCE.
           MOVE " LAST: " TO DR-TIP-LAST.
           MOVE WS-CUTOFF-N TO DR-LAST.
           MOVE " CNT: " TO DR-TIP-CNT.
           MOVE WS-MONTHS TO DR-COUNT.
           WRITE DORM-REP.
           MOVE 0 TO EOF.
           GO TO MARK_DORMANT_LOOP.

      * --- every row is copied through; closed rows untouched, legacy
      * rows seeded, open rows past the cutoff flipped to "D". ---
       MARK_DORMANT_LOOP.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               GO TO MARK_DORMANT_DONE
           END-IF.
           ADD 1 TO WS-READ-CNT.
           IF ACCT-STATUS IN ACCOUNT = "C" THEN
               GO TO MARK_DORMANT_WRITE
           END-IF.
           IF LAST-ACTIVITY IN ACCOUNT IS NOT NUMERIC THEN
               MOVE WS-ASOF TO LAST-ACTIVITY IN ACCOUNT
               ADD 1 TO WS-SEED-CNT
           END-IF.
           IF ACCT-STATUS IN ACCOUNT = "D" THEN
               MOVE "DORMANT" TO WS-REP-LABEL
               GO TO WRITE_DORM_LINE
           END-IF.
           MOVE LAST-ACTIVITY IN ACCOUNT TO WS-LAST-N.
           IF WS-LAST-N NOT > WS-CUTOFF-N THEN
               MOVE "D" TO ACCT-STATUS IN ACCOUNT
               ADD 1 TO WS-NEW-CNT
               ADD BALANCE IN ACCOUNT TO WS-NEW-BAL
               MOVE "NEWDORM" TO WS-REP-LABEL
               GO TO WRITE_DORM_LINE
           END-IF.
           GO TO MARK_DORMANT_WRITE.

       WRITE_DORM_LINE.
           ADD 1 TO WS-DORM-CNT.
           ADD BALANCE IN ACCOUNT TO WS-DORM-BAL.
           MOVE SPACES TO DORM-REP.
           MOVE WS-REP-LABEL TO DR-LABEL.
           MOVE AID IN ACCOUNT TO DR-AID.
           MOVE " HOLDER: " TO DR-TIP-HLD.
           MOVE HOLDER IN ACCOUNT TO DR-HOLDER.
           MOVE " BAL: " TO DR-TIP-BAL.
           MOVE BALANCE IN ACCOUNT TO DR-BALANCE.
           MOVE " LAST: " TO DR-TIP-LAST.
           MOVE LAST-ACTIVITY IN ACCOUNT TO DR-LAST.
           MOVE " CNT: " TO DR-TIP-CNT.
           MOVE 1 TO DR-COUNT.
           WRITE DORM-REP.
           GO TO MARK_DORMANT_WRITE.

       MARK_DORMANT_WRITE.
           MOVE ACCOUNT TO NEWACCOUNT.
           WRITE NEWACCOUNT.
           GO TO MARK_DORMANT_LOOP.

       MARK_DORMANT_DONE.
           CLOSE MASTER.
           CLOSE MASTERNEW.
           CALL "SYSTEM" USING "mv master.txt.new master.txt".
           GO TO REBUILD_INDEX.

      * --- same rebuild as MAINT's: a runtime without indexed-file
      * support leaves it unbuilt and the terminals fall back to
      * their sequential scan. ---
       REBUILD_INDEX.
           OPEN OUTPUT MASTERIDX.
           IF WS-IDX-FS NOT = "00" THEN
               DISPLAY " MASTER INDEX NOT REBUILT - STATUS " WS-IDX-FS
               GO TO WRITE_TOTALS
           END-IF.
           MOVE 0 TO EOF.
           OPEN INPUT MASTER.
           GO TO REBUILD_INDEX_LOOP.

       REBUILD_INDEX_LOOP.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               CLOSE MASTERIDX
               GO TO WRITE_TOTALS
           END-IF.
           MOVE ACCOUNT TO IDXACCOUNT.
           WRITE IDXACCOUNT
               INVALID KEY
                   DISPLAY " DUPLICATE AID IN MASTER: "
                       AID IN IDXACCOUNT
           END-WRITE.
           GO TO REBUILD_INDEX_LOOP.

      * --- NEWTOTAL is this run's marks, DORMTOT every dormant
      * account on the book after it, SEEDED the legacy rows that got
      * their first LAST-ACTIVITY. ---
       WRITE_TOTALS.
           MOVE SPACES TO DORM-REP.
           MOVE "NEWTOTAL" TO DR-LABEL.
           MOVE " HOLDER: " TO DR-TIP-HLD.
           MOVE " BAL: " TO DR-TIP-BAL.
           MOVE WS-NEW-BAL TO DR-BALANCE.
           MOVE " LAST: " TO DR-TIP-LAST.
           MOVE WS-ASOF TO DR-LAST.
           MOVE " CNT: " TO DR-TIP-CNT.
           MOVE WS-NEW-CNT TO DR-COUNT.
           WRITE DORM-REP.
           MOVE SPACES TO DORM-REP.
           MOVE "DORMTOT" TO DR-LABEL.
           MOVE " HOLDER: " TO DR-TIP-HLD.
           MOVE " BAL: " TO DR-TIP-BAL.
           MOVE WS-DORM-BAL TO DR-BALANCE.
           MOVE " LAST: " TO DR-TIP-LAST.
           MOVE WS-ASOF TO DR-LAST.
           MOVE " CNT: " TO DR-TIP-CNT.
           MOVE WS-DORM-CNT TO DR-COUNT.
           WRITE DORM-REP.
           MOVE SPACES TO DORM-REP.
           MOVE "SEEDED" TO DR-LABEL.
           MOVE " HOLDER: " TO DR-TIP-HLD.
           MOVE " BAL: " TO DR-TIP-BAL.
           MOVE 0 TO DR-BALANCE.
           MOVE " LAST: " TO DR-TIP-LAST.
           MOVE WS-ASOF TO DR-LAST.
           MOVE " CNT: " TO DR-TIP-CNT.
           MOVE WS-SEED-CNT TO DR-COUNT.
           WRITE DORM-REP.
           CLOSE DORMRPT.
           DISPLAY " ACCOUNTS READ:    " WS-READ-CNT.
           DISPLAY " NEWLY DORMANT:    " WS-NEW-CNT.
           DISPLAY " DORMANT IN TOTAL: " WS-DORM-CNT.
           DISPLAY " LEGACY ROWS SEEDED: " WS-SEED-CNT.
           STOP RUN.
       END PROGRAM DORMANCY.
