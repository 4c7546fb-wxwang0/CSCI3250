       01  WS-DFLT-DR PIC 9(9)V9(2)  VALUE 0.
       01  WS-DFLT-CNT PIC 9(5)  VALUE 0.
       01  WS-TS PIC 9(5)  VALUE 0.
      * --- interestReport.txt is overwritten by every run; a dated
      * copy is kept beside it, the way CENTRAL keeps its control
      * report, so the year's runs are still on disk when INTCERT's
      * year-end summary is checked against them. ---
       01  WS-CMD PIC X(90)  VALUE SPACES.
       01  WS-TODAY PIC 9(8)  VALUE 0.

      * --- real date/time stamping, same shape as ATMS: ACCEPT FROM
      * BUILD_TRANS_FILENAME/PRINT_DATA (request 003). The file is
      * first scanned (read-only) for AIDs already accrued today,
      * same "prime state from what's already on disk" idea as ATMS's
      * SCAN_TRANS_FOR_TS, before it's reopened for appending. Other
      * programs post interest into the same file (MAINT's closure
      * settlement, TERMDEP's term-deposit interest), always tagged in
      * BILLERID: those records move the sequence number on but do
      * not count as this run's accrual. ---
       BUILD_TRANS_FILENAME.
           GO TO GET_BUSINESS_DATE.

                   CLOSE TRANS-OUT
                   GO TO OPEN_TRANS_FOR_WRITE
           END-READ.
           IF TIMESTAMP IN TRANS-REC NOT < WS-TS THEN
               COMPUTE WS-TS = TIMESTAMP IN TRANS-REC + 1
           END-IF.
           IF BILLERID IN TRANS-REC NOT = SPACES THEN
               GO TO SCAN_TODAYS_ACCRUALS_LOOP
           END-IF.
           IF ACCRUED-COUNT >= 500 THEN
               DISPLAY " ACCRUED TABLE FULL - IGNORING "
                   AID IN TRANS-REC
               WRITE INT-REP
           END-IF.
           CLOSE INTRPT.
           MOVE SPACES TO WS-CMD.
           STRING "cp interestReport.txt interestReport-"
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY " INTEREST ACCRUAL COMPLETE".
           STOP RUN.
       END PROGRAM INTEREST.
