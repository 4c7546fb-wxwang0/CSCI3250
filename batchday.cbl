      *          every other program does (businessdate.txt /
      *          lastclose.txt), then runs the day's steps in their
      *          required order - SORDERS, the inbound CLEARING
      *          sweep, TERMDEP's term-deposit maturities, INTEREST
      *          on month-end only, the FEES run, CENTRAL, the
      *          CASHREC ATM cash reconciliation, DORMANCY on
      *          month-end only, and MAINTRPT after the close -
      *          recording each step's completion in runlog.txt
      *          and refusing to start a step whose prerequisite has
      *          not completed for that date. A step already logged
      *          DONE for the date is skipped, so a rerun after a
      *          mid-day failure (or after CENTRAL's central.ckpt
      *          restart) picks up where the day stopped instead of
      *          re-posting the morning.
      *          The driver runs the same compiled programs the
      *          operator would run by hand; it adds sequencing and
      *          fencing, never its own posting logic.
      * --- what the run-log already says is DONE for this date. ---
       01  WS-SORDERS-DONE PIC 9(1)  VALUE 0.
       01  WS-CLEARING-DONE PIC 9(1)  VALUE 0.
       01  WS-TERMDEP-DONE PIC 9(1)  VALUE 0.
       01  WS-INTEREST-DONE PIC 9(1)  VALUE 0.
       01  WS-FEES-DONE PIC 9(1)  VALUE 0.
       01  WS-CENTRAL-DONE PIC 9(1)  VALUE 0.
       01  WS-CASHREC-DONE PIC 9(1)  VALUE 0.
       01  WS-DORMANCY-DONE PIC 9(1)  VALUE 0.
       01  WS-MAINTRPT-DONE PIC 9(1)  VALUE 0.
       01  WS-CKPT-HELD PIC 9(1)  VALUE 0.

               IF RL-STEP IN RL-REC = "CLEARING" THEN
                   MOVE 1 TO WS-CLEARING-DONE
               END-IF
               IF RL-STEP IN RL-REC = "TERMDEP" THEN
                   MOVE 1 TO WS-TERMDEP-DONE
               END-IF
               IF RL-STEP IN RL-REC = "INTEREST" THEN
                   MOVE 1 TO WS-INTEREST-DONE
               END-IF
               IF RL-STEP IN RL-REC = "FEES" THEN
                   MOVE 1 TO WS-FEES-DONE
               END-IF
               IF RL-STEP IN RL-REC = "CENTRAL" THEN
                   MOVE 1 TO WS-CENTRAL-DONE
               END-IF
               IF RL-STEP IN RL-REC = "CASHREC" THEN
                   MOVE 1 TO WS-CASHREC-DONE
               END-IF
               IF RL-STEP IN RL-REC = "DORMANCY" THEN
                   MOVE 1 TO WS-DORMANCY-DONE
               END-IF
               IF RL-STEP IN RL-REC = "MAINTRPT" THEN
                   MOVE 1 TO WS-MAINTRPT-DONE
               END-IF
       RUN_CLEARING.
           IF WS-CLEARING-DONE = 1 OR WS-CKPT-HELD = 1 THEN
               DISPLAY " CLEARING ALREADY DONE FOR " WS-TODAY
               GO TO RUN_TERMDEP
           END-IF.
           MOVE "CLEARING" TO WS-STEP-NAME.
           MOVE "./clearing" TO WS-STEP-CMD.
           MOVE "C" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

      * --- term-deposit maturities and breaks run every day, before
      * INTEREST so a month-end accrual never waits on them and the
      * day's term-deposit interest is already in the INT file it
      * scans. ---
       RUN_TERMDEP.
           IF WS-TERMDEP-DONE = 1 OR WS-CKPT-HELD = 1 THEN
               DISPLAY " TERMDEP ALREADY DONE FOR " WS-TODAY
               GO TO RUN_INTEREST
           END-IF.
           MOVE "TERMDEP" TO WS-STEP-NAME.
           MOVE "./termdep" TO WS-STEP-CMD.
           MOVE "T" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

       RUN_INTEREST.
           IF WS-MONTH-END = 0 THEN
               GO TO RUN_FEES
           END-IF.
           IF WS-INTEREST-DONE = 1 OR WS-CKPT-HELD = 1 THEN
               DISPLAY " INTEREST ALREADY DONE FOR " WS-TODAY
               GO TO RUN_FEES
           END-IF.
           MOVE "INTEREST" TO WS-STEP-NAME.
           MOVE "./interest" TO WS-STEP-CMD.
           MOVE "I" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

      * --- fees run every day, after INTEREST so a month-end
      * maintenance charge is priced against the same master the
      * accrual saw, and before CENTRAL so the charges are swept into
      * tonight's close. ---
       RUN_FEES.
           IF WS-FEES-DONE = 1 OR WS-CKPT-HELD = 1 THEN
               DISPLAY " FEES ALREADY DONE FOR " WS-TODAY
               GO TO RUN_CENTRAL
           END-IF.
           MOVE "FEES" TO WS-STEP-NAME.
           MOVE "./fees" TO WS-STEP-CMD.
           MOVE "F" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

      * --- the overnight posting may not start until every morning
      * step for this date has completed - running CENTRAL first is
      * exactly the mistake that leaves that day's due standing
       RUN_CENTRAL.
           IF WS-CENTRAL-DONE = 1 THEN
               DISPLAY " CENTRAL ALREADY DONE FOR " WS-TODAY
               GO TO RUN_CASHREC
           END-IF.
           IF WS-CKPT-HELD = 0 THEN
               IF WS-SORDERS-DONE = 0 OR WS-CLEARING-DONE = 0
                       OR WS-TERMDEP-DONE = 0 THEN
                   DISPLAY " CENTRAL REFUSED - MORNING STEPS NOT DONE"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-FEES-DONE = 0 THEN
                   DISPLAY " CENTRAL REFUSED - FEES NOT DONE"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "CENTRAL" TO WS-STEP-NAME.
           MOVE "./central" TO WS-STEP-CMD.
           MOVE "X" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

      * --- the ATM cash positions roll in the day's withdrawals and
      * deposits from the history archive, so the reconciliation
      * waits for CENTRAL's close to archive them. ---
       RUN_CASHREC.
           IF WS-CASHREC-DONE = 1 THEN
               DISPLAY " CASHREC ALREADY DONE FOR " WS-TODAY
               GO TO RUN_DORMANCY
           END-IF.
           IF WS-CENTRAL-DONE = 0 THEN
               DISPLAY " CASHREC REFUSED - CENTRAL NOT DONE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CASHREC" TO WS-STEP-NAME.
           MOVE "./cashrec" TO WS-STEP-CMD.
           MOVE "R" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

      * --- the dormancy sweep is month-end only and reads the master
      * the close just wrote, so it waits for CENTRAL. ---
       RUN_DORMANCY.
           IF WS-MONTH-END = 0 THEN
               GO TO RUN_MAINTRPT
           END-IF.
           IF WS-DORMANCY-DONE = 1 THEN
               DISPLAY " DORMANCY ALREADY DONE FOR " WS-TODAY
               GO TO RUN_MAINTRPT
           END-IF.
           IF WS-CENTRAL-DONE = 0 THEN
               DISPLAY " DORMANCY REFUSED - CENTRAL NOT DONE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "DORMANCY" TO WS-STEP-NAME.
           MOVE "./dormancy" TO WS-STEP-CMD.
           MOVE "D" TO WS-STEP-RETURN.
           GO TO RUN_STEP.

       RUN_MAINTRPT.
           IF WS-MAINTRPT-DONE = 1 THEN
               DISPLAY " MAINTRPT ALREADY DONE FOR " WS-TODAY
           END-IF.
           IF WS-STEP-RETURN = "C" THEN
               MOVE 1 TO WS-CLEARING-DONE
               GO TO RUN_TERMDEP
           END-IF.
           IF WS-STEP-RETURN = "T" THEN
               MOVE 1 TO WS-TERMDEP-DONE
               GO TO RUN_INTEREST
           END-IF.
           IF WS-STEP-RETURN = "I" THEN
               MOVE 1 TO WS-INTEREST-DONE
               GO TO RUN_FEES
           END-IF.
           IF WS-STEP-RETURN = "F" THEN
               MOVE 1 TO WS-FEES-DONE
               GO TO RUN_CENTRAL
           END-IF.
           IF WS-STEP-RETURN = "X" THEN
               MOVE 1 TO WS-CENTRAL-DONE
               GO TO RUN_CASHREC
           END-IF.
           IF WS-STEP-RETURN = "R" THEN
               MOVE 1 TO WS-CASHREC-DONE
               GO TO RUN_DORMANCY
           END-IF.
           IF WS-STEP-RETURN = "D" THEN
               MOVE 1 TO WS-DORMANCY-DONE
               GO TO RUN_MAINTRPT
           END-IF.
           MOVE 1 TO WS-MAINTRPT-DONE.
