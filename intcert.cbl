      ******************************************************************
      * Author:
      * Date:
      * Purpose: year-end interest certificates from the history
      *          archive. Reads history.txt for the calendar year
      *          named in intCertParm.txt (see certparm.cpy) and
      *          picks out the interest postings - the records CENTRAL
      *          stamped with the reserved roster source "INT ": 'D'
      *          is credit interest paid, 'W' debit interest charged.
      *          That covers the monthly accrual (untagged), term-
      *          deposit interest (tagged "TD" and the placement) and
      *          the final interest of a closure (tagged CLOSURE).
      *          intCertificates.txt gets one certificate per account
      *          with interest in the year, in master.txt order: the
      *          holder, AID, product, total credit interest paid and
      *          total debit interest charged. intCertSummary.txt is
      *          the summary page: the accrual per product, laid out
      *          like interestReport.txt so the year's dated copies of
      *          that report add up to it, then the term-deposit and
      *          closure interest and the bank-wide totals. Records
      *          archived before the source stamp existed carry no
      *          source and are not counted. Read-only: run on demand
      *          after the last close of the year.
      * Tectonics: cobc
      *
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER ASSIGN TO "master.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MST-FS.
           SELECT HIST ASSIGN TO "history.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-FS.
           SELECT PRODUCTS ASSIGN TO "products.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRD-FS.
           SELECT CTPARM ASSIGN TO "intCertParm.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-FS.
           SELECT CERTRPT ASSIGN TO "intCertificates.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMRPT ASSIGN TO "intCertSummary.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER.
           COPY "master.cpy" REPLACING ==:REC:== BY ==ACCOUNT==.

       FD  HIST.
           COPY "history.cpy" REPLACING ==:REC:== BY ==HIST-REC==.

       FD  PRODUCTS.
           COPY "product.cpy" REPLACING ==:REC:== BY ==PRODUCT-REC==.

       FD  CTPARM.
           COPY "certparm.cpy" REPLACING ==:REC:== BY ==CT-PARM-REC==.

      * --- one certificate line per account, same fixed TIP-label
      * layout as the other batch reports. ---
       FD  CERTRPT.
       01  CERT-REP.
           03 CT-TIP-YEAR PIC X(6)  VALUE "YEAR: ".
           03 CT-YEAR PIC 9(4)  VALUE 0.
           03 CT-TIP-AID PIC X(6)  VALUE " AID: ".
           03 CT-AID PIC X(16)  VALUE SPACES.
           03 CT-TIP-HOLDER PIC X(9)  VALUE " HOLDER: ".
           03 CT-HOLDER PIC X(20)  VALUE SPACES.
           03 CT-TIP-PROD PIC X(7)  VALUE " PROD: ".
           03 CT-PROD PIC X(4)  VALUE SPACES.
           03 CT-TIP-NAME PIC X(7)  VALUE " NAME: ".
           03 CT-NAME PIC X(20)  VALUE SPACES.
           03 CT-TIP-CR PIC X(9)  VALUE " CREDIT: ".
           03 CT-CREDIT PIC 9(9)V9(2)  VALUE 0.
           03 CT-TIP-DR PIC X(8)  VALUE " DEBIT: ".
           03 CT-DEBIT PIC 9(9)V9(2)  VALUE 0.

      * --- the summary page. An ACCRUAL line carries the same code,
      * name, credit, debit and count as an interestReport.txt line
      * for that product; TERMDEP, CLOSURE and OTHER are the tagged
      * interest, TOTAL the bank-wide figures, CERTS the number of
      * certificates written. ---
       FD  SUMRPT.
       01  CERT-SUM.
           03 CS-LABEL PIC X(8)  VALUE SPACES.
           03 CS-CODE PIC X(4)  VALUE SPACES.
           03 CS-TIP-NAME PIC X(7)  VALUE " NAME: ".
           03 CS-NAME PIC X(20)  VALUE SPACES.
           03 CS-TIP-CR PIC X(9)  VALUE " CREDIT: ".
           03 CS-CREDIT PIC 9(9)V9(2)  VALUE 0.
           03 CS-TIP-DR PIC X(8)  VALUE " DEBIT: ".
           03 CS-DEBIT PIC 9(9)V9(2)  VALUE 0.
           03 CS-TIP-CNT PIC X(8)  VALUE " COUNT: ".
           03 CS-COUNT PIC 9(5)  VALUE 0.

       WORKING-STORAGE SECTION.

       01  EOF PIC 9(1)  VALUE 0.
       01  WS-MST-FS PIC X(2)  VALUE "00".
       01  WS-HIST-FS PIC X(2)  VALUE "00".
       01  WS-PRD-FS PIC X(2)  VALUE "00".
       01  WS-PARM-FS PIC X(2)  VALUE "00".

       01  WS-YEAR PIC 9(4)  VALUE 0.
       01  WS-FROM PIC 9(8)  VALUE 0.
       01  WS-TO PIC 9(8)  VALUE 0.
           COPY "trans.cpy" REPLACING ==:REC:== BY ==HIST-TXN==.

      * --- how an interest posting is told apart: no tag is the
      * monthly accrual, "TD" and a placement number is term-deposit
      * interest (TERMDEP), CLOSURE the final interest of a closure
      * (MAINT). ---
       01  WS-TAG PIC X(10)  VALUE SPACES.
       01  WS-TAG-R REDEFINES WS-TAG.
           03 WS-TAG-PFX PIC X(2).
           03 WS-TAG-REF PIC 9(6).
           03 WS-TAG-FILL PIC X(2).

      * --- product master loaded once up front, same shape as
      * INTEREST's table; each entry carries the year's accrual for
      * the summary page. ---
       01  PRODUCT-TABLE.
           02 PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY PRD-IDX.
              03 TBL-PRD-CODE PIC X(4).
              03 TBL-PRD-NAME PIC X(20).
              03 TBL-PRD-CR PIC 9(9)V9(2).
              03 TBL-PRD-DR PIC 9(9)V9(2).
              03 TBL-PRD-CNT PIC 9(5).
       01  PRODUCT-COUNT PIC 9(3)  VALUE 0.
       01  WS-PRD-IDX-FND PIC 9(3)  VALUE 0.
       01  WS-PSUBS PIC 9(3)  VALUE 0.
       01  WS-DFLT-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-DFLT-DR PIC 9(9)V9(2)  VALUE 0.
       01  WS-DFLT-CNT PIC 9(5)  VALUE 0.

      * --- the year's interest per account, built in the one pass
      * over history.txt (which is ordered by date, not account) and
      * then drawn on in master.txt order. The accrual is kept apart
      * so it can be booked to the account's product on the summary
      * page; TBL-CRT-DONE marks an account whose certificate has
      * been written. Sized like the other whole-book tables; an
      * overflow stops the run rather than leave accounts without a
      * certificate. ---
       01  CERT-TABLE.
           02 CERT-ENTRY OCCURS 20000 TIMES INDEXED BY CERT-IDX.
              03 TBL-CRT-AID PIC X(16).
              03 TBL-CRT-ACC-CR PIC 9(9)V9(2).
              03 TBL-CRT-ACC-DR PIC 9(9)V9(2).
              03 TBL-CRT-ACC-CNT PIC 9(5).
              03 TBL-CRT-TAG-CR PIC 9(9)V9(2).
              03 TBL-CRT-TAG-DR PIC 9(9)V9(2).
              03 TBL-CRT-DONE PIC 9(1).
       01  CERT-COUNT PIC 9(5)  VALUE 0.
       01  WS-SUBS PIC 9(5)  VALUE 0.
      * --- where WRITE_CERT_AMOUNTS goes back to: "M" the master
      * pass, "U" the accounts no longer on the master. ---
       01  WS-CERT-RETURN PIC X(1)  VALUE "M".

      * --- bank-wide figures, summed straight from the archive. ---
       01  WS-ACC-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-ACC-DR PIC 9(9)V9(2)  VALUE 0.
       01  WS-ACC-CNT PIC 9(5)  VALUE 0.
       01  WS-TD-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-TD-CNT PIC 9(5)  VALUE 0.
       01  WS-CLS-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-CLS-CNT PIC 9(5)  VALUE 0.
       01  WS-OTH-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-OTH-DR PIC 9(9)V9(2)  VALUE 0.
       01  WS-OTH-CNT PIC 9(5)  VALUE 0.
       01  WS-TOT-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-TOT-DR PIC 9(9)V9(2)  VALUE 0.
       01  WS-TOT-CNT PIC 9(5)  VALUE 0.
       01  WS-CERT-CR PIC 9(9)V9(2)  VALUE 0.
       01  WS-CERT-DR PIC 9(9)V9(2)  VALUE 0.
       01  WS-CERT-CNT PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "##############################################"
           DISPLAY "##     GRINGOTTS WIZARDING BANK - YEAR-END   ##"
           DISPLAY "##        INTEREST CERTIFICATE RUN           ##"
           DISPLAY "##############################################"
           GO TO LOAD_PARM.

      * --- the nonzero RETURN-CODE on a refusal marks the run as not
      * done for whoever scheduled it. ---
       LOAD_PARM.
           OPEN INPUT CTPARM.
           IF WS-PARM-FS NOT = "00" THEN
               DISPLAY " NO CERTIFICATE YEAR - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CTPARM INTO CT-PARM-REC
               AT END
                   MOVE 0 TO CTP-YEAR IN CT-PARM-REC
           END-READ.
           CLOSE CTPARM.
           IF CTP-YEAR IN CT-PARM-REC IS NOT NUMERIC
                   OR CTP-YEAR IN CT-PARM-REC = 0 THEN
               DISPLAY " CERTIFICATE YEAR MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CTP-YEAR IN CT-PARM-REC TO WS-YEAR.
           COMPUTE WS-FROM = WS-YEAR * 10000 + 101.
           COMPUTE WS-TO = WS-YEAR * 10000 + 1231.
           GO TO LOAD_PRODUCTS.

      * --- no products.txt just means every account is on the legacy
      * default product, as in INTEREST. ---
       LOAD_PRODUCTS.
           MOVE 0 TO PRODUCT-COUNT.
           OPEN INPUT PRODUCTS.
           IF WS-PRD-FS NOT = "00" THEN
               GO TO SCAN_HISTORY
           END-IF.
           MOVE 0 TO EOF.
           GO TO LOAD_PRODUCTS_LOOP.

       LOAD_PRODUCTS_LOOP.
           READ PRODUCTS INTO PRODUCT-REC
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE PRODUCTS
               GO TO SCAN_HISTORY
           END-IF.
           IF PRODUCT-COUNT >= 50 THEN
               DISPLAY " PRODUCT TABLE FULL - IGNORING "
                   PRD-CODE IN PRODUCT-REC
               GO TO LOAD_PRODUCTS_LOOP
           END-IF.
           ADD 1 TO PRODUCT-COUNT.
           SET PRD-IDX TO PRODUCT-COUNT.
           MOVE PRD-CODE IN PRODUCT-REC TO TBL-PRD-CODE(PRD-IDX).
           MOVE PRD-NAME IN PRODUCT-REC TO TBL-PRD-NAME(PRD-IDX).
           MOVE 0 TO TBL-PRD-CR(PRD-IDX).
           MOVE 0 TO TBL-PRD-DR(PRD-IDX).
           MOVE 0 TO TBL-PRD-CNT(PRD-IDX).
           GO TO LOAD_PRODUCTS_LOOP.

      * --- one pass over the archive: interest postings closed in
      * the year, by account. ---
       SCAN_HISTORY.
           MOVE 0 TO CERT-COUNT.
           OPEN INPUT HIST.
           IF WS-HIST-FS NOT = "00" THEN
               DISPLAY " NO HISTORY ON FILE"
               GO TO WRITE_CERTIFICATES
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
               GO TO WRITE_CERTIFICATES
           END-IF.
           IF HST-DATE IN HIST-REC < WS-FROM
                   OR HST-DATE IN HIST-REC > WS-TO THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE HST-TXN IN HIST-REC TO HIST-TXN.
           IF TXN-SOURCE IN HIST-TXN NOT = "INT " THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF ACT IN HIST-TXN NOT = 'D'
                   AND ACT IN HIST-TXN NOT = 'W' THEN
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE 1 TO WS-SUBS.
           GO TO FIND_ACCOUNT.

      * --- linear scan of the accounts met so far, same shape as
      * INTEREST's ACCRUED_CHECK; a new account gets the next entry.
      * ---
       FIND_ACCOUNT.
           IF WS-SUBS > CERT-COUNT THEN
               GO TO ADD_ACCOUNT
           END-IF.
           SET CERT-IDX TO WS-SUBS.
           IF TBL-CRT-AID(CERT-IDX) = AID IN HIST-TXN THEN
               GO TO BOOK_INTEREST
           END-IF.
           ADD 1 TO WS-SUBS.
           GO TO FIND_ACCOUNT.

       ADD_ACCOUNT.
           IF CERT-COUNT >= 20000 THEN
               DISPLAY " CERTIFICATE TABLE FULL - RUN STOPPED"
               CLOSE HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CERT-COUNT.
           SET CERT-IDX TO CERT-COUNT.
           MOVE AID IN HIST-TXN TO TBL-CRT-AID(CERT-IDX).
           MOVE 0 TO TBL-CRT-ACC-CR(CERT-IDX).
           MOVE 0 TO TBL-CRT-ACC-DR(CERT-IDX).
           MOVE 0 TO TBL-CRT-ACC-CNT(CERT-IDX).
           MOVE 0 TO TBL-CRT-TAG-CR(CERT-IDX).
           MOVE 0 TO TBL-CRT-TAG-DR(CERT-IDX).
           MOVE 0 TO TBL-CRT-DONE(CERT-IDX).
           GO TO BOOK_INTEREST.

       BOOK_INTEREST.
           IF BILLERID IN HIST-TXN = SPACES THEN
               IF ACT IN HIST-TXN = 'D' THEN
                   ADD MONEY IN HIST-TXN TO TBL-CRT-ACC-CR(CERT-IDX)
               ELSE
                   ADD MONEY IN HIST-TXN TO TBL-CRT-ACC-DR(CERT-IDX)
               END-IF
               ADD 1 TO TBL-CRT-ACC-CNT(CERT-IDX)
           ELSE
               IF ACT IN HIST-TXN = 'D' THEN
                   ADD MONEY IN HIST-TXN TO TBL-CRT-TAG-CR(CERT-IDX)
               ELSE
                   ADD MONEY IN HIST-TXN TO TBL-CRT-TAG-DR(CERT-IDX)
               END-IF
           END-IF.
           GO TO BOOK_BANK_TOTALS.

       BOOK_BANK_TOTALS.
           ADD 1 TO WS-TOT-CNT.
           IF ACT IN HIST-TXN = 'D' THEN
               ADD MONEY IN HIST-TXN TO WS-TOT-CR
           ELSE
               ADD MONEY IN HIST-TXN TO WS-TOT-DR
           END-IF.
           IF BILLERID IN HIST-TXN = SPACES THEN
               ADD 1 TO WS-ACC-CNT
               IF ACT IN HIST-TXN = 'D' THEN
                   ADD MONEY IN HIST-TXN TO WS-ACC-CR
               ELSE
                   ADD MONEY IN HIST-TXN TO WS-ACC-DR
               END-IF
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           MOVE BILLERID IN HIST-TXN TO WS-TAG.
           IF WS-TAG = "CLOSURE" AND ACT IN HIST-TXN = 'D' THEN
               ADD 1 TO WS-CLS-CNT
               ADD MONEY IN HIST-TXN TO WS-CLS-CR
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           IF WS-TAG-PFX = "TD" AND WS-TAG-REF IS NUMERIC
                   AND ACT IN HIST-TXN = 'D' THEN
               ADD 1 TO WS-TD-CNT
               ADD MONEY IN HIST-TXN TO WS-TD-CR
               GO TO SCAN_HISTORY_LOOP
           END-IF.
           ADD 1 TO WS-OTH-CNT.
           IF ACT IN HIST-TXN = 'D' THEN
               ADD MONEY IN HIST-TXN TO WS-OTH-CR
           ELSE
               ADD MONEY IN HIST-TXN TO WS-OTH-DR
           END-IF.
           GO TO SCAN_HISTORY_LOOP.

      * --- certificates in master.txt order, holder and product as
      * they stand on the master now; closed accounts stay on the
      * master and still get theirs. ---
       WRITE_CERTIFICATES.
           OPEN OUTPUT CERTRPT.
           OPEN INPUT MASTER.
           IF WS-MST-FS NOT = "00" THEN
               DISPLAY " NO MASTER ON FILE"
               MOVE 1 TO WS-SUBS
               GO TO UNMATCHED_LOOP
           END-IF.
           MOVE 0 TO EOF.
           GO TO MASTER_LOOP.

       MASTER_LOOP.
           READ MASTER INTO ACCOUNT
               AT END
                   MOVE 1 TO EOF
           END-READ.
           IF EOF = 1 THEN
               CLOSE MASTER
               MOVE 1 TO WS-SUBS
               GO TO UNMATCHED_LOOP
           END-IF.
           MOVE 1 TO WS-SUBS.
           GO TO MATCH_CERT.

       MATCH_CERT.
           IF WS-SUBS > CERT-COUNT THEN
               GO TO MASTER_LOOP
           END-IF.
           SET CERT-IDX TO WS-SUBS.
           IF TBL-CRT-AID(CERT-IDX) NOT = AID IN ACCOUNT
                   OR TBL-CRT-DONE(CERT-IDX) = 1 THEN
               ADD 1 TO WS-SUBS
               GO TO MATCH_CERT
           END-IF.
           MOVE 0 TO WS-PRD-IDX-FND.
           MOVE 1 TO WS-PSUBS.
           GO TO MATCH_PRODUCT.

      * --- same lookup as INTEREST: a code on no products.txt row,
      * spaces included, is the legacy default product. ---
       MATCH_PRODUCT.
           IF WS-PSUBS > PRODUCT-COUNT THEN
               GO TO WRITE_ONE_CERT
           END-IF.
           SET PRD-IDX TO WS-PSUBS.
           IF TBL-PRD-CODE(PRD-IDX) = PROD-CODE IN ACCOUNT THEN
               MOVE WS-PSUBS TO WS-PRD-IDX-FND
               GO TO WRITE_ONE_CERT
           END-IF.
           ADD 1 TO WS-PSUBS.
           GO TO MATCH_PRODUCT.

       WRITE_ONE_CERT.
           MOVE SPACES TO CERT-REP.
           MOVE "YEAR: " TO CT-TIP-YEAR.
           MOVE WS-YEAR TO CT-YEAR.
           MOVE " AID: " TO CT-TIP-AID.
           MOVE AID IN ACCOUNT TO CT-AID.
           MOVE " HOLDER: " TO CT-TIP-HOLDER.
           MOVE HOLDER IN ACCOUNT TO CT-HOLDER.
           MOVE " PROD: " TO CT-TIP-PROD.
           MOVE " NAME: " TO CT-TIP-NAME.
           IF WS-PRD-IDX-FND NOT = 0 THEN
               SET PRD-IDX TO WS-PRD-IDX-FND
               MOVE TBL-PRD-CODE(PRD-IDX) TO CT-PROD
               MOVE TBL-PRD-NAME(PRD-IDX) TO CT-NAME
               ADD TBL-CRT-ACC-CR(CERT-IDX) TO TBL-PRD-CR(PRD-IDX)
               ADD TBL-CRT-ACC-DR(CERT-IDX) TO TBL-PRD-DR(PRD-IDX)
               ADD TBL-CRT-ACC-CNT(CERT-IDX) TO TBL-PRD-CNT(PRD-IDX)
           ELSE
               MOVE "DFLT" TO CT-PROD
               MOVE "LEGACY FLAT RATE" TO CT-NAME
               ADD TBL-CRT-ACC-CR(CERT-IDX) TO WS-DFLT-CR
               ADD TBL-CRT-ACC-DR(CERT-IDX) TO WS-DFLT-DR
               ADD TBL-CRT-ACC-CNT(CERT-IDX) TO WS-DFLT-CNT
           END-IF.
           GO TO WRITE_CERT_AMOUNTS.

      * --- shared tail of a certificate: the account's credit and
      * debit interest over every kind of interest posting. ---
       WRITE_CERT_AMOUNTS.
           MOVE " CREDIT: " TO CT-TIP-CR.
           COMPUTE CT-CREDIT = TBL-CRT-ACC-CR(CERT-IDX)
               + TBL-CRT-TAG-CR(CERT-IDX).
           MOVE " DEBIT: " TO CT-TIP-DR.
           COMPUTE CT-DEBIT = TBL-CRT-ACC-DR(CERT-IDX)
               + TBL-CRT-TAG-DR(CERT-IDX).
           WRITE CERT-REP.
           ADD CT-CREDIT TO WS-CERT-CR.
           ADD CT-DEBIT TO WS-CERT-DR.
           ADD 1 TO WS-CERT-CNT.
           MOVE 1 TO TBL-CRT-DONE(CERT-IDX).
           IF WS-CERT-RETURN = "U" THEN
               ADD 1 TO WS-SUBS
               GO TO UNMATCHED_LOOP
           END-IF.
           GO TO MASTER_LOOP.

      * --- interest posted to an AID no longer on master.txt still
      * has to be certified and still has to add up: the certificate
      * is written without a holder and the accrual falls to the
      * default product. ---
       UNMATCHED_LOOP.
           IF WS-SUBS > CERT-COUNT THEN
               CLOSE CERTRPT
               GO TO WRITE_SUMMARY
           END-IF.
           SET CERT-IDX TO WS-SUBS.
           IF TBL-CRT-DONE(CERT-IDX) = 1 THEN
               ADD 1 TO WS-SUBS
               GO TO UNMATCHED_LOOP
           END-IF.
           MOVE SPACES TO CERT-REP.
           MOVE "YEAR: " TO CT-TIP-YEAR.
           MOVE WS-YEAR TO CT-YEAR.
           MOVE " AID: " TO CT-TIP-AID.
           MOVE TBL-CRT-AID(CERT-IDX) TO CT-AID.
           MOVE " HOLDER: " TO CT-TIP-HOLDER.
           MOVE "NOT ON MASTER" TO CT-HOLDER.
           MOVE " PROD: " TO CT-TIP-PROD.
           MOVE "DFLT" TO CT-PROD.
           MOVE " NAME: " TO CT-TIP-NAME.
           MOVE "LEGACY FLAT RATE" TO CT-NAME.
           ADD TBL-CRT-ACC-CR(CERT-IDX) TO WS-DFLT-CR.
           ADD TBL-CRT-ACC-DR(CERT-IDX) TO WS-DFLT-DR.
           ADD TBL-CRT-ACC-CNT(CERT-IDX) TO WS-DFLT-CNT.
           MOVE "U" TO WS-CERT-RETURN.
           GO TO WRITE_CERT_AMOUNTS.

       WRITE_SUMMARY.
           OPEN OUTPUT SUMRPT.
           MOVE SPACES TO CERT-SUM.
           MOVE "YEAR" TO CS-LABEL.
           MOVE WS-YEAR TO CS-CODE.
           MOVE " NAME: " TO CS-TIP-NAME.
           MOVE "YEAR-END CERTIFICATE" TO CS-NAME.
           MOVE " CREDIT: " TO CS-TIP-CR.
           MOVE 0 TO CS-CREDIT.
           MOVE " DEBIT: " TO CS-TIP-DR.
           MOVE 0 TO CS-DEBIT.
           MOVE " COUNT: " TO CS-TIP-CNT.
           MOVE 0 TO CS-COUNT.
           WRITE CERT-SUM.
           MOVE 1 TO WS-PSUBS.
           GO TO SUMMARY_PRODUCTS.

      * --- one ACCRUAL line per product with accruals in the year,
      * then DFLT, in the order INTEREST writes its report. ---
       SUMMARY_PRODUCTS.
           IF WS-PSUBS > PRODUCT-COUNT THEN
               GO TO SUMMARY_DFLT
           END-IF.
           SET PRD-IDX TO WS-PSUBS.
           IF TBL-PRD-CNT(PRD-IDX) > 0 THEN
               MOVE SPACES TO CERT-SUM
               MOVE "ACCRUAL" TO CS-LABEL
               MOVE TBL-PRD-CODE(PRD-IDX) TO CS-CODE
               MOVE " NAME: " TO CS-TIP-NAME
               MOVE TBL-PRD-NAME(PRD-IDX) TO CS-NAME
               MOVE " CREDIT: " TO CS-TIP-CR
               MOVE TBL-PRD-CR(PRD-IDX) TO CS-CREDIT
               MOVE " DEBIT: " TO CS-TIP-DR
               MOVE TBL-PRD-DR(PRD-IDX) TO CS-DEBIT
               MOVE " COUNT: " TO CS-TIP-CNT
               MOVE TBL-PRD-CNT(PRD-IDX) TO CS-COUNT
               WRITE CERT-SUM
           END-IF.
           ADD 1 TO WS-PSUBS.
           GO TO SUMMARY_PRODUCTS.

       SUMMARY_DFLT.
           IF WS-DFLT-CNT > 0 THEN
               MOVE SPACES TO CERT-SUM
               MOVE "ACCRUAL" TO CS-LABEL
               MOVE "DFLT" TO CS-CODE
               MOVE " NAME: " TO CS-TIP-NAME
               MOVE "LEGACY FLAT RATE" TO CS-NAME
               MOVE " CREDIT: " TO CS-TIP-CR
               MOVE WS-DFLT-CR TO CS-CREDIT
               MOVE " DEBIT: " TO CS-TIP-DR
               MOVE WS-DFLT-DR TO CS-DEBIT
               MOVE " COUNT: " TO CS-TIP-CNT
               MOVE WS-DFLT-CNT TO CS-COUNT
               WRITE CERT-SUM
           END-IF.
           MOVE SPACES TO CERT-SUM.
           MOVE "ACCRUAL" TO CS-LABEL.
           MOVE "ALL" TO CS-CODE.
           MOVE " NAME: " TO CS-TIP-NAME.
           MOVE "MONTHLY ACCRUAL" TO CS-NAME.
           MOVE " CREDIT: " TO CS-TIP-CR.
           MOVE WS-ACC-CR TO CS-CREDIT.
           MOVE " DEBIT: " TO CS-TIP-DR.
           MOVE WS-ACC-DR TO CS-DEBIT.
           MOVE " COUNT: " TO CS-TIP-CNT.
           MOVE WS-ACC-CNT TO CS-COUNT.
           WRITE CERT-SUM.
           MOVE SPACES TO CERT-SUM.
           MOVE "TERMDEP" TO CS-LABEL.
           MOVE "TD" TO CS-CODE.
           MOVE " NAME: " TO CS-TIP-NAME.
           MOVE "TERM DEPOSITS" TO CS-NAME.
           MOVE " CREDIT: " TO CS-TIP-CR.
           MOVE WS-TD-CR TO CS-CREDIT.
           MOVE " DEBIT: " TO CS-TIP-DR.
           MOVE 0 TO CS-DEBIT.
           MOVE " COUNT: " TO CS-TIP-CNT.
           MOVE WS-TD-CNT TO CS-COUNT.
           WRITE CERT-SUM.
           MOVE SPACES TO CERT-SUM.
           MOVE "CLOSURE" TO CS-LABEL.
           MOVE "INT" TO CS-CODE.
           MOVE " NAME: " TO CS-TIP-NAME.
           MOVE "CLOSURE INTEREST" TO CS-NAME.
           MOVE " CREDIT: " TO CS-TIP-CR.
           MOVE WS-CLS-CR TO CS-CREDIT.
           MOVE " DEBIT: " TO CS-TIP-DR.
           MOVE 0 TO CS-DEBIT.
           MOVE " COUNT: " TO CS-TIP-CNT.
           MOVE WS-CLS-CNT TO CS-COUNT.
           WRITE CERT-SUM.
           IF WS-OTH-CNT > 0 THEN
               MOVE SPACES TO CERT-SUM
               MOVE "OTHER" TO CS-LABEL
               MOVE "INT" TO CS-CODE
               MOVE " NAME: " TO CS-TIP-NAME
               MOVE "OTHER TAGGED" TO CS-NAME
               MOVE " CREDIT: " TO CS-TIP-CR
               MOVE WS-OTH-CR TO CS-CREDIT
               MOVE " DEBIT: " TO CS-TIP-DR
               MOVE WS-OTH-DR TO CS-DEBIT
               MOVE " COUNT: " TO CS-TIP-CNT
               MOVE WS-OTH-CNT TO CS-COUNT
               WRITE CERT-SUM
           END-IF.
           GO TO SUMMARY_TOTALS.

      * --- TOTAL is every interest posting in the year, CERTS what
      * the certificates add up to; the two always agree. ---
       SUMMARY_TOTALS.
           MOVE SPACES TO CERT-SUM.
           MOVE "TOTAL" TO CS-LABEL.
           MOVE "BANK" TO CS-CODE.
           MOVE " NAME: " TO CS-TIP-NAME.
           MOVE "ALL INTEREST" TO CS-NAME.
           MOVE " CREDIT: " TO CS-TIP-CR.
           MOVE WS-TOT-CR TO CS-CREDIT.
           MOVE " DEBIT: " TO CS-TIP-DR.
           MOVE WS-TOT-DR TO CS-DEBIT.
           MOVE " COUNT: " TO CS-TIP-CNT.
           MOVE WS-TOT-CNT TO CS-COUNT.
           WRITE CERT-SUM.
           MOVE SPACES TO CERT-SUM.
           MOVE "CERTS" TO CS-LABEL.
           MOVE "ACCT" TO CS-CODE.
           MOVE " NAME: " TO CS-TIP-NAME.
           MOVE "CERTIFICATES WRITTEN" TO CS-NAME.
           MOVE " CREDIT: " TO CS-TIP-CR.
           MOVE WS-CERT-CR TO CS-CREDIT.
           MOVE " DEBIT: " TO CS-TIP-DR.
           MOVE WS-CERT-DR TO CS-DEBIT.
           MOVE " COUNT: " TO CS-TIP-CNT.
           MOVE WS-CERT-CNT TO CS-COUNT.
           WRITE CERT-SUM.
           CLOSE SUMRPT.
           DISPLAY " YEAR:               " WS-YEAR.
           DISPLAY " CERTIFICATES:       " WS-CERT-CNT.
           DISPLAY " CREDIT INTEREST:    " WS-TOT-CR.
           DISPLAY " DEBIT INTEREST:     " WS-TOT-DR.
           STOP RUN.
       END PROGRAM INTCERT.
