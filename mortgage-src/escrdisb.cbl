      *                     CHECKS.  THE STAMP CARRIES THE CYCLE
      *                     MONTH (YYYYMM00); A SECOND RUN OF THE
      *                     SAME MONTH REFUSES UNLESS CYCL-RERUN=Y.
      *    10/15/2026 AJI   PMI PREMIUM REMITTANCE - EVERY LOAN WHOSE
      *                     PMI BILLED FOR THE CYCLE MONTH (ACTIVE, OR
      *                     CANCELLED NO EARLIER THAN THAT MONTH) GETS
      *                     A CHECK-EXTRACT RECORD (PAYEE TYPE P) FOR
      *                     THE MONTHLY PREMIUM TO ITS CARRIER, NAME
      *                     AND ADDRESS OFF THE PMI CARRIER FILE
      *                     (PMIINS.TXT, PMIINS COPYBOOK).  THE
      *                     PREMIUM IS COLLECTED WITH THE INSTALLMENT,
      *                     NOT ESCROWED, SO THE ESCROW BALANCE IS NOT
      *                     TOUCHED.  A CARRIER NOT ON FILE REPORTS
      *                     NO-PAYEE LIKE A TAX OR INSURANCE BILL.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYEE-STATUS.

           SELECT OPTIONAL PMI-INSURER-FILE ASSIGN TO 'pmiins.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMIINS-STATUS.

           SELECT CHECK-EXTRACT-FILE ASSIGN TO 'eschecks.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.
       FILE SECTION.
       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.
           05  EP-INS-PAYEE-NAME         PIC X(30).
           05  EP-INS-PAYEE-ADDR         PIC X(30).

      *    THE PMI CARRIERS PREMIUMS ARE REMITTED TO.
       FD  PMI-INSURER-FILE
           LABEL RECORDS ARE STANDARD.

           COPY PMIINS.

      *    ONE EXTRACT RECORD PER CHECK FOR THE DISBURSEMENT DESK.
       FD  CHECK-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           05  CK-PAYEE-TYPE             PIC X.
               88  CK-TAX-CHECK              VALUE 'T'.
               88  CK-INS-CHECK              VALUE 'I'.
               88  CK-PMI-CHECK              VALUE 'P'.
           05  CK-PAYEE-NAME             PIC X(30).
           05  CK-PAYEE-ADDR             PIC X(30).
           05  CK-AMOUNT                 PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-PAYEE-STATUS           PIC XX.
       01  WS-PMIINS-STATUS          PIC XX.
       01  WS-CHECK-STATUS           PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.
               88  WS-PAYEE-FOUND        VALUE 'Y'.
           05  WS-REWRITE-DUE-SW     PIC X VALUE 'N'.
               88  WS-REWRITE-DUE        VALUE 'Y'.
           05  WS-PMIINS-EOF-SW      PIC X VALUE 'N'.
               88  WS-PMIINS-EOF         VALUE 'Y'.

      *    CYCLE MONTH FROM THE ENVIRONMENT
       01  WS-CYCLE-VALUES.
           05  WS-CYC-MONTH-TEXT     PIC X(2) VALUE SPACES.
           05  WS-CYC-YEAR           PIC 9(4) VALUE 0.
           05  WS-CYC-MONTH          PIC 9(2) VALUE 0.
           05  WS-CYC-YYYYMM         PIC 9(6) VALUE 0.
           05  WS-PMI-STOP-YYYYMM    PIC 9(6) VALUE 0.

      *    PAYEE TABLE LOADED FROM ESCPAYEE.TXT, ASCENDING ID - THE
      *    MASTER ARRIVES IN THE SAME ORDER, SO THE LOOKUP IS A
               10  WS-PAY-INS-NAME   PIC X(30).
               10  WS-PAY-INS-ADDR   PIC X(30).

      *    PMI CARRIER TABLE LOADED FROM PMIINS.TXT - A HANDFUL OF
      *    CARRIERS, SEARCHED BY CODE.
       01  WS-PMI-INSURER-TABLE.
           05  WS-PMIC-COUNT         PIC 9(3) VALUE 0 COMP.
           05  WS-PMIC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PMIC-IX.
               10  WS-PMIC-CODE      PIC X(4).
               10  WS-PMIC-NAME      PIC X(30).
               10  WS-PMIC-ADDR      PIC X(30).

      *    PER-DISBURSEMENT WORKING FIELDS.  THE BALANCE MATH RUNS IN
      *    A SIGNED WORK FIELD - THE MASTER PICTURE IS UNSIGNED AND A
      *    BILL BIGGER THAN THE BALANCE IS EXACTLY THE CASE THE
           05  WS-ADVANCE-COUNT      PIC 9(6) VALUE 0.
           05  WS-ADVANCE-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-NO-PAYEE-COUNT     PIC 9(6) VALUE 0.
           05  WS-PMI-CHECKS-CUT     PIC 9(6) VALUE 0.
           05  WS-PMI-REMITTED       PIC 9(9)V99 VALUE 0.
           05  OUT-PMI-REMITTED      PIC ZZZZZZZZ9.99.
           05  OUT-TOTAL-DISBURSED   PIC ZZZZZZZZ9.99.
           05  OUT-ADVANCE-TOTAL     PIC ZZZZZZZZ9.99.


           COMPUTE WS-MONTH-STAMP =
               WS-CYC-YEAR * 10000 + WS-CYC-MONTH * 100
           COMPUTE WS-CYC-YYYYMM = WS-CYC-YEAR * 100 + WS-CYC-MONTH
           PERFORM 1008-LOAD-RUN-STAMPS
           PERFORM 1007-VERIFY-MONTH-NOT-RUN

           PERFORM 1050-LOAD-PAYEE-TABLE
           PERFORM 1070-LOAD-PMI-INSURERS

           OPEN I-O MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
                   END-IF
           END-READ.

      ******************************************************************
      *    1070-LOAD-PMI-INSURERS - NO CARRIER FILE ON HAND LEAVES
      *    EVERY PREMIUM DUE REPORTING NO PAYEE, THE SAME AS A
      *    MISSING PAYEE FILE DOES FOR TAX AND INSURANCE.
      ******************************************************************
       1070-LOAD-PMI-INSURERS.
           OPEN INPUT PMI-INSURER-FILE
           IF WS-PMIINS-STATUS = '00'
               PERFORM 1075-LOAD-ONE-PMI-INSURER
                   UNTIL WS-PMIINS-EOF
           ELSE
               SET WS-PMIINS-EOF TO TRUE
           END-IF
           CLOSE PMI-INSURER-FILE.

       1075-LOAD-ONE-PMI-INSURER.
           READ PMI-INSURER-FILE
               AT END SET WS-PMIINS-EOF TO TRUE
               NOT AT END
                   IF WS-PMIC-COUNT < 50
                       ADD 1 TO WS-PMIC-COUNT
                       SET WS-PMIC-IX TO WS-PMIC-COUNT
                       MOVE PI-INSURER-CODE TO WS-PMIC-CODE (WS-PMIC-IX)
                       MOVE PI-INSURER-NAME TO WS-PMIC-NAME (WS-PMIC-IX)
                       MOVE PI-INSURER-ADDR TO WS-PMIC-ADDR (WS-PMIC-IX)
                   ELSE
                       DISPLAY 'PMI CARRIER TABLE FULL - ROW DROPPED: '
                               PI-INSURER-CODE
                   END-IF
           END-READ.

       1100-READ-MASTER.
           READ MORTGAGE-FILE
               AT END SET WS-MASTER-EOF TO TRUE
                   AND MORTGAGEE-INS-DUE-MONTH = WS-CYC-MONTH
                   PERFORM 2200-DISBURSE-INSURANCE
               END-IF
               IF MORTGAGEE-PMI-PREMIUM > 0
                   AND NOT MORTGAGEE-PMI-NONE
                   PERFORM 2300-REMIT-PMI
               END-IF

               IF WS-REWRITE-DUE
                   REWRITE MORTGAGEE-RECORD
               PERFORM 2600-REPORT-NO-PAYEE
           END-IF.

      ******************************************************************
      *    2300-REMIT-PMI - THE PREMIUM GOES TO THE CARRIER FOR EVERY
      *    MONTH IT BILLED: WHILE THE PMI IS ACTIVE, AND FOR A
      *    CANCELLED PMI THROUGH THE MONTH IT STOPPED - THE SAME RULE
      *    MORTGAGES BILLS BY.
      ******************************************************************
       2300-REMIT-PMI.
           COMPUTE WS-PMI-STOP-YYYYMM = MORTGAGEE-PMI-STOP-DATE / 100
           IF MORTGAGEE-PMI-ACTIVE
               OR WS-PMI-STOP-YYYYMM NOT < WS-CYC-YYYYMM
               PERFORM 2310-FIND-PMI-INSURER
               MOVE 'PMI' TO RPT-TYPE
               IF WS-PMIC-IX NOT > WS-PMIC-COUNT
                   MOVE MORTGAGEE-PMI-PREMIUM TO WS-BILL-AMOUNT
                   MOVE 'P' TO CK-PAYEE-TYPE
                   MOVE WS-PMIC-NAME (WS-PMIC-IX) TO CK-PAYEE-NAME
                   MOVE WS-PMIC-ADDR (WS-PMIC-IX) TO CK-PAYEE-ADDR
                   PERFORM 2550-CUT-PMI-CHECK
               ELSE
                   PERFORM 2600-REPORT-NO-PAYEE
               END-IF
           END-IF.

       2310-FIND-PMI-INSURER.
           PERFORM 2320-CHECK-ONE-PMI-INSURER
               VARYING WS-PMIC-IX FROM 1 BY 1
               UNTIL WS-PMIC-IX > WS-PMIC-COUNT
               OR WS-PMIC-CODE (WS-PMIC-IX) = MORTGAGEE-PMI-INSURER.

       2320-CHECK-ONE-PMI-INSURER.
           CONTINUE.

      ******************************************************************
      *    2500-CUT-ONE-CHECK - EXTRACT RECORD OUT, BALANCE DEBITED.
      *    THE BILL IS PAID IN FULL EVEN WHEN THE BALANCE CANNOT
           MOVE MORTGAGEE-ESCROW-BALANCE TO RPT-BAL-AFTER
           PERFORM 2700-WRITE-REPORT-LINE.

      ******************************************************************
      *    2550-CUT-PMI-CHECK - EXTRACT RECORD OUT.  THE PREMIUM WAS
      *    COLLECTED WITH THE INSTALLMENT, NOT INTO ESCROW, SO THE
      *    ESCROW BALANCE SHOWS UNCHANGED ON THE REPORT LINE.
      ******************************************************************
       2550-CUT-PMI-CHECK.
           MOVE MORTGAGEE-ID TO CK-MORTGAGEE-ID
           MOVE WS-BILL-AMOUNT TO CK-AMOUNT
           MOVE WS-CYC-YEAR TO CK-DUE-YEAR
           MOVE WS-CYC-MONTH TO CK-DUE-MONTH
           WRITE CHECK-EXTRACT-RECORD

           ADD 1 TO WS-PMI-CHECKS-CUT
           ADD WS-BILL-AMOUNT TO WS-PMI-REMITTED

           MOVE CK-PAYEE-NAME TO RPT-PAYEE
           MOVE WS-BILL-AMOUNT TO RPT-AMOUNT
           MOVE MORTGAGEE-ESCROW-BALANCE TO RPT-BAL-BEFORE
           MOVE MORTGAGEE-ESCROW-BALANCE TO RPT-BAL-AFTER
           MOVE 'PMI' TO RPT-FLAG
           PERFORM 2700-WRITE-REPORT-LINE.

       2600-REPORT-NO-PAYEE.
           ADD 1 TO WS-NO-PAYEE-COUNT
           MOVE SPACES TO RPT-PAYEE

           MOVE WS-TOTAL-DISBURSED TO OUT-TOTAL-DISBURSED
           MOVE WS-ADVANCE-TOTAL TO OUT-ADVANCE-TOTAL
           MOVE WS-PMI-REMITTED TO OUT-PMI-REMITTED
           DISPLAY ' '
           DISPLAY '***** ESCRDISB RUN TOTALS *****'
           DISPLAY 'CYCLE MONTH........: ' WS-CYC-YEAR '/' WS-CYC-MONTH
           DISPLAY 'ADVANCES...........: ' WS-ADVANCE-COUNT
           DISPLAY 'ADVANCE TOTAL $....: ' OUT-ADVANCE-TOTAL
           DISPLAY 'DUE, NO PAYEE......: ' WS-NO-PAYEE-COUNT
           DISPLAY 'PMI CHECKS CUT.....: ' WS-PMI-CHECKS-CUT
           DISPLAY 'PMI REMITTED $.....: ' OUT-PMI-REMITTED

           PERFORM 3900-STAMP-CYCLE-RUN.

