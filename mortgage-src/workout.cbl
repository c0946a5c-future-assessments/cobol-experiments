       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKOUT.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  LOSS-MITIGATION WORKOUTS
      *                     - A DELINQUENT BORROWER WHO AGREED TO A
      *                     WORKOUT COULD ONLY HAVE THE RATE OR TERM
      *                     CHANGED THROUGH MORTMAINT, WITH NO WAY TO
      *                     CAPITALIZE THE PAST DUE, RE-AMORTIZE, OR
      *                     SUSPEND PAYMENTS.  THIS PROGRAM APPLIES THE
      *                     WORKOUT TRANSACTIONS ON WRKOTXN.TXT:
      *                     A PERMANENT MODIFICATION (THE PAST DUE ON
      *                     MORTPOS.DAT CAPITALIZED INTO PRINCIPAL AND
      *                     THE LOAN RE-AMORTIZED AT THE NEW RATE AND
      *                     TERM FROM THE NEXT INSTALLMENT), A
      *                     FORBEARANCE (N INSTALLMENTS DEFERRED, THEN
      *                     WHATEVER IS STILL PAST DUE SPREAD OVER A
      *                     REPAYMENT PLAN), A TRIAL PAYMENT PLAN
      *                     (THREE INSTALLMENTS AT THE TRIAL PAYMENT,
      *                     CONVERTED TO THE PERMANENT MODIFICATION
      *                     ONLY WHEN ALL THREE ARRIVE ON TIME), AND A
      *                     CANCEL OF A RUNNING PLAN.  THE PLAN TERMS
      *                     GO ON THE MASTER SO MORTGAGES WAIVES LATE
      *                     CHARGES ON COVERED INSTALLMENTS, COLLECTS
      *                     THE REPAYMENT INSTALLMENT, AND RECASTS THE
      *                     SCHEDULE ON A REPLAY; THE COLLECTIONS CASE
      *                     (COLLCASE.TXT) IS MARKED WORKOUT WITH THE
      *                     PLAN'S COVERAGE WINDOW SO MORTDELQ STOPS
      *                     AGING THE COVERED INSTALLMENTS.  A SWEEP
      *                     OF EVERY RUNNING PLAN THEN TURNS A FINISHED
      *                     FORBEARANCE INTO ITS REPAYMENT PLAN, CLOSES
      *                     A REPAYMENT PLAN THAT IS PAID UP OR CAN NO
      *                     LONGER BE, AND JUDGES EACH TRIAL AGAINST
      *                     THE RECEIPT ARCHIVE (PAYHIST.TXT).  THE
      *                     CAPITALIZATION GOES ON THE SCHEDULE HISTORY
      *                     AS A MODCAP LINE FOR THE AGING AND GLPOST.
      *                     EVERY CHANGE IS JOURNALED ON MORTJRNL.TXT
      *                     WITH BEFORE AND AFTER IMAGES OF THE MASTER
      *                     AND, WHEN IT MOVED, THE POSITION (OPERATOR
      *                     FROM WRKO-OPER).  RUNS IN THE CYCLE AFTER
      *                     MORTGAGES AND BEFORE MORTDELQ AND GLPOST.
      *                     BAD TRANSACTIONS ROUTE TO WRKOXCP.TXT; THE
      *                     ACTIONS TAKEN LIST ON WRKORPT.TXT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL COLLECTION-CASE-FILE
           ASSIGN TO 'collcase.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COLLCASE-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE ASSIGN TO 'payhist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OPTIONAL WORKOUT-TXN-FILE ASSIGN TO 'wrkotxn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

           SELECT WORKOUT-EXCEPTION-FILE ASSIGN TO 'wrkoxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WXCP-STATUS.

           SELECT WORKOUT-REPORT-FILE ASSIGN TO 'wrkorpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL AMORTIZATION-SCHEDULE-FILE
           ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL AUDIT-JOURNAL-FILE ASSIGN TO 'mortjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.

       FD  SERVICING-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 76 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTPOS.

       FD  COLLECTION-CASE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY COLLREC.

      *    THE RECEIPT ARCHIVE MORTGAGES APPENDS EACH CYCLE'S FEED TO -
      *    THE SAME 25-BYTE ROW AS PAYTRANS.TXT.
       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-MORTGAGEE-ID           PIC 9(6).
           05  PH-PAYMENT-NO             PIC 9(3).
           05  PH-AMOUNT-RECEIVED        PIC 9(6)V99.
           05  PH-DATE-RECEIVED          PIC 9(8).

      *    ONE ROW PER WORKOUT ACTION.  A MODIFICATION AND A TRIAL
      *    CARRY THE NEW ANNUAL RATE AND THE NEW TERM IN MONTHS (THE
      *    TRIAL'S ARE THE TERMS IT CONVERTS TO); A TRIAL MAY ALSO
      *    CARRY ITS PAYMENT, ELSE THE PAYMENT IS FIGURED FROM THOSE
      *    TERMS.  A FORBEARANCE CARRIES THE INSTALLMENTS DEFERRED
      *    AND THE MONTHS THE REPAYMENT PLAN AFTER IT SPREADS THE
      *    ARREARS OVER.  A CANCEL CARRIES ONLY THE LOAN.
       FD  WORKOUT-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKOUT-TXN-RECORD.
           05  WT-ACTION                 PIC X.
               88  WT-ACTION-MODIFY          VALUE 'M'.
               88  WT-ACTION-FORBEAR         VALUE 'F'.
               88  WT-ACTION-TRIAL           VALUE 'T'.
               88  WT-ACTION-CANCEL          VALUE 'X'.
               88  WT-ACTION-NEW-PLAN        VALUE 'M' 'F' 'T'.
               88  WT-ACTION-VALID           VALUE 'M' 'F' 'T' 'X'.
           05  WT-MORTGAGEE-ID           PIC 9(6).
           05  WT-RATE                   PIC 9(2)V99.
           05  WT-TERM                   PIC 9(3).
           05  WT-MONTHS                 PIC 9(2).
           05  WT-REPAY-MONTHS           PIC 9(3).
           05  WT-PAYMENT                PIC 9(6)V99.

       FD  WORKOUT-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKOUT-EXCEPTION-LINE        PIC X(80).

       FD  WORKOUT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKOUT-REPORT-LINE           PIC X(120).

       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-COLLCASE-STATUS        PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-WXCP-STATUS            PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT STAMPS WHAT THE RUN CHANGES AND IS THE DATE
      *    A TRIAL'S GRACE PERIODS ARE MEASURED TO (SYSTEM DATE WITH A
      *    WARNING WHEN NO CALENDAR IS ON HAND).
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-TXN-EOF-SW         PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-COLLCASE-EOF-SW    PIC X VALUE 'N'.
               88  WS-COLLCASE-EOF       VALUE 'Y'.
           05  WS-PAYHIST-EOF-SW     PIC X VALUE 'N'.
               88  WS-PAYHIST-EOF        VALUE 'Y'.
           05  WS-CASE-FOUND-SW      PIC X VALUE 'N'.
               88  WS-CASE-FOUND         VALUE 'Y'.
           05  WS-TRIAL-GOOD-SW      PIC X VALUE 'Y'.
               88  WS-TRIAL-ALL-GOOD     VALUE 'Y'.
           05  WS-TRIAL-FAILED-SW    PIC X VALUE 'N'.
               88  WS-TRIAL-FAILED       VALUE 'Y'.

      *    MONTH ARITHMETIC - A DUE DATE IS CARRIED AS A COUNT OF
      *    MONTHS (YEAR * 12 + MONTH - 1) SO PLAN WINDOWS CAN BE
      *    STEPPED ACROSS YEAR ENDS, AND TURNED BACK INTO A DATE ON
      *    THE LOAN'S DUE DAY (THE ORIGINATION DAY, HELD TO 28).
       01  WS-DATE-VALUES.
           05  WS-DUE-DAY            PIC 9(2) VALUE 1.
           05  WS-CYCLE-MONTHS       PIC 9(6) VALUE 0.
           05  WS-NEXT-MONTHS        PIC 9(6) VALUE 0.
           05  WS-START-MONTHS       PIC 9(6) VALUE 0.
           05  WS-END-MONTHS         PIC 9(6) VALUE 0.
           05  WS-CALC-MONTHS        PIC 9(6) VALUE 0.
           05  WS-CALC-DATE          PIC 9(8) VALUE 0.
           05  WS-CALC-YEAR          PIC 9(4) VALUE 0.
           05  WS-CALC-MONTH         PIC 9(2) VALUE 0.
           05  WS-CALC-YYYYMM        PIC 9(6) VALUE 0.
           05  WS-CYCLE-INTEGER      PIC 9(8) VALUE 0.
           05  WS-DEADLINE-INTEGER   PIC 9(8) VALUE 0.
           05  WS-DEADLINE-DATE      PIC 9(8) VALUE 0.

      *    PLAN ARITHMETIC - THE RE-AMORTIZED LEVEL PAYMENT USES THE
      *    SAME FORMULA AS MORTGAGES 2150-SET-LEVEL-PAYMENT, SO THE
      *    CYCLE AND A REPLAY LAND ON THE SAME PAYMENT.
       01  WS-PLAN-VALUES.
           05  WS-PLAN-RATE          PIC 9(2)V99 VALUE 0.
           05  WS-PLAN-TERM          PIC 9(3) VALUE 0.
           05  WS-CALC-BALANCE       COMP-2 VALUE 0.
           05  WS-CALC-RATE          COMP-2 VALUE 0.
           05  WS-CALC-BASE          COMP-2 VALUE 0.
           05  WS-CALC-PAYMENT       COMP-2 VALUE 0.
           05  WS-CAP-AMOUNT         PIC 9(7)V99 VALUE 0.
           05  WS-TRIAL-PAYMENT      PIC 9(6)V99 VALUE 0.
           05  WS-REPAY-AMOUNT       PIC 9(6)V99 VALUE 0.
           05  WS-REPAY-LEFT         PIC 9(3) VALUE 0.
           05  WS-REPAY-CAPACITY     PIC 9(9)V99 VALUE 0.
           05  WS-TRIAL-K            PIC 9 VALUE 0.
           05  WS-TRIAL-PMT-NO       PIC 9(3) VALUE 0.
           05  WS-TRIAL-RECEIVED     PIC 9(7)V99 VALUE 0.
           05  OUT-MODCAP-AMOUNT     PIC ZZZZZZ9.99.
           05  OUT-MODCAP-BALANCE    PIC ZZZZZZ9.99.
           05  OUT-MORTGAGEE-RATE    PIC Z9.99.
           05  WS-CUST-NAME          PIC X(40) VALUE SPACES.

      *    THE WHOLE COLLECTIONS CASE FILE IS HELD HERE, RECORD
      *    IMAGE BY RECORD IMAGE, AND WRITTEN BACK OVER COLLCASE.TXT
      *    AT THE END OF THE RUN WHEN A PLAN CHANGED ANY CASE - A
      *    LINE-SEQUENTIAL FILE HAS NO REWRITE IN PLACE.
       01  WS-CASE-TABLE.
           05  WS-CC-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-CC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CC-IX.
               10  WS-CC-ID          PIC 9(6).
               10  WS-CC-IMAGE       PIC X(76).

      *    THE CASE BEING CHANGED, WORKED IN THE COLLREC LAYOUT.
           COPY COLLREC REPLACING
               ==COLLECTION-CASE-RECORD== BY ==WORK-CASE-RECORD==
               LEADING ==CC== BY ==WCC==.

       01  WS-CASE-VALUES.
           05  WS-CASE-KEY-ID        PIC 9(6) VALUE 0.
           05  WS-CASE-NEW-PLAN      PIC X VALUE SPACE.
           05  WS-CASE-NEW-START     PIC 9(8) VALUE 0.
           05  WS-CASE-NEW-END       PIC 9(8) VALUE 0.
           05  WS-CASES-CHANGED      PIC 9(6) VALUE 0.

      *    RECEIPTS ON THE ARCHIVE FOR THE INSTALLMENTS OF EVERY TRIAL
      *    RUNNING WHEN THE RUN STARTED.  A TRIAL SET UP ON THIS RUN
      *    HAS NO INSTALLMENT BILLED YET, SO NOTHING TO JUDGE.
       01  WS-TRIAL-TABLE.
           05  WS-TR-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-TR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-TR-IX.
               10  WS-TR-ID          PIC 9(6).
               10  WS-TR-FIRST-PMT   PIC 9(3).

       01  WS-RECEIPT-TABLE.
           05  WS-RC-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-RC-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-RC-IX.
               10  WS-RC-ID          PIC 9(6).
               10  WS-RC-PMT         PIC 9(3).
               10  WS-RC-AMOUNT      PIC 9(6)V99.
               10  WS-RC-DATE        PIC 9(8).

      *    AUDIT JOURNAL WORKING FIELDS - THE BEFORE IMAGES ARE
      *    CAUGHT AFTER THE KEYED READS AND BEFORE THE PLAN TOUCHES
      *    THE RECORDS; THE POSITION IMAGES STAY SPACES UNLESS THE
      *    ACTION MOVED THE POSITION.  OPERATOR COMES FROM WRKO-OPER.
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-BEFORE-IMAGE       PIC X(270) VALUE SPACES.
           05  WS-POS-BEFORE-IMAGE   PIC X(76) VALUE SPACES.
           05  WS-POS-AFTER-IMAGE    PIC X(76) VALUE SPACES.
           05  WS-JRNL-ACTION        PIC X VALUE SPACE.
           05  WS-RPT-EVENT          PIC X(12) VALUE SPACES.

      *    TRANSACTION VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-WT-VALID-SWITCH    PIC X VALUE 'Y'.
               88  WS-WT-VALID           VALUE 'Y'.
               88  WS-WT-INVALID         VALUE 'N'.
           05  WS-WT-REJECT-REASON   PIC X(40) VALUE SPACES.

      *    RUN TOTALS
       01  WS-RUN-TOTALS.
           05  WS-MODIFICATIONS      PIC 9(6) VALUE 0.
           05  WS-FORBEARANCES       PIC 9(6) VALUE 0.
           05  WS-TRIALS             PIC 9(6) VALUE 0.
           05  WS-CANCELS            PIC 9(6) VALUE 0.
           05  WS-REPAY-PLANS        PIC 9(6) VALUE 0.
           05  WS-TRIALS-CONVERTED   PIC 9(6) VALUE 0.
           05  WS-PLANS-COMPLETED    PIC 9(6) VALUE 0.
           05  WS-PLANS-FAILED       PIC 9(6) VALUE 0.
           05  WS-PLANS-RUNNING      PIC 9(6) VALUE 0.
           05  WS-PLANS-NOT-REVIEWED PIC 9(6) VALUE 0.
           05  WS-MODCAP-LINES       PIC 9(6) VALUE 0.
           05  WS-REJECTED           PIC 9(6) VALUE 0.
           05  WS-ARREARS-CAPPED     PIC 9(9)V99 VALUE 0.
           05  OUT-ARREARS-CAPPED    PIC ZZZZZZZZ9.99.

       01  WS-REPORT-DETAIL.
           05  RPT-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-NAME              PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-EVENT             PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PLAN              PIC X.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-FROM              PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-THRU              PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-AMOUNT            PIC ZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-CAPPED            PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-BALANCE           PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TXN-EOF
           PERFORM 3100-SWEEP-RUNNING-PLANS
           PERFORM 3900-REWRITE-CASE-FILE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
           MOVE WS-CYCLE-DATE TO WS-CALC-DATE
           PERFORM 8200-DATE-TO-MONTHS
           MOVE WS-CALC-MONTHS TO WS-CYCLE-MONTHS
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'WRKO-OPER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF

           OPEN I-O MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN I-O SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SERVICING POSITION FILE: '
                       WS-POSITION-STATUS
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-CASE-FILE
           PERFORM 1150-LOAD-TRIAL-RECEIPTS

      *    NO TRANSACTIONS ON HAND STILL RUNS - THE SWEEP OVER THE
      *    RUNNING PLANS IS A CYCLE JOB.
           OPEN INPUT WORKOUT-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               AND WS-TXN-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING WORKOUT TRANSACTION FILE: '
                       WS-TXN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT WORKOUT-EXCEPTION-FILE
           OPEN OUTPUT WORKOUT-REPORT-FILE
           MOVE SPACES TO WORKOUT-REPORT-LINE
           STRING 'ID      NAME                            EVENT'
                  '         P  FROM      THRU         PAYMENT'
                  '  CAPITALIZED     BALANCE'
             DELIMITED BY SIZE INTO WORKOUT-REPORT-LINE
           END-STRING
           WRITE WORKOUT-REPORT-LINE

      *    THE MODCAP LINES GO ON THE END OF THE ROLLING SCHEDULE
      *    HISTORY THE SAME WAY THE CYCLE'S ARREARS LINES DO.
           OPEN EXTEND AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               AND WS-SCHEDULE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SCHEDULE HISTORY: '
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF

      *    THE JOURNAL IS THE PERMANENT CHANGE HISTORY - EXTEND,
      *    NEVER OUTPUT, SO PRIOR RUNS' ENTRIES SURVIVE.
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT JOURNAL: ' WS-JRNL-STATUS
               STOP RUN
           END-IF

           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  A WORKOUT RUN CHANGES NOTHING A SECOND RUN
      *    OF THE SAME DATE WOULD CHANGE AGAIN, SO NO CYCLRUNS.TXT
      *    STAMP GUARDS IT.
      ******************************************************************
       1005-READ-CYCLE-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 1006-FIND-CONTROL-RECORD
                   UNTIL WS-CALENDAR-EOF OR WS-CALENDAR-ON-HAND
           END-IF
           CLOSE CYCLE-CALENDAR-FILE
           IF NOT WS-CALENDAR-ON-HAND
               DISPLAY 'WARNING: NO PROCESSING CALENDAR ON HAND - '
                       'USING SYSTEM DATE'
           END-IF.

       1006-FIND-CONTROL-RECORD.
           READ CYCLE-CALENDAR-FILE
               AT END SET WS-CALENDAR-EOF TO TRUE
               NOT AT END
                   IF CAL-CONTROL-REC
                       SET WS-CALENDAR-ON-HAND TO TRUE
                       MOVE CAL-DATE TO WS-CYCLE-DATE
                   END-IF
           END-READ.

      ******************************************************************
      *    1100-LOAD-CASE-FILE - PULL THE WHOLE COLLECTIONS CASE FILE
      *    INTO THE TABLE.  NO FILE ON HAND MEANS MORTDELQ HAS NEVER
      *    RUN; A PLAN OPENS THE LOAN'S CASE ITSELF.  A FILE PAST THE
      *    TABLE LIMIT STOPS THE RUN - THE REWRITE WOULD DROP CASES.
      ******************************************************************
       1100-LOAD-CASE-FILE.
           OPEN INPUT COLLECTION-CASE-FILE
           IF WS-COLLCASE-STATUS NOT = '00'
               AND WS-COLLCASE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING COLLECTIONS CASE FILE: '
                       WS-COLLCASE-STATUS
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-CASE UNTIL WS-COLLCASE-EOF
           CLOSE COLLECTION-CASE-FILE.

       1110-LOAD-ONE-CASE.
           READ COLLECTION-CASE-FILE
               AT END SET WS-COLLCASE-EOF TO TRUE
               NOT AT END
                   IF WS-CC-COUNT < 2000
                       ADD 1 TO WS-CC-COUNT
                       SET WS-CC-IX TO WS-CC-COUNT
                       MOVE CC-MORTGAGEE-ID TO WS-CC-ID (WS-CC-IX)
                       MOVE COLLECTION-CASE-RECORD
                           TO WS-CC-IMAGE (WS-CC-IX)
                   ELSE
                       DISPLAY 'CASE FILE EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    1150-LOAD-TRIAL-RECEIPTS - ONE PASS OVER THE MASTER FOR THE
      *    RUNNING TRIALS, THEN ONE PASS OVER THE RECEIPT ARCHIVE
      *    KEEPING THE ROWS THAT PAY A TRIAL INSTALLMENT.
      ******************************************************************
       1150-LOAD-TRIAL-RECEIPTS.
           MOVE 0 TO MORTGAGEE-ID
           START MORTGAGE-FILE
               KEY NOT LESS THAN MORTGAGEE-ID
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 1160-NOTE-ONE-TRIAL UNTIL WS-MASTER-EOF

           IF WS-TR-COUNT > 0
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF WS-PAYHIST-STATUS = '00'
                   PERFORM 1170-LOAD-ONE-RECEIPT UNTIL WS-PAYHIST-EOF
               ELSE
                   DISPLAY 'WARNING: NO RECEIPT ARCHIVE ON HAND - '
                           'NO TRIAL CAN CONVERT'
               END-IF
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       1160-NOTE-ONE-TRIAL.
           READ MORTGAGE-FILE NEXT
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF MORTGAGEE-WKO-TRIAL AND MORTGAGEE-WKO-ACTIVE
                       IF WS-TR-COUNT < 2000
                           ADD 1 TO WS-TR-COUNT
                           SET WS-TR-IX TO WS-TR-COUNT
                           MOVE MORTGAGEE-ID TO WS-TR-ID (WS-TR-IX)
                           MOVE MORTGAGEE-WORKOUT-PMT-NO
                               TO WS-TR-FIRST-PMT (WS-TR-IX)
                       ELSE
                           DISPLAY 'TRIAL PLANS EXCEED TABLE LIMIT - '
                                   'RAISE THE OCCURS AND RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       1170-LOAD-ONE-RECEIPT.
           READ PAYMENT-HISTORY-FILE
               AT END SET WS-PAYHIST-EOF TO TRUE
               NOT AT END
                   PERFORM 1175-CHECK-ONE-TRIAL
                       VARYING WS-TR-IX FROM 1 BY 1
                       UNTIL WS-TR-IX > WS-TR-COUNT
                       OR WS-TR-ID (WS-TR-IX) = PH-MORTGAGEE-ID
                   IF WS-TR-IX NOT > WS-TR-COUNT
                       AND PH-PAYMENT-NO
                           NOT < WS-TR-FIRST-PMT (WS-TR-IX)
                       AND PH-PAYMENT-NO
                           NOT > WS-TR-FIRST-PMT (WS-TR-IX) + 2
                       PERFORM 1180-KEEP-RECEIPT
                   END-IF
           END-READ.

       1175-CHECK-ONE-TRIAL.
           CONTINUE.

       1180-KEEP-RECEIPT.
           IF WS-RC-COUNT < 6000
               ADD 1 TO WS-RC-COUNT
               SET WS-RC-IX TO WS-RC-COUNT
               MOVE PH-MORTGAGEE-ID TO WS-RC-ID (WS-RC-IX)
               MOVE PH-PAYMENT-NO TO WS-RC-PMT (WS-RC-IX)
               MOVE PH-AMOUNT-RECEIVED TO WS-RC-AMOUNT (WS-RC-IX)
               MOVE PH-DATE-RECEIVED TO WS-RC-DATE (WS-RC-IX)
           ELSE
               DISPLAY 'TRIAL RECEIPTS EXCEED TABLE LIMIT - '
                       'RAISE THE OCCURS AND RERUN'
               STOP RUN
           END-IF.

       1200-READ-TRANSACTION.
           IF WS-TXN-STATUS = '05'
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ WORKOUT-TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF.

       1400-WRITE-WORKOUT-EXCEPTION.
           ADD 1 TO WS-REJECTED
           MOVE SPACES TO WORKOUT-EXCEPTION-LINE
           STRING WT-MORTGAGEE-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WT-ACTION DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-WT-REJECT-REASON DELIMITED BY SIZE
             INTO WORKOUT-EXCEPTION-LINE
           END-STRING
           WRITE WORKOUT-EXCEPTION-LINE.

      ******************************************************************
      *    2000-PROCESS-TRANSACTION - VALIDATE THE ROW AGAINST THE
      *    MASTER, THE POSITION AND THE CASE, THEN SET UP (OR CANCEL)
      *    THE PLAN.  EACH APPLY PARAGRAPH STORES, JOURNALS AND
      *    REPORTS WHAT IT CHANGED.
      ******************************************************************
       2000-PROCESS-TRANSACTION.
           PERFORM 2100-VALIDATE-TRANSACTION
           IF WS-WT-VALID
               EVALUATE TRUE
                   WHEN WT-ACTION-MODIFY
                       PERFORM 2200-APPLY-MODIFICATION
                   WHEN WT-ACTION-FORBEAR
                       PERFORM 2300-APPLY-FORBEARANCE
                   WHEN WT-ACTION-TRIAL
                       PERFORM 2400-APPLY-TRIAL
                   WHEN OTHER
                       PERFORM 2450-APPLY-CANCEL
               END-EVALUATE
           ELSE
               PERFORM 1400-WRITE-WORKOUT-EXCEPTION
           END-IF
           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    2100-VALIDATE-TRANSACTION - THE ROW MUST NAME AN ACTIVE
      *    LOAN ON THE MASTER WHOSE POSITION THIS CYCLE HAS ALREADY
      *    ROLLED (THE PLAN STARTS AT THE NEXT INSTALLMENT, SO THE
      *    POSITION MUST SHOW THE CYCLE MONTH BILLED).  A BANKRUPT
      *    CASE TAKES NO NEW PLAN WITHOUT THE COURT.  ONE PLAN RUNS AT
      *    A TIME AND A LOAN IS MODIFIED ONCE.  A NUMERIC FIELD LEFT
      *    BLANK IS ZERO.
      ******************************************************************
       2100-VALIDATE-TRANSACTION.
           SET WS-WT-VALID TO TRUE
           MOVE SPACES TO WS-WT-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-POS-BEFORE-IMAGE
           MOVE SPACES TO WS-POS-AFTER-IMAGE

           IF WT-RATE NOT NUMERIC
               MOVE ZERO TO WT-RATE
           END-IF
           IF WT-TERM NOT NUMERIC
               MOVE ZERO TO WT-TERM
           END-IF
           IF WT-MONTHS NOT NUMERIC
               MOVE ZERO TO WT-MONTHS
           END-IF
           IF WT-REPAY-MONTHS NOT NUMERIC
               MOVE ZERO TO WT-REPAY-MONTHS
           END-IF
           IF WT-PAYMENT NOT NUMERIC
               MOVE ZERO TO WT-PAYMENT
           END-IF

           IF NOT WT-ACTION-VALID
               SET WS-WT-INVALID TO TRUE
               MOVE 'UNRECOGNIZED WORKOUT ACTION' TO
                   WS-WT-REJECT-REASON
           END-IF

           IF WS-WT-VALID
               AND (WT-MORTGAGEE-ID NOT NUMERIC
                    OR WT-MORTGAGEE-ID = 0)
               SET WS-WT-INVALID TO TRUE
               MOVE 'MORTGAGEE ID MISSING' TO WS-WT-REJECT-REASON
           END-IF

           IF WS-WT-VALID
               MOVE WT-MORTGAGEE-ID TO MORTGAGEE-ID
               READ MORTGAGE-FILE
                   INVALID KEY
                       SET WS-WT-INVALID TO TRUE
                       MOVE 'LOAN NOT ON MASTER' TO
                           WS-WT-REJECT-REASON
                   NOT INVALID KEY
                       MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
               END-READ
           END-IF

           IF WS-WT-VALID AND MORTGAGEE-RETIRED
               SET WS-WT-INVALID TO TRUE
               MOVE 'LOAN IS RETIRED' TO WS-WT-REJECT-REASON
           END-IF

           IF WS-WT-VALID
               MOVE WT-MORTGAGEE-ID TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY
                       SET WS-WT-INVALID TO TRUE
                       MOVE 'NO SERVICING POSITION FOR LOAN' TO
                           WS-WT-REJECT-REASON
                   NOT INVALID KEY
                       MOVE SERVICING-POSITION-RECORD
                           TO WS-POS-BEFORE-IMAGE
               END-READ
           END-IF

           IF WS-WT-VALID
               PERFORM 2150-SET-LOAN-DATES
               IF WS-NEXT-MONTHS NOT = WS-CYCLE-MONTHS + 1
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'POSITION NOT ROLLED THROUGH CYCLE MONTH' TO
                       WS-WT-REJECT-REASON
               END-IF
           END-IF

           IF WS-WT-VALID
               MOVE WT-MORTGAGEE-ID TO WS-CASE-KEY-ID
               PERFORM 2700-FIND-CASE
               IF WS-CASE-FOUND AND WCC-STATUS-BANKRUPT
                   AND WT-ACTION-NEW-PLAN
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'COLLECTIONS CASE IN BANKRUPTCY' TO
                       WS-WT-REJECT-REASON
               END-IF
           END-IF

           IF WS-WT-VALID AND WT-ACTION-NEW-PLAN
               IF MORTGAGEE-WKO-ACTIVE
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'WORKOUT PLAN ALREADY RUNNING' TO
                       WS-WT-REJECT-REASON
               END-IF
               IF WS-WT-VALID AND SP-MONTHS-REMAINING = 0
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'LOAN HAS NO INSTALLMENTS LEFT' TO
                       WS-WT-REJECT-REASON
               END-IF
           END-IF

           IF WS-WT-VALID
               AND (WT-ACTION-MODIFY OR WT-ACTION-TRIAL)
               EVALUATE TRUE
                   WHEN MORTGAGEE-MOD-PMT-NO > 0
                       SET WS-WT-INVALID TO TRUE
                       MOVE 'LOAN ALREADY MODIFIED' TO
                           WS-WT-REJECT-REASON
                   WHEN WT-RATE = 0 OR WT-TERM = 0
                       SET WS-WT-INVALID TO TRUE
                       MOVE 'MODIFIED RATE OR TERM MISSING' TO
                           WS-WT-REJECT-REASON
                   WHEN WT-TERM > 480
                       SET WS-WT-INVALID TO TRUE
                       MOVE 'MODIFIED TERM OVER 480 MONTHS' TO
                           WS-WT-REJECT-REASON
                   WHEN WT-ACTION-TRIAL AND SP-MONTHS-REMAINING < 3
                       SET WS-WT-INVALID TO TRUE
                       MOVE 'FEWER THAN THREE INSTALLMENTS LEFT' TO
                           WS-WT-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-WT-VALID AND WT-ACTION-FORBEAR
               IF WT-MONTHS = 0
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'FORBEARANCE MONTHS MISSING' TO
                       WS-WT-REJECT-REASON
               END-IF
               IF WS-WT-VALID AND WT-REPAY-MONTHS = 0
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'REPAYMENT MONTHS MISSING' TO
                       WS-WT-REJECT-REASON
               END-IF
           END-IF

           IF WS-WT-VALID AND WT-ACTION-CANCEL
               IF NOT MORTGAGEE-WKO-ACTIVE
                   SET WS-WT-INVALID TO TRUE
                   MOVE 'NO RUNNING WORKOUT PLAN TO CANCEL' TO
                       WS-WT-REJECT-REASON
               END-IF
           END-IF.

      ******************************************************************
      *    2150-SET-LOAN-DATES - THE LOAN'S DUE DAY AND THE MONTH
      *    COUNT OF ITS NEXT INSTALLMENT, OFF THE POSITION IN HAND.
      ******************************************************************
       2150-SET-LOAN-DATES.
           IF MORTGAGEE-ORIG-DAY = 0
               MOVE 1 TO WS-DUE-DAY
           ELSE
               IF MORTGAGEE-ORIG-DAY > 28
                   MOVE 28 TO WS-DUE-DAY
               ELSE
                   MOVE MORTGAGEE-ORIG-DAY TO WS-DUE-DAY
               END-IF
           END-IF
           COMPUTE WS-NEXT-MONTHS =
               SP-NEXT-DUE-YEAR * 12 + SP-NEXT-DUE-MONTH - 1.

      ******************************************************************
      *    2200-APPLY-MODIFICATION - A PERMANENT MODIFICATION KEYED
      *    STRAIGHT IN, EFFECTIVE ON THE NEXT INSTALLMENT.  THE PLAN
      *    COVERS NO INSTALLMENT OF ITS OWN - ITS FIRST PAYMENT IS
      *    THE EFFECTIVE PAYMENT.
      ******************************************************************
       2200-APPLY-MODIFICATION.
           MOVE WT-RATE TO WS-PLAN-RATE
           MOVE WT-TERM TO WS-PLAN-TERM
           MOVE SP-NEXT-PAYMENT-NO TO MORTGAGEE-WORKOUT-PMT-NO
           MOVE WS-NEXT-MONTHS TO WS-CALC-MONTHS
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-START
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-END
           MOVE 0 TO MORTGAGEE-WORKOUT-AMOUNT
           MOVE WT-RATE TO MORTGAGEE-WORKOUT-RATE
           MOVE WT-TERM TO MORTGAGEE-WORKOUT-TERM
           PERFORM 2500-MAKE-MODIFICATION-PERMANENT
           ADD 1 TO WS-MODIFICATIONS
           MOVE 'MODIFIED' TO WS-RPT-EVENT
           PERFORM 2800-STORE-AND-JOURNAL.

      ******************************************************************
      *    2300-APPLY-FORBEARANCE - THE NEXT WT-MONTHS INSTALLMENTS
      *    ARE DEFERRED: THEY STILL BILL, BUT CARRY NO LATE CHARGE AND
      *    DO NOT AGE.  THE REPAYMENT MONTHS WAIT ON THE MASTER FOR
      *    THE SWEEP THAT TURNS THE FINISHED FORBEARANCE INTO ITS
      *    REPAYMENT PLAN.  THE POSITION IS NOT TOUCHED.
      ******************************************************************
       2300-APPLY-FORBEARANCE.
           SET MORTGAGEE-WKO-FORBEAR TO TRUE
           SET MORTGAGEE-WKO-ACTIVE TO TRUE
           MOVE SP-NEXT-PAYMENT-NO TO MORTGAGEE-WORKOUT-PMT-NO
           MOVE WS-NEXT-MONTHS TO WS-CALC-MONTHS
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-START
           COMPUTE WS-CALC-MONTHS = WS-NEXT-MONTHS + WT-MONTHS - 1
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-END
           MOVE 0 TO MORTGAGEE-WORKOUT-AMOUNT
           MOVE 0 TO MORTGAGEE-WORKOUT-RATE
           MOVE WT-REPAY-MONTHS TO MORTGAGEE-WORKOUT-TERM

           MOVE 'F' TO WS-CASE-NEW-PLAN
           MOVE MORTGAGEE-WORKOUT-START TO WS-CASE-NEW-START
           MOVE MORTGAGEE-WORKOUT-END TO WS-CASE-NEW-END
           PERFORM 2720-SET-CASE-PLAN

           MOVE SPACES TO WS-POS-BEFORE-IMAGE
           ADD 1 TO WS-FORBEARANCES
           MOVE 'F' TO WS-JRNL-ACTION
           MOVE 'FORBEARANCE' TO WS-RPT-EVENT
           PERFORM 2800-STORE-AND-JOURNAL.

      ******************************************************************
      *    2400-APPLY-TRIAL - THREE TRIAL INSTALLMENTS FROM THE NEXT
      *    ONE.  THE TRIAL PAYMENT IS THE ONE KEYED, ELSE THE LEVEL
      *    PAYMENT ON THE BALANCE PLUS THE PAST DUE AT THE TRIAL'S
      *    RATE AND TERM, WITH THE ESCROW DEPOSIT AND ANY PMI
      *    PREMIUM ON TOP.  THE REGULAR INSTALLMENT STILL BILLS; WHAT
      *    THE TRIAL PAYMENT LEAVES SHORT IS COVERED UNTIL THE SWEEP
      *    CONVERTS OR FAILS THE TRIAL.  THE POSITION IS NOT TOUCHED.
      ******************************************************************
       2400-APPLY-TRIAL.
           IF WT-PAYMENT > 0
               MOVE WT-PAYMENT TO WS-TRIAL-PAYMENT
           ELSE
               COMPUTE WS-CALC-BALANCE =
                   SP-CUR-BALANCE + SP-PAST-DUE-AMOUNT
               MOVE WT-RATE TO WS-PLAN-RATE
               MOVE WT-TERM TO WS-PLAN-TERM
               PERFORM 2550-SET-LEVEL-PAYMENT
               COMPUTE WS-TRIAL-PAYMENT ROUNDED =
                   WS-CALC-PAYMENT + SP-ESCROW-DEPOSIT
               IF MORTGAGEE-PMI-ACTIVE
                   ADD MORTGAGEE-PMI-PREMIUM TO WS-TRIAL-PAYMENT
               END-IF
           END-IF

           SET MORTGAGEE-WKO-TRIAL TO TRUE
           SET MORTGAGEE-WKO-ACTIVE TO TRUE
           MOVE SP-NEXT-PAYMENT-NO TO MORTGAGEE-WORKOUT-PMT-NO
           MOVE WS-NEXT-MONTHS TO WS-CALC-MONTHS
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-START
           COMPUTE WS-CALC-MONTHS = WS-NEXT-MONTHS + 2
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-END
           MOVE WS-TRIAL-PAYMENT TO MORTGAGEE-WORKOUT-AMOUNT
           MOVE WT-RATE TO MORTGAGEE-WORKOUT-RATE
           MOVE WT-TERM TO MORTGAGEE-WORKOUT-TERM

           MOVE 'T' TO WS-CASE-NEW-PLAN
           MOVE MORTGAGEE-WORKOUT-START TO WS-CASE-NEW-START
           MOVE MORTGAGEE-WORKOUT-END TO WS-CASE-NEW-END
           PERFORM 2720-SET-CASE-PLAN

           MOVE SPACES TO WS-POS-BEFORE-IMAGE
           ADD 1 TO WS-TRIALS
           MOVE 'T' TO WS-JRNL-ACTION
           MOVE 'TRIAL' TO WS-RPT-EVENT
           PERFORM 2800-STORE-AND-JOURNAL.

      ******************************************************************
      *    2450-APPLY-CANCEL - THE BORROWER WALKED AWAY FROM THE
      *    PLAN.  IT ENDS FAILED AT THE LAST INSTALLMENT ALREADY
      *    BILLED - WHAT IT COVERED STAYS COVERED, NOTHING AFTER IS -
      *    AND THE CASE GOES BACK TO ACTIVE COLLECTIONS.
      ******************************************************************
       2450-APPLY-CANCEL.
           SET MORTGAGEE-WKO-FAILED TO TRUE
           PERFORM 2600-END-PLAN-WINDOW
           PERFORM 2730-END-CASE-PLAN
           MOVE SPACES TO WS-POS-BEFORE-IMAGE
           ADD 1 TO WS-CANCELS
           MOVE 'X' TO WS-JRNL-ACTION
           MOVE 'CANCELLED' TO WS-RPT-EVENT
           PERFORM 2800-STORE-AND-JOURNAL.

      ******************************************************************
      *    2500-MAKE-MODIFICATION-PERMANENT - SHARED BY A KEYED
      *    MODIFICATION AND A TRIAL THAT CONVERTS.  WHATEVER IS PAST
      *    DUE IS CAPITALIZED ONTO THE BALANCE, THE LOAN RE-AMORTIZES
      *    OVER THE NEW TERM AT THE NEW RATE FROM THE NEXT
      *    INSTALLMENT, AND THE POSITION SHOWS NOTHING PAST DUE AND
      *    PAID THROUGH THE INSTALLMENT BEFORE.  UNPAID LATE CHARGES
      *    ARE NOT CAPITALIZED - THEY STAY ON THE POSITION.  THE
      *    MASTER KEEPS THE ORIGINAL NOTE TERMS (A REPLAY NEEDS THEM
      *    UP TO THE EFFECTIVE PAYMENT) AND RECORDS THE MODIFICATION
      *    BESIDE THEM.  WS-PLAN-RATE/TERM CARRY THE NEW TERMS.
      ******************************************************************
       2500-MAKE-MODIFICATION-PERMANENT.
           MOVE SP-PAST-DUE-AMOUNT TO WS-CAP-AMOUNT
           COMPUTE WS-CALC-BALANCE = SP-CUR-BALANCE + WS-CAP-AMOUNT
           PERFORM 2550-SET-LEVEL-PAYMENT
           ADD WS-CALC-BALANCE TO ZERO GIVING SP-CUR-BALANCE ROUNDED
           MOVE WS-PLAN-RATE TO SP-CUR-ANNUAL-RATE
           ADD WS-CALC-PAYMENT TO ZERO GIVING SP-CUR-PAYMENT ROUNDED
           MOVE WS-PLAN-TERM TO SP-MONTHS-REMAINING
           COMPUTE SP-PAID-THRU-PMT-NO = SP-NEXT-PAYMENT-NO - 1
           MOVE 0 TO SP-PAST-DUE-AMOUNT
           MOVE SERVICING-POSITION-RECORD TO WS-POS-AFTER-IMAGE
           REWRITE SERVICING-POSITION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING SERVICING POSITION: '
                           SP-MORTGAGEE-ID ' ' WS-POSITION-STATUS
                   STOP RUN
           END-REWRITE

           SET MORTGAGEE-WKO-MODIFIED TO TRUE
           SET MORTGAGEE-WKO-COMPLETED TO TRUE
           MOVE SP-NEXT-PAYMENT-NO TO MORTGAGEE-MOD-PMT-NO
           MOVE WS-RUN-DATE TO MORTGAGEE-MOD-DATE
           MOVE WS-CAP-AMOUNT TO MORTGAGEE-MOD-CAP-AMOUNT
           MOVE WS-PLAN-RATE TO MORTGAGEE-MOD-RATE
           MOVE WS-PLAN-TERM TO MORTGAGEE-MOD-TERM
           ADD WS-CAP-AMOUNT TO WS-ARREARS-CAPPED

           IF WS-CAP-AMOUNT > 0
               PERFORM 2570-WRITE-MODCAP-LINE
           END-IF

           MOVE 'M' TO WS-CASE-NEW-PLAN
           MOVE WS-NEXT-MONTHS TO WS-CALC-MONTHS
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO WS-CASE-NEW-START
           MOVE WS-CALC-DATE TO WS-CASE-NEW-END
           PERFORM 2720-SET-CASE-PLAN
           MOVE 'M' TO WS-JRNL-ACTION.

      ******************************************************************
      *    2550-SET-LEVEL-PAYMENT - LEVEL P&I ON WS-CALC-BALANCE AT
      *    WS-PLAN-RATE OVER WS-PLAN-TERM MONTHS.
      ******************************************************************
       2550-SET-LEVEL-PAYMENT.
           COMPUTE WS-CALC-RATE ROUNDED = (WS-PLAN-RATE / 12) / 100
           COMPUTE WS-CALC-BASE ROUNDED =
               (1 + WS-CALC-RATE) ** WS-PLAN-TERM
           COMPUTE WS-CALC-PAYMENT ROUNDED = WS-CALC-BALANCE *
                     ( ( WS-CALC-RATE * WS-CALC-BASE ) /
                       (WS-CALC-BASE - 1)).

      ******************************************************************
      *    2570-WRITE-MODCAP-LINE - THE CAPITALIZATION GOES ON THE
      *    SCHEDULE HISTORY UNDER THE EFFECTIVE PAYMENT NUMBER, DATED
      *    THE CYCLE MONTH, WITH THE ARREARS CAPITALIZED IN THE
      *    RECEIVED COLUMN AND THE NEW BALANCE IN THE BALANCE COLUMN -
      *    THE SAME LINE A REPLAY OF THE MODIFICATION WRITES.  NO CASH
      *    CAME IN, SO THE RECEIPT COUNT IS ZERO.
      ******************************************************************
       2570-WRITE-MODCAP-LINE.
           MOVE SPACES TO WS-CUST-NAME
           STRING MORTGAGEE-FIRST-NAME DELIMITED BY SPACE
                  ' '  DELIMITED BY SIZE
                  MORTGAGEE-FIRST-INIT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MORTGAGEE-LAST-NAME DELIMITED BY SPACE
                  ' '  DELIMITED BY SIZE
             INTO WS-CUST-NAME
           END-STRING
           COMPUTE WS-CALC-MONTHS = WS-NEXT-MONTHS - 1
           PERFORM 8100-MONTHS-TO-DATE
           MOVE MORTGAGEE-RATE TO OUT-MORTGAGEE-RATE
           MOVE WS-CAP-AMOUNT TO OUT-MODCAP-AMOUNT
           MOVE SP-CUR-BALANCE TO OUT-MODCAP-BALANCE
           MOVE SPACES TO SCHEDULE-LINE
           STRING MORTGAGEE-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-AMOUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-MORTGAGEE-RATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-TERM DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-TYPE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CALC-YEAR DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CALC-MONTH DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-MOD-PMT-NO DELIMITED BY SIZE
                  ',0,0,0,0,0,' DELIMITED BY SIZE
                  OUT-MODCAP-BALANCE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  'MODCAP' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-MODCAP-AMOUNT DELIMITED BY SIZE
                  ',0,0,0,0' DELIMITED BY SIZE
             INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE
           ADD 1 TO WS-MODCAP-LINES.

      ******************************************************************
      *    2600-END-PLAN-WINDOW - A PLAN ENDING EARLY (CANCELLED,
      *    FAILED, OR A REPAYMENT PAID UP AHEAD OF TIME) STOPS AT THE
      *    LAST INSTALLMENT ALREADY BILLED, SO IT COVERS NOTHING THE
      *    CYCLE HAS NOT YET BILLED.
      ******************************************************************
       2600-END-PLAN-WINDOW.
           MOVE MORTGAGEE-WORKOUT-END TO WS-CALC-DATE
           PERFORM 8200-DATE-TO-MONTHS
           IF WS-CALC-MONTHS > WS-NEXT-MONTHS - 1
               COMPUTE WS-CALC-MONTHS = WS-NEXT-MONTHS - 1
               PERFORM 8100-MONTHS-TO-DATE
               MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-END
           END-IF.

      ******************************************************************
      *    2700-FIND-CASE - LEAVE WS-CC-IX ON THE CASE FOR
      *    WS-CASE-KEY-ID AND THE CASE IN WORK-CASE-RECORD WHEN THE
      *    LOAN HAS ONE.
      ******************************************************************
       2700-FIND-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           PERFORM 2705-CHECK-ONE-CASE
               VARYING WS-CC-IX FROM 1 BY 1
               UNTIL WS-CC-IX > WS-CC-COUNT
               OR WS-CC-ID (WS-CC-IX) = WS-CASE-KEY-ID
           IF WS-CC-IX NOT > WS-CC-COUNT
               SET WS-CASE-FOUND TO TRUE
               MOVE WS-CC-IMAGE (WS-CC-IX) TO WORK-CASE-RECORD
           END-IF.

       2705-CHECK-ONE-CASE.
           CONTINUE.

      ******************************************************************
      *    2720-SET-CASE-PLAN - PUT THE LOAN'S CASE IN WORKOUT WITH
      *    THE PLAN TYPE AND COVERAGE WINDOW IN WS-CASE-NEW-xxx,
      *    OPENING A CASE WHEN THE LOAN HAS NONE (A FORBEARANCE CAN
      *    BE AGREED BEFORE A PAYMENT IS EVER MISSED).
      ******************************************************************
       2720-SET-CASE-PLAN.
           MOVE MORTGAGEE-ID TO WS-CASE-KEY-ID
           PERFORM 2700-FIND-CASE
           IF NOT WS-CASE-FOUND
               IF WS-CC-COUNT < 2000
                   ADD 1 TO WS-CC-COUNT
                   SET WS-CC-IX TO WS-CC-COUNT
                   MOVE MORTGAGEE-ID TO WS-CC-ID (WS-CC-IX)
                   MOVE SPACES TO WORK-CASE-RECORD
                   MOVE MORTGAGEE-ID TO WCC-MORTGAGEE-ID
                   MOVE WS-RUN-DATE TO WCC-OPENED-DATE
                   MOVE 0 TO WCC-LAST-CONTACT-DATE
                   MOVE 0 TO WCC-PROMISE-DATE
                   MOVE 0 TO WCC-PROMISE-AMOUNT
                   MOVE 0 TO WCC-B120-RUNS
                   MOVE 0 TO WCC-LAST-ASOF-DATE
                   MOVE 0 TO WCC-LAST-PAST-DUE
               ELSE
                   DISPLAY 'CASE FILE EXCEEDS TABLE LIMIT - '
                           'RAISE THE OCCURS AND RERUN'
                   STOP RUN
               END-IF
           END-IF
           SET WCC-STATUS-WORKOUT TO TRUE
           MOVE WS-CASE-NEW-PLAN TO WCC-PLAN-TYPE
           MOVE WS-CASE-NEW-START TO WCC-PLAN-START
           MOVE WS-CASE-NEW-END TO WCC-PLAN-END
           MOVE WORK-CASE-RECORD TO WS-CC-IMAGE (WS-CC-IX)
           ADD 1 TO WS-CASES-CHANGED.

      ******************************************************************
      *    2730-END-CASE-PLAN - A PLAN THAT ENDED WITHOUT A
      *    MODIFICATION HANDS THE CASE BACK TO ACTIVE COLLECTIONS;
      *    MORTDELQ CURES IT IF NOTHING IS PAST DUE.  A CASE A LEGAL
      *    STATE HAS SINCE TAKEN OVER (DISPUTE, BANKRUPTCY) IS LEFT
      *    ALONE.  THE PLAN TYPE AND WINDOW STAY AS HISTORY.
      ******************************************************************
       2730-END-CASE-PLAN.
           MOVE MORTGAGEE-ID TO WS-CASE-KEY-ID
           PERFORM 2700-FIND-CASE
           IF WS-CASE-FOUND AND WCC-STATUS-WORKOUT
               SET WCC-STATUS-ACTIVE TO TRUE
               MOVE WORK-CASE-RECORD TO WS-CC-IMAGE (WS-CC-IX)
               ADD 1 TO WS-CASES-CHANGED
           END-IF.

      ******************************************************************
      *    2800-STORE-AND-JOURNAL - REWRITE THE MASTER, JOURNAL THE
      *    CHANGE WITH ITS BEFORE AND AFTER IMAGES, AND LIST IT.
      ******************************************************************
       2800-STORE-AND-JOURNAL.
           REWRITE MORTGAGEE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING MORTGAGE RECORD: '
                           MORTGAGEE-ID ' ' WS-MASTER-STATUS
                   STOP RUN
           END-REWRITE
           PERFORM 2900-WRITE-AUDIT-JOURNAL
           PERFORM 2950-WRITE-REPORT-LINE.

      ******************************************************************
      *    2900-WRITE-AUDIT-JOURNAL - ONE JOURNAL RECORD PER PLAN SET
      *    UP, CONVERTED OR ENDED: ACTION, RUN DATE, OPERATOR, AND THE
      *    BEFORE AND AFTER IMAGES OF THE MASTER AND OF THE POSITION
      *    (SPACES WHEN THE ACTION LEFT THE POSITION ALONE).
      ******************************************************************
       2900-WRITE-AUDIT-JOURNAL.
           MOVE WS-RUN-DATE TO AJ-RUN-DATE
           MOVE WS-OPERATOR TO AJ-OPERATOR
           MOVE WS-JRNL-ACTION TO AJ-ACTION
           MOVE MORTGAGEE-ID TO AJ-MORTGAGEE-ID
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE MORTGAGEE-RECORD TO AJ-AFTER-IMAGE
           IF WS-POS-BEFORE-IMAGE = SPACES
               MOVE SPACES TO AJ-POS-BEFORE-IMAGE
               MOVE SPACES TO AJ-POS-AFTER-IMAGE
           ELSE
               MOVE WS-POS-BEFORE-IMAGE TO AJ-POS-BEFORE-IMAGE
               MOVE WS-POS-AFTER-IMAGE TO AJ-POS-AFTER-IMAGE
           END-IF
           WRITE AUDIT-JOURNAL-RECORD.

       2950-WRITE-REPORT-LINE.
           MOVE MORTGAGEE-ID TO RPT-ID
           MOVE MORTGAGEE-NAME TO RPT-NAME
           MOVE WS-RPT-EVENT TO RPT-EVENT
           MOVE MORTGAGEE-WORKOUT-TYPE TO RPT-PLAN
           MOVE MORTGAGEE-WORKOUT-START TO RPT-FROM
           MOVE MORTGAGEE-WORKOUT-END TO RPT-THRU
           IF MORTGAGEE-WKO-MODIFIED
               MOVE SP-CUR-PAYMENT TO RPT-AMOUNT
               MOVE MORTGAGEE-MOD-CAP-AMOUNT TO RPT-CAPPED
           ELSE
               MOVE MORTGAGEE-WORKOUT-AMOUNT TO RPT-AMOUNT
               MOVE 0 TO RPT-CAPPED
           END-IF
           MOVE SP-CUR-BALANCE TO RPT-BALANCE
           WRITE WORKOUT-REPORT-LINE FROM WS-REPORT-DETAIL.

      ******************************************************************
      *    3100-SWEEP-RUNNING-PLANS - ONE PASS OVER THE MASTER IN KEY
      *    ORDER AFTER THE TRANSACTIONS.  EVERY RUNNING PLAN IS
      *    REVIEWED AGAINST ITS POSITION; A POSITION THE CYCLE HAS
      *    NOT ROLLED YET IS LEFT FOR THE NEXT RUN.
      ******************************************************************
       3100-SWEEP-RUNNING-PLANS.
           MOVE 'N' TO WS-MASTER-EOF-SW
           MOVE 0 TO MORTGAGEE-ID
           START MORTGAGE-FILE
               KEY NOT LESS THAN MORTGAGEE-ID
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 3110-SWEEP-ONE-LOAN UNTIL WS-MASTER-EOF.

       3110-SWEEP-ONE-LOAN.
           READ MORTGAGE-FILE NEXT
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF MORTGAGEE-WKO-ACTIVE AND MORTGAGEE-ACTIVE
                       PERFORM 3120-REVIEW-PLAN
                   END-IF
           END-READ.

       3120-REVIEW-PLAN.
           MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-POS-BEFORE-IMAGE
           MOVE SPACES TO WS-POS-AFTER-IMAGE
           MOVE SPACES TO WS-JRNL-ACTION
           MOVE MORTGAGEE-ID TO SP-MORTGAGEE-ID
           READ SERVICING-POSITION-FILE
               INVALID KEY
                   MOVE 0 TO SP-NEXT-DUE-YEAR
                   MOVE 0 TO SP-NEXT-DUE-MONTH
           END-READ
           PERFORM 2150-SET-LOAN-DATES
           IF WS-NEXT-MONTHS NOT = WS-CYCLE-MONTHS + 1
               ADD 1 TO WS-PLANS-NOT-REVIEWED
           ELSE
               MOVE MORTGAGEE-WORKOUT-END TO WS-CALC-DATE
               PERFORM 8200-DATE-TO-MONTHS
               MOVE WS-CALC-MONTHS TO WS-END-MONTHS
               EVALUATE TRUE
                   WHEN MORTGAGEE-WKO-FORBEAR
                       PERFORM 3200-REVIEW-FORBEARANCE
                   WHEN MORTGAGEE-WKO-REPAY
                       PERFORM 3300-REVIEW-REPAYMENT
                   WHEN MORTGAGEE-WKO-TRIAL
                       PERFORM 3400-REVIEW-TRIAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-JRNL-ACTION = SPACES
                   ADD 1 TO WS-PLANS-RUNNING
               ELSE
                   PERFORM 2800-STORE-AND-JOURNAL
               END-IF
           END-IF.

      ******************************************************************
      *    3200-REVIEW-FORBEARANCE - ONCE THE LAST DEFERRED
      *    INSTALLMENT HAS BILLED, A BORROWER WHO HAS ALREADY CAUGHT
      *    UP IS DONE.  OTHERWISE WHAT IS PAST DUE IS SPREAD EVENLY
      *    (ROUNDED UP TO THE CENT) OVER THE REPAYMENT MONTHS FROM THE
      *    NEXT INSTALLMENT.  THE PLAN'S FIRST PAYMENT NUMBER STAYS ON
      *    THE FORBEARANCE, WHICH THE REPAYMENT PLAN GOES ON COVERING.
      ******************************************************************
       3200-REVIEW-FORBEARANCE.
           IF WS-NEXT-MONTHS > WS-END-MONTHS
               IF SP-PAST-DUE-AMOUNT = 0
                   SET MORTGAGEE-WKO-COMPLETED TO TRUE
                   PERFORM 2730-END-CASE-PLAN
                   ADD 1 TO WS-PLANS-COMPLETED
                   MOVE 'C' TO WS-JRNL-ACTION
                   MOVE 'COMPLETED' TO WS-RPT-EVENT
               ELSE
                   PERFORM 3250-START-REPAYMENT
               END-IF
           END-IF.

       3250-START-REPAYMENT.
           COMPUTE WS-REPAY-AMOUNT =
               SP-PAST-DUE-AMOUNT / MORTGAGEE-WORKOUT-TERM
           IF WS-REPAY-AMOUNT * MORTGAGEE-WORKOUT-TERM
               < SP-PAST-DUE-AMOUNT
               ADD 0.01 TO WS-REPAY-AMOUNT
           END-IF
           MOVE MORTGAGEE-WORKOUT-START TO WS-CASE-NEW-START
           SET MORTGAGEE-WKO-REPAY TO TRUE
           MOVE WS-REPAY-AMOUNT TO MORTGAGEE-WORKOUT-AMOUNT
           MOVE WS-NEXT-MONTHS TO WS-CALC-MONTHS
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-START
           COMPUTE WS-CALC-MONTHS =
               WS-NEXT-MONTHS + MORTGAGEE-WORKOUT-TERM - 1
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-DATE TO MORTGAGEE-WORKOUT-END

           MOVE 'R' TO WS-CASE-NEW-PLAN
           MOVE MORTGAGEE-WORKOUT-END TO WS-CASE-NEW-END
           PERFORM 2720-SET-CASE-PLAN
           ADD 1 TO WS-REPAY-PLANS
           MOVE 'S' TO WS-JRNL-ACTION
           MOVE 'REPAY PLAN' TO WS-RPT-EVENT.

      ******************************************************************
      *    3300-REVIEW-REPAYMENT - A REPAYMENT PLAN IS DONE WHEN THE
      *    PAST DUE IS GONE, AND HAS FAILED WHEN WHAT IS LEFT OF IT
      *    CAN NO LONGER COVER WHAT IS PAST DUE.
      ******************************************************************
       3300-REVIEW-REPAYMENT.
           IF WS-NEXT-MONTHS > WS-END-MONTHS
               MOVE 0 TO WS-REPAY-LEFT
           ELSE
               COMPUTE WS-REPAY-LEFT =
                   WS-END-MONTHS - WS-NEXT-MONTHS + 1
           END-IF
           COMPUTE WS-REPAY-CAPACITY =
               MORTGAGEE-WORKOUT-AMOUNT * WS-REPAY-LEFT
           EVALUATE TRUE
               WHEN SP-PAST-DUE-AMOUNT = 0
                   SET MORTGAGEE-WKO-COMPLETED TO TRUE
                   PERFORM 2600-END-PLAN-WINDOW
                   PERFORM 2730-END-CASE-PLAN
                   ADD 1 TO WS-PLANS-COMPLETED
                   MOVE 'C' TO WS-JRNL-ACTION
                   MOVE 'COMPLETED' TO WS-RPT-EVENT
               WHEN SP-PAST-DUE-AMOUNT > WS-REPAY-CAPACITY
                   PERFORM 3500-FAIL-PLAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    3400-REVIEW-TRIAL - EACH OF THE THREE TRIAL INSTALLMENTS
      *    IS ON TIME WHEN THE RECEIPTS FOR ITS PAYMENT NUMBER DATED
      *    NO LATER THAN ITS DUE DATE PLUS THE NOTE'S GRACE DAYS COME
      *    TO THE TRIAL PAYMENT.  ONE WHOSE GRACE HAS RUN OUT WITHOUT
      *    THAT FAILS THE TRIAL; THREE ON TIME, ALL BILLED, CONVERT IT
      *    TO THE PERMANENT MODIFICATION ON THE TRIAL'S TERMS.
      ******************************************************************
       3400-REVIEW-TRIAL.
           MOVE 'Y' TO WS-TRIAL-GOOD-SW
           MOVE 'N' TO WS-TRIAL-FAILED-SW
           MOVE MORTGAGEE-WORKOUT-START TO WS-CALC-DATE
           PERFORM 8200-DATE-TO-MONTHS
           MOVE WS-CALC-MONTHS TO WS-START-MONTHS
           PERFORM 3410-CHECK-TRIAL-INSTALLMENT
               VARYING WS-TRIAL-K FROM 0 BY 1
               UNTIL WS-TRIAL-K > 2
           EVALUATE TRUE
               WHEN WS-TRIAL-FAILED
                   PERFORM 3500-FAIL-PLAN
               WHEN WS-TRIAL-ALL-GOOD
                   AND SP-NEXT-PAYMENT-NO
                       > MORTGAGEE-WORKOUT-PMT-NO + 2
                   MOVE SERVICING-POSITION-RECORD
                       TO WS-POS-BEFORE-IMAGE
                   MOVE MORTGAGEE-WORKOUT-RATE TO WS-PLAN-RATE
                   MOVE MORTGAGEE-WORKOUT-TERM TO WS-PLAN-TERM
                   PERFORM 2500-MAKE-MODIFICATION-PERMANENT
                   ADD 1 TO WS-TRIALS-CONVERTED
                   MOVE 'TRIAL->MOD' TO WS-RPT-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3410-CHECK-TRIAL-INSTALLMENT.
           COMPUTE WS-TRIAL-PMT-NO =
               MORTGAGEE-WORKOUT-PMT-NO + WS-TRIAL-K
           COMPUTE WS-CALC-MONTHS = WS-START-MONTHS + WS-TRIAL-K
           PERFORM 8100-MONTHS-TO-DATE
           COMPUTE WS-DEADLINE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
               + MORTGAGEE-GRACE-DAYS
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER)
           MOVE 0 TO WS-TRIAL-RECEIVED
           PERFORM 3420-SUM-ONE-RECEIPT
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT
           IF WS-TRIAL-RECEIVED < MORTGAGEE-WORKOUT-AMOUNT
               MOVE 'N' TO WS-TRIAL-GOOD-SW
               IF WS-CYCLE-INTEGER > WS-DEADLINE-INTEGER
                   SET WS-TRIAL-FAILED TO TRUE
               END-IF
           END-IF.

       3420-SUM-ONE-RECEIPT.
           IF WS-RC-ID (WS-RC-IX) = MORTGAGEE-ID
               AND WS-RC-PMT (WS-RC-IX) = WS-TRIAL-PMT-NO
               AND WS-RC-DATE (WS-RC-IX) NOT > WS-DEADLINE-DATE
               ADD WS-RC-AMOUNT (WS-RC-IX) TO WS-TRIAL-RECEIVED
           END-IF.

      ******************************************************************
      *    3500-FAIL-PLAN - A TRIAL WITH A LATE OR SHORT INSTALLMENT,
      *    OR A REPAYMENT PLAN THAT CAN NO LONGER CATCH THE LOAN UP.
      *    THE PLAN ENDS AT THE LAST INSTALLMENT BILLED AND THE CASE
      *    GOES BACK TO ACTIVE COLLECTIONS, WHERE THE ARREARS AGE
      *    FROM THEIR ORIGINAL DUE DATES.
      ******************************************************************
       3500-FAIL-PLAN.
           SET MORTGAGEE-WKO-FAILED TO TRUE
           PERFORM 2600-END-PLAN-WINDOW
           PERFORM 2730-END-CASE-PLAN
           ADD 1 TO WS-PLANS-FAILED
           MOVE 'L' TO WS-JRNL-ACTION
           MOVE 'FAILED' TO WS-RPT-EVENT.

      ******************************************************************
      *    3900-REWRITE-CASE-FILE - WRITE THE WHOLE CASE TABLE BACK
      *    OVER COLLCASE.TXT WHEN ANY PLAN CHANGED A CASE, NEW CASES
      *    AND ALL.
      ******************************************************************
       3900-REWRITE-CASE-FILE.
           IF WS-CASES-CHANGED > 0
               OPEN OUTPUT COLLECTION-CASE-FILE
               IF WS-COLLCASE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING CASE FILE: '
                           WS-COLLCASE-STATUS
                   STOP RUN
               END-IF
               PERFORM 3910-WRITE-ONE-CASE
                   VARYING WS-CC-IX FROM 1 BY 1
                   UNTIL WS-CC-IX > WS-CC-COUNT
               CLOSE COLLECTION-CASE-FILE
           END-IF.

       3910-WRITE-ONE-CASE.
           MOVE WS-CC-IMAGE (WS-CC-IX) TO COLLECTION-CASE-RECORD
           WRITE COLLECTION-CASE-RECORD.

       3000-TERMINATE.
           CLOSE MORTGAGE-FILE
           CLOSE SERVICING-POSITION-FILE
           IF WS-TXN-STATUS NOT = '05'
               CLOSE WORKOUT-TXN-FILE
           END-IF
           CLOSE WORKOUT-EXCEPTION-FILE
           CLOSE WORKOUT-REPORT-FILE
           CLOSE AMORTIZATION-SCHEDULE-FILE
           CLOSE AUDIT-JOURNAL-FILE

           MOVE WS-ARREARS-CAPPED TO OUT-ARREARS-CAPPED
           DISPLAY ' '
           DISPLAY '***** WORKOUT RUN TOTALS *****'
           DISPLAY 'RUN DATE...........: ' WS-RUN-DATE
           DISPLAY 'MODIFICATIONS......: ' WS-MODIFICATIONS
           DISPLAY 'FORBEARANCES.......: ' WS-FORBEARANCES
           DISPLAY 'TRIAL PLANS........: ' WS-TRIALS
           DISPLAY 'PLANS CANCELLED....: ' WS-CANCELS
           DISPLAY 'REPAYMENT PLANS....: ' WS-REPAY-PLANS
           DISPLAY 'TRIALS CONVERTED...: ' WS-TRIALS-CONVERTED
           DISPLAY 'PLANS COMPLETED....: ' WS-PLANS-COMPLETED
           DISPLAY 'PLANS FAILED.......: ' WS-PLANS-FAILED
           DISPLAY 'PLANS STILL RUNNING: ' WS-PLANS-RUNNING
           DISPLAY 'PLANS NOT REVIEWED.: ' WS-PLANS-NOT-REVIEWED
           DISPLAY 'ARREARS CAPITALIZED: ' OUT-ARREARS-CAPPED
           DISPLAY 'MODCAP LINES.......: ' WS-MODCAP-LINES
           DISPLAY 'CASES CHANGED......: ' WS-CASES-CHANGED
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED.

      ******************************************************************
      *    8100-MONTHS-TO-DATE - WS-CALC-MONTHS BACK TO A DUE DATE ON
      *    THE LOAN'S DUE DAY (WS-CALC-DATE), WITH ITS YEAR AND MONTH.
      ******************************************************************
       8100-MONTHS-TO-DATE.
           DIVIDE WS-CALC-MONTHS BY 12 GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MONTH
           ADD 1 TO WS-CALC-MONTH
           COMPUTE WS-CALC-DATE = WS-CALC-YEAR * 10000
               + WS-CALC-MONTH * 100 + WS-DUE-DAY.

      ******************************************************************
      *    8200-DATE-TO-MONTHS - WS-CALC-DATE (YYYYMMDD) TO ITS MONTH
      *    COUNT IN WS-CALC-MONTHS.
      ******************************************************************
       8200-DATE-TO-MONTHS.
           DIVIDE WS-CALC-DATE BY 100 GIVING WS-CALC-YYYYMM
           DIVIDE WS-CALC-YYYYMM BY 100 GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MONTH
           COMPUTE WS-CALC-MONTHS =
               WS-CALC-YEAR * 12 + WS-CALC-MONTH - 1.
