      *                     CYCLRUNS GATE.  THE OPERATOR BUILDS THE
      *                     NEXT FEED FRESH WHEN MERGING PAYREAPP.TXT
      *                     AND PAYCARRY.TXT ROWS ANYWAY.
      *    10/15/2026 AJI   ARM RATE-CHANGE NOTICES NOW CARRY THE
      *                     BORROWER'S CURRENT MAILING ADDRESS OFF THE
      *                     BORROWER CONTACT FILE (BORRCONT.DAT,
      *                     BORRCNT COPYBOOK), APPENDED TO THE
      *                     ARMNOTIC.TXT LINE.  A LOAN WITH NO CONTACT
      *                     RECORD OR A BLANK MAILING ADDRESS GETS NO
      *                     NOTICE LINE; IT IS COUNTED AND LISTED ON
      *                     THE SHARED MAIL EXCEPTION FILE
      *                     (MAILXCP.TXT) INSTEAD.
      *    10/15/2026 AJI   THE CYCLE'S CASH PROOF SHOWS THE RECEIPTS
      *                     PAYRTRN REVERSED FOR THE CYCLE DATE
      *                     (RTRNJRNL.TXT, RTRNJRNL COPYBOOK) AS THEIR
      *                     OWN LEG, WITH THE NIGHT'S NET CASH.  THE
      *                     FEED PROOF ITSELF IS UNCHANGED - A
      *                     RETURNED ITEM NEVER COMES IN ON PAYTRANS.
      *    10/15/2026 AJI   THE MONTHLY PMI PREMIUM ON THE MASTER IS
      *                     NOW PART OF THE SCHEDULED TOTAL DUE THE
      *                     RECEIPT IS JUDGED AGAINST, AND EACH
      *                     INSTALLMENT LINE CARRIES IT IN A NEW LAST
      *                     AMORTSCH.TXT COLUMN (PMIPREMIUM) FOR THE
      *                     STATEMENT AND THE GL.  IT BILLS WHILE THE
      *                     PMI IS ACTIVE, AND ON A REPLAY FOR EVERY
      *                     INSTALLMENT DUE THROUGH THE MONTH IT WAS
      *                     CANCELLED.
      *    10/15/2026 AJI   WORKOUTS.  A PERMANENT MODIFICATION MADE BY
      *                     WORKOUT RECASTS THE LOAN ON A REPLAY AT
      *                     THE INSTALLMENT IT TOOK EFFECT ON - THE
      *                     CAPITALIZED ARREARS ADDED TO THE BALANCE,
      *                     THE NEW RATE AND TERM, A NEW LEVEL PAYMENT,
      *                     NOTHING PAST DUE - AND WRITES THE SAME
      *                     MODCAP SCHEDULE LINE WORKOUT WROTE; FROM
      *                     THERE ON EVERY LOAN TYPE AMORTIZES LEVEL
      *                     PAY AT THE MODIFIED RATE.  AN INSTALLMENT
      *                     COVERED BY A TRIAL OR FORBEARANCE PLAN IS
      *                     NOT BILLED A LATE CHARGE.  INSIDE A
      *                     REPAYMENT PLAN'S WINDOW, WHAT A RECEIPT
      *                     BRINGS IN OVER THE TOTAL DUE (UP TO THE
      *                     PLAN INSTALLMENT) PAYS THE PAST DUE DOWN
      *                     AND GOES ON THE HISTORY AS AN ARREARS LINE.
      *    10/15/2026 AJI   THE CYCLE NOW CREDITS THE ESCROW DEPOSIT
      *                     EACH INSTALLMENT BILLS TO THE MASTER'S
      *                     ESCROW BALANCE (REWRITTEN IN PLACE, THE
      *                     CYCLE ONLY - A REPLAY RE-WALKS DEPOSITS
      *                     ALREADY CREDITED).  THE BALANCE ONLY EVER
      *                     WENT DOWN BY ESCRDISB'S CHECKS, SO IT NEVER
      *                     TIED TO THE GL'S ESCROW CONTROL OR TO THE
      *                     INTEGRITY PROOF'S ESCROW ROLL-FORWARD.
      *    10/15/2026 AJI   A LOAN BOARDED FROM A PRIOR SERVICER BY
      *                     LOANBRD HAS NO HISTORY HERE BEFORE ITS
      *                     TRANSFERRED PAID-THRU INSTALLMENT.  THE
      *                     FULL WALK STARTS IT THERE, FROM THE
      *                     BOARDING TERMS ON THE MASTER, INSTEAD OF
      *                     AT ORIGINATION; THE INSTALLMENTS THE PRIOR
      *                     SERVICER BILLED ROLL SILENTLY UP TO THE
      *                     BOARDING MONTH AND THE TRANSFERRED PAST
      *                     DUE STANDS FOR THEM.  THE REPLAY REWRITES
      *                     THE BOARDED SCHEDULE LINE LOANBRD OPENED
      *                     THE LOAN WITH.  A CYCLE ESTABLISHING A
      *                     MISSING POSITION STARTS FROM THE SAME
      *                     TERMS.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPTIONAL MAIL-EXCEPTION-FILE ASSIGN TO 'mailxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILXCP-STATUS.

           SELECT OPTIONAL RETURN-JOURNAL-FILE ASSIGN TO 'rtrnjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTRNJRNL-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
       FILE SECTION.
       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.

       FD  RATE-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-NOTICE-LINE              PIC X(180).

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  MAIL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MAILXCP.

       FD  RETURN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.

           COPY RTRNJRNL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-RESET-MONTHS       PIC 9(6) VALUE 0.
           05  WS-RUN-MONTHS         PIC 9(6) VALUE 0.
           05  WS-NOTICE-COUNT       PIC 9(6) VALUE 0.
           05  WS-NOTICE-NO-ADDRESS  PIC 9(6) VALUE 0.
           05  WS-NTC-ADDRESS-SW     PIC X VALUE 'N'.
               88  WS-NTC-ADDRESS-ON-FILE VALUE 'Y'.
           05  WS-NTC-ADDR-REASON    PIC X(30) VALUE SPACES.

       01  WS-NOTICE-DETAIL.
           05  NTC-ID                PIC 9(6).
           05  NTC-NEW-RATE          PIC Z9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  NTC-NEW-PAYMENT       PIC ZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  NTC-MAIL-LINE-1       PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  NTC-MAIL-LINE-2       PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  NTC-MAIL-CITY         PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  NTC-MAIL-STATE        PIC X(2).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  NTC-MAIL-ZIP          PIC X(10).

      *    RECORD VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
       01  WS-LATEFEE-STATUS         PIC XX.
       01  WS-IDXRATE-STATUS         PIC XX.
       01  WS-NOTICE-STATUS          PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-MAILXCP-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-QUOTE-STATUS           PIC XX.
       01  WS-RUNCTL-STATUS          PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-PAYCARRY-STATUS        PIC XX.
       01  WS-RTRNJRNL-STATUS        PIC XX.

      *    RECEIPT-FILE SELECTION AND END-OF-RUN ARCHIVE FIELDS
       01  WS-RECEIPT-FILE-VALUES.
           05  WS-IDXRATE-EOF-SW     PIC X VALUE 'N'.
               88  WS-IDXRATE-EOF        VALUE 'Y'.
               88  WS-IDXRATE-NOT-EOF    VALUE 'N'.
           05  WS-RTRNJRNL-EOF-SW    PIC X VALUE 'N'.
               88  WS-RTRNJRNL-EOF       VALUE 'Y'.

      *    CHECKPOINT/RESTART WORKING FIELDS
       01  WS-RESTART-VALUES.
           05  WS-ARREARS-APPLIED    PIC 9(9)V99 VALUE 0.
           05  OUT-ARREARS-APPLIED   PIC ZZZZZZZZ9.99.

      *    WORKOUT STATE FOR THE INSTALLMENT IN HAND - WHETHER A TRIAL
      *    OR FORBEARANCE PLAN COVERS IT, AND HOW MUCH OF THE PAST DUE
      *    A REPAYMENT PLAN COLLECTS WITH IT.  THE ARREARS LINE
      *    FIELDS CARRY EITHER A CATCH-UP RECEIPT OR THE REPAYMENT
      *    SHARE SPLIT OFF AN INSTALLMENT RECEIPT.
       01  WS-WORKOUT-VALUES.
           05  WS-WKO-COVERED-SW     PIC X VALUE 'N'.
               88  WS-WKO-COVERED        VALUE 'Y'.
           05  WS-WKO-DUE-YYYYMM     PIC 9(6) VALUE 0.
           05  WS-WKO-START-YYYYMM   PIC 9(6) VALUE 0.
           05  WS-WKO-END-YYYYMM     PIC 9(6) VALUE 0.
           05  WS-REPAY-COMPONENT    PIC 9(7)V99 VALUE 0.
           05  WS-REPAY-APPLIED      PIC 9(7)V99 VALUE 0.
           05  WS-ARREARS-PMT-NO     PIC 9(3) VALUE 0.
           05  WS-ARREARS-AMOUNT     PIC 9(7)V99 VALUE 0.
           05  WS-MODCAP-YEAR        PIC 9(4) VALUE 0.
           05  WS-MODCAP-MONTH       PIC 9(2) VALUE 0.
           05  OUT-MODCAP-AMOUNT     PIC ZZZZZZ9.99.
           05  OUT-MODCAP-BALANCE    PIC ZZZZZZ9.99.
           05  WS-MOD-RECASTS        PIC 9(6) VALUE 0.

      *    BOARDING STATE FOR A LOAN ACQUIRED FROM A PRIOR SERVICER -
      *    THE BOARDING MONTH, THE INSTALLMENTS DUE BEFORE IT, AND
      *    THE BOARDED SCHEDULE LINE'S MONTH AND AMOUNTS.
       01  WS-BOARD-VALUES.
           05  WS-BRD-YEAR           PIC 9(4) VALUE 0.
           05  WS-BRD-MMDD           PIC 9(4) VALUE 0.
           05  WS-BRD-MONTH          PIC 9(2) VALUE 0.
           05  WS-BRD-MONTHS         PIC 9(6) VALUE 0.
           05  WS-BRD-START-MONTHS   PIC 9(6) VALUE 0.
           05  WS-BRD-DUE-COUNT      PIC 9(4) VALUE 0.
           05  WS-BRD-QUOTIENT       PIC 9(4) VALUE 0.
           05  WS-BRD-REMAINDER      PIC 9(2) VALUE 0.
           05  WS-BRD-LINE-YEAR      PIC 9(4) VALUE 0.
           05  WS-BRD-LINE-MONTH     PIC 9(2) VALUE 0.
           05  OUT-BRD-BALANCE       PIC ZZZZZZ9.99.
           05  OUT-BRD-PAST-DUE      PIC ZZZZZZ9.99.
           05  WS-BRD-REPLAYED       PIC 9(6) VALUE 0.

      *    PAYMENT TRANSACTION MATCH/RECONCILE WORKING FIELDS
       01  WS-RECON-VALUES.
           05  WS-PT-BUFFERED-SWITCH PIC X VALUE 'N'.

      *    CASH-PROOF ACCUMULATORS - EVERY DOLLAR READ FROM PAYTRANS
      *    MUST END THE RUN EITHER APPLIED TO A SCHEDULED PAYMENT OR
      *    SITTING IN SUSPENSE WITH A REASON.  RECEIPTS REVERSED FOR
      *    THE CYCLE DATE SHOW ALONGSIDE AS THEIR OWN LEG.
       01  WS-CASH-VALUES.
           05  WS-CASH-READ          PIC 9(9)V99 VALUE 0.
           05  WS-CASH-APPLIED       PIC 9(9)V99 VALUE 0.
           05  OUT-CASH-SUSPENDED    PIC ZZZZZZZZ9.99.
           05  OUT-CASH-CARRIED      PIC ZZZZZZZZ9.99.
           05  OUT-CASH-PRIOR-RUN    PIC ZZZZZZZZ9.99.
           05  WS-CASH-REVERSED      PIC 9(9)V99 VALUE 0.
           05  WS-REVERSED-COUNT     PIC 9(6) VALUE 0.
           05  WS-CASH-NET           PIC S9(9)V99 VALUE 0.
           05  OUT-CASH-REVERSED     PIC ZZZZZZZZ9.99.
           05  OUT-CASH-NET          PIC -ZZZZZZZZ9.99.

      *    ESCROW COMPONENT OF THE SCHEDULED PAYMENT
       01  WS-ESCROW-VALUES.
      *    SHORT-PAY OVER A SUB-CENT RESIDUE.
           05  WS-TOTAL-DUE-CENTS    PIC 9(6)V99 VALUE 0.
           05  OUT-ESCROW-COMPONENT  PIC ZZZZ.ZZ.
      *    PMI PREMIUM BILLED WITH THE INSTALLMENT - THE STOP MONTH
      *    (YYYYMM) IS THE LAST MONTH A CANCELLED PMI STILL BILLED.
           05  WS-PMI-COMPONENT      COMP-2 VALUE 0.
           05  WS-PMI-STOP-YYYYMM    PIC 9(6) VALUE 0.
           05  OUT-PMI-COMPONENT     PIC ZZZZ.ZZ.
           05  OUT-TOTAL-DUE         PIC ZZZZZZ.ZZ.
      *    ESCROW DEPOSITS THE CYCLE BILLED FOR THE LOAN IN HAND,
      *    CREDITED TO THE MASTER'S ESCROW BALANCE AFTER ITS ROLL.
           05  WS-ESCROW-CREDIT      PIC 9(5)V99 VALUE 0.
           05  WS-ESCROW-CREDITED    PIC 9(9)V99 VALUE 0.
           05  OUT-ESCROW-CREDITED   PIC ZZZZZZZZ9.99.

      *    PORTFOLIO CONTROL TOTALS
       01  WS-CONTROL-TOTALS.

           PERFORM 1090-VERIFY-RUN-CONTROL

      *    THE CYCLE REWRITES THE MASTER'S ESCROW BALANCE AS IT BILLS
      *    THE DEPOSIT; EVERY OTHER MODE ONLY READS THE MASTER.
           IF WS-CYCLE-MODE
               OPEN I-O MORTGAGE-FILE
           ELSE
               OPEN INPUT MORTGAGE-FILE
           END-IF

           IF WS-FILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-FILE-STATUS
               ELSE
                   OPEN OUTPUT RATE-NOTICE-FILE
               END-IF
               PERFORM 1087-OPEN-MAILING-FILES
           END-IF

      *    THE SUSPENSE LEDGER ONLY EVER EXTENDS - PRIOR SUSPENSIONS
                  'Monthly Payment,Principal Payment,Actual Amount,'
                  'RemainingBalance,ReconCode,AmountReceived,'
                  'ExtraPayment,EscrowPayment,TotalDue,'
                  'ReceiptCount,PMIPremium'
             DELIMITED BY SIZE INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE.
               NOT AT END ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      ******************************************************************
      *    1087-OPEN-MAILING-FILES - THE NOTICES ARE ADDRESSED OFF THE
      *    BORROWER CONTACT FILE.  NO CONTACT FILE ON HAND STILL RUNS
      *    - EVERY NOTICE THEN LANDS ON THE MAIL EXCEPTION LIST.  THAT
      *    LIST IS SHARED BY EVERY MAIL PRODUCER, SO IT ONLY EXTENDS.
      ******************************************************************
       1087-OPEN-MAILING-FILES.
           OPEN INPUT BORROWER-CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               AND WS-CONTACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER CONTACT FILE: '
                       WS-CONTACT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND MAIL-EXCEPTION-FILE
           IF WS-MAILXCP-STATUS NOT = '00'
               AND WS-MAILXCP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING MAIL EXCEPTION FILE: '
                       WS-MAILXCP-STATUS
               STOP RUN
           END-IF.

       1060-OPEN-PAYTRANS.
           OPEN INPUT PAYMENT-TRANSACTION-FILE
           IF WS-PAYTRANS-STATUS = '00'
           MOVE 0 TO WS-YE-INTEREST-TOTAL

           PERFORM 2110-SET-SCHEDULE-START
           MOVE 0 TO PAYMENT-NO
           IF MORTGAGEE-BOARD-DATE > 0
               PERFORM 2120-SET-BOARDED-START
           END-IF

      *    THE QUOTE BASELINE BEFORE ANY PAYMENT HAS MATCHED - A LOAN
      *    WITH NO PAID INSTALLMENTS ACCRUES FROM ITS FIRST DUE DATE
      *    AT THE NOTE RATE ON THE FULL ORIGINAL BALANCE; A BOARDED
      *    LOAN FROM THE DUE DATE OF ITS TRANSFERRED PAID-THRU
      *    INSTALLMENT AT THE TRANSFERRED RATE AND BALANCE.
           IF WS-PAYOFF-QUOTE-MODE AND MORTGAGEE-ID = WS-QUOTE-ID
               MOVE PAYMENT-NO TO WS-LP-PAYMENT-NO
               MOVE BALANCE TO WS-LP-BALANCE
               MOVE RATE TO WS-LP-ANNUAL-RATE
               IF PAYMENT-NO = 0
                   COMPUTE WS-LP-DUE-DATE = CURRENT-YEAR * 10000
                       + CURRENT-MONTH * 100 + WS-DUE-DAY
               ELSE
                   IF CURRENT-MONTH = 1
                       COMPUTE WS-LP-DUE-DATE =
                           (CURRENT-YEAR - 1) * 10000
                           + 1200 + WS-DUE-DAY
                   ELSE
                       COMPUTE WS-LP-DUE-DATE = CURRENT-YEAR * 10000
                           + (CURRENT-MONTH - 1) * 100 + WS-DUE-DAY
                   END-IF
               END-IF
           END-IF

           IF MORTGAGEE-BOARD-DATE > 0
               PERFORM 2125-ROLL-TO-BOARDING
           END-IF

      *    YEAR-END MODE ONLY CARES ABOUT ONE TARGET YEAR'S INTEREST -
      *    STOP EACH LOAN'S LOOP AS SOON AS IT PASSES THAT YEAR
               MOVE MORTGAGEE-ORIG-MONTH TO CURRENT-MONTH
           END-IF.

      ******************************************************************
      *    2120-SET-BOARDED-START - A LOAN BOARDED FROM A PRIOR
      *    SERVICER PICKS UP AT ITS TRANSFERRED PAID-THRU INSTALLMENT
      *    INSTEAD OF AT ORIGINATION: THE TRANSFERRED BALANCE, RATE
      *    AND PAYMENT, WITH THE SCHEDULE AT THE DUE MONTH OF THE NEXT
      *    INSTALLMENT.  THE ARM RESET CLOCK IS SET SO THE FIRST RESET
      *    FALLS ON THE ANNIVERSARY AFTER THE LATER OF THE PAID-THRU
      *    INSTALLMENT AND THE LAST ONE DUE BEFORE THE BOARDING MONTH
      *    - THE TRANSFERRED RATE WAS THE RATE IN EFFECT AT BOARDING.
      *    LOANBRD SETS THE OPENING POSITION THE SAME WAY.
      ******************************************************************
       2120-SET-BOARDED-START.
           MOVE MORTGAGEE-BOARD-BALANCE TO BALANCE
           MOVE MORTGAGEE-BOARD-RATE TO RATE
           COMPUTE ANN-RATE ROUNDED = (RATE / 12) / 100
           MOVE MORTGAGEE-BOARD-PAYMENT TO PAYMENT-AMOUNT
           ADD PAYMENT-AMOUNT TO ZERO GIVING OUT-PAYMENT-AMOUNT ROUNDED
           MOVE MORTGAGEE-BOARD-PMT-NO TO PAYMENT-NO
           MOVE MORTGAGEE-BOARD-PMT-NO TO WS-PAID-THRU
           COMPUTE REMAINING-MONTHS = YEARS * 12 - PAYMENT-NO

           DIVIDE MORTGAGEE-BOARD-DATE BY 10000
               GIVING WS-BRD-YEAR REMAINDER WS-BRD-MMDD
           DIVIDE WS-BRD-MMDD BY 100 GIVING WS-BRD-MONTH
           COMPUTE WS-BRD-MONTHS = WS-BRD-YEAR * 12 + WS-BRD-MONTH
           COMPUTE WS-BRD-START-MONTHS =
               CURRENT-YEAR * 12 + CURRENT-MONTH
           IF WS-BRD-MONTHS < WS-BRD-START-MONTHS
               MOVE 0 TO WS-BRD-DUE-COUNT
           ELSE
               COMPUTE WS-BRD-DUE-COUNT =
                   WS-BRD-MONTHS - WS-BRD-START-MONTHS
           END-IF
           IF WS-BRD-DUE-COUNT > YEARS * 12
               COMPUTE WS-BRD-DUE-COUNT = YEARS * 12
           END-IF
           IF WS-BRD-DUE-COUNT < PAYMENT-NO
               MOVE PAYMENT-NO TO WS-BRD-DUE-COUNT
           END-IF
           IF WS-BRD-DUE-COUNT = 0 OR NOT MORTGAGEE-TYPE-ARM
               MOVE 12 TO ARM-MONTHS-TO-RESET
           ELSE
               COMPUTE WS-BRD-QUOTIENT = WS-BRD-DUE-COUNT - 1
               DIVIDE WS-BRD-QUOTIENT BY 12
                   GIVING WS-BRD-QUOTIENT REMAINDER WS-BRD-REMAINDER
               COMPUTE ARM-MONTHS-TO-RESET = 11 - WS-BRD-REMAINDER
                   + WS-BRD-DUE-COUNT - PAYMENT-NO
           END-IF

           COMPUTE WS-BRD-START-MONTHS =
               WS-BRD-START-MONTHS - 1 + PAYMENT-NO
           DIVIDE WS-BRD-START-MONTHS BY 12
               GIVING CURRENT-YEAR REMAINDER CURRENT-MONTH
           ADD 1 TO CURRENT-MONTH.

      ******************************************************************
      *    2125-ROLL-TO-BOARDING - THE INSTALLMENTS DUE AFTER THE
      *    TRANSFERRED PAID-THRU AND BEFORE THE BOARDING MONTH WERE
      *    BILLED BY THE PRIOR SERVICER.  THEY ROLL SILENTLY AND THE
      *    TRANSFERRED PAST DUE STANDS FOR WHAT WAS UNPAID ON THEM;
      *    THE BOARDING MONTH'S OWN INSTALLMENT IS OURS TO BILL.  THE
      *    REPLAY WRITES THE SAME BOARDED SCHEDULE LINE LOANBRD OPENED
      *    THE LOAN WITH - DATED THE FIRST UNPAID INSTALLMENT'S MONTH
      *    WHEN THE LOAN CAME OVER PAST DUE, THE MONTH BEFORE BOARDING
      *    OTHERWISE - THEN APPLIES THE CATCH-UP RECEIPTS FOR THOSE
      *    INSTALLMENTS AS ARREARS.  A LOAN WHOSE NEXT INSTALLMENT
      *    FALLS AFTER THE CYCLE MONTH HAS ITS POSITION CAPTURED
      *    RIGHT HERE.
      ******************************************************************
       2125-ROLL-TO-BOARDING.
           IF MORTGAGEE-BOARD-PAST-DUE > 0
               MOVE CURRENT-YEAR TO WS-BRD-LINE-YEAR
               MOVE CURRENT-MONTH TO WS-BRD-LINE-MONTH
           ELSE
               IF WS-BRD-MONTH = 1
                   COMPUTE WS-BRD-LINE-YEAR = WS-BRD-YEAR - 1
                   MOVE 12 TO WS-BRD-LINE-MONTH
               ELSE
                   MOVE WS-BRD-YEAR TO WS-BRD-LINE-YEAR
                   COMPUTE WS-BRD-LINE-MONTH = WS-BRD-MONTH - 1
               END-IF
           END-IF

           COMPUTE WS-DUE-MONTHS = CURRENT-YEAR * 12 + CURRENT-MONTH
           PERFORM 2370-ROLL-SILENT-MONTH
               UNTIL BALANCE < 0 OR REMAINING-MONTHS = 0
               OR WS-DUE-MONTHS NOT < WS-BRD-MONTHS
           MOVE MORTGAGEE-BOARD-PAST-DUE TO WS-PAST-DUE
           MOVE MORTGAGEE-BOARD-PMT-NO TO WS-PAID-THRU

           IF WS-REPLAY-MODE
               ADD 1 TO WS-BRD-REPLAYED
               IF WS-BRD-LINE-YEAR * 12 + WS-BRD-LINE-MONTH
                   NOT > WS-RUN-MONTHS
                   PERFORM 2127-WRITE-BOARDED-LINE
               END-IF
               IF WS-DUE-MONTHS NOT > WS-RUN-MONTHS
                   PERFORM 2320-APPLY-ARREARS-RECEIPTS
               ELSE
                   PERFORM 2380-CAPTURE-POSITION
               END-IF
           END-IF.

      ******************************************************************
      *    2127-WRITE-BOARDED-LINE - THE OPENING LINE OF A BOARDED
      *    LOAN'S SCHEDULE HISTORY, UNDER THE LAST INSTALLMENT DUE
      *    BEFORE BOARDING WITH THE BOARDED RECON CODE: THE POSITION'S
      *    BALANCE IN THE BALANCE COLUMN AND THE TRANSFERRED PAST DUE
      *    IN THE RECEIVED COLUMN.  NO CASH CAME IN, SO THE RECEIPT
      *    COUNT IS ZERO.  THE AGING TAKES THE PAST DUE ON FROM IT
      *    AND THE GL BOOKS THE BOARDED BALANCES OFF THE JOURNAL.
      ******************************************************************
       2127-WRITE-BOARDED-LINE.
           MOVE MORTGAGEE-BOARD-PAST-DUE TO OUT-BRD-PAST-DUE
           IF BALANCE < 0
               MOVE 0 TO OUT-BRD-BALANCE
           ELSE
               ADD BALANCE TO ZERO GIVING OUT-BRD-BALANCE ROUNDED
           END-IF
           MOVE SPACES TO SCHEDULE-LINE
           MOVE MORTGAGEE-RATE TO OUT-MORTGAGEE-RATE
           STRING LN-ID DELIMITED BY SIZE ',' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-CUST-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-AMOUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-MORTGAGEE-RATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-TERM DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-TYPE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BRD-LINE-YEAR DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BRD-LINE-MONTH DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PAYMENT-NO DELIMITED BY SIZE
                  ',0,0,0,0,0,' DELIMITED BY SIZE
                  OUT-BRD-BALANCE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  'BOARDED' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-BRD-PAST-DUE DELIMITED BY SIZE
                  ',0,0,0,0' DELIMITED BY SIZE
             INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE.

      ******************************************************************
      *    2150-SET-LEVEL-PAYMENT - LEVEL-PAYMENT FORMULA USED BY BOTH
      *    FIXED-RATE LOANS (ONCE, AT ORIGINATION) AND ARMS (AGAIN AT
           MOVE 'N' TO WS-PAYOFF-SWITCH
           PERFORM 2500-APPLY-EXTRA-PAYMENT

      *    THE CYCLE NEVER RECASTS - WORKOUT ALREADY RECAST THE
      *    SERVICING POSITION THE CYCLE ROLLS FROM.
           IF NOT WS-CYCLE-MODE
               AND MORTGAGEE-MOD-PMT-NO > 0
               AND PAYMENT-NO = MORTGAGEE-MOD-PMT-NO
               PERFORM 2270-APPLY-MODIFICATION
           END-IF

           IF BALANCE <= 0
               PERFORM 2240-CLOSE-OUT-PAYOFF
           ELSE
               EVALUATE TRUE
                   WHEN MORTGAGEE-MOD-PMT-NO > 0
                       AND PAYMENT-NO NOT < MORTGAGEE-MOD-PMT-NO
                       PERFORM 2210-CALC-FIXED
                   WHEN MORTGAGEE-TYPE-INT-ONLY
                       PERFORM 2220-CALC-INTEREST-ONLY
                   WHEN MORTGAGEE-TYPE-ARM

           COMPUTE REMAINING-MONTHS = REMAINING-MONTHS - 1

      *    A PERIOD CLOSED OUT BY A PAYOFF BILLS NO ESCROW OR PMI -
      *    OTHERWISE THE SCHEDULED TOTAL DUE IS P+I PLUS THE MONTHLY
      *    ESCROW DEPOSIT AND ANY PMI PREMIUM CARRIED ON THE MASTER.
           IF WS-PAYOFF-THIS-PERIOD
               MOVE 0 TO WS-ESCROW-COMPONENT
               MOVE 0 TO WS-PMI-COMPONENT
           ELSE
               MOVE MORTGAGEE-ESCROW-DEPOSIT TO WS-ESCROW-COMPONENT
               PERFORM 2290-SET-PMI-COMPONENT
           END-IF
           PERFORM 2280-SET-WORKOUT-STATE
           COMPUTE WS-TOTAL-DUE = ACTUAL-AMOUNT + WS-ESCROW-COMPONENT
                                + WS-PMI-COMPONENT
           COMPUTE WS-TOTAL-DUE-CENTS ROUNDED = WS-TOTAL-DUE
           MOVE WS-ESCROW-COMPONENT TO OUT-ESCROW-COMPONENT
           MOVE WS-PMI-COMPONENT TO OUT-PMI-COMPONENT
           ADD WS-TOTAL-DUE TO ZERO GIVING OUT-TOTAL-DUE ROUNDED

           PERFORM 2600-RECONCILE-PAYMENT
               AND CURRENT-YEAR * 12 + CURRENT-MONTH
                   NOT > WS-RUN-MONTHS
               PERFORM 2330-ROLL-PAID-THRU
               IF WS-REPAY-APPLIED > 0
                   PERFORM 2335-APPLY-REPAY-RECEIPT
               END-IF
           END-IF

      *    THE CYCLE APPENDS ITS MONTH TO THE SCHEDULE HISTORY; THE
           EVALUATE TRUE
               WHEN WS-CYCLE-MODE
                   PERFORM 2700-WRITE-SCHEDULE-LINE
                   ADD WS-ESCROW-COMPONENT TO WS-ESCROW-CREDIT ROUNDED
                   IF WS-REPAY-APPLIED > 0
                       PERFORM 2347-WRITE-REPAY-LINE
                   END-IF
               WHEN WS-REPLAY-MODE
                   IF CURRENT-YEAR * 12 + CURRENT-MONTH
                       NOT > WS-RUN-MONTHS
                       PERFORM 2700-WRITE-SCHEDULE-LINE
                       IF WS-REPAY-APPLIED > 0
                           PERFORM 2347-WRITE-REPAY-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
      *    RESETS THE SCHEDULE WALKS THROUGH ON ITS WAY FORWARD STAY
      *    OFF THE EXTRACT.  ONLY THE REPLAY WALKS FAR ENOUGH AHEAD
      *    TO SEE A FUTURE RESET, SO THE EXTRACT IS CUT THERE AND
      *    NOWHERE ELSE.  A NOTICE THE MAILING HOUSE CANNOT ADDRESS
      *    GOES TO THE MAIL EXCEPTION LIST INSTEAD OF THE EXTRACT.
      ******************************************************************
       2237-WRITE-RATE-NOTICE.
           COMPUTE WS-RESET-MONTHS =
           IF WS-REPLAY-MODE
               AND WS-RESET-MONTHS > WS-RUN-MONTHS
               AND WS-RESET-MONTHS NOT > WS-RUN-MONTHS + 12
               PERFORM 2238-LOOKUP-MAILING-ADDRESS
               IF WS-NTC-ADDRESS-ON-FILE
                   PERFORM 2239-WRITE-NOTICE-LINE
               ELSE
                   PERFORM 2236-WRITE-MAIL-EXCEPTION
               END-IF
           END-IF.

       2236-WRITE-MAIL-EXCEPTION.
           ADD 1 TO WS-NOTICE-NO-ADDRESS
           MOVE WS-RUN-DATE TO MX-RUN-DATE
           MOVE 'MORTGAGE' TO MX-PROGRAM
           MOVE 'ARMNOTIC.TXT' TO MX-OUTPUT-NAME
           MOVE MORTGAGEE-ID TO MX-MORTGAGEE-ID
           MOVE LN-CUST-NAME TO MX-NAME
           SET MX-PIECE-SKIPPED TO TRUE
           MOVE WS-NTC-ADDR-REASON TO MX-REASON
           WRITE MAIL-EXCEPTION-RECORD.

      ******************************************************************
      *    2238-LOOKUP-MAILING-ADDRESS - KEYED READ OF THE BORROWER
      *    CONTACT FILE.  NO RECORD, OR A RECORD WHOSE MAILING LINE 1
      *    IS BLANK, LEAVES THE ADDRESS SWITCH OFF WITH THE REASON.
      ******************************************************************
       2238-LOOKUP-MAILING-ADDRESS.
           MOVE 'N' TO WS-NTC-ADDRESS-SW
           MOVE SPACES TO WS-NTC-ADDR-REASON
           MOVE MORTGAGEE-ID TO BC-MORTGAGEE-ID
           READ BORROWER-CONTACT-FILE
               INVALID KEY
                   MOVE 'NO CONTACT RECORD ON FILE' TO
                       WS-NTC-ADDR-REASON
               NOT INVALID KEY
                   IF BC-MAIL-LINE-1 = SPACES
                       MOVE 'MAILING ADDRESS IS BLANK' TO
                           WS-NTC-ADDR-REASON
                   ELSE
                       SET WS-NTC-ADDRESS-ON-FILE TO TRUE
                   END-IF
           END-READ.

       2239-WRITE-NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE MORTGAGEE-ID TO NTC-ID
           MOVE LN-CUST-NAME TO NTC-NAME
           MOVE CURRENT-YEAR TO NTC-RESET-YEAR
           MOVE CURRENT-MONTH TO NTC-RESET-MONTH
           ADD WS-OLD-PAYMENT TO ZERO
                     GIVING NTC-OLD-PAYMENT ROUNDED
           MOVE WS-NEW-ANNUAL-RATE TO NTC-NEW-RATE
           ADD PAYMENT-AMOUNT TO ZERO
                     GIVING NTC-NEW-PAYMENT ROUNDED
           MOVE BC-MAIL-LINE-1 TO NTC-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO NTC-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO NTC-MAIL-CITY
           MOVE BC-MAIL-STATE TO NTC-MAIL-STATE
           MOVE BC-MAIL-ZIP TO NTC-MAIL-ZIP
           WRITE RATE-NOTICE-LINE FROM WS-NOTICE-DETAIL.

      ******************************************************************
      *    2240-CLOSE-OUT-PAYOFF - THE EXTRA PAYMENT JUST APPLIED IN
      *    2500-APPLY-EXTRA-PAYMENT SATISFIED OR OVERPAID THE LOAN.
           MOVE 1 TO REMAINING-MONTHS
           MOVE 'Y' TO WS-PAYOFF-SWITCH.

      ******************************************************************
      *    2270-APPLY-MODIFICATION - THE REPLAY'S RECAST AT THE
      *    INSTALLMENT A PERMANENT MODIFICATION TOOK EFFECT ON, THE
      *    SAME ARITHMETIC WORKOUT APPLIED TO THE POSITION: THE
      *    CAPITALIZED ARREARS GO ONTO THE BALANCE, THE MODIFIED TERM
      *    RESTARTS THE MONTHS REMAINING, AND THE LEVEL PAYMENT IS
      *    SET AT THE MODIFIED RATE.  THE ARREARS NOW LIVE IN THE
      *    BALANCE, SO NOTHING IS PAST DUE AND THE LOAN IS PAID
      *    THROUGH THE INSTALLMENT BEFORE.  THE MODCAP LINE IS DATED
      *    THE MONTH BEFORE - THE CYCLE MONTH WORKOUT RAN IN.
      ******************************************************************
       2270-APPLY-MODIFICATION.
           ADD 1 TO WS-MOD-RECASTS
           COMPUTE BALANCE = BALANCE + MORTGAGEE-MOD-CAP-AMOUNT
           MOVE MORTGAGEE-MOD-TERM TO REMAINING-MONTHS
           COMPUTE ANN-RATE ROUNDED =
               (MORTGAGEE-MOD-RATE / 12) / 100
           PERFORM 2150-SET-LEVEL-PAYMENT
           MOVE 0 TO WS-PAST-DUE
           COMPUTE WS-PAID-THRU = PAYMENT-NO - 1

           IF CURRENT-MONTH = 1
               COMPUTE WS-MODCAP-YEAR = CURRENT-YEAR - 1
               MOVE 12 TO WS-MODCAP-MONTH
           ELSE
               MOVE CURRENT-YEAR TO WS-MODCAP-YEAR
               COMPUTE WS-MODCAP-MONTH = CURRENT-MONTH - 1
           END-IF
           IF WS-REPLAY-MODE
               AND MORTGAGEE-MOD-CAP-AMOUNT > 0
               AND WS-MODCAP-YEAR * 12 + WS-MODCAP-MONTH
                   NOT > WS-RUN-MONTHS
               PERFORM 2275-WRITE-MODCAP-LINE
           END-IF.

      ******************************************************************
      *    2275-WRITE-MODCAP-LINE - THE CAPITALIZATION GOES ON THE
      *    SCHEDULE HISTORY UNDER THE MODIFICATION'S PAYMENT NUMBER
      *    WITH THE MODCAP RECON CODE: THE ARREARS CAPITALIZED IN THE
      *    RECEIVED COLUMN AND THE RECAST BALANCE IN THE BALANCE
      *    COLUMN.  NO CASH CAME IN, SO THE RECEIPT COUNT IS ZERO.
      *    THE AGING NETS IT LIKE AN ARREARS LINE AND THE GL MOVES
      *    THE AMOUNT FROM PAST DUE INTO PRINCIPAL.
      ******************************************************************
       2275-WRITE-MODCAP-LINE.
           MOVE MORTGAGEE-MOD-CAP-AMOUNT TO OUT-MODCAP-AMOUNT
           ADD BALANCE TO ZERO GIVING OUT-MODCAP-BALANCE ROUNDED
           MOVE SPACES TO SCHEDULE-LINE
           MOVE MORTGAGEE-RATE TO OUT-MORTGAGEE-RATE
           STRING LN-ID DELIMITED BY SIZE ',' DELIMITED BY SIZE
                  FUNCTION TRIM(LN-CUST-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-AMOUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-MORTGAGEE-RATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-TERM DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MORTGAGEE-TYPE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-MODCAP-YEAR DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-MODCAP-MONTH DELIMITED BY SIZE
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
           WRITE SCHEDULE-LINE.

      ******************************************************************
      *    2280-SET-WORKOUT-STATE - WHERE THE INSTALLMENT IN HAND
      *    STANDS AGAINST THE LOAN'S WORKOUT PLAN.  A TRIAL OR
      *    FORBEARANCE COVERS ITS INSTALLMENTS FROM THE PLAN'S FIRST
      *    PAYMENT NUMBER THROUGH THE END DATE; A REPAYMENT PLAN
      *    STILL COVERS THE FORBEARANCE MONTHS AHEAD OF ITS OWN
      *    WINDOW, AND A MODIFICATION THE TRIAL INSTALLMENTS AHEAD OF
      *    ITS EFFECTIVE PAYMENT.  INSIDE THE REPAYMENT WINDOW THE
      *    PLAN INSTALLMENT (NEVER MORE THAN IS PAST DUE) IS COLLECTED
      *    ON TOP OF THE TOTAL DUE.
      ******************************************************************
       2280-SET-WORKOUT-STATE.
           MOVE 'N' TO WS-WKO-COVERED-SW
           MOVE 0 TO WS-REPAY-COMPONENT
           MOVE 0 TO WS-REPAY-APPLIED
           COMPUTE WS-WKO-DUE-YYYYMM =
               CURRENT-YEAR * 100 + CURRENT-MONTH
           COMPUTE WS-WKO-START-YYYYMM =
               MORTGAGEE-WORKOUT-START / 100
           COMPUTE WS-WKO-END-YYYYMM =
               MORTGAGEE-WORKOUT-END / 100
           EVALUATE TRUE
               WHEN MORTGAGEE-WKO-TRIAL
                 OR MORTGAGEE-WKO-FORBEAR
                   IF PAYMENT-NO NOT < MORTGAGEE-WORKOUT-PMT-NO
                       AND WS-WKO-DUE-YYYYMM NOT > WS-WKO-END-YYYYMM
                       SET WS-WKO-COVERED TO TRUE
                   END-IF
               WHEN MORTGAGEE-WKO-REPAY
                   IF PAYMENT-NO NOT < MORTGAGEE-WORKOUT-PMT-NO
                       AND WS-WKO-DUE-YYYYMM < WS-WKO-START-YYYYMM
                       SET WS-WKO-COVERED TO TRUE
                   END-IF
                   IF WS-WKO-DUE-YYYYMM NOT < WS-WKO-START-YYYYMM
                       AND WS-WKO-DUE-YYYYMM NOT > WS-WKO-END-YYYYMM
                       IF WS-PAST-DUE < MORTGAGEE-WORKOUT-AMOUNT
                           MOVE WS-PAST-DUE TO WS-REPAY-COMPONENT
                       ELSE
                           MOVE MORTGAGEE-WORKOUT-AMOUNT
                               TO WS-REPAY-COMPONENT
                       END-IF
                   END-IF
               WHEN MORTGAGEE-WKO-MODIFIED
                   IF PAYMENT-NO NOT < MORTGAGEE-WORKOUT-PMT-NO
                       AND PAYMENT-NO < MORTGAGEE-MOD-PMT-NO
                       SET WS-WKO-COVERED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    2290-SET-PMI-COMPONENT - ACTIVE PMI BILLS ITS PREMIUM.  A
      *    CANCELLED PMI STILL BILLED EVERY INSTALLMENT DUE THROUGH
      *    THE MONTH IT STOPPED, SO A REPLAY REBUILDS THE SAME TOTAL
      *    DUE THE CYCLE BILLED AT THE TIME.
      ******************************************************************
       2290-SET-PMI-COMPONENT.
           MOVE 0 TO WS-PMI-COMPONENT
           EVALUATE TRUE
               WHEN MORTGAGEE-PMI-ACTIVE
                   MOVE MORTGAGEE-PMI-PREMIUM TO WS-PMI-COMPONENT
               WHEN MORTGAGEE-PMI-CANCELLED
                   COMPUTE WS-PMI-STOP-YYYYMM =
                       MORTGAGEE-PMI-STOP-DATE / 100
                   IF CURRENT-YEAR * 100 + CURRENT-MONTH
                       NOT > WS-PMI-STOP-YYYYMM
                       MOVE MORTGAGEE-PMI-PREMIUM TO WS-PMI-COMPONENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    2300-PROCESS-CYCLE-LOAN - THE NIGHTLY PATH.  THE LOAN'S
      *    SERVICING POSITION COMES OFF MORTPOS.DAT BY KEY (A LOAN
      *    POSITION IS SAVED BACK.
      ******************************************************************
       2300-PROCESS-CYCLE-LOAN.
           MOVE 0 TO WS-ESCROW-CREDIT
           MOVE MORTGAGEE-ID TO SP-MORTGAGEE-ID
           MOVE 'N' TO WS-POSITION-FOUND-SW
           READ SERVICING-POSITION-FILE
           PERFORM 2090-DRAIN-LEFTOVER-RECEIPTS

           PERFORM 2380-CAPTURE-POSITION
           PERFORM 2350-SAVE-POSITION
           IF WS-ESCROW-CREDIT > 0
               PERFORM 2355-CREDIT-ESCROW-DEPOSIT
           END-IF.

       2305-LOAD-POSITION.
           MOVE SP-CUR-BALANCE TO BALANCE
               END-IF
           END-IF.

      ******************************************************************
      *    2335-APPLY-REPAY-RECEIPT - THE REPAYMENT-PLAN SHARE SPLIT
      *    OFF THE INSTALLMENT RECEIPT PAYS THE PAST DUE DOWN THE SAME
      *    WAY A CATCH-UP RECEIPT DOES.
      ******************************************************************
       2335-APPLY-REPAY-RECEIPT.
           ADD WS-REPAY-APPLIED TO WS-ARREARS-APPLIED
           IF WS-REPAY-APPLIED > WS-PAST-DUE
               MOVE 0 TO WS-PAST-DUE
           ELSE
               COMPUTE WS-PAST-DUE = WS-PAST-DUE - WS-REPAY-APPLIED
           END-IF.

       2340-POST-ARREARS-RECEIPT.
           PERFORM 2615-MARK-RECEIPT-APPLIED
           ADD PT-AMOUNT-RECEIVED TO WS-ARREARS-APPLIED
           ELSE
               COMPUTE WS-PAST-DUE = WS-PAST-DUE - PT-AMOUNT-RECEIVED
           END-IF
           MOVE PT-PAYMENT-NO TO WS-ARREARS-PMT-NO
           MOVE PT-AMOUNT-RECEIVED TO WS-ARREARS-AMOUNT
           PERFORM 2345-WRITE-ARREARS-LINE.

      ******************************************************************
      *    SCHEDULE HISTORY UNDER ITS OWN PAYMENT NUMBER WITH THE
      *    ARREARS RECON CODE AND NO SCHEDULED AMOUNTS - THE AGING
      *    NETS IT AGAINST THE SHORTFALL THE ORIGINAL LINE AGED.
      *    A REPAYMENT-PLAN SHARE IS WRITTEN THE SAME WAY, UNDER THE
      *    PAYMENT NUMBER OF THE INSTALLMENT IT CAME IN WITH.
      ******************************************************************
       2345-WRITE-ARREARS-LINE.
           MOVE WS-ARREARS-AMOUNT TO OUT-PT-AMOUNT-RECEIVED
           MOVE SPACES TO SCHEDULE-LINE
           MOVE MORTGAGEE-RATE TO OUT-MORTGAGEE-RATE
           STRING LN-ID DELIMITED BY SIZE ',' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CURRENT-MONTH DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ARREARS-PMT-NO DELIMITED BY SIZE
                  ',0,0,0,0,0,0,' DELIMITED BY SIZE
                  'ARREARS' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
           END-STRING
           WRITE SCHEDULE-LINE.

       2347-WRITE-REPAY-LINE.
           MOVE PAYMENT-NO TO WS-ARREARS-PMT-NO
           MOVE WS-REPAY-APPLIED TO WS-ARREARS-AMOUNT
           PERFORM 2345-WRITE-ARREARS-LINE.

      ******************************************************************
      *    2350-SAVE-POSITION - REWRITE IN PLACE WHEN THE LOAN HAS A
      *    POSITION, WRITE IT FRESH WHEN IT DOES NOT.  DYNAMIC ACCESS
                   END-WRITE
           END-REWRITE.

      ******************************************************************
      *    2355-CREDIT-ESCROW-DEPOSIT - THE DEPOSITS THE CYCLE BILLED
      *    GO INTO THE BORROWER'S ESCROW BALANCE THE SAME NIGHT THE GL
      *    CREDITS THEM TO ESCROW (ESCD) - ON SCHEDULE, WHETHER OR NOT
      *    THE MONEY CAME, THE SHORTFALL SITTING IN PAST DUE.
      ******************************************************************
       2355-CREDIT-ESCROW-DEPOSIT.
           ADD WS-ESCROW-CREDIT TO MORTGAGEE-ESCROW-BALANCE
           ADD WS-ESCROW-CREDIT TO WS-ESCROW-CREDITED
           REWRITE MORTGAGEE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING MORTGAGE RECORD: '
                           MORTGAGEE-ID ' STATUS ' WS-FILE-STATUS
                   STOP RUN
           END-REWRITE.

      ******************************************************************
      *    2360-ESTABLISH-POSITION - A LOAN WITH NO POSITION ON FILE
      *    IS TAKEN AS NEWLY BOOKED: ITS SCHEDULED TERMS ARE ROLLED
      *    SILENTLY FROM ORIGINATION TO THE CYCLE MONTH, PAID CURRENT,
      *    NOTHING PAST DUE.  A SEASONED LOAN LANDING HERE MEANS THE
      *    POSITION FILE WAS NEVER BUILT - RUN THE FULL REPLAY ONCE TO
      *    CONVERT THE PORTFOLIO FROM THE TRUE RECEIPT HISTORY.  A
      *    BOARDED LOAN ROLLS FROM ITS BOARDING TERMS INSTEAD.
      ******************************************************************
       2360-ESTABLISH-POSITION.
           ADD 1 TO WS-POS-ESTABLISHED

           PERFORM 2110-SET-SCHEDULE-START
           MOVE 0 TO PAYMENT-NO
           IF MORTGAGEE-BOARD-DATE > 0
               PERFORM 2120-SET-BOARDED-START
           END-IF
           COMPUTE WS-DUE-MONTHS = CURRENT-YEAR * 12 + CURRENT-MONTH
           PERFORM 2370-ROLL-SILENT-MONTH
               UNTIL BALANCE < 0 OR REMAINING-MONTHS = 0

       2370-ROLL-SILENT-MONTH.
           ADD 1 TO PAYMENT-NO
           IF MORTGAGEE-MOD-PMT-NO > 0
               AND PAYMENT-NO = MORTGAGEE-MOD-PMT-NO
               PERFORM 2270-APPLY-MODIFICATION
           END-IF
           EVALUATE TRUE
               WHEN MORTGAGEE-MOD-PMT-NO > 0
                   AND PAYMENT-NO NOT < MORTGAGEE-MOD-PMT-NO
                   PERFORM 2210-CALC-FIXED
               WHEN MORTGAGEE-TYPE-INT-ONLY
                   PERFORM 2220-CALC-INTEREST-ONLY
               WHEN MORTGAGEE-TYPE-ARM
               MOVE 'PAID-OFF' TO WS-RECON-CODE
           ELSE
               IF WS-RCPT-COUNT > 0
      *    ON A REPAYMENT PLAN THE BORROWER PAYS THE INSTALLMENT PLUS
      *    THE PLAN'S SHARE OF THE ARREARS.  WHAT CAME IN OVER THE
      *    TOTAL DUE, UP TO THAT SHARE, IS SPLIT OFF TO THE ARREARS
      *    BEFORE THE INSTALLMENT IS JUDGED.
                   IF WS-REPAY-COMPONENT > 0
                       AND WS-RCPT-TOTAL > WS-TOTAL-DUE-CENTS
                       PERFORM 2607-SPLIT-REPAY-RECEIPT
                   END-IF
                   MOVE WS-RCPT-TOTAL TO OUT-PT-AMOUNT-RECEIVED
      *    THE BORROWER IS BILLED P+I PLUS ESCROW, SO THE COMBINED
      *    RECEIPT IS JUDGED AGAINST THE FULL SCHEDULED TOTAL DUE -
                       STRING FUNCTION TRIM(WS-RECON-CODE) '/LATE'
                         DELIMITED BY SIZE INTO WS-RECON-CODE
                       END-STRING
      *    AN INSTALLMENT A TRIAL OR FORBEARANCE PLAN COVERS IS STILL
      *    FLAGGED LATE BUT BILLED NO LATE CHARGE.
                       IF NOT WS-WKO-COVERED
                           PERFORM 2620-ASSESS-LATE-CHARGE
                       END-IF
                   END-IF
               ELSE
                   MOVE 'NOT-RECEIVED' TO WS-RECON-CODE
               END-IF
           END-IF.

       2607-SPLIT-REPAY-RECEIPT.
           COMPUTE WS-REPAY-APPLIED =
               WS-RCPT-TOTAL - WS-TOTAL-DUE-CENTS
           IF WS-REPAY-APPLIED > WS-REPAY-COMPONENT
               MOVE WS-REPAY-COMPONENT TO WS-REPAY-APPLIED
           END-IF
           SUBTRACT WS-REPAY-APPLIED FROM WS-RCPT-TOTAL.

      ******************************************************************
      *    2612-SUM-ONE-RECEIPT - FOLD THE BUFFERED RECEIPT INTO THE
      *    COMBINED AMOUNT FOR THIS SCHEDULED PAYMENT, KEEP THE LATEST
                  OUT-TOTAL-DUE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RCPT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-PMI-COMPONENT DELIMITED BY SIZE
             INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE.
           END-IF
           IF WS-REPLAY-MODE
               CLOSE RATE-NOTICE-FILE
               CLOSE BORROWER-CONTACT-FILE
               CLOSE MAIL-EXCEPTION-FILE
           END-IF
           IF WS-CYCLE-MODE
               CLOSE SUSPENSE-FILE
           DISPLAY 'LATE CHARGES ASSESSED: ' WS-LATE-FEE-COUNT
           DISPLAY 'LATE CHARGE TOTAL..: ' OUT-LATE-FEE-TOTAL
           DISPLAY 'RATE-CHANGE NOTICES: ' WS-NOTICE-COUNT
           IF WS-REPLAY-MODE
               DISPLAY 'NOTICES, NO ADDRESS: ' WS-NOTICE-NO-ADDRESS
               DISPLAY 'MODIFICATIONS RECAST: ' WS-MOD-RECASTS
               DISPLAY 'BOARDED LOANS REPLAYED: ' WS-BRD-REPLAYED
           END-IF

           IF WS-CYCLE-MODE OR WS-REPLAY-MODE
               MOVE WS-ARREARS-APPLIED TO OUT-ARREARS-APPLIED
               DISPLAY 'POSITIONS ESTABLISHED: ' WS-POS-ESTABLISHED
               DISPLAY 'ARREARS APPLIED $..: ' OUT-ARREARS-APPLIED
           END-IF
           IF WS-CYCLE-MODE
               MOVE WS-ESCROW-CREDITED TO OUT-ESCROW-CREDITED
               DISPLAY 'ESCROW CREDITED $..: ' OUT-ESCROW-CREDITED
           END-IF

           MOVE WS-CASH-READ TO OUT-CASH-READ
           MOVE WS-CASH-APPLIED TO OUT-CASH-APPLIED
               DISPLAY 'CASH PROOF.........: *** OUT OF BALANCE ***'
           END-IF

           IF WS-CYCLE-MODE
               PERFORM 3750-TOTAL-REVERSALS
               MOVE WS-CASH-REVERSED TO OUT-CASH-REVERSED
               COMPUTE WS-CASH-NET = WS-CASH-READ - WS-CASH-REVERSED
               MOVE WS-CASH-NET TO OUT-CASH-NET
               DISPLAY 'RECEIPTS REVERSED..: ' WS-REVERSED-COUNT
                       ' FOR ' OUT-CASH-REVERSED
               DISPLAY 'NET CASH...........: ' OUT-CASH-NET
           END-IF

           PERFORM 3880-CLEAR-CHECKPOINT

      *    THE POSTING CYCLE STAMPS ITS COMPLETION SO A SECOND RUN OF
               PERFORM 3900-STAMP-CYCLE-RUN
           END-IF.

      ******************************************************************
      *    3750-TOTAL-REVERSALS - THE RECEIPTS PAYRTRN TOOK BACK FOR
      *    THIS CYCLE DATE.  THEY CAME OFF EARLIER CYCLES' CASH, SO
      *    THEY ARE SHOWN BESIDE THE PROOF RATHER THAN IN IT.  NO
      *    JOURNAL ON HAND MEANS NOTHING HAS EVER COME BACK.
      ******************************************************************
       3750-TOTAL-REVERSALS.
           OPEN INPUT RETURN-JOURNAL-FILE
           IF WS-RTRNJRNL-STATUS = '00'
               PERFORM 3760-TOTAL-ONE-REVERSAL UNTIL WS-RTRNJRNL-EOF
           END-IF
           CLOSE RETURN-JOURNAL-FILE.

       3760-TOTAL-ONE-REVERSAL.
           READ RETURN-JOURNAL-FILE
               AT END SET WS-RTRNJRNL-EOF TO TRUE
               NOT AT END
                   IF RJ-RUN-DATE = WS-CYCLE-DATE
                       ADD 1 TO WS-REVERSED-COUNT
                       ADD RJ-RECEIPT-AMOUNT TO WS-CASH-REVERSED
                   END-IF
           END-READ.

      ******************************************************************
      *    3800-ARCHIVE-RECEIPT-FEED - COPY THE NIGHT'S FEED, ROW FOR
      *    ROW, ONTO THE END OF THE CUMULATIVE RECEIPT ARCHIVE, THEN
