       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTRN.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  RETURNED-PAYMENT (NSF)
      *                     REVERSAL - ONCE A RECEIPT POSTED IN THE
      *                     MORTGAGES CYCLE AND WENT TO THE PAYHIST.TXT
      *                     ARCHIVE THERE WAS NO WAY TO TAKE IT BACK
      *                     WHEN THE CHECK BOUNCED, SO A PHONY NEGATIVE
      *                     ADJUSTMENT WAS KEYED OFF-SYSTEM AND THE
      *                     POSITION, THE SCHEDULE HISTORY AND THE
      *                     LATE FEES ALL STAYED WRONG.  THIS PROGRAM
      *                     READS THE RETURNED-ITEM FILE (PAYRTRN.TXT)
      *                     AND FOR EACH RETURNED RECEIPT:
      *                     (1) RESTORES THE PAST DUE AND PULLS
      *                     PAID-THROUGH BACK ON THE LOAN'S MORTPOS.DAT
      *                     POSITION; (2) APPENDS A RETURNED LINE TO
      *                     AMORTSCH.TXT UNDER THE INSTALLMENT'S OWN
      *                     DUE MONTH SO MORTDELQ AGES IT AGAIN;
      *                     (3) REOPENS ANY LATE FEE THE RECEIPT'S
      *                     CURTAILMENT OVERAGE HAD PAID ON
      *                     LATEOPEN.TXT; (4) ASSESSES THE NOTE'S
      *                     RETURNED-PAYMENT FEE ON LATEOPEN.TXT;
      *                     (5) TAKES THE RECEIPT OFF THE PAYHIST.TXT
      *                     ARCHIVE SO REPLAY, YEAR-END AND PAYOFF
      *                     WALKS NO LONGER SEE IT; AND (6) WRITES THE
      *                     REVERSAL JOURNAL (RTRNJRNL.TXT, RTRNJRNL
      *                     COPYBOOK) GLPOST AND THE CASH PROOF READ.
      *                     THE RUN TOTALS PROVE THE RETURNED DOLLARS
      *                     READ = REVERSED + REJECTED, AND REVERSED =
      *                     PAST DUE RESTORED + FEES REOPENED +
      *                     UNAPPLIED REVERSED.
      *    10/15/2026 AJI   A MODCAP SCHEDULE LINE CARRIES NO
      *                     RECEIPT AND NO LONGER MATCHES A RETURNED
      *                     PAYMENT TO ITS INSTALLMENT.
      *    10/15/2026 AJI   NOR DOES A BOARDED LINE (LOANBRD'S OPENING
      *                     LINE FOR AN ACQUIRED LOAN).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRANSACTION-FILE ASSIGN TO 'payrtrn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL OPEN-FEE-FILE ASSIGN TO 'lateopen.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'suspense.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE ASSIGN TO 'payhist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

      *    WORK COPY OF THE ARCHIVE - THE REVERSED ROWS ARE DROPPED
      *    ON THE WAY OUT TO IT AND IT IS COPIED BACK OVER
      *    PAYHIST.TXT, THE ONLY REWRITE A LINE-SEQUENTIAL FILE HAS.
           SELECT PAYHIST-WORK-FILE ASSIGN TO 'payhwork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHWORK-STATUS.

           SELECT OPTIONAL AMORTIZATION-SCHEDULE-FILE
           ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT RETURN-EXCEPTION-FILE ASSIGN TO 'rtrnxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RXCP-STATUS.

           SELECT OPTIONAL RETURN-JOURNAL-FILE ASSIGN TO 'rtrnjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL CYCLE-RUN-FILE ASSIGN TO 'cyclruns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCRUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER RETURNED ITEM.  THE FIRST FOUR FIELDS ARE THE
      *    RECEIPT EXACTLY AS PAYHIST.TXT CARRIES IT - THAT IS HOW
      *    THE ARCHIVE ROW IS FOUND.  A ZERO RETURN DATE TAKES THE
      *    RUN DATE.
       FD  RETURN-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-TRANSACTION-RECORD.
           05  RT-RECEIPT.
               10  RT-MORTGAGEE-ID       PIC 9(6).
               10  RT-PAYMENT-NO         PIC 9(3).
               10  RT-AMOUNT             PIC 9(6)V99.
               10  RT-DATE-RECEIVED      PIC 9(8).
           05  RT-RETURN-DATE            PIC 9(8).
           05  RT-REASON                 PIC X(20).

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

       FD  OPEN-FEE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY LATEREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY SUSPREC.

       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-HISTORY-RECORD        PIC X(25).

       FD  PAYHIST-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYHIST-WORK-RECORD           PIC X(25).

       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  RETURN-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-EXCEPTION-LINE         PIC X(80).

       FD  RETURN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.

           COPY RTRNJRNL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       FD  CYCLE-RUN-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLRUNS.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-LEDGER-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-PHWORK-STATUS          PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-RXCP-STATUS            PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT (SYSTEM DATE WITH A WARNING WHEN NO CALENDAR
      *    IS ON HAND) AND THE ONCE-PER-CYCLE STAMPS ON CYCLRUNS.TXT.
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.
           05  WS-CYCRUN-EOF-SW      PIC X VALUE 'N'.
               88  WS-CYCRUN-EOF         VALUE 'Y'.
           05  WS-RERUN-FLAG         PIC X VALUE 'N'.
               88  WS-RERUN-ALLOWED      VALUE 'Y'.
           05  WS-OWN-PROGRAM        PIC X(9) VALUE 'PAYRTRN'.

       01  WS-RUN-STAMP-TABLE.
           05  WS-RS-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-RS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RS-IX.
               10  WS-RS-PROGRAM     PIC X(9).
               10  WS-RS-DATE        PIC 9(8).

       01  WS-SWITCHES.
           05  WS-TXN-EOF-SW         PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-LEDGER-EOF-SW      PIC X VALUE 'N'.
               88  WS-LEDGER-EOF         VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF       VALUE 'Y'.
           05  WS-PAYHIST-EOF-SW     PIC X VALUE 'N'.
               88  WS-PAYHIST-EOF        VALUE 'Y'.
           05  WS-PHWORK-EOF-SW      PIC X VALUE 'N'.
               88  WS-PHWORK-EOF         VALUE 'Y'.
           05  WS-SCHEDULE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SCHEDULE-EOF       VALUE 'Y'.
           05  WS-JRNL-EOF-SW        PIC X VALUE 'N'.
               88  WS-JRNL-EOF           VALUE 'Y'.

      *    RUN DATE AND OPERATOR - PAYRT-OPER NAMES WHO WORKED THE
      *    RETURNED ITEMS, THE SAME WAY SUSPR-OPER NAMES THE SUSPENSE
      *    OPERATOR.
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.

      *    THE NIGHT'S RETURNED ITEMS, HELD SO THE ARCHIVE, THE
      *    SCHEDULE HISTORY, THE SUSPENSE LEDGER AND THE PRIOR
      *    REVERSALS ON THE JOURNAL ARE EACH READ ONCE FOR THE WHOLE
      *    BATCH RATHER THAN ONCE PER ITEM.  EACH ENTRY PICKS UP WHAT
      *    THOSE PASSES FOUND ABOUT ITS RECEIPT:
      *        HIST    - THE ARCHIVE ROW IS ON PAYHIST.TXT;
      *        SUSP    - STATUS OF A SUSPENSE ROW FOR THE SAME
      *                  RECEIPT (SPACE = NEVER SUSPENDED);
      *        LINE    - THE INSTALLMENT'S OWN SCHEDULE LINE, WITH ITS
      *                  TOTAL DUE, RECEIVED AND DUE YEAR/MONTH;
      *        ARREARS - AN ARREARS LINE CARRIES THIS RECEIPT;
      *        PRIOR   - RECEIPTS ON THE SAME INSTALLMENT LINE ALREADY
      *                  REVERSED BY AN EARLIER RUN.
       01  WS-RETURN-TABLE.
           05  WS-RT-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-RT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RT-IX.
               10  WS-RT-RECEIPT.
                   15  WS-RT-ID      PIC 9(6).
                   15  WS-RT-PMT     PIC 9(3).
                   15  WS-RT-AMT     PIC 9(6)V99.
                   15  WS-RT-RECVD   PIC 9(8).
               10  WS-RT-RETURNED    PIC 9(8).
               10  WS-RT-REASON      PIC X(20).
               10  WS-RT-HIST-SW     PIC X.
                   88  WS-RT-ON-HIST     VALUE 'Y'.
               10  WS-RT-SUSP-STAT   PIC X.
               10  WS-RT-LINE-SW     PIC X.
                   88  WS-RT-LINE-FOUND  VALUE 'Y'.
               10  WS-RT-LINE-DUE    PIC 9(7)V99.
               10  WS-RT-LINE-RECVD  PIC 9(7)V99.
               10  WS-RT-DUE-YEAR    PIC 9(4).
               10  WS-RT-DUE-MONTH   PIC 9(2).
               10  WS-RT-ARREARS-SW  PIC X.
                   88  WS-RT-ARREARS     VALUE 'Y'.
               10  WS-RT-PRIOR-REV   PIC 9(7)V99.
               10  WS-RT-ACCEPT-SW   PIC X.
                   88  WS-RT-ACCEPTED    VALUE 'Y'.
               10  WS-RT-DROPPED-SW  PIC X.
                   88  WS-RT-DROPPED     VALUE 'Y'.

      *    THE WHOLE OPEN-FEE LEDGER IS HELD HERE WHILE FEES REOPEN
      *    AND RETURNED-PAYMENT FEES ARE ADDED, THEN WRITTEN BACK IN
      *    ONE PASS - THE SAME WHOLE-FILE REWRITE LATEPOST USES ON IT.
      *    THE ENTRY MIRRORS THE LATEREC LAYOUT FIELD FOR FIELD.
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT          PIC 9(4) VALUE 0 COMP.
           05  WS-FEE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-FEE-IX.
               10  WS-FEE-ID         PIC 9(6).
               10  WS-FEE-PMT        PIC 9(3).
               10  WS-FEE-DUE        PIC 9(8).
               10  WS-FEE-RECVD      PIC 9(8).
               10  WS-FEE-CHARGE     PIC 9(5)V99.
               10  WS-FEE-ASSESSED   PIC 9(8).
               10  WS-FEE-STATUS     PIC X.
               10  WS-FEE-PAID       PIC 9(5)V99.
               10  WS-FEE-RES-DATE   PIC 9(8).
               10  WS-FEE-SOURCE     PIC 9(3).
               10  WS-FEE-WV-OPER    PIC X(8).
               10  WS-FEE-WV-REASON  PIC X(20).
               10  WS-FEE-TYPE       PIC X.
               10  WS-FEE-SRC-RETURNED   PIC X.
                   88  WS-FEE-SRC-WAS-RETURNED VALUE 'Y'.

      *    THE SCHEDULE LINE SPLIT INTO ITS COMMA FIELDS - SAME
      *    COLUMN ORDER MORTGAGES WRITES AND MORTDELQ READS.
       01  WS-PARSED-FIELDS.
           05  WS-FLD-ID             PIC X(10).
           05  WS-FLD-CUSTOMER       PIC X(40).
           05  WS-FLD-AMOUNT         PIC X(10).
           05  WS-FLD-RATE           PIC X(10).
           05  WS-FLD-TERM           PIC X(4).
           05  WS-FLD-TYPE           PIC X(2).
           05  WS-FLD-YEAR           PIC X(6).
           05  WS-FLD-MONTH          PIC X(4).
           05  WS-FLD-PAYMENT-NO     PIC X(5).
           05  WS-FLD-MONTHLY-RATE   PIC X(32).
           05  WS-FLD-INTEREST       PIC X(32).
           05  WS-FLD-PAYMENT        PIC X(32).
           05  WS-FLD-PRINCIPAL      PIC X(32).
           05  WS-FLD-ACTUAL         PIC X(32).
           05  WS-FLD-BALANCE        PIC X(32).
           05  WS-FLD-RECON-CODE     PIC X(20).
           05  WS-FLD-RECEIVED       PIC X(12).
           05  WS-FLD-EXTRA          PIC X(12).
           05  WS-FLD-ESCROW         PIC X(12).
           05  WS-FLD-TOTAL-DUE      PIC X(12).
           05  WS-FLD-RCPT-COUNT     PIC X(5).

       01  WS-LINE-VALUES.
           05  WS-LINE-ID            PIC 9(6) VALUE 0.
           05  WS-LINE-PMT           PIC 9(3) VALUE 0.
           05  WS-LINE-YEAR          PIC 9(4) VALUE 0.
           05  WS-LINE-MONTH         PIC 9(2) VALUE 0.
           05  WS-RECEIVED-AMT       PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-DUE-AMT      PIC 9(7)V99 VALUE 0.

      *    PER-ITEM WORKING FIELDS.  THE RECEIPT SPLITS INTO WHAT IT
      *    HAD PAID ON THE INSTALLMENT (PAST DUE RESTORED) AND THE
      *    CURTAILMENT OVERAGE ABOVE THE TOTAL DUE, WHICH EITHER PAID
      *    LATE FEES (FEES REOPENED) OR SAT UNAPPLIED.
       01  WS-ITEM-VALUES.
           05  WS-LINE-RECVD-NOW     PIC S9(7)V99 VALUE 0.
           05  WS-LINE-RECVD-AFTER   PIC S9(7)V99 VALUE 0.
           05  WS-SHORT-BEFORE       PIC S9(7)V99 VALUE 0.
           05  WS-SHORT-AFTER        PIC S9(7)V99 VALUE 0.
           05  WS-PAST-DUE-PART      PIC S9(7)V99 VALUE 0.
           05  WS-OVERAGE-PART       PIC S9(7)V99 VALUE 0.
           05  WS-OVERAGE-LEFT       PIC S9(7)V99 VALUE 0.
           05  WS-FEES-PART          PIC S9(7)V99 VALUE 0.
           05  WS-UNAPPLIED-PART     PIC S9(7)V99 VALUE 0.
           05  WS-REOPEN-PORTION     PIC 9(5)V99 VALUE 0.
           05  WS-NSF-FEE-AMT        PIC 9(3)V99 VALUE 0.
           05  WS-DUE-MONTHS         PIC 9(6) VALUE 0.
           05  WS-DUE-YEAR           PIC 9(4) VALUE 0.
           05  WS-DUE-MONTH-REM      PIC 9(2) VALUE 0.
           05  WS-CUST-NAME          PIC X(40) VALUE SPACES.
           05  OUT-MORTGAGEE-RATE    PIC Z9.99.
           05  OUT-PAST-DUE-PART     PIC ZZZZZZ.ZZ.

      *    ITEM VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-RT-VALID-SWITCH    PIC X VALUE 'Y'.
               88  WS-RT-VALID           VALUE 'Y'.
               88  WS-RT-INVALID         VALUE 'N'.
           05  WS-RT-REJECT-REASON   PIC X(40) VALUE SPACES.

      *    RETURNED-ITEM CASH PROOF - DOLLARS READ SPLIT INTO REVERSED
      *    AND REJECTED, REVERSED SPLIT THE WAY IT HAD APPLIED.
       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT         PIC 9(6) VALUE 0.
           05  WS-READ-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-REVERSED-COUNT     PIC 9(6) VALUE 0.
           05  WS-REVERSED-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-REJECTED-COUNT     PIC 9(6) VALUE 0.
           05  WS-REJECTED-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-PAST-DUE-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-FEES-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-UNAPPLIED-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-NSF-FEE-COUNT      PIC 9(6) VALUE 0.
           05  WS-NSF-FEE-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-HIST-READ-COUNT    PIC 9(7) VALUE 0.
           05  WS-HIST-DROPPED       PIC 9(6) VALUE 0.
           05  OUT-READ-TOTAL        PIC ZZZZZZZZ9.99.
           05  OUT-REVERSED-TOTAL    PIC ZZZZZZZZ9.99.
           05  OUT-REJECTED-TOTAL    PIC ZZZZZZZZ9.99.
           05  OUT-PAST-DUE-TOTAL    PIC ZZZZZZZZ9.99.
           05  OUT-FEES-TOTAL        PIC ZZZZZZZZ9.99.
           05  OUT-UNAPPLIED-TOTAL   PIC ZZZZZZZZ9.99.
           05  OUT-NSF-FEE-TOTAL     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN
               VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
           IF WS-REVERSED-COUNT > 0
               PERFORM 2900-REWRITE-LEDGER
               PERFORM 2950-REWRITE-ARCHIVE
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PAYRT-OPER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF

           PERFORM 1100-LOAD-RETURNS

           OPEN INPUT MORTGAGE-FILE
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

           PERFORM 1200-LOAD-FEE-LEDGER
           PERFORM 1300-SCAN-SUSPENSE
           PERFORM 1400-SCAN-ARCHIVE
           PERFORM 1500-SCAN-SCHEDULE
           PERFORM 1600-SCAN-PRIOR-RETURNS

           OPEN OUTPUT RETURN-EXCEPTION-FILE

      *    THE RETURNED LINES GO ON THE END OF THE ROLLING SCHEDULE
      *    HISTORY THE SAME WAY THE CYCLE'S ARREARS LINES DO.
           OPEN EXTEND AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               AND WS-SCHEDULE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SCHEDULE HISTORY: '
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF

      *    THE JOURNAL IS THE PERMANENT REVERSAL HISTORY - EXTEND,
      *    NEVER OUTPUT, SO PRIOR RUNS' ENTRIES SURVIVE.
           OPEN EXTEND RETURN-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING REVERSAL JOURNAL: '
                       WS-JRNL-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  NO CALENDAR ON HAND WARNS AND RUNS ON THE
      *    SYSTEM DATE, THE PRE-CALENDAR BEHAVIOR; WITH ONE ON HAND
      *    THE SAME CYCLE DATE REFUSES TO RUN TWICE WITHOUT
      *    CYCL-RERUN=Y.
      ******************************************************************
       1005-READ-CYCLE-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 1006-FIND-CONTROL-RECORD
                   UNTIL WS-CALENDAR-EOF OR WS-CALENDAR-ON-HAND
           END-IF
           CLOSE CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-ON-HAND
               PERFORM 1008-LOAD-RUN-STAMPS
               PERFORM 1007-VERIFY-CYCLE-NOT-RUN
           ELSE
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

       1007-VERIFY-CYCLE-NOT-RUN.
           ACCEPT WS-RERUN-FLAG FROM ENVIRONMENT 'CYCL-RERUN'
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX NOT > WS-RS-COUNT
               AND WS-RS-DATE (WS-RS-IX) = WS-CYCLE-DATE
               AND NOT WS-RERUN-ALLOWED
               DISPLAY 'PAYRTRN: CYCLE ' WS-CYCLE-DATE ' ALREADY '
                       'RUN - ADVANCE THE CALENDAR WITH CYCLEEND '
                       'OR SET CYCL-RERUN=Y'
               STOP RUN
           END-IF.

       1008-LOAD-RUN-STAMPS.
           OPEN INPUT CYCLE-RUN-FILE
           IF WS-CYCRUN-STATUS = '00'
               PERFORM 1009-LOAD-ONE-RUN-STAMP UNTIL WS-CYCRUN-EOF
           ELSE
               SET WS-CYCRUN-EOF TO TRUE
           END-IF
           CLOSE CYCLE-RUN-FILE.

       1009-LOAD-ONE-RUN-STAMP.
           READ CYCLE-RUN-FILE
               AT END SET WS-CYCRUN-EOF TO TRUE
               NOT AT END
                   IF WS-RS-COUNT < 20
                       ADD 1 TO WS-RS-COUNT
                       SET WS-RS-IX TO WS-RS-COUNT
                       MOVE CR-PROGRAM TO WS-RS-PROGRAM (WS-RS-IX)
                       MOVE CR-LAST-CYCLE-DATE
                           TO WS-RS-DATE (WS-RS-IX)
                   END-IF
           END-READ.

       1011-CHECK-ONE-RUN-STAMP.
           CONTINUE.

      ******************************************************************
      *    1100-LOAD-RETURNS - PULL THE NIGHT'S RETURNED ITEMS INTO
      *    THE TABLE.  A FILE PAST THE TABLE LIMIT STOPS THE RUN -
      *    SILENTLY LEAVING A BOUNCED CHECK POSTED IS THE PROBLEM
      *    THIS PROGRAM EXISTS TO FIX.
      ******************************************************************
       1100-LOAD-RETURNS.
           OPEN INPUT RETURN-TRANSACTION-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURNED-ITEM FILE: '
                       WS-TXN-STATUS
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-RETURN UNTIL WS-TXN-EOF
           CLOSE RETURN-TRANSACTION-FILE.

       1110-LOAD-ONE-RETURN.
           READ RETURN-TRANSACTION-FILE
               AT END SET WS-TXN-EOF TO TRUE
               NOT AT END
                   IF WS-RT-COUNT < 500
                       ADD 1 TO WS-RT-COUNT
                       SET WS-RT-IX TO WS-RT-COUNT
                       MOVE RT-RECEIPT TO WS-RT-RECEIPT (WS-RT-IX)
                       IF RT-RETURN-DATE = 0
                           MOVE WS-RUN-DATE TO WS-RT-RETURNED (WS-RT-IX)
                       ELSE
                           MOVE RT-RETURN-DATE
                               TO WS-RT-RETURNED (WS-RT-IX)
                       END-IF
                       MOVE RT-REASON TO WS-RT-REASON (WS-RT-IX)
                       MOVE 'N' TO WS-RT-HIST-SW (WS-RT-IX)
                       MOVE SPACE TO WS-RT-SUSP-STAT (WS-RT-IX)
                       MOVE 'N' TO WS-RT-LINE-SW (WS-RT-IX)
                       MOVE 0 TO WS-RT-LINE-DUE (WS-RT-IX)
                       MOVE 0 TO WS-RT-LINE-RECVD (WS-RT-IX)
                       MOVE 0 TO WS-RT-DUE-YEAR (WS-RT-IX)
                       MOVE 0 TO WS-RT-DUE-MONTH (WS-RT-IX)
                       MOVE 'N' TO WS-RT-ARREARS-SW (WS-RT-IX)
                       MOVE 0 TO WS-RT-PRIOR-REV (WS-RT-IX)
                       MOVE 'N' TO WS-RT-ACCEPT-SW (WS-RT-IX)
                       MOVE 'N' TO WS-RT-DROPPED-SW (WS-RT-IX)
                       ADD 1 TO WS-READ-COUNT
                       ADD RT-AMOUNT TO WS-READ-TOTAL
                   ELSE
                       DISPLAY 'RETURNED-ITEM FILE EXCEEDS TABLE '
                               'LIMIT - RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    1200-LOAD-FEE-LEDGER - THE WHOLE OPEN-FEE LEDGER INTO THE
      *    TABLE.  NO LEDGER ON HAND YET IS AN EMPTY ONE.
      ******************************************************************
       1200-LOAD-FEE-LEDGER.
           OPEN INPUT OPEN-FEE-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               AND WS-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING OPEN-FEE LEDGER: '
                       WS-LEDGER-STATUS
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-FEE UNTIL WS-LEDGER-EOF
           CLOSE OPEN-FEE-FILE.

       1210-LOAD-ONE-FEE.
           READ OPEN-FEE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   IF WS-FEE-COUNT < 5000
                       ADD 1 TO WS-FEE-COUNT
                       SET WS-FEE-IX TO WS-FEE-COUNT
                       MOVE OPEN-FEE-RECORD TO WS-FEE-ENTRY (WS-FEE-IX)
                   ELSE
                       DISPLAY 'OPEN-FEE LEDGER EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    1300-SCAN-SUSPENSE - A RECEIPT THE CYCLE SUSPENDED STILL
      *    REACHES THE ARCHIVE, BUT ITS MONEY NEVER TOUCHED THE LOAN.
      *    NOTE THE SUSPENSE STATUS OF ANY RETURNED ITEM THAT WAS
      *    SUSPENDED SO IT IS WORKED OFF THE SUSPENSE LEDGER INSTEAD.
      ******************************************************************
       1300-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM 1310-SCAN-ONE-SUSPENSE-ROW
                   UNTIL WS-SUSPENSE-EOF
           END-IF
           CLOSE SUSPENSE-FILE.

       1310-SCAN-ONE-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               AT END SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END
                   PERFORM 1320-MATCH-SUSPENSE-ROW
                       VARYING WS-RT-IX FROM 1 BY 1
                       UNTIL WS-RT-IX > WS-RT-COUNT
           END-READ.

       1320-MATCH-SUSPENSE-ROW.
           IF WS-RT-ID (WS-RT-IX) = SUS-MORTGAGEE-ID
               AND WS-RT-PMT (WS-RT-IX) = SUS-PAYMENT-NO
               AND WS-RT-AMT (WS-RT-IX) = SUS-AMOUNT
               AND WS-RT-RECVD (WS-RT-IX) = SUS-DATE-RECEIVED
               IF SUS-OPEN
                   MOVE 'O' TO WS-RT-SUSP-STAT (WS-RT-IX)
               ELSE
                   MOVE SUS-STATUS TO WS-RT-SUSP-STAT (WS-RT-IX)
               END-IF
           END-IF.

      ******************************************************************
      *    1400-SCAN-ARCHIVE - FIND EACH RETURNED RECEIPT ON THE
      *    PAYHIST.TXT ARCHIVE.  EACH ROW ANSWERS FOR AT MOST ONE
      *    ITEM, SO TWO IDENTICAL RECEIPTS BOTH RETURNED NEED TWO
      *    ROWS ON FILE - A REVERSED ROW IS GONE FROM THE ARCHIVE, SO
      *    THE SAME ITEM KEYED AGAIN ON A LATER NIGHT REJECTS.
      ******************************************************************
       1400-SCAN-ARCHIVE.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PAYHIST-STATUS = '00'
               PERFORM 1410-SCAN-ONE-ARCHIVE-ROW
                   UNTIL WS-PAYHIST-EOF
           END-IF
           CLOSE PAYMENT-HISTORY-FILE.

       1410-SCAN-ONE-ARCHIVE-ROW.
           READ PAYMENT-HISTORY-FILE
               AT END SET WS-PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   PERFORM 1420-CHECK-ONE-RETURN
                       VARYING WS-RT-IX FROM 1 BY 1
                       UNTIL WS-RT-IX > WS-RT-COUNT
                       OR (WS-RT-RECEIPT (WS-RT-IX)
                             = PAYMENT-HISTORY-RECORD
                           AND NOT WS-RT-ON-HIST (WS-RT-IX))
                   IF WS-RT-IX NOT > WS-RT-COUNT
                       MOVE 'Y' TO WS-RT-HIST-SW (WS-RT-IX)
                   END-IF
           END-READ.

       1420-CHECK-ONE-RETURN.
           CONTINUE.

      ******************************************************************
      *    1500-SCAN-SCHEDULE - PICK UP HOW EACH RETURNED RECEIPT HAD
      *    APPLIED.  THE INSTALLMENT'S OWN LINE GIVES ITS TOTAL DUE,
      *    WHAT WAS RECEIVED AGAINST IT AND ITS DUE MONTH (THE LATEST
      *    SUCH LINE WINS); AN ARREARS LINE FOR THE SAME PAYMENT
      *    NUMBER CARRYING THE RECEIPT'S AMOUNT SAYS IT WAS A
      *    CATCH-UP.  EARLIER RETURNED LINES ARE SKIPPED - THE
      *    JOURNAL SCAN ACCOUNTS FOR THEM.
      ******************************************************************
       1500-SCAN-SCHEDULE.
           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM 1510-SCAN-ONE-SCHEDULE-LINE
                   UNTIL WS-SCHEDULE-EOF
           END-IF
           CLOSE AMORTIZATION-SCHEDULE-FILE.

       1510-SCAN-ONE-SCHEDULE-LINE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-SCHEDULE-EOF TO TRUE
               NOT AT END
                   PERFORM 1520-PARSE-SCHEDULE-LINE
                   IF WS-FLD-RECON-CODE NOT = 'RETURNED'
                       AND WS-FLD-RECON-CODE NOT = 'MODCAP'
                       AND WS-FLD-RECON-CODE NOT = 'BOARDED'
                       PERFORM 1530-MATCH-SCHEDULE-LINE
                           VARYING WS-RT-IX FROM 1 BY 1
                           UNTIL WS-RT-IX > WS-RT-COUNT
                   END-IF
           END-READ.

       1520-PARSE-SCHEDULE-LINE.
           MOVE SPACES TO WS-PARSED-FIELDS
           UNSTRING SCHEDULE-LINE DELIMITED BY ','
               INTO WS-FLD-ID WS-FLD-CUSTOMER WS-FLD-AMOUNT
                    WS-FLD-RATE WS-FLD-TERM WS-FLD-TYPE
                    WS-FLD-YEAR WS-FLD-MONTH WS-FLD-PAYMENT-NO
                    WS-FLD-MONTHLY-RATE WS-FLD-INTEREST
                    WS-FLD-PAYMENT WS-FLD-PRINCIPAL WS-FLD-ACTUAL
                    WS-FLD-BALANCE WS-FLD-RECON-CODE
                    WS-FLD-RECEIVED WS-FLD-EXTRA WS-FLD-ESCROW
                    WS-FLD-TOTAL-DUE WS-FLD-RCPT-COUNT
           END-UNSTRING

           COMPUTE WS-LINE-ID = FUNCTION NUMVAL(WS-FLD-ID)
           COMPUTE WS-LINE-PMT = FUNCTION NUMVAL(WS-FLD-PAYMENT-NO)
           COMPUTE WS-LINE-YEAR = FUNCTION NUMVAL(WS-FLD-YEAR)
           COMPUTE WS-LINE-MONTH = FUNCTION NUMVAL(WS-FLD-MONTH)
           IF WS-FLD-RECEIVED = SPACES
               MOVE 0 TO WS-RECEIVED-AMT
           ELSE
               COMPUTE WS-RECEIVED-AMT =
                   FUNCTION NUMVAL(WS-FLD-RECEIVED)
           END-IF
           IF WS-FLD-TOTAL-DUE = SPACES
               MOVE 0 TO WS-TOTAL-DUE-AMT
           ELSE
               COMPUTE WS-TOTAL-DUE-AMT =
                   FUNCTION NUMVAL(WS-FLD-TOTAL-DUE)
           END-IF.

       1530-MATCH-SCHEDULE-LINE.
           IF WS-RT-ID (WS-RT-IX) = WS-LINE-ID
               AND WS-RT-PMT (WS-RT-IX) = WS-LINE-PMT
               IF WS-FLD-RECON-CODE = 'ARREARS'
                   IF WS-RECEIVED-AMT = WS-RT-AMT (WS-RT-IX)
                       MOVE 'Y' TO WS-RT-ARREARS-SW (WS-RT-IX)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-RT-LINE-SW (WS-RT-IX)
                   MOVE WS-TOTAL-DUE-AMT TO WS-RT-LINE-DUE (WS-RT-IX)
                   MOVE WS-RECEIVED-AMT TO WS-RT-LINE-RECVD (WS-RT-IX)
                   MOVE WS-LINE-YEAR TO WS-RT-DUE-YEAR (WS-RT-IX)
                   MOVE WS-LINE-MONTH TO WS-RT-DUE-MONTH (WS-RT-IX)
               END-IF
           END-IF.

      ******************************************************************
      *    1600-SCAN-PRIOR-RETURNS - A SPLIT INSTALLMENT MAY HAVE HAD
      *    ONE OF ITS RECEIPTS RETURNED ON AN EARLIER NIGHT.  THE
      *    SCHEDULE LINE STILL SHOWS THE ORIGINAL COMBINED RECEIPT,
      *    SO WHAT EARLIER RUNS TOOK BACK OFF THE SAME LINE COMES OFF
      *    BEFORE THIS ITEM IS SPLIT.
      ******************************************************************
       1600-SCAN-PRIOR-RETURNS.
           OPEN INPUT RETURN-JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               PERFORM 1610-SCAN-ONE-PRIOR-RETURN
                   UNTIL WS-JRNL-EOF
           END-IF
           CLOSE RETURN-JOURNAL-FILE.

       1610-SCAN-ONE-PRIOR-RETURN.
           READ RETURN-JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   IF RJ-INSTALLMENT-RECEIPT
                       PERFORM 1620-MATCH-PRIOR-RETURN
                           VARYING WS-RT-IX FROM 1 BY 1
                           UNTIL WS-RT-IX > WS-RT-COUNT
                   END-IF
           END-READ.

       1620-MATCH-PRIOR-RETURN.
           IF WS-RT-ID (WS-RT-IX) = RJ-MORTGAGEE-ID
               AND WS-RT-PMT (WS-RT-IX) = RJ-PAYMENT-NO
               ADD RJ-RECEIPT-AMOUNT TO WS-RT-PRIOR-REV (WS-RT-IX)
           END-IF.

      ******************************************************************
      *    2000-PROCESS-RETURN - VALIDATE ONE RETURNED ITEM AGAINST
      *    THE MASTER, THE POSITION AND WHAT THE SCANS FOUND, AND
      *    REVERSE IT.  ANYTHING THAT FAILS GOES TO THE EXCEPTION
      *    LISTING INSTEAD AND IS LEFT EXACTLY AS IT POSTED.
      ******************************************************************
       2000-PROCESS-RETURN.
           PERFORM 2100-VALIDATE-RETURN
           IF WS-RT-VALID
               PERFORM 2200-REVERSE-RECEIPT
           ELSE
               PERFORM 2700-WRITE-RETURN-EXCEPTION
           END-IF.

       2100-VALIDATE-RETURN.
           SET WS-RT-VALID TO TRUE
           MOVE SPACES TO WS-RT-REJECT-REASON

           IF WS-RT-AMT (WS-RT-IX) = 0
               SET WS-RT-INVALID TO TRUE
               MOVE 'RETURNED AMOUNT IS ZERO' TO WS-RT-REJECT-REASON
           END-IF

           IF WS-RT-VALID
               MOVE WS-RT-ID (WS-RT-IX) TO MORTGAGEE-ID
               READ MORTGAGE-FILE
                   INVALID KEY
                       SET WS-RT-INVALID TO TRUE
                       MOVE 'LOAN NOT ON MASTER' TO WS-RT-REJECT-REASON
               END-READ
           END-IF

           IF WS-RT-VALID AND MORTGAGEE-RETIRED
               SET WS-RT-INVALID TO TRUE
               MOVE 'LOAN IS RETIRED - REVERSE BY HAND' TO
                   WS-RT-REJECT-REASON
           END-IF

           IF WS-RT-VALID
               MOVE WS-RT-ID (WS-RT-IX) TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY
                       SET WS-RT-INVALID TO TRUE
                       MOVE 'NO SERVICING POSITION FOR LOAN' TO
                           WS-RT-REJECT-REASON
               END-READ
           END-IF

      *    A SUSPENDED RECEIPT NEVER REACHED THE LOAN - ITS RETURN IS
      *    WORKED ON THE SUSPENSE LEDGER THROUGH SUSPRES.
           IF WS-RT-VALID AND WS-RT-SUSP-STAT (WS-RT-IX) NOT = SPACE
               SET WS-RT-INVALID TO TRUE
               EVALUATE WS-RT-SUSP-STAT (WS-RT-IX)
                   WHEN 'O'
                       MOVE 'RECEIPT IS IN SUSPENSE - USE SUSPRES' TO
                           WS-RT-REJECT-REASON
                   WHEN 'A'
                       MOVE 'RECEIPT RE-APPLIED - RETURN THE NEW ROW'
                           TO WS-RT-REJECT-REASON
                   WHEN OTHER
                       MOVE 'RECEIPT LEFT SUSPENSE BY REFUND/WRITEOFF'
                           TO WS-RT-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-RT-VALID AND NOT WS-RT-ON-HIST (WS-RT-IX)
               SET WS-RT-INVALID TO TRUE
               MOVE 'RECEIPT NOT ON PAYHIST ARCHIVE' TO
                   WS-RT-REJECT-REASON
           END-IF

           IF WS-RT-VALID
               AND WS-RT-PMT (WS-RT-IX) NOT < SP-NEXT-PAYMENT-NO
               SET WS-RT-INVALID TO TRUE
               MOVE 'INSTALLMENT NOT YET BILLED' TO
                   WS-RT-REJECT-REASON
           END-IF

           IF WS-RT-VALID
               AND NOT WS-RT-ARREARS (WS-RT-IX)
               AND WS-RT-LINE-FOUND (WS-RT-IX)
               AND WS-RT-AMT (WS-RT-IX) + WS-RT-PRIOR-REV (WS-RT-IX)
                   > WS-RT-LINE-RECVD (WS-RT-IX)
               SET WS-RT-INVALID TO TRUE
               MOVE 'RECEIPT EXCEEDS AMOUNT ON SCHEDULE LINE' TO
                   WS-RT-REJECT-REASON
           END-IF.

      ******************************************************************
      *    2200-REVERSE-RECEIPT - SPLIT THE RECEIPT THE WAY IT HAD
      *    APPLIED, REOPEN WHAT IT PAID, ASSESS THE RETURNED-PAYMENT
      *    FEE, ROLL THE POSITION BACK, AND WRITE THE SCHEDULE LINE
      *    AND THE JOURNAL.  THE PRINCIPAL BALANCE ON THE POSITION IS
      *    THE SCHEDULED BALANCE - A RECEIPT NEVER MOVED IT, SO THE
      *    INSTALLMENT'S MONEY COMES BACK AS PAST DUE, THE SAME AS AN
      *    INSTALLMENT NEVER RECEIVED.
      ******************************************************************
       2200-REVERSE-RECEIPT.
           MOVE 'Y' TO WS-RT-ACCEPT-SW (WS-RT-IX)
           MOVE SP-PAID-THRU-PMT-NO TO RJ-PAID-THRU-BEFORE
           MOVE SP-PAST-DUE-AMOUNT TO RJ-PAST-DUE-BEFORE

           PERFORM 2210-SPLIT-RECEIPT
           MOVE 0 TO WS-FEES-PART
           IF WS-OVERAGE-PART > 0
               PERFORM 2300-REOPEN-SOURCE-FEES
           END-IF
           COMPUTE WS-UNAPPLIED-PART = WS-OVERAGE-PART - WS-FEES-PART

           MOVE MORTGAGEE-NSF-FEE TO WS-NSF-FEE-AMT
           IF WS-NSF-FEE-AMT > 0
               PERFORM 2400-ASSESS-RETURNED-FEE
           END-IF

           PERFORM 2500-ROLL-BACK-POSITION
           PERFORM 2600-WRITE-RETURNED-LINE
           PERFORM 2800-WRITE-RETURN-JOURNAL

           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-RT-AMT (WS-RT-IX) TO WS-REVERSED-TOTAL
           ADD WS-PAST-DUE-PART TO WS-PAST-DUE-TOTAL
           ADD WS-FEES-PART TO WS-FEES-TOTAL
           ADD WS-UNAPPLIED-PART TO WS-UNAPPLIED-TOTAL.

      ******************************************************************
      *    2210-SPLIT-RECEIPT - A CATCH-UP RECEIPT HAD PAID DOWN THE
      *    PAST DUE, SO ALL OF IT COMES BACK AS PAST DUE.  A RECEIPT
      *    ON THE INSTALLMENT'S OWN LINE COMES BACK AS PAST DUE ONLY
      *    AS FAR AS TAKING IT OFF THE LINE LEAVES THE INSTALLMENT
      *    SHORT (THE SHORTFALL AFTER LESS THE SHORTFALL BEFORE); THE
      *    REST OF IT WAS CURTAILMENT OVERAGE.  WITH THE LINE GONE
      *    FROM THE HISTORY THE WHOLE RECEIPT IS TAKEN AS PAST DUE
      *    AND THE DUE MONTH IS COUNTED BACK FROM THE POSITION.
      ******************************************************************
       2210-SPLIT-RECEIPT.
           MOVE 0 TO WS-OVERAGE-PART
           IF WS-RT-ARREARS (WS-RT-IX)
               OR NOT WS-RT-LINE-FOUND (WS-RT-IX)
               MOVE WS-RT-AMT (WS-RT-IX) TO WS-PAST-DUE-PART
           ELSE
               COMPUTE WS-LINE-RECVD-NOW =
                   WS-RT-LINE-RECVD (WS-RT-IX)
                   - WS-RT-PRIOR-REV (WS-RT-IX)
               COMPUTE WS-LINE-RECVD-AFTER =
                   WS-LINE-RECVD-NOW - WS-RT-AMT (WS-RT-IX)
               COMPUTE WS-SHORT-BEFORE =
                   WS-RT-LINE-DUE (WS-RT-IX) - WS-LINE-RECVD-NOW
               IF WS-SHORT-BEFORE < 0
                   MOVE 0 TO WS-SHORT-BEFORE
               END-IF
               COMPUTE WS-SHORT-AFTER =
                   WS-RT-LINE-DUE (WS-RT-IX) - WS-LINE-RECVD-AFTER
               IF WS-SHORT-AFTER < 0
                   MOVE 0 TO WS-SHORT-AFTER
               END-IF
               COMPUTE WS-PAST-DUE-PART =
                   WS-SHORT-AFTER - WS-SHORT-BEFORE
               COMPUTE WS-OVERAGE-PART =
                   WS-RT-AMT (WS-RT-IX) - WS-PAST-DUE-PART
           END-IF

           IF NOT WS-RT-LINE-FOUND (WS-RT-IX)
               COMPUTE WS-DUE-MONTHS =
                   SP-NEXT-DUE-YEAR * 12 + SP-NEXT-DUE-MONTH - 1
                   - (SP-NEXT-PAYMENT-NO - WS-RT-PMT (WS-RT-IX))
               DIVIDE WS-DUE-MONTHS BY 12 GIVING WS-DUE-YEAR
                   REMAINDER WS-DUE-MONTH-REM
               MOVE WS-DUE-YEAR TO WS-RT-DUE-YEAR (WS-RT-IX)
               COMPUTE WS-RT-DUE-MONTH (WS-RT-IX) =
                   WS-DUE-MONTH-REM + 1
           END-IF.

      ******************************************************************
      *    2300-REOPEN-SOURCE-FEES - LATEPOST STAMPS EVERY FEE A
      *    CURTAILMENT OVERAGE PAID WITH THE RECEIPT'S PAYMENT NUMBER.
      *    TAKE THE RETURNED OVERAGE BACK OFF THOSE FEES, UP TO WHAT
      *    THEY HOLD, AND PUT THEM BACK ON OPEN.  THE STAMP STAYS SO
      *    LATEPOST NEVER SPENDS THE SAME OVERAGE AGAIN; THE
      *    SOURCE-RETURNED FLAG TELLS GLPOST THE FEE IS NO LONGER
      *    PAID FROM IT.
      ******************************************************************
       2300-REOPEN-SOURCE-FEES.
           MOVE WS-OVERAGE-PART TO WS-OVERAGE-LEFT
           PERFORM 2310-REOPEN-ONE-FEE
               VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-COUNT
               OR WS-OVERAGE-LEFT = 0.

       2310-REOPEN-ONE-FEE.
           IF WS-FEE-ID (WS-FEE-IX) = WS-RT-ID (WS-RT-IX)
               AND WS-FEE-SOURCE (WS-FEE-IX) = WS-RT-PMT (WS-RT-IX)
               AND WS-FEE-PAID (WS-FEE-IX) > 0
               AND NOT WS-FEE-SRC-WAS-RETURNED (WS-FEE-IX)
               IF WS-FEE-PAID (WS-FEE-IX) < WS-OVERAGE-LEFT
                   MOVE WS-FEE-PAID (WS-FEE-IX) TO WS-REOPEN-PORTION
               ELSE
                   MOVE WS-OVERAGE-LEFT TO WS-REOPEN-PORTION
               END-IF
               SUBTRACT WS-REOPEN-PORTION FROM WS-FEE-PAID (WS-FEE-IX)
               SUBTRACT WS-REOPEN-PORTION FROM WS-OVERAGE-LEFT
               ADD WS-REOPEN-PORTION TO WS-FEES-PART
               MOVE 'O' TO WS-FEE-STATUS (WS-FEE-IX)
               MOVE 0 TO WS-FEE-RES-DATE (WS-FEE-IX)
               MOVE 'Y' TO WS-FEE-SRC-RETURNED (WS-FEE-IX)
           END-IF.

      ******************************************************************
      *    2400-ASSESS-RETURNED-FEE - THE NOTE'S RETURNED-PAYMENT FEE
      *    GOES ON THE OPEN-FEE LEDGER UNDER THE RETURNED RECEIPT'S
      *    PAYMENT NUMBER, DUE THE DAY THE ITEM CAME BACK, AND THEN
      *    COLLECTS, WAIVES AND AGES LIKE ANY LATE CHARGE.
      ******************************************************************
       2400-ASSESS-RETURNED-FEE.
           IF WS-FEE-COUNT < 5000
               ADD 1 TO WS-FEE-COUNT
               SET WS-FEE-IX TO WS-FEE-COUNT
               MOVE WS-RT-ID (WS-RT-IX) TO WS-FEE-ID (WS-FEE-IX)
               MOVE WS-RT-PMT (WS-RT-IX) TO WS-FEE-PMT (WS-FEE-IX)
               MOVE WS-RT-RETURNED (WS-RT-IX) TO WS-FEE-DUE (WS-FEE-IX)
               MOVE WS-RT-RECVD (WS-RT-IX) TO WS-FEE-RECVD (WS-FEE-IX)
               MOVE WS-NSF-FEE-AMT TO WS-FEE-CHARGE (WS-FEE-IX)
               MOVE WS-RUN-DATE TO WS-FEE-ASSESSED (WS-FEE-IX)
               MOVE 'O' TO WS-FEE-STATUS (WS-FEE-IX)
               MOVE 0 TO WS-FEE-PAID (WS-FEE-IX)
               MOVE 0 TO WS-FEE-RES-DATE (WS-FEE-IX)
               MOVE 0 TO WS-FEE-SOURCE (WS-FEE-IX)
               MOVE SPACES TO WS-FEE-WV-OPER (WS-FEE-IX)
               MOVE SPACES TO WS-FEE-WV-REASON (WS-FEE-IX)
               MOVE 'R' TO WS-FEE-TYPE (WS-FEE-IX)
               MOVE SPACE TO WS-FEE-SRC-RETURNED (WS-FEE-IX)
               ADD 1 TO WS-NSF-FEE-COUNT
               ADD WS-NSF-FEE-AMT TO WS-NSF-FEE-TOTAL
           ELSE
               DISPLAY 'OPEN-FEE LEDGER EXCEEDS TABLE LIMIT - '
                       'RAISE THE OCCURS AND RERUN'
               STOP RUN
           END-IF.

      ******************************************************************
      *    2500-ROLL-BACK-POSITION - THE RESTORED PAST DUE GOES BACK
      *    ON THE POSITION.  AN INSTALLMENT LEFT SHORT BY THE RETURN
      *    IS NO LONGER SETTLED, SO PAID-THROUGH FALLS BACK TO THE
      *    INSTALLMENT BEFORE IT; A CATCH-UP RECEIPT NEVER MOVED
      *    PAID-THROUGH AND DOES NOT MOVE IT NOW.  THE RETURNED-
      *    PAYMENT FEE JOINS THE UNPAID LATE CHARGES.
      ******************************************************************
       2500-ROLL-BACK-POSITION.
           ADD WS-PAST-DUE-PART TO SP-PAST-DUE-AMOUNT
           IF NOT WS-RT-ARREARS (WS-RT-IX)
               AND WS-PAST-DUE-PART > 0
               AND WS-RT-PMT (WS-RT-IX) NOT > SP-PAID-THRU-PMT-NO
               COMPUTE SP-PAID-THRU-PMT-NO =
                   WS-RT-PMT (WS-RT-IX) - 1
           END-IF
           ADD WS-NSF-FEE-AMT TO SP-LATE-ACCUM-UNPAID
           REWRITE SERVICING-POSITION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING SERVICING POSITION: '
                           SP-MORTGAGEE-ID ' STATUS '
                           WS-POSITION-STATUS
                   STOP RUN
           END-REWRITE.

      ******************************************************************
      *    2600-WRITE-RETURNED-LINE - THE RETURN GOES ON THE SCHEDULE
      *    HISTORY UNDER THE INSTALLMENT'S PAYMENT NUMBER AND DUE
      *    MONTH WITH THE RETURNED RECON CODE, THE PAST DUE RESTORED
      *    IN THE RECEIVED COLUMN AND NO SCHEDULED AMOUNTS - THE
      *    MIRROR OF AN ARREARS LINE.  THE AGING PUTS THAT AMOUNT
      *    BACK IN THE BUCKET THE INSTALLMENT'S DUE DATE LANDS IN.
      ******************************************************************
       2600-WRITE-RETURNED-LINE.
           MOVE SPACES TO WS-CUST-NAME
           STRING MORTGAGEE-FIRST-NAME DELIMITED BY SPACE
                  ' '  DELIMITED BY SIZE
                  MORTGAGEE-FIRST-INIT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MORTGAGEE-LAST-NAME DELIMITED BY SPACE
                  ' '  DELIMITED BY SIZE
             INTO WS-CUST-NAME
           END-STRING
           MOVE MORTGAGEE-RATE TO OUT-MORTGAGEE-RATE
           MOVE WS-PAST-DUE-PART TO OUT-PAST-DUE-PART
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
                  WS-RT-DUE-YEAR (WS-RT-IX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RT-DUE-MONTH (WS-RT-IX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RT-PMT (WS-RT-IX) DELIMITED BY SIZE
                  ',0,0,0,0,0,0,' DELIMITED BY SIZE
                  'RETURNED' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OUT-PAST-DUE-PART DELIMITED BY SIZE
                  ',0,0,0,1' DELIMITED BY SIZE
             INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE.

       2700-WRITE-RETURN-EXCEPTION.
           ADD 1 TO WS-REJECTED-COUNT
           ADD WS-RT-AMT (WS-RT-IX) TO WS-REJECTED-TOTAL
           MOVE SPACES TO RETURN-EXCEPTION-LINE
           STRING WS-RT-ID (WS-RT-IX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-RT-PMT (WS-RT-IX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-RT-RECVD (WS-RT-IX) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RT-REJECT-REASON DELIMITED BY SIZE
             INTO RETURN-EXCEPTION-LINE
           END-STRING
           WRITE RETURN-EXCEPTION-LINE.

       2800-WRITE-RETURN-JOURNAL.
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           MOVE WS-OPERATOR TO RJ-OPERATOR
           MOVE WS-RT-RECEIPT (WS-RT-IX) TO RJ-RECEIPT
           MOVE WS-RT-RETURNED (WS-RT-IX) TO RJ-RETURN-DATE
           MOVE WS-RT-REASON (WS-RT-IX) TO RJ-REASON
           IF WS-RT-ARREARS (WS-RT-IX)
               SET RJ-ARREARS-RECEIPT TO TRUE
           ELSE
               SET RJ-INSTALLMENT-RECEIPT TO TRUE
           END-IF
           MOVE WS-PAST-DUE-PART TO RJ-PAST-DUE-RESTORED
           MOVE WS-FEES-PART TO RJ-FEES-REOPENED
           MOVE WS-UNAPPLIED-PART TO RJ-UNAPPLIED-REVERSED
           MOVE WS-NSF-FEE-AMT TO RJ-NSF-FEE
           MOVE SP-PAID-THRU-PMT-NO TO RJ-PAID-THRU-AFTER
           MOVE SP-PAST-DUE-AMOUNT TO RJ-PAST-DUE-AFTER
           WRITE RETURN-JOURNAL-RECORD.

      ******************************************************************
      *    2900-REWRITE-LEDGER - WRITE THE WHOLE FEE TABLE BACK OVER
      *    LATEOPEN.TXT, REOPENED FEES AND NEW RETURNED-PAYMENT FEES
      *    AND ALL.
      ******************************************************************
       2900-REWRITE-LEDGER.
           OPEN OUTPUT OPEN-FEE-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING OPEN-FEE LEDGER: '
                       WS-LEDGER-STATUS
               STOP RUN
           END-IF
           PERFORM 2910-WRITE-ONE-FEE
               VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-COUNT
           CLOSE OPEN-FEE-FILE.

       2910-WRITE-ONE-FEE.
           MOVE WS-FEE-ENTRY (WS-FEE-IX) TO OPEN-FEE-RECORD
           WRITE OPEN-FEE-RECORD.

      ******************************************************************
      *    2950-REWRITE-ARCHIVE - TAKE EACH REVERSED RECEIPT OFF
      *    PAYHIST.TXT: COPY THE ARCHIVE TO THE WORK FILE DROPPING ONE
      *    ROW PER REVERSED ITEM, THEN COPY THE WORK FILE BACK.  THE
      *    REVERSAL JOURNAL KEEPS THE RECEIPT IMAGE, SO NOTHING IS
      *    LOST - BUT A REPLAY, YEAR-END OR PAYOFF WALK OFF THE
      *    ARCHIVE NO LONGER APPLIES MONEY THAT NEVER CLEARED.
      ******************************************************************
       2950-REWRITE-ARCHIVE.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING RECEIPT ARCHIVE: '
                       WS-PAYHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PAYHIST-WORK-FILE
           IF WS-PHWORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE WORK FILE: '
                       WS-PHWORK-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PAYHIST-EOF-SW
           PERFORM 2960-COPY-OUT-ONE-ROW UNTIL WS-PAYHIST-EOF
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE PAYHIST-WORK-FILE

           OPEN INPUT PAYHIST-WORK-FILE
           OPEN OUTPUT PAYMENT-HISTORY-FILE
           IF WS-PHWORK-STATUS NOT = '00'
               OR WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'ERROR COPYING ARCHIVE BACK - PAYHWORK.TXT '
                       'HOLDS THE ARCHIVE: ' WS-PAYHIST-STATUS
               STOP RUN
           END-IF
           PERFORM 2980-COPY-BACK-ONE-ROW UNTIL WS-PHWORK-EOF
           CLOSE PAYHIST-WORK-FILE
           CLOSE PAYMENT-HISTORY-FILE.

       2960-COPY-OUT-ONE-ROW.
           READ PAYMENT-HISTORY-FILE
               AT END SET WS-PAYHIST-EOF TO TRUE
               NOT AT END
                   PERFORM 2970-CHECK-ONE-REVERSAL
                       VARYING WS-RT-IX FROM 1 BY 1
                       UNTIL WS-RT-IX > WS-RT-COUNT
                       OR (WS-RT-ACCEPTED (WS-RT-IX)
                           AND NOT WS-RT-DROPPED (WS-RT-IX)
                           AND WS-RT-RECEIPT (WS-RT-IX)
                               = PAYMENT-HISTORY-RECORD)
                   IF WS-RT-IX NOT > WS-RT-COUNT
                       MOVE 'Y' TO WS-RT-DROPPED-SW (WS-RT-IX)
                       ADD 1 TO WS-HIST-DROPPED
                   ELSE
                       WRITE PAYHIST-WORK-RECORD
                           FROM PAYMENT-HISTORY-RECORD
                   END-IF
           END-READ.

       2970-CHECK-ONE-REVERSAL.
           CONTINUE.

       2980-COPY-BACK-ONE-ROW.
           READ PAYHIST-WORK-FILE
               AT END SET WS-PHWORK-EOF TO TRUE
               NOT AT END
                   WRITE PAYMENT-HISTORY-RECORD
                       FROM PAYHIST-WORK-RECORD
           END-READ.

       3000-TERMINATE.
           CLOSE MORTGAGE-FILE
           CLOSE SERVICING-POSITION-FILE
           CLOSE AMORTIZATION-SCHEDULE-FILE
           CLOSE RETURN-EXCEPTION-FILE
           CLOSE RETURN-JOURNAL-FILE

           MOVE WS-READ-TOTAL TO OUT-READ-TOTAL
           MOVE WS-REVERSED-TOTAL TO OUT-REVERSED-TOTAL
           MOVE WS-REJECTED-TOTAL TO OUT-REJECTED-TOTAL
           MOVE WS-PAST-DUE-TOTAL TO OUT-PAST-DUE-TOTAL
           MOVE WS-FEES-TOTAL TO OUT-FEES-TOTAL
           MOVE WS-UNAPPLIED-TOTAL TO OUT-UNAPPLIED-TOTAL
           MOVE WS-NSF-FEE-TOTAL TO OUT-NSF-FEE-TOTAL

           DISPLAY ' '
           DISPLAY '***** PAYRTRN RUN TOTALS *****'
           DISPLAY 'RETURNED ITEMS READ: ' WS-READ-COUNT
                   ' FOR ' OUT-READ-TOTAL
           DISPLAY 'RECEIPTS REVERSED..: ' WS-REVERSED-COUNT
                   ' FOR ' OUT-REVERSED-TOTAL
           DISPLAY 'REJECTED...........: ' WS-REJECTED-COUNT
                   ' FOR ' OUT-REJECTED-TOTAL
           DISPLAY 'PAST DUE RESTORED..: ' OUT-PAST-DUE-TOTAL
           DISPLAY 'FEES REOPENED......: ' OUT-FEES-TOTAL
           DISPLAY 'UNAPPLIED REVERSED.: ' OUT-UNAPPLIED-TOTAL
           DISPLAY 'RETURNED-PMT FEES..: ' WS-NSF-FEE-COUNT
                   ' FOR ' OUT-NSF-FEE-TOTAL
           DISPLAY 'ARCHIVE ROWS READ..: ' WS-HIST-READ-COUNT
           DISPLAY 'ARCHIVE ROWS DROPPED: ' WS-HIST-DROPPED

      *    THE CASH PROOF - EVERY RETURNED DOLLAR READ IS EITHER
      *    REVERSED OR REJECTED, EVERY REVERSED DOLLAR LANDS IN
      *    EXACTLY ONE LEG, AND EVERY REVERSAL TOOK ITS ROW OFF THE
      *    ARCHIVE.
           IF WS-READ-TOTAL = WS-REVERSED-TOTAL + WS-REJECTED-TOTAL
               AND WS-REVERSED-TOTAL = WS-PAST-DUE-TOTAL
                   + WS-FEES-TOTAL + WS-UNAPPLIED-TOTAL
               AND WS-HIST-DROPPED = WS-REVERSED-COUNT
               DISPLAY 'RETURNS PROOF......: IN BALANCE'
           ELSE
               DISPLAY 'RETURNS PROOF......: *** OUT OF BALANCE ***'
           END-IF

           IF WS-CALENDAR-ON-HAND
               PERFORM 3900-STAMP-CYCLE-RUN
           END-IF.

       3900-STAMP-CYCLE-RUN.
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX > WS-RS-COUNT
               IF WS-RS-COUNT < 20
                   ADD 1 TO WS-RS-COUNT
                   SET WS-RS-IX TO WS-RS-COUNT
                   MOVE WS-OWN-PROGRAM TO WS-RS-PROGRAM (WS-RS-IX)
               ELSE
                   DISPLAY 'RUN-STAMP TABLE FULL - STAMP DROPPED'
               END-IF
           END-IF
           IF WS-RS-IX NOT > WS-RS-COUNT
               MOVE WS-CYCLE-DATE TO WS-RS-DATE (WS-RS-IX)
           END-IF
           OPEN OUTPUT CYCLE-RUN-FILE
           IF WS-CYCRUN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CYCLE RUN STAMPS: '
                       WS-CYCRUN-STATUS
           ELSE
               PERFORM 3950-WRITE-ONE-RUN-STAMP
                   VARYING WS-RS-IX FROM 1 BY 1
                   UNTIL WS-RS-IX > WS-RS-COUNT
               CLOSE CYCLE-RUN-FILE
           END-IF.

       3950-WRITE-ONE-RUN-STAMP.
           MOVE WS-RS-PROGRAM (WS-RS-IX) TO CR-PROGRAM
           MOVE WS-RS-DATE (WS-RS-IX) TO CR-LAST-CYCLE-DATE
           WRITE CYCLE-RUN-RECORD.
