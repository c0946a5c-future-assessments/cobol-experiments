       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBRD.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  BOARDING OF LOANS WHOSE
      *                     SERVICING WE HAVE BOUGHT - MORTMAINT COULD
      *                     ONLY ADD A LOAN AS NEW FROM ITS ORIGINATION
      *                     DATE, SO A REPLAY HAD TO INVENT A RECEIPT
      *                     HISTORY WE NEVER HAD AND EVERY ACQUIRED
      *                     LOAN CAME UP WILDLY DELINQUENT.  THIS
      *                     PROGRAM READS THE PRIOR SERVICER'S TRANSFER
      *                     FILE (LOANXFER.TXT) AND BOARDS EACH LOAN IN
      *                     ONE PASS: THE MASTER RECORD WITH ITS
      *                     BOARDING TERMS, A SERVICING POSITION ON
      *                     MORTPOS.DAT SEEDED FROM THE TRANSFERRED
      *                     UNPAID PRINCIPAL, NEXT DUE DATE, PAID-THRU
      *                     INSTALLMENT, PAST DUE AND ESCROW, AND A
      *                     BOARDED OPENING LINE ON THE SCHEDULE
      *                     HISTORY.  A TRANSFERRED BALANCE MORE THAN
      *                     THE TOLERANCE (BRD-TOLERANCE, BASIS POINTS,
      *                     DEFAULT 100) AWAY FROM WHAT THE NOTE TERMS
      *                     SCHEDULE, OR A POSITION THAT DISAGREES WITH
      *                     ITSELF, ROUTES TO BRDXCP.TXT UNBOARDED.
      *                     EACH BOARDED LOAN IS JOURNALED ON
      *                     MORTJRNL.TXT (OPERATOR FROM BRD-OPER), GETS
      *                     A CONTACT RECORD FROM THE TRANSFERRED
      *                     ADDRESS WHEN IT HAS NONE, AND GETS A
      *                     WELCOME LETTER ON WELCOME.TXT.  BRDCTL.TXT
      *                     TIES THE UNPAID PRINCIPAL BOARDED AND
      *                     REJECTED TO THE TRANSFER FILE TRAILER.
      *                     RUNS IN THE CYCLE AHEAD OF MORTGAGES, SO
      *                     THE BOARDING MONTH'S INSTALLMENT BILLS WITH
      *                     EVERY OTHER LOAN'S.
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

           SELECT LOAN-TRANSFER-FILE ASSIGN TO 'loanxfer.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

           SELECT BOARD-EXCEPTION-FILE ASSIGN TO 'brdxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BXCP-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO 'brdctl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT WELCOME-LETTER-FILE ASSIGN TO 'welcome.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELCOME-STATUS.

           SELECT OPTIONAL AMORTIZATION-SCHEDULE-FILE
           ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL AUDIT-JOURNAL-FILE ASSIGN TO 'mortjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL INVESTOR-FILE ASSIGN TO 'invmast.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVMAST-STATUS.

           SELECT OPTIONAL PMI-INSURER-FILE ASSIGN TO 'pmiins.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMIINS-STATUS.

           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPTIONAL BORROWER-JOURNAL-FILE
           ASSIGN TO 'borrjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BJRNL-STATUS.

           SELECT OPTIONAL MAIL-EXCEPTION-FILE ASSIGN TO 'mailxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILXCP-STATUS.

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

       FD  LOAN-TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.

           COPY LOANXFER.

       FD  BOARD-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  BOARD-EXCEPTION-LINE          PIC X(80).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-LINE           PIC X(132).

       FD  WELCOME-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  WELCOME-LETTER-LINE           PIC X(220).

       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

       FD  INVESTOR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY INVREC.

       FD  PMI-INSURER-FILE
           LABEL RECORDS ARE STANDARD.

           COPY PMIINS.

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  BORROWER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 439 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRJRNL.

       FD  MAIL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MAILXCP.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-XFER-STATUS            PIC XX.
       01  WS-BXCP-STATUS            PIC XX.
       01  WS-CONTROL-STATUS         PIC XX.
       01  WS-WELCOME-STATUS         PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-INVMAST-STATUS         PIC XX.
       01  WS-PMIINS-STATUS          PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-BJRNL-STATUS           PIC XX.
       01  WS-MAILXCP-STATUS         PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT IS THE BOARDING DATE (SYSTEM DATE WITH A
      *    WARNING WHEN NO CALENDAR IS ON HAND).
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-XFER-EOF-SW        PIC X VALUE 'N'.
               88  WS-XFER-EOF           VALUE 'Y'.
           05  WS-INVMAST-EOF-SW     PIC X VALUE 'N'.
               88  WS-INVMAST-EOF        VALUE 'Y'.
           05  WS-PMIINS-EOF-SW      PIC X VALUE 'N'.
               88  WS-PMIINS-EOF         VALUE 'Y'.
           05  WS-HEADER-SW          PIC X VALUE 'N'.
               88  WS-HEADER-SEEN        VALUE 'Y'.
           05  WS-TRAILER-SW         PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN       VALUE 'Y'.
           05  WS-INV-CODE-OK-SW     PIC X VALUE 'N'.
               88  WS-INV-CODE-OK        VALUE 'Y'.
           05  WS-PMI-INSURER-OK-SW  PIC X VALUE 'N'.
               88  WS-PMI-INSURER-OK     VALUE 'Y'.
           05  WS-ADDRESS-SW         PIC X VALUE 'N'.
               88  WS-ADDRESS-ON-FILE    VALUE 'Y'.

      *    ACTIVE INVESTOR CODES OFF INVMAST.TXT AND PMI CARRIER CODES
      *    OFF PMIINS.TXT - A BOARDED LOAN PASSES THE SAME EDITS A
      *    MORTMAINT ADD DOES.
       01  WS-INVESTOR-TABLE.
           05  WS-INVC-COUNT         PIC 9(3) VALUE 0 COMP.
           05  WS-INVC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-INVC-IX.
               10  WS-INVC-CODE      PIC X(3).

       01  WS-PMI-INSURER-TABLE.
           05  WS-PMIC-COUNT         PIC 9(3) VALUE 0 COMP.
           05  WS-PMIC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PMIC-IX.
               10  WS-PMIC-CODE      PIC X(4).

      *    MONTH ARITHMETIC - A DUE DATE IS CARRIED AS A COUNT OF
      *    MONTHS (YEAR * 12 + MONTH - 1).  INSTALLMENT K FALLS DUE K-1
      *    MONTHS AFTER THE ORIGINATION MONTH, ON THE LOAN'S DUE DAY
      *    (THE ORIGINATION DAY, HELD TO 28).
       01  WS-DATE-VALUES.
           05  WS-DUE-DAY            PIC 9(2) VALUE 1.
           05  WS-RUN-MONTHS         PIC 9(6) VALUE 0.
           05  WS-ORIG-MONTHS        PIC 9(6) VALUE 0.
           05  WS-CALC-MONTHS        PIC 9(6) VALUE 0.
           05  WS-CALC-DATE          PIC 9(8) VALUE 0.
           05  WS-CALC-YEAR          PIC 9(4) VALUE 0.
           05  WS-CALC-MONTH         PIC 9(2) VALUE 0.
           05  WS-CALC-YYYYMM        PIC 9(6) VALUE 0.
           05  WS-NEXT-DUE-YYYYMM    PIC 9(6) VALUE 0.

      *    BOARDING ARITHMETIC - THE PAID-THRU INSTALLMENT (P) AND THE
      *    INSTALLMENTS DUE BEFORE THE BOARDING MONTH (B).  THE PRIOR
      *    SERVICER BILLED THROUGH THE LATER OF THE TWO (N); THE
      *    POSITION STARTS AT N + 1.  THE ROLL FROM THE TRANSFERRED
      *    BALANCE OVER INSTALLMENTS P + 1 THRU N AND THE SCHEDULED
      *    BALANCE THE TOLERANCE IS MEASURED FROM BOTH USE THE SAME
      *    FORMULAS AS MORTGAGES, SO A REPLAY LANDS ON THE SAME
      *    POSITION.
       01  WS-BOARD-VALUES.
           05  WS-TERM-MONTHS        PIC 9(3) VALUE 0.
           05  WS-PAID-THRU          PIC 9(3) VALUE 0.
           05  WS-DUE-COUNT          PIC 9(4) VALUE 0.
           05  WS-BILLED-THRU        PIC 9(4) VALUE 0.
           05  WS-PMT-NO             PIC 9(4) VALUE 0.
           05  WS-REMAINING          PIC 9(3) VALUE 0.
           05  WS-RESET-COUNT        PIC 9(3) VALUE 12.
           05  WS-QUOTIENT           PIC 9(4) VALUE 0.
           05  WS-REMAINDER          PIC 9(2) VALUE 0.
           05  WS-OPEN-RATE          PIC 9(2)V99 VALUE 0.
           05  WS-OPEN-PAYMENT       PIC 9(6)V99 VALUE 0.
           05  WS-PLAN-TERM          PIC 9(3) VALUE 0.
           05  WS-TOLERANCE-TEXT     PIC X(4) VALUE SPACES.
           05  WS-TOLERANCE-BP       PIC 9(4) VALUE 100.
           05  WS-SCHED-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-VARIANCE           PIC S9(7)V99 VALUE 0.
           05  WS-TOLERANCE-AMOUNT   PIC 9(7)V99 VALUE 0.
           05  WS-MONTHLY-DUE        PIC 9(7)V99 VALUE 0.
           05  WS-CALC-BALANCE       COMP-2 VALUE 0.
           05  WS-CALC-RATE          COMP-2 VALUE 0.
           05  WS-CALC-BASE          COMP-2 VALUE 0.
           05  WS-CALC-PAYMENT       COMP-2 VALUE 0.
           05  WS-CALC-INTEREST      COMP-2 VALUE 0.
           05  WS-CALC-PRINCIPAL     COMP-2 VALUE 0.
           05  OUT-BRD-BALANCE       PIC ZZZZZZ9.99.
           05  OUT-BRD-PAST-DUE      PIC ZZZZZZ9.99.
           05  OUT-MORTGAGEE-RATE    PIC Z9.99.
           05  WS-CUST-NAME          PIC X(40) VALUE SPACES.

      *    THE TRANSFER FILE'S OWN CONTROL RECORDS.
       01  WS-TRANSFER-VALUES.
           05  WS-PRIOR-SERVICER     PIC X(30) VALUE SPACES.
           05  WS-TRANSFER-DATE      PIC 9(8) VALUE 0.
           05  WS-TRAILER-COUNT      PIC 9(6) VALUE 0.
           05  WS-TRAILER-UPB        PIC 9(11)V99 VALUE 0.

      *    AUDIT JOURNAL WORKING FIELDS - A BOARDED LOAN HAS NO BEFORE
      *    IMAGE OF EITHER THE MASTER OR THE POSITION.  OPERATOR COMES
      *    FROM BRD-OPER.
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-ADDR-REASON        PIC X(30) VALUE SPACES.
           05  WS-MAIL-HOLD          PIC X VALUE SPACE.
           05  WS-CTL-RESULT         PIC X(8) VALUE SPACES.

      *    TRANSFER DETAIL VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-LX-VALID-SWITCH    PIC X VALUE 'Y'.
               88  WS-LX-VALID           VALUE 'Y'.
               88  WS-LX-INVALID         VALUE 'N'.
           05  WS-LX-REJECT-REASON   PIC X(40) VALUE SPACES.

      *    RUN TOTALS
       01  WS-RUN-TOTALS.
           05  WS-DETAILS-READ       PIC 9(6) VALUE 0.
           05  WS-LOANS-BOARDED      PIC 9(6) VALUE 0.
           05  WS-LOANS-REJECTED     PIC 9(6) VALUE 0.
           05  WS-BOARDED-PAST-DUE   PIC 9(6) VALUE 0.
           05  WS-UNKNOWN-RECORDS    PIC 9(6) VALUE 0.
           05  WS-CONTACTS-ADDED     PIC 9(6) VALUE 0.
           05  WS-LETTERS-WRITTEN    PIC 9(6) VALUE 0.
           05  WS-MAIL-HELD          PIC 9(6) VALUE 0.
           05  WS-UPB-READ           PIC 9(11)V99 VALUE 0.
           05  WS-UPB-BOARDED        PIC 9(11)V99 VALUE 0.
           05  WS-UPB-REJECTED       PIC 9(11)V99 VALUE 0.
           05  WS-UPB-DIFFERENCE     PIC S9(11)V99 VALUE 0.
           05  WS-PAST-DUE-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-ESCROW-TOTAL       PIC 9(9)V99 VALUE 0.
           05  OUT-UPB-BOARDED       PIC ZZZZZZZZZZ9.99.
           05  WS-TIE-MESSAGE        PIC X(60) VALUE SPACES.

       01  WS-EXCP-DETAIL.
           05  XCP-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-UPB               PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-SCHEDULED         PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-REASON            PIC X(40).

       01  WS-CONTROL-DETAIL.
           05  CTL-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CTL-NAME              PIC X(29).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CTL-RESULT            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CTL-UPB               PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CTL-PAST-DUE          PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CTL-NEXT-DUE          PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CTL-REASON            PIC X(40).

       01  WS-COUNT-LINE.
           05  CNT-LABEL             PIC X(40).
           05  CNT-VALUE             PIC ZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  AMT-LABEL             PIC X(40).
           05  AMT-VALUE             PIC -ZZZZZZZZZZ9.99.

       01  WS-LETTER-DETAIL.
           05  LTR-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-NAME              PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-PRIOR-SERVICER    PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-TRANSFER-DATE     PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-FIRST-DUE-DATE    PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MONTHLY-DUE       PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-PAST-DUE          PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MAIL-HOLD         PIC X.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MAIL-LINE-1       PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MAIL-LINE-2       PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MAIL-CITY         PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MAIL-STATE        PIC X(2).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-MAIL-ZIP          PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSFER-RECORD UNTIL WS-XFER-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE
           MOVE WS-CYCLE-DATE TO WS-CALC-DATE
           PERFORM 8200-DATE-TO-MONTHS
           MOVE WS-CALC-MONTHS TO WS-RUN-MONTHS
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'BRD-OPER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF
           ACCEPT WS-TOLERANCE-TEXT FROM ENVIRONMENT 'BRD-TOLERANCE'
           IF WS-TOLERANCE-TEXT NUMERIC
               MOVE WS-TOLERANCE-TEXT TO WS-TOLERANCE-BP
           END-IF

           PERFORM 1060-LOAD-INVESTOR-CODES
           PERFORM 1070-LOAD-PMI-INSURERS

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

           OPEN INPUT LOAN-TRANSFER-FILE
           IF WS-XFER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LOAN TRANSFER FILE: '
                       WS-XFER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT BOARD-EXCEPTION-FILE
           OPEN OUTPUT WELCOME-LETTER-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'SERVICING TRANSFER BOARDING CONTROL - BOARDED '
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'ID      NAME                           RESULT'
                  '            UPB    PAST DUE  NEXT DUE  REASON'
             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE

      *    THE BOARDED LINES GO ON THE END OF THE ROLLING SCHEDULE
      *    HISTORY THE SAME WAY THE CYCLE'S LINES DO.
           OPEN EXTEND AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               AND WS-SCHEDULE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SCHEDULE HISTORY: '
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF

      *    THE JOURNALS ARE THE PERMANENT CHANGE HISTORY - EXTEND,
      *    NEVER OUTPUT, SO PRIOR RUNS' ENTRIES SURVIVE.
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT JOURNAL: ' WS-JRNL-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND BORROWER-JOURNAL-FILE
           IF WS-BJRNL-STATUS NOT = '00'
               AND WS-BJRNL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER JOURNAL: '
                       WS-BJRNL-STATUS
               STOP RUN
           END-IF

      *    NO CONTACT FILE ON HAND STILL BOARDS - THE CONTACT RECORDS
      *    BUILT FROM THE TRANSFERRED ADDRESSES START IT.  THE MAIL
      *    EXCEPTION LIST IS SHARED BY EVERY MAIL PRODUCER, SO IT ONLY
      *    EXTENDS.
           OPEN I-O BORROWER-CONTACT-FILE
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
           END-IF

           PERFORM 1200-READ-TRANSFER.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  A SECOND RUN OF THE SAME TRANSFER FILE
      *    FINDS EVERY LOAN ALREADY ON THE MASTER AND BOARDS NOTHING,
      *    SO NO CYCLRUNS.TXT STAMP GUARDS IT.
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

       1060-LOAD-INVESTOR-CODES.
           OPEN INPUT INVESTOR-FILE
           IF WS-INVMAST-STATUS = '00'
               PERFORM 1065-LOAD-ONE-INVESTOR-CODE
                   UNTIL WS-INVMAST-EOF
           ELSE
               DISPLAY 'WARNING: NO INVESTOR MASTER ON HAND - ONLY '
                       'PORTFOLIO-OWNED LOANS WILL BOARD'
               SET WS-INVMAST-EOF TO TRUE
           END-IF
           CLOSE INVESTOR-FILE.

       1065-LOAD-ONE-INVESTOR-CODE.
           READ INVESTOR-FILE
               AT END SET WS-INVMAST-EOF TO TRUE
               NOT AT END
                   IF INV-ACTIVE AND WS-INVC-COUNT < 50
                       ADD 1 TO WS-INVC-COUNT
                       SET WS-INVC-IX TO WS-INVC-COUNT
                       MOVE INV-CODE TO WS-INVC-CODE (WS-INVC-IX)
                   END-IF
           END-READ.

       1070-LOAD-PMI-INSURERS.
           OPEN INPUT PMI-INSURER-FILE
           IF WS-PMIINS-STATUS = '00'
               PERFORM 1075-LOAD-ONE-PMI-INSURER
                   UNTIL WS-PMIINS-EOF
           ELSE
               DISPLAY 'WARNING: NO PMI CARRIER FILE ON HAND - NO '
                       'LOAN WITH PMI WILL BOARD'
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
                   ELSE
                       DISPLAY 'PMI CARRIER TABLE FULL - ROW DROPPED: '
                               PI-INSURER-CODE
                   END-IF
           END-READ.

       1200-READ-TRANSFER.
           READ LOAN-TRANSFER-FILE
               AT END SET WS-XFER-EOF TO TRUE
           END-READ.

       1400-WRITE-BOARD-EXCEPTION.
           ADD 1 TO WS-LOANS-REJECTED
           ADD LX-UNPAID-BALANCE TO WS-UPB-REJECTED
           MOVE LX-MORTGAGEE-ID TO XCP-ID
           MOVE LX-UNPAID-BALANCE TO XCP-UPB
           MOVE WS-SCHED-AMOUNT TO XCP-SCHEDULED
           MOVE WS-LX-REJECT-REASON TO XCP-REASON
           WRITE BOARD-EXCEPTION-LINE FROM WS-EXCP-DETAIL
           MOVE 'REJECTED' TO WS-CTL-RESULT
           MOVE LX-NAME TO CTL-NAME
           MOVE LX-NEXT-DUE-DATE TO CTL-NEXT-DUE
           MOVE WS-LX-REJECT-REASON TO CTL-REASON
           PERFORM 2950-WRITE-CONTROL-DETAIL.

      ******************************************************************
      *    2000-PROCESS-TRANSFER-RECORD - THE HEADER AND TRAILER ARE
      *    HELD FOR THE CONTROL REPORT; EACH DETAIL IS VALIDATED AND
      *    EITHER BOARDED OR REJECTED WITH ITS BALANCE COUNTED EITHER
      *    WAY, SO THE TWO TOGETHER TIE TO THE TRAILER.
      ******************************************************************
       2000-PROCESS-TRANSFER-RECORD.
           EVALUATE TRUE
               WHEN LXH-HEADER-REC
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE LXH-PRIOR-SERVICER TO WS-PRIOR-SERVICER
                   IF LXH-TRANSFER-DATE NUMERIC
                       MOVE LXH-TRANSFER-DATE TO WS-TRANSFER-DATE
                   END-IF
               WHEN LXH-DETAIL-REC
                   ADD 1 TO WS-DETAILS-READ
                   PERFORM 2100-VALIDATE-TRANSFER
                   ADD LX-UNPAID-BALANCE TO WS-UPB-READ
                   IF WS-LX-VALID
                       PERFORM 2500-BOARD-LOAN
                   ELSE
                       PERFORM 1400-WRITE-BOARD-EXCEPTION
                   END-IF
               WHEN LXH-TRAILER-REC
                   SET WS-TRAILER-SEEN TO TRUE
                   IF LXT-LOAN-COUNT NUMERIC
                       MOVE LXT-LOAN-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF LXT-TOTAL-UPB NUMERIC
                       MOVE LXT-TOTAL-UPB TO WS-TRAILER-UPB
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-RECORDS
                   DISPLAY 'UNRECOGNIZED TRANSFER RECORD SKIPPED: '
                           LX-DETAIL-RECORD (1:20)
           END-EVALUATE
           PERFORM 1200-READ-TRANSFER.

      ******************************************************************
      *    2100-VALIDATE-TRANSFER - THE NOTE TERMS GET THE SAME EDITS
      *    AS A MORTMAINT ADD.  THE LOAN MUST BE NEW TO BOTH THE
      *    MASTER AND THE POSITIONS.  THE TRANSFERRED POSITION MUST
      *    AGREE WITH ITSELF - THE NEXT DUE DATE IS THE INSTALLMENT
      *    AFTER THE PAID-THRU, AND A PAST DUE IS CARRIED EXACTLY WHEN
      *    AN INSTALLMENT DUE BEFORE THE BOARDING MONTH IS UNPAID -
      *    AND THE UNPAID PRINCIPAL MUST BE WITHIN THE TOLERANCE OF
      *    WHAT THE NOTE TERMS SCHEDULE AFTER THE PAID-THRU
      *    INSTALLMENT.  A NUMERIC FIELD LEFT BLANK IS ZERO.
      ******************************************************************
       2100-VALIDATE-TRANSFER.
           SET WS-LX-VALID TO TRUE
           MOVE SPACES TO WS-LX-REJECT-REASON
           MOVE 0 TO WS-SCHED-AMOUNT
           PERFORM 2110-ZERO-BLANK-FIELDS

           IF LX-MORTGAGEE-ID NOT NUMERIC OR LX-MORTGAGEE-ID = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'MORTGAGEE ID MISSING' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               PERFORM 2120-CHECK-NOTE-TERMS
           END-IF

           IF WS-LX-VALID
               PERFORM 2150-CHECK-TRANSFER-POSITION
           END-IF

           IF WS-LX-VALID
               MOVE LX-MORTGAGEE-ID TO MORTGAGEE-ID
               READ MORTGAGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LX-INVALID TO TRUE
                       MOVE 'LOAN ALREADY ON MASTER' TO
                           WS-LX-REJECT-REASON
               END-READ
           END-IF

           IF WS-LX-VALID
               MOVE LX-MORTGAGEE-ID TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LX-INVALID TO TRUE
                       MOVE 'SERVICING POSITION ALREADY ON FILE' TO
                           WS-LX-REJECT-REASON
               END-READ
           END-IF

           IF WS-LX-VALID
               PERFORM 2200-CHECK-BALANCE-TOLERANCE
           END-IF.

       2110-ZERO-BLANK-FIELDS.
           IF LX-AMOUNT NOT NUMERIC
               MOVE ZERO TO LX-AMOUNT
           END-IF
           IF LX-RATE NOT NUMERIC
               MOVE ZERO TO LX-RATE
           END-IF
           IF LX-TERM NOT NUMERIC
               MOVE ZERO TO LX-TERM
           END-IF
           IF LX-ORIG-YEAR NOT NUMERIC
               MOVE ZERO TO LX-ORIG-YEAR
           END-IF
           IF LX-ORIG-MONTH NOT NUMERIC
               MOVE ZERO TO LX-ORIG-MONTH
           END-IF
           IF LX-ORIG-DAY NOT NUMERIC
               MOVE ZERO TO LX-ORIG-DAY
           END-IF
           IF LX-ARM-MARGIN NOT NUMERIC
               MOVE ZERO TO LX-ARM-MARGIN
           END-IF
           IF LX-ARM-INDEX-RATE NOT NUMERIC
               MOVE ZERO TO LX-ARM-INDEX-RATE
           END-IF
           IF LX-CUR-RATE NOT NUMERIC
               MOVE ZERO TO LX-CUR-RATE
           END-IF
           IF LX-CUR-PAYMENT NOT NUMERIC
               MOVE ZERO TO LX-CUR-PAYMENT
           END-IF
           IF LX-UNPAID-BALANCE NOT NUMERIC
               MOVE ZERO TO LX-UNPAID-BALANCE
           END-IF
           IF LX-NEXT-DUE-DATE NOT NUMERIC
               MOVE ZERO TO LX-NEXT-DUE-DATE
           END-IF
           IF LX-PAID-THRU-PMT-NO NOT NUMERIC
               MOVE ZERO TO LX-PAID-THRU-PMT-NO
           END-IF
           IF LX-PAST-DUE-AMOUNT NOT NUMERIC
               MOVE ZERO TO LX-PAST-DUE-AMOUNT
           END-IF
           IF LX-ESCROW-BALANCE NOT NUMERIC
               MOVE ZERO TO LX-ESCROW-BALANCE
           END-IF
           IF LX-ESCROW-DEPOSIT NOT NUMERIC
               MOVE ZERO TO LX-ESCROW-DEPOSIT
           END-IF
           IF LX-TAX-AMOUNT NOT NUMERIC
               MOVE ZERO TO LX-TAX-AMOUNT
           END-IF
           IF LX-TAX-DUE-MONTH NOT NUMERIC
               MOVE ZERO TO LX-TAX-DUE-MONTH
           END-IF
           IF LX-INS-AMOUNT NOT NUMERIC
               MOVE ZERO TO LX-INS-AMOUNT
           END-IF
           IF LX-INS-DUE-MONTH NOT NUMERIC
               MOVE ZERO TO LX-INS-DUE-MONTH
           END-IF
           IF LX-GRACE-DAYS NOT NUMERIC
               MOVE ZERO TO LX-GRACE-DAYS
           END-IF
           IF LX-LATE-PCT NOT NUMERIC
               MOVE ZERO TO LX-LATE-PCT
           END-IF
           IF LX-LATE-CAP NOT NUMERIC
               MOVE ZERO TO LX-LATE-CAP
           END-IF
           IF LX-LATE-FLAT NOT NUMERIC
               MOVE ZERO TO LX-LATE-FLAT
           END-IF
           IF LX-NSF-FEE NOT NUMERIC
               MOVE ZERO TO LX-NSF-FEE
           END-IF
           IF LX-ORIG-VALUE NOT NUMERIC
               MOVE ZERO TO LX-ORIG-VALUE
           END-IF
           IF LX-PMI-PREMIUM NOT NUMERIC
               MOVE ZERO TO LX-PMI-PREMIUM
           END-IF.

      ******************************************************************
      *    2120-CHECK-NOTE-TERMS - THE EDITS MORTMAINT'S
      *    1300-VALIDATE-MAINT-FIELDS MAKES ON AN ADD, IN THE SAME
      *    ORDER AND WITH THE SAME REASONS.
      ******************************************************************
       2120-CHECK-NOTE-TERMS.
           IF LX-AMOUNT = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'MORTGAGEE AMOUNT IS ZERO' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID AND LX-RATE = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'MORTGAGEE RATE IS ZERO' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID AND LX-TERM = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'MORTGAGEE TERM IS ZERO' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-TYPE NOT = 'F'
               AND LX-TYPE NOT = 'I'
               AND LX-TYPE NOT = 'A'
               SET WS-LX-INVALID TO TRUE
               MOVE 'UNRECOGNIZED MORTGAGEE TYPE' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-TYPE = 'A'
               AND LX-ARM-MARGIN = 0
               AND LX-ARM-INDEX-RATE = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'ARM MARGIN/INDEX RATE IS ZERO' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-TAX-AMOUNT > 0
               AND (LX-TAX-DUE-MONTH < 1 OR LX-TAX-DUE-MONTH > 12)
               SET WS-LX-INVALID TO TRUE
               MOVE 'TAX DUE MONTH NOT 1-12' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-INS-AMOUNT > 0
               AND (LX-INS-DUE-MONTH < 1 OR LX-INS-DUE-MONTH > 12)
               SET WS-LX-INVALID TO TRUE
               MOVE 'INS DUE MONTH NOT 1-12' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-LATE-METHOD NOT = 'P'
               AND LX-LATE-METHOD NOT = 'F'
               AND LX-LATE-METHOD NOT = SPACE
               SET WS-LX-INVALID TO TRUE
               MOVE 'UNRECOGNIZED LATE-CHARGE METHOD' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-LATE-METHOD = 'P'
               AND LX-LATE-PCT = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'LATE-CHARGE PCT IS ZERO' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-LATE-METHOD = 'F'
               AND LX-LATE-FLAT = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'LATE-CHARGE FLAT FEE IS ZERO' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID AND LX-INVESTOR-CODE NOT = SPACES
               PERFORM 1350-CHECK-INVESTOR-CODE
               IF NOT WS-INV-CODE-OK
                   SET WS-LX-INVALID TO TRUE
                   MOVE 'INVESTOR NOT ON INVESTOR MASTER' TO
                       WS-LX-REJECT-REASON
               END-IF
           END-IF

           IF WS-LX-VALID
               AND LX-PMI-PREMIUM > 0
               AND LX-ORIG-VALUE = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'PMI PREMIUM WITH NO ORIGINAL VALUE' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID AND LX-PMI-PREMIUM > 0
               PERFORM 1370-CHECK-PMI-INSURER
               IF NOT WS-PMI-INSURER-OK
                   SET WS-LX-INVALID TO TRUE
                   MOVE 'PMI INSURER NOT ON CARRIER FILE' TO
                       WS-LX-REJECT-REASON
               END-IF
           END-IF.

       1350-CHECK-INVESTOR-CODE.
           MOVE 'N' TO WS-INV-CODE-OK-SW
           PERFORM 1360-CHECK-ONE-INVESTOR-CODE
               VARYING WS-INVC-IX FROM 1 BY 1
               UNTIL WS-INVC-IX > WS-INVC-COUNT
               OR WS-INVC-CODE (WS-INVC-IX) = LX-INVESTOR-CODE
           IF WS-INVC-IX NOT > WS-INVC-COUNT
               SET WS-INV-CODE-OK TO TRUE
           END-IF.

       1360-CHECK-ONE-INVESTOR-CODE.
           CONTINUE.

       1370-CHECK-PMI-INSURER.
           MOVE 'N' TO WS-PMI-INSURER-OK-SW
           PERFORM 1380-CHECK-ONE-PMI-INSURER
               VARYING WS-PMIC-IX FROM 1 BY 1
               UNTIL WS-PMIC-IX > WS-PMIC-COUNT
               OR WS-PMIC-CODE (WS-PMIC-IX) = LX-PMI-INSURER
           IF WS-PMIC-IX NOT > WS-PMIC-COUNT
               SET WS-PMI-INSURER-OK TO TRUE
           END-IF.

       1380-CHECK-ONE-PMI-INSURER.
           CONTINUE.

      ******************************************************************
      *    2150-CHECK-TRANSFER-POSITION - THE TRANSFERRED POSITION
      *    AGAINST THE NOTE'S OWN CALENDAR.  A FIXED-RATE NOTE CANNOT
      *    CARRY A CURRENT RATE OF ITS OWN.  ALSO SETS THE PAID-THRU,
      *    THE INSTALLMENTS DUE BEFORE THE BOARDING MONTH AND THE
      *    INSTALLMENT BILLED THROUGH FOR THE BOARDING ITSELF.
      ******************************************************************
       2150-CHECK-TRANSFER-POSITION.
           IF LX-ORIG-DAY = 0
               MOVE 1 TO WS-DUE-DAY
           ELSE
               IF LX-ORIG-DAY > 28
                   MOVE 28 TO WS-DUE-DAY
               ELSE
                   MOVE LX-ORIG-DAY TO WS-DUE-DAY
               END-IF
           END-IF
           COMPUTE WS-TERM-MONTHS = LX-TERM * 12
           MOVE LX-PAID-THRU-PMT-NO TO WS-PAID-THRU

           IF LX-ORIG-YEAR = 0
               OR LX-ORIG-MONTH < 1 OR LX-ORIG-MONTH > 12
               SET WS-LX-INVALID TO TRUE
               MOVE 'ORIGINATION DATE IS INVALID' TO
                   WS-LX-REJECT-REASON
           ELSE
               COMPUTE WS-ORIG-MONTHS =
                   LX-ORIG-YEAR * 12 + LX-ORIG-MONTH - 1
               IF WS-ORIG-MONTHS > WS-RUN-MONTHS
                   SET WS-LX-INVALID TO TRUE
                   MOVE 'ORIGINATED AFTER THE BOARDING DATE' TO
                       WS-LX-REJECT-REASON
               END-IF
           END-IF

           IF WS-LX-VALID AND LX-UNPAID-BALANCE = 0
               SET WS-LX-INVALID TO TRUE
               MOVE 'UNPAID BALANCE IS ZERO' TO WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID AND WS-PAID-THRU NOT < WS-TERM-MONTHS
               SET WS-LX-INVALID TO TRUE
               MOVE 'PAID-THRU AT OR PAST THE FINAL INSTALLMENT' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               AND LX-TYPE = 'F'
               AND LX-CUR-RATE > 0
               AND LX-CUR-RATE NOT = LX-RATE
               SET WS-LX-INVALID TO TRUE
               MOVE 'FIXED-RATE NOTE WITH A CHANGED RATE' TO
                   WS-LX-REJECT-REASON
           END-IF

           IF WS-LX-VALID
               COMPUTE WS-CALC-MONTHS = WS-ORIG-MONTHS + WS-PAID-THRU
               PERFORM 8100-MONTHS-TO-DATE
               DIVIDE LX-NEXT-DUE-DATE BY 100
                   GIVING WS-NEXT-DUE-YYYYMM
               IF WS-NEXT-DUE-YYYYMM NOT =
                   WS-CALC-YEAR * 100 + WS-CALC-MONTH
                   SET WS-LX-INVALID TO TRUE
                   MOVE 'NEXT DUE DATE DISAGREES WITH PAID-THRU' TO
                       WS-LX-REJECT-REASON
               END-IF
           END-IF

           IF WS-LX-VALID
               COMPUTE WS-DUE-COUNT = WS-RUN-MONTHS - WS-ORIG-MONTHS
               IF WS-DUE-COUNT > WS-TERM-MONTHS
                   MOVE WS-TERM-MONTHS TO WS-DUE-COUNT
               END-IF
               IF WS-DUE-COUNT > WS-PAID-THRU
                   MOVE WS-DUE-COUNT TO WS-BILLED-THRU
                   IF LX-PAST-DUE-AMOUNT = 0
                       SET WS-LX-INVALID TO TRUE
                       MOVE 'INSTALLMENTS UNPAID WITH NO PAST DUE' TO
                           WS-LX-REJECT-REASON
                   END-IF
               ELSE
                   MOVE WS-PAID-THRU TO WS-BILLED-THRU
                   IF LX-PAST-DUE-AMOUNT > 0
                       SET WS-LX-INVALID TO TRUE
                       MOVE 'PAST DUE WITH NO INSTALLMENT UNPAID' TO
                           WS-LX-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-CHECK-BALANCE-TOLERANCE - WALK THE NOTE AS WRITTEN
      *    (ORIGINAL AMOUNT, NOTE RATE, LEVEL PAYMENT OVER THE FULL
      *    TERM) THROUGH THE PAID-THRU INSTALLMENT AND HOLD THE
      *    TRANSFERRED BALANCE TO WITHIN BRD-TOLERANCE BASIS POINTS
      *    OF IT.  AN INTEREST-ONLY NOTE SCHEDULES NO PRINCIPAL BEFORE
      *    ITS BALLOON.  AN ARM IS WALKED AT ITS NOTE RATE, SO A LOAN
      *    WHOSE RESETS MOVED IT FAR NEEDS THE WIDER TOLERANCE.
      ******************************************************************
       2200-CHECK-BALANCE-TOLERANCE.
           MOVE LX-AMOUNT TO WS-CALC-BALANCE
           IF LX-TYPE NOT = 'I'
               COMPUTE WS-CALC-RATE ROUNDED = (LX-RATE / 12) / 100
               COMPUTE WS-CALC-BASE ROUNDED =
                   (1 + WS-CALC-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-CALC-PAYMENT ROUNDED = WS-CALC-BALANCE *
                         ( ( WS-CALC-RATE * WS-CALC-BASE ) /
                           (WS-CALC-BASE - 1))
               PERFORM 2210-SCHEDULE-ONE-MONTH
                   VARYING WS-PMT-NO FROM 1 BY 1
                   UNTIL WS-PMT-NO > WS-PAID-THRU
           END-IF
           IF WS-CALC-BALANCE < 0
               MOVE 0 TO WS-SCHED-AMOUNT
           ELSE
               ADD WS-CALC-BALANCE TO ZERO
                   GIVING WS-SCHED-AMOUNT ROUNDED
           END-IF
           COMPUTE WS-VARIANCE = LX-UNPAID-BALANCE - WS-SCHED-AMOUNT
           IF WS-VARIANCE < 0
               COMPUTE WS-VARIANCE = 0 - WS-VARIANCE
           END-IF
           COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
               WS-SCHED-AMOUNT * WS-TOLERANCE-BP / 10000
           IF WS-VARIANCE > WS-TOLERANCE-AMOUNT
               SET WS-LX-INVALID TO TRUE
               MOVE 'BALANCE OUTSIDE TOLERANCE OF NOTE TERMS' TO
                   WS-LX-REJECT-REASON
           END-IF.

       2210-SCHEDULE-ONE-MONTH.
           COMPUTE WS-CALC-INTEREST ROUNDED =
               WS-CALC-RATE * WS-CALC-BALANCE
           COMPUTE WS-CALC-PRINCIPAL ROUNDED =
               WS-CALC-PAYMENT - WS-CALC-INTEREST
           COMPUTE WS-CALC-BALANCE =
               WS-CALC-BALANCE - WS-CALC-PRINCIPAL.

      ******************************************************************
      *    2500-BOARD-LOAN - FIX THE OPENING RATE AND PAYMENT, ROLL
      *    THE TRANSFERRED BALANCE OVER THE INSTALLMENTS THE PRIOR
      *    SERVICER BILLED PAST THE PAID-THRU, THEN WRITE THE MASTER,
      *    THE POSITION, THE BOARDED SCHEDULE LINE AND THE JOURNAL
      *    RECORD, AND ADDRESS THE WELCOME LETTER.
      ******************************************************************
       2500-BOARD-LOAN.
           PERFORM 2510-SET-OPENING-TERMS
           PERFORM 2530-ROLL-TO-BOARDING
           PERFORM 2550-BUILD-MASTER-RECORD
           WRITE MORTGAGEE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING MORTGAGE RECORD: '
                           MORTGAGEE-ID ' ' WS-MASTER-STATUS
                   STOP RUN
           END-WRITE
           PERFORM 2560-BUILD-POSITION
           WRITE SERVICING-POSITION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING SERVICING POSITION: '
                           SP-MORTGAGEE-ID ' ' WS-POSITION-STATUS
                   STOP RUN
           END-WRITE
           PERFORM 2570-WRITE-BOARDED-LINE
           PERFORM 2900-WRITE-AUDIT-JOURNAL
           PERFORM 2600-LOOKUP-MAILING-ADDRESS
           PERFORM 2700-WRITE-WELCOME-LETTER

           ADD 1 TO WS-LOANS-BOARDED
           ADD LX-UNPAID-BALANCE TO WS-UPB-BOARDED
           ADD LX-PAST-DUE-AMOUNT TO WS-PAST-DUE-TOTAL
           ADD LX-ESCROW-BALANCE TO WS-ESCROW-TOTAL
           IF LX-PAST-DUE-AMOUNT > 0
               ADD 1 TO WS-BOARDED-PAST-DUE
           END-IF
           MOVE 'BOARDED' TO WS-CTL-RESULT
           MOVE MORTGAGEE-NAME TO CTL-NAME
           MOVE LTR-FIRST-DUE-DATE TO CTL-NEXT-DUE
           MOVE SPACES TO CTL-REASON
           PERFORM 2950-WRITE-CONTROL-DETAIL.

      ******************************************************************
      *    2510-SET-OPENING-TERMS - THE TRANSFERRED CURRENT RATE (THE
      *    NOTE RATE WHEN THE PRIOR SERVICER SENT NONE) AND P&I.  WITH
      *    NO P&I ON THE FILE, AN AMORTIZING LOAN TAKES THE LEVEL
      *    PAYMENT ON THE TRANSFERRED BALANCE OVER THE TERM LEFT AFTER
      *    THE PAID-THRU INSTALLMENT, THE SAME FORMULA AS MORTGAGES
      *    2150-SET-LEVEL-PAYMENT; AN INTEREST-ONLY LOAN A MONTH'S
      *    INTEREST.
      ******************************************************************
       2510-SET-OPENING-TERMS.
           IF LX-CUR-RATE > 0
               MOVE LX-CUR-RATE TO WS-OPEN-RATE
           ELSE
               MOVE LX-RATE TO WS-OPEN-RATE
           END-IF
           COMPUTE WS-CALC-RATE ROUNDED = (WS-OPEN-RATE / 12) / 100
           MOVE LX-UNPAID-BALANCE TO WS-CALC-BALANCE
           EVALUATE TRUE
               WHEN LX-CUR-PAYMENT > 0
                   MOVE LX-CUR-PAYMENT TO WS-CALC-PAYMENT
               WHEN LX-TYPE = 'I'
                   COMPUTE WS-CALC-PAYMENT ROUNDED =
                       WS-CALC-RATE * WS-CALC-BALANCE
               WHEN OTHER
                   COMPUTE WS-PLAN-TERM = WS-TERM-MONTHS - WS-PAID-THRU
                   PERFORM 2520-SET-LEVEL-PAYMENT
           END-EVALUATE
           ADD WS-CALC-PAYMENT TO ZERO GIVING WS-OPEN-PAYMENT ROUNDED
           MOVE WS-OPEN-PAYMENT TO WS-CALC-PAYMENT.

       2520-SET-LEVEL-PAYMENT.
           COMPUTE WS-CALC-BASE ROUNDED =
               (1 + WS-CALC-RATE) ** WS-PLAN-TERM
           COMPUTE WS-CALC-PAYMENT ROUNDED = WS-CALC-BALANCE *
                     ( ( WS-CALC-RATE * WS-CALC-BASE ) /
                       (WS-CALC-BASE - 1)).

      ******************************************************************
      *    2530-ROLL-TO-BOARDING - INSTALLMENTS P + 1 THRU N WERE
      *    BILLED BY THE PRIOR SERVICER AND ARE STILL UNPAID; THEY
      *    ROLL THE BALANCE THE WAY MORTGAGES 2370-ROLL-SILENT-MONTH
      *    DOES AND THE TRANSFERRED PAST DUE STANDS FOR THEM.  NO ARM
      *    RESET IS PRICED INSIDE THE GAP - THE TRANSFERRED RATE IS
      *    THE RATE IN EFFECT AT BOARDING - SO THE RESET CLOCK RUNS
      *    FROM INSTALLMENT N.
      ******************************************************************
       2530-ROLL-TO-BOARDING.
           COMPUTE WS-REMAINING = WS-TERM-MONTHS - WS-PAID-THRU
           MOVE WS-PAID-THRU TO WS-PMT-NO
           PERFORM 2535-ROLL-ONE-MONTH
               UNTIL WS-CALC-BALANCE < 0 OR WS-REMAINING = 0
               OR WS-PMT-NO NOT < WS-BILLED-THRU
           IF LX-TYPE NOT = 'A' OR WS-PMT-NO = 0
               MOVE 12 TO WS-RESET-COUNT
           ELSE
               COMPUTE WS-QUOTIENT = WS-PMT-NO - 1
               DIVIDE WS-QUOTIENT BY 12
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               COMPUTE WS-RESET-COUNT = 11 - WS-REMAINDER
           END-IF.

       2535-ROLL-ONE-MONTH.
           ADD 1 TO WS-PMT-NO
           COMPUTE WS-CALC-INTEREST ROUNDED =
               WS-CALC-RATE * WS-CALC-BALANCE
           IF LX-TYPE = 'I'
               IF WS-REMAINING = 1
                   MOVE WS-CALC-BALANCE TO WS-CALC-PRINCIPAL
               ELSE
                   MOVE 0 TO WS-CALC-PRINCIPAL
               END-IF
               COMPUTE WS-CALC-PAYMENT ROUNDED =
                   WS-CALC-PRINCIPAL + WS-CALC-INTEREST
           ELSE
               COMPUTE WS-CALC-PRINCIPAL ROUNDED =
                   WS-CALC-PAYMENT - WS-CALC-INTEREST
           END-IF
           COMPUTE WS-CALC-BALANCE =
               WS-CALC-BALANCE - WS-CALC-PRINCIPAL
           COMPUTE WS-REMAINING = WS-REMAINING - 1.

      ******************************************************************
      *    2550-BUILD-MASTER-RECORD - THE NOTE TERMS AS MORTMAINT
      *    2550-BUILD-RECORD-FROM-TXN SETS THEM ON AN ADD, PLUS THE
      *    BOARDING TERMS A REPLAY STARTS THE LOAN FROM: THE BOARDING
      *    DATE, THE TRANSFERRED PAID-THRU, BALANCE, RATE AND PAST
      *    DUE, AND THE OPENING PAYMENT.
      ******************************************************************
       2550-BUILD-MASTER-RECORD.
           MOVE LX-MORTGAGEE-ID TO MORTGAGEE-ID
           MOVE LX-LAST-NAME TO MORTGAGEE-LAST-NAME
           MOVE LX-FIRST-INIT TO MORTGAGEE-FIRST-INIT
           MOVE LX-FIRST-NAME TO MORTGAGEE-FIRST-NAME
           MOVE LX-AMOUNT TO MORTGAGEE-AMOUNT
           MOVE LX-RATE TO MORTGAGEE-RATE
           MOVE LX-TERM TO MORTGAGEE-TERM
           MOVE LX-TYPE TO MORTGAGEE-TYPE
           MOVE LX-ORIG-YEAR TO MORTGAGEE-ORIG-YEAR
           MOVE LX-ORIG-MONTH TO MORTGAGEE-ORIG-MONTH
           MOVE LX-ORIG-DAY TO MORTGAGEE-ORIG-DAY
           SET MORTGAGEE-ACTIVE TO TRUE
           MOVE LX-ARM-MARGIN TO MORTGAGEE-ARM-MARGIN
           MOVE LX-ARM-INDEX-RATE TO MORTGAGEE-ARM-INDEX-RATE
           MOVE LX-ESCROW-DEPOSIT TO MORTGAGEE-ESCROW-DEPOSIT
           MOVE LX-TAX-AMOUNT TO MORTGAGEE-TAX-AMOUNT
           MOVE LX-TAX-DUE-MONTH TO MORTGAGEE-TAX-DUE-MONTH
           MOVE LX-INS-AMOUNT TO MORTGAGEE-INS-AMOUNT
           MOVE LX-INS-DUE-MONTH TO MORTGAGEE-INS-DUE-MONTH
           MOVE LX-ESCROW-BALANCE TO MORTGAGEE-ESCROW-BALANCE
           MOVE LX-GRACE-DAYS TO MORTGAGEE-GRACE-DAYS
           MOVE LX-LATE-METHOD TO MORTGAGEE-LATE-METHOD
           MOVE LX-LATE-PCT TO MORTGAGEE-LATE-PCT
           MOVE LX-LATE-CAP TO MORTGAGEE-LATE-CAP
           MOVE LX-LATE-FLAT TO MORTGAGEE-LATE-FLAT
           MOVE LX-INVESTOR-CODE TO MORTGAGEE-INVESTOR-CODE
           MOVE LX-NSF-FEE TO MORTGAGEE-NSF-FEE
           MOVE SPACE TO MORTGAGEE-DISPOSITION
           MOVE 0 TO MORTGAGEE-RETIRED-DATE
           MOVE LX-ORIG-VALUE TO MORTGAGEE-ORIG-VALUE
           MOVE LX-PMI-PREMIUM TO MORTGAGEE-PMI-PREMIUM
           MOVE LX-PMI-INSURER TO MORTGAGEE-PMI-INSURER
           IF LX-PMI-PREMIUM > 0
               SET MORTGAGEE-PMI-ACTIVE TO TRUE
           ELSE
               SET MORTGAGEE-PMI-NONE TO TRUE
           END-IF
           MOVE 0 TO MORTGAGEE-PMI-STOP-DATE
           MOVE 0 TO MORTGAGEE-PMI-NOTICE-DATE
           SET MORTGAGEE-WKO-NONE TO TRUE
           SET MORTGAGEE-WKO-NO-PLAN TO TRUE
           MOVE 0 TO MORTGAGEE-WORKOUT-PMT-NO
           MOVE 0 TO MORTGAGEE-WORKOUT-START
           MOVE 0 TO MORTGAGEE-WORKOUT-END
           MOVE 0 TO MORTGAGEE-WORKOUT-AMOUNT
           MOVE 0 TO MORTGAGEE-WORKOUT-RATE
           MOVE 0 TO MORTGAGEE-WORKOUT-TERM
           MOVE 0 TO MORTGAGEE-MOD-PMT-NO
           MOVE 0 TO MORTGAGEE-MOD-DATE
           MOVE 0 TO MORTGAGEE-MOD-CAP-AMOUNT
           MOVE 0 TO MORTGAGEE-MOD-RATE
           MOVE 0 TO MORTGAGEE-MOD-TERM
           MOVE WS-RUN-DATE TO MORTGAGEE-BOARD-DATE
           MOVE WS-PAID-THRU TO MORTGAGEE-BOARD-PMT-NO
           MOVE LX-UNPAID-BALANCE TO MORTGAGEE-BOARD-BALANCE
           MOVE WS-OPEN-RATE TO MORTGAGEE-BOARD-RATE
           MOVE WS-OPEN-PAYMENT TO MORTGAGEE-BOARD-PAYMENT
           MOVE LX-PAST-DUE-AMOUNT TO MORTGAGEE-BOARD-PAST-DUE.

      ******************************************************************
      *    2560-BUILD-POSITION - THE POSITION AS MORTGAGES WOULD HOLD
      *    IT HAD IT BILLED THE LOAN THROUGH INSTALLMENT N: THE ROLLED
      *    BALANCE, THE NEXT INSTALLMENT AND ITS DUE MONTH, THE
      *    TRANSFERRED PAID-THRU AND PAST DUE.  NO LATE CHARGES COME
      *    OVER - THE PRIOR SERVICER'S UNPAID FEES ARE ITS OWN.
      ******************************************************************
       2560-BUILD-POSITION.
           MOVE MORTGAGEE-ID TO SP-MORTGAGEE-ID
           IF WS-CALC-BALANCE < 0
               MOVE 0 TO SP-CUR-BALANCE
           ELSE
               ADD WS-CALC-BALANCE TO ZERO
                   GIVING SP-CUR-BALANCE ROUNDED
           END-IF
           MOVE WS-OPEN-RATE TO SP-CUR-ANNUAL-RATE
           ADD WS-CALC-PAYMENT TO ZERO GIVING SP-CUR-PAYMENT ROUNDED
           MOVE WS-REMAINING TO SP-MONTHS-REMAINING
           COMPUTE SP-NEXT-PAYMENT-NO = WS-PMT-NO + 1
           COMPUTE WS-CALC-MONTHS = WS-ORIG-MONTHS + WS-PMT-NO
           PERFORM 8100-MONTHS-TO-DATE
           MOVE WS-CALC-YEAR TO SP-NEXT-DUE-YEAR
           MOVE WS-CALC-MONTH TO SP-NEXT-DUE-MONTH
           MOVE WS-CALC-DATE TO LTR-FIRST-DUE-DATE
           MOVE WS-PAID-THRU TO SP-PAID-THRU-PMT-NO
           MOVE LX-PAST-DUE-AMOUNT TO SP-PAST-DUE-AMOUNT
           MOVE WS-RESET-COUNT TO SP-ARM-RESET-COUNT
           MOVE LX-ESCROW-DEPOSIT TO SP-ESCROW-DEPOSIT
           MOVE 0 TO SP-LATE-ACCUM-UNPAID
           MOVE WS-RUN-DATE TO SP-LAST-CYCLE-DATE.

      ******************************************************************
      *    2570-WRITE-BOARDED-LINE - THE OPENING LINE OF THE LOAN'S
      *    SCHEDULE HISTORY, UNDER INSTALLMENT N WITH THE BOARDED
      *    RECON CODE: THE POSITION'S BALANCE IN THE BALANCE COLUMN
      *    AND THE TRANSFERRED PAST DUE IN THE RECEIVED COLUMN.  A
      *    LOAN THAT CAME OVER PAST DUE IS DATED ITS FIRST UNPAID
      *    INSTALLMENT'S MONTH SO THE AGING STARTS FROM THERE; A
      *    CURRENT LOAN IS DATED THE MONTH BEFORE BOARDING.  NO CASH
      *    CAME IN, SO THE RECEIPT COUNT IS ZERO - THE SAME LINE A
      *    REPLAY OF THE BOARDED LOAN WRITES.
      ******************************************************************
       2570-WRITE-BOARDED-LINE.
           MOVE SPACES TO WS-CUST-NAME
           STRING MORTGAGEE-FIRST-NAME DELIMITED BY SPACE
                  ' '  DELIMITED BY SIZE
                  MORTGAGEE-FIRST-INIT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MORTGAGEE-LAST-NAME DELIMITED BY SPACE
                  ' '  DELIMITED BY SIZE
             INTO WS-CUST-NAME
           END-STRING
           IF LX-PAST-DUE-AMOUNT > 0
               COMPUTE WS-CALC-MONTHS = WS-ORIG-MONTHS + WS-PAID-THRU
           ELSE
               COMPUTE WS-CALC-MONTHS = WS-RUN-MONTHS - 1
           END-IF
           PERFORM 8100-MONTHS-TO-DATE
           MOVE MORTGAGEE-RATE TO OUT-MORTGAGEE-RATE
           MOVE SP-CUR-BALANCE TO OUT-BRD-BALANCE
           MOVE LX-PAST-DUE-AMOUNT TO OUT-BRD-PAST-DUE
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
                  WS-PMT-NO (2:3) DELIMITED BY SIZE
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
      *    2600-LOOKUP-MAILING-ADDRESS - THE WELCOME LETTER GOES TO
      *    THE CONTACT RECORD'S MAILING ADDRESS.  A LOAN WITH NO
      *    CONTACT RECORD GETS ONE BUILT FROM THE TRANSFERRED
      *    ADDRESSES WHEN THE MAILING ADDRESS IS COMPLETE; OTHERWISE
      *    THE LETTER IS STILL WRITTEN BUT HELD, AND LISTED ON THE
      *    SHARED MAIL EXCEPTION LIST.
      ******************************************************************
       2600-LOOKUP-MAILING-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-SW
           MOVE SPACE TO WS-MAIL-HOLD
           MOVE SPACES TO WS-ADDR-REASON
           MOVE MORTGAGEE-ID TO BC-MORTGAGEE-ID
           READ BORROWER-CONTACT-FILE
               INVALID KEY
                   PERFORM 2620-ADD-CONTACT-RECORD
               NOT INVALID KEY
                   IF BC-MAIL-LINE-1 = SPACES
                       MOVE 'MAILING ADDRESS IS BLANK' TO
                           WS-ADDR-REASON
                   ELSE
                       SET WS-ADDRESS-ON-FILE TO TRUE
                   END-IF
           END-READ
           IF NOT WS-ADDRESS-ON-FILE
               MOVE 'H' TO WS-MAIL-HOLD
               ADD 1 TO WS-MAIL-HELD
               MOVE WS-RUN-DATE TO MX-RUN-DATE
               MOVE 'LOANBRD' TO MX-PROGRAM
               MOVE 'WELCOME.TXT' TO MX-OUTPUT-NAME
               MOVE MORTGAGEE-ID TO MX-MORTGAGEE-ID
               MOVE MORTGAGEE-NAME TO MX-NAME
               SET MX-PIECE-HELD TO TRUE
               MOVE WS-ADDR-REASON TO MX-REASON
               WRITE MAIL-EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    2620-ADD-CONTACT-RECORD - THE SAME COMPLETE-ADDRESS RULE AS
      *    A BORRMAINT ADD, AND THE SAME JOURNAL RECORD ON
      *    BORRJRNL.TXT WITH NO BEFORE IMAGE.
      ******************************************************************
       2620-ADD-CONTACT-RECORD.
           IF LX-MAIL-LINE-1 = SPACES OR LX-MAIL-CITY = SPACES
               OR LX-MAIL-STATE = SPACES OR LX-MAIL-ZIP = SPACES
               MOVE SPACES TO BC-MAILING-ADDRESS
               MOVE 'NO CONTACT RECORD ON FILE' TO WS-ADDR-REASON
           ELSE
               MOVE MORTGAGEE-ID TO BC-MORTGAGEE-ID
               MOVE LX-MAIL-LINE-1 TO BC-MAIL-LINE-1
               MOVE LX-MAIL-LINE-2 TO BC-MAIL-LINE-2
               MOVE LX-MAIL-CITY TO BC-MAIL-CITY
               MOVE LX-MAIL-STATE TO BC-MAIL-STATE
               MOVE LX-MAIL-ZIP TO BC-MAIL-ZIP
               MOVE LX-PROP-LINE-1 TO BC-PROP-LINE-1
               MOVE LX-PROP-CITY TO BC-PROP-CITY
               MOVE LX-PROP-STATE TO BC-PROP-STATE
               MOVE LX-PROP-ZIP TO BC-PROP-ZIP
               MOVE LX-PHONE TO BC-PHONE
               MOVE LX-COBORROWER-NAME TO BC-COBORROWER-NAME
               MOVE WS-RUN-DATE TO BC-LAST-CHANGE-DATE
               WRITE BORROWER-CONTACT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING CONTACT RECORD: '
                               BC-MORTGAGEE-ID ' ' WS-CONTACT-STATUS
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-CONTACTS-ADDED
               SET WS-ADDRESS-ON-FILE TO TRUE
               MOVE WS-RUN-DATE TO BJ-RUN-DATE
               MOVE WS-OPERATOR TO BJ-OPERATOR
               SET BJ-ACTION-ADD TO TRUE
               MOVE BC-MORTGAGEE-ID TO BJ-MORTGAGEE-ID
               MOVE SPACES TO BJ-BEFORE-IMAGE
               MOVE BORROWER-CONTACT-RECORD TO BJ-AFTER-IMAGE
               WRITE BORROWER-JOURNAL-RECORD
           END-IF.

      ******************************************************************
      *    2700-WRITE-WELCOME-LETTER - ONE EXTRACT ROW PER BOARDED
      *    LOAN FOR THE TRANSFER-OF-SERVICING LETTER: WHO SERVICED THE
      *    LOAN BEFORE, THE TRANSFER DATE, THE FIRST INSTALLMENT DUE
      *    TO US AND THE MONTHLY AMOUNT (P&I, ESCROW DEPOSIT AND ANY
      *    PMI PREMIUM), AND ANY PAST DUE THAT CAME OVER WITH IT.
      ******************************************************************
       2700-WRITE-WELCOME-LETTER.
           COMPUTE WS-MONTHLY-DUE = SP-CUR-PAYMENT
               + MORTGAGEE-ESCROW-DEPOSIT + MORTGAGEE-PMI-PREMIUM
           MOVE MORTGAGEE-ID TO LTR-ID
           MOVE MORTGAGEE-NAME TO LTR-NAME
           MOVE WS-PRIOR-SERVICER TO LTR-PRIOR-SERVICER
           IF WS-TRANSFER-DATE = 0
               MOVE WS-RUN-DATE TO LTR-TRANSFER-DATE
           ELSE
               MOVE WS-TRANSFER-DATE TO LTR-TRANSFER-DATE
           END-IF
           MOVE WS-MONTHLY-DUE TO LTR-MONTHLY-DUE
           MOVE LX-PAST-DUE-AMOUNT TO LTR-PAST-DUE
           MOVE WS-MAIL-HOLD TO LTR-MAIL-HOLD
           MOVE BC-MAIL-LINE-1 TO LTR-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO LTR-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO LTR-MAIL-CITY
           MOVE BC-MAIL-STATE TO LTR-MAIL-STATE
           MOVE BC-MAIL-ZIP TO LTR-MAIL-ZIP
           WRITE WELCOME-LETTER-LINE FROM WS-LETTER-DETAIL
           ADD 1 TO WS-LETTERS-WRITTEN.

      ******************************************************************
      *    2900-WRITE-AUDIT-JOURNAL - ONE JOURNAL RECORD PER BOARDED
      *    LOAN: ACTION B, RUN DATE, OPERATOR, AND THE AFTER IMAGES OF
      *    THE MASTER AND THE POSITION.  BOTH BEFORE IMAGES ARE SPACES
      *    - NEITHER RECORD EXISTED.  GLPOST BOOKS THE BOARDED
      *    BALANCES FROM THE AFTER IMAGES.
      ******************************************************************
       2900-WRITE-AUDIT-JOURNAL.
           MOVE WS-RUN-DATE TO AJ-RUN-DATE
           MOVE WS-OPERATOR TO AJ-OPERATOR
           SET AJ-ACTION-BOARD TO TRUE
           MOVE MORTGAGEE-ID TO AJ-MORTGAGEE-ID
           MOVE SPACES TO AJ-BEFORE-IMAGE
           MOVE MORTGAGEE-RECORD TO AJ-AFTER-IMAGE
           MOVE SPACES TO AJ-POS-BEFORE-IMAGE
           MOVE SERVICING-POSITION-RECORD TO AJ-POS-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       2950-WRITE-CONTROL-DETAIL.
           MOVE LX-MORTGAGEE-ID TO CTL-ID
           MOVE WS-CTL-RESULT TO CTL-RESULT
           MOVE LX-UNPAID-BALANCE TO CTL-UPB
           MOVE LX-PAST-DUE-AMOUNT TO CTL-PAST-DUE
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-DETAIL.

       3000-TERMINATE.
           PERFORM 3100-WRITE-CONTROL-SUMMARY
           CLOSE MORTGAGE-FILE
           CLOSE SERVICING-POSITION-FILE
           CLOSE LOAN-TRANSFER-FILE
           CLOSE BOARD-EXCEPTION-FILE
           CLOSE CONTROL-REPORT-FILE
           CLOSE WELCOME-LETTER-FILE
           CLOSE AMORTIZATION-SCHEDULE-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE BORROWER-CONTACT-FILE
           CLOSE BORROWER-JOURNAL-FILE
           CLOSE MAIL-EXCEPTION-FILE

           MOVE WS-UPB-BOARDED TO OUT-UPB-BOARDED
           DISPLAY ' '
           DISPLAY '***** LOANBRD RUN TOTALS *****'
           DISPLAY 'RUN DATE...........: ' WS-RUN-DATE
           DISPLAY 'PRIOR SERVICER.....: ' WS-PRIOR-SERVICER
           DISPLAY 'TRANSFER DETAILS...: ' WS-DETAILS-READ
           DISPLAY 'LOANS BOARDED......: ' WS-LOANS-BOARDED
           DISPLAY 'BOARDED PAST DUE...: ' WS-BOARDED-PAST-DUE
           DISPLAY 'LOANS REJECTED.....: ' WS-LOANS-REJECTED
           DISPLAY 'UPB BOARDED........: ' OUT-UPB-BOARDED
           DISPLAY 'CONTACTS ADDED.....: ' WS-CONTACTS-ADDED
           DISPLAY 'WELCOME LETTERS....: ' WS-LETTERS-WRITTEN
           DISPLAY 'MAIL HELD, NO ADDR.: ' WS-MAIL-HELD
           DISPLAY 'UNRECOGNIZED RECORDS: ' WS-UNKNOWN-RECORDS
           DISPLAY WS-TIE-MESSAGE.

      ******************************************************************
      *    3100-WRITE-CONTROL-SUMMARY - THE COUNTS AND UNPAID
      *    PRINCIPAL READ OFF THE TRANSFER FILE, SPLIT BOARDED AND
      *    REJECTED, TIED TO THE PRIOR SERVICER'S TRAILER.  EVERY
      *    DETAIL IS EITHER BOARDED OR ON BRDXCP.TXT, SO A BREAK HERE
      *    IS A SHORT OR DAMAGED TRANSFER FILE, NOT A BOARDING ERROR.
      ******************************************************************
       3100-WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'PRIOR SERVICER ' WS-PRIOR-SERVICER
                  '   TRANSFER DATE ' WS-TRANSFER-DATE
             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'TRANSFER DETAILS READ' TO CNT-LABEL
           MOVE WS-DETAILS-READ TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  BOARDED' TO CNT-LABEL
           MOVE WS-LOANS-BOARDED TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  REJECTED TO BRDXCP.TXT' TO CNT-LABEL
           MOVE WS-LOANS-REJECTED TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRAILER LOAN COUNT' TO CNT-LABEL
           MOVE WS-TRAILER-COUNT TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'UNRECOGNIZED RECORDS SKIPPED' TO CNT-LABEL
           MOVE WS-UNKNOWN-RECORDS TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'UPB BOARDED $' TO AMT-LABEL
           MOVE WS-UPB-BOARDED TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'UPB REJECTED $' TO AMT-LABEL
           MOVE WS-UPB-REJECTED TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'UPB READ, BOARDED + REJECTED $' TO AMT-LABEL
           MOVE WS-UPB-READ TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TRAILER TOTAL UPB $' TO AMT-LABEL
           MOVE WS-TRAILER-UPB TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           COMPUTE WS-UPB-DIFFERENCE = WS-UPB-READ - WS-TRAILER-UPB
           MOVE 'DIFFERENCE $' TO AMT-LABEL
           MOVE WS-UPB-DIFFERENCE TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'PAST DUE BOARDED $' TO AMT-LABEL
           MOVE WS-PAST-DUE-TOTAL TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'ESCROW BALANCES BOARDED $' TO AMT-LABEL
           MOVE WS-ESCROW-TOTAL TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE

           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'NO TRAILER ON TRANSFER FILE - NOT PROVEN' TO
                       WS-TIE-MESSAGE
               WHEN WS-UPB-DIFFERENCE = 0
                   AND WS-DETAILS-READ = WS-TRAILER-COUNT
                   MOVE 'TRANSFER FILE IN BALANCE WITH TRAILER'
                       TO WS-TIE-MESSAGE
               WHEN OTHER
                   MOVE 'TRANSFER FILE OUT OF BALANCE WITH TRAILER'
                       TO WS-TIE-MESSAGE
           END-EVALUATE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-TIE-MESSAGE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           IF NOT WS-HEADER-SEEN
               MOVE 'NO HEADER ON TRANSFER FILE - SERVICER UNKNOWN' TO
                   CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.

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
