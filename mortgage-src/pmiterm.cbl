       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMITERM.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  MONTHLY PRIVATE MORTGAGE
      *                     INSURANCE TERMINATION REVIEW, RUN AFTER
      *                     MORTGAGES EACH CYCLE.  EVERY ACTIVE LOAN
      *                     CARRYING ACTIVE PMI HAS ITS LOAN-TO-VALUE
      *                     TAKEN AS THE CURRENT BALANCE OFF
      *                     MORTPOS.DAT OVER THE ORIGINAL PROPERTY
      *                     VALUE ON THE MASTER.  AT OR BELOW 78
      *                     PERCENT THE PMI IS CANCELLED AUTOMATICALLY
      *                     (STATUS C, STOP DATE THE CYCLE DATE) AND A
      *                     CANCELLATION NOTICE IS WRITTEN - UNLESS
      *                     THE LOAN IS PAST DUE, WHEN IT IS HELD AND
      *                     LISTED UNTIL IT IS CURRENT.  AT OR BELOW
      *                     80 PERCENT THE BORROWER IS SENT ONE
      *                     ELIGIBILITY NOTICE (THEIR RIGHT TO ASK FOR
      *                     CANCELLATION) AND THE NOTICE DATE IS
      *                     STAMPED ON THE MASTER.  EVERY MASTER
      *                     CHANGE IS JOURNALED TO MORTJRNL.TXT WITH
      *                     BEFORE AND AFTER IMAGES.  NOTICES GO TO
      *                     PMINOTC.TXT ADDRESSED OFF BORRCONT.DAT;
      *                     THE REVIEW LISTING IS PMITRPT.TXT.
      *                     COMPLETION STAMPS CYCLRUNS.TXT AND A
      *                     SECOND RUN OF THE SAME CYCLE DATE REFUSES
      *                     UNLESS CYCL-RERUN=Y.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPTIONAL AUDIT-JOURNAL-FILE ASSIGN TO 'mortjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT PMI-NOTICE-FILE ASSIGN TO 'pminotc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT PMI-REPORT-FILE ASSIGN TO 'pmitrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL MAIL-EXCEPTION-FILE ASSIGN TO 'mailxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILXCP-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL CYCLE-RUN-FILE ASSIGN TO 'cyclruns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCRUN-STATUS.

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

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

      *    ONE ROW PER NOTICE FOR THE MAILING HOUSE.  C IS THE
      *    CANCELLATION NOTICE, E THE 80 PERCENT ELIGIBILITY NOTICE.
      *    A CANCELLATION HAS ALREADY BEEN MADE ON THE MASTER, SO ONE
      *    THAT CANNOT BE ADDRESSED IS STILL WRITTEN, MAIL-HOLD SET.
       FD  PMI-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PMI-NOTICE-RECORD.
           05  PN-NOTICE-TYPE            PIC X.
               88  PN-CANCEL-NOTICE          VALUE 'C'.
               88  PN-ELIGIBLE-NOTICE        VALUE 'E'.
           05  PN-MORTGAGEE-ID           PIC 9(6).
           05  PN-NOTICE-DATE            PIC 9(8).
           05  PN-NAME                   PIC X(30).
           05  PN-MAIL-HOLD              PIC X.
               88  PN-MAIL-HELD              VALUE 'H'.
           05  PN-MAIL-LINE-1            PIC X(30).
           05  PN-MAIL-LINE-2            PIC X(30).
           05  PN-MAIL-CITY              PIC X(20).
           05  PN-MAIL-STATE             PIC X(2).
           05  PN-MAIL-ZIP               PIC X(10).
           05  PN-ORIG-VALUE             PIC 9(7)V99.
           05  PN-CUR-BALANCE            PIC 9(7)V99.
           05  PN-LTV-PCT                PIC 9(3)V99.
           05  PN-PMI-PREMIUM            PIC 9(4)V99.
           05  PN-PMI-INSURER            PIC X(4).
           05  PN-PMI-STOP-DATE          PIC 9(8).

       FD  PMI-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PMI-REPORT-LINE               PIC X(100).

       FD  MAIL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MAILXCP.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       FD  CYCLE-RUN-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLRUNS.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-NOTICE-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-MAILXCP-STATUS         PIC XX.
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
           05  WS-OWN-PROGRAM        PIC X(9) VALUE 'PMITERM'.

       01  WS-RUN-STAMP-TABLE.
           05  WS-RS-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-RS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RS-IX.
               10  WS-RS-PROGRAM     PIC X(9).
               10  WS-RS-DATE        PIC 9(8).

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-POSITION-ON-SW     PIC X VALUE 'N'.
               88  WS-POSITION-ON-HAND   VALUE 'Y'.
           05  WS-POSITION-FOUND-SW  PIC X VALUE 'N'.
               88  WS-POSITION-FOUND     VALUE 'Y'.
           05  WS-ADDRESS-SW         PIC X VALUE 'N'.
               88  WS-ADDRESS-ON-FILE    VALUE 'Y'.

      *    TERMINATION THRESHOLDS, PERCENT OF ORIGINAL VALUE.
       01  WS-PMI-THRESHOLDS.
           05  WS-AUTO-CANCEL-PCT    PIC 9(3)V99 VALUE 78.00.
           05  WS-ELIGIBLE-PCT       PIC 9(3)V99 VALUE 80.00.

       01  WS-RUN-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.

      *    THE LOAN UNDER REVIEW.
       01  WS-LOAN-VALUES.
           05  WS-CUST-NAME          PIC X(30) VALUE SPACES.
           05  WS-LTV-PCT            PIC 9(3)V99 VALUE 0.
           05  WS-BEFORE-IMAGE       PIC X(270) VALUE SPACES.
           05  WS-ADDR-REASON        PIC X(30) VALUE SPACES.
           05  WS-MAIL-HOLD          PIC X VALUE SPACE.

       01  WS-RUN-TOTALS.
           05  WS-MASTERS-READ       PIC 9(6) VALUE 0.
           05  WS-PMI-REVIEWED       PIC 9(6) VALUE 0.
           05  WS-AUTO-CANCELLED     PIC 9(6) VALUE 0.
           05  WS-ELIGIBLE-NOTICED   PIC 9(6) VALUE 0.
           05  WS-HELD-PAST-DUE      PIC 9(6) VALUE 0.
           05  WS-NO-POSITION        PIC 9(6) VALUE 0.
           05  WS-NO-ORIG-VALUE      PIC 9(6) VALUE 0.
           05  WS-NO-ADDRESS         PIC 9(6) VALUE 0.
           05  WS-PREMIUM-STOPPED    PIC 9(7)V99 VALUE 0.
           05  OUT-AMOUNT            PIC ZZZZZZ9.99.

       01  WS-REPORT-DETAIL.
           05  RPT-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-NAME              PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-LTV               PIC ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-ACTION            PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MASTER-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PMIT-OPER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF

           PERFORM 1005-READ-CYCLE-CALENDAR
           IF NOT WS-CALENDAR-ON-HAND
               DISPLAY 'WARNING: NO PROCESSING CALENDAR - CANCELLING '
                       'AS OF THE SYSTEM DATE'
           END-IF
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE

           OPEN I-O MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF

      *    NO POSITION FILE, NO BALANCE TO MEASURE - EVERY PMI LOAN
      *    IS LISTED AND NOTHING IS CANCELLED.
           OPEN INPUT SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS = '00'
               SET WS-POSITION-ON-HAND TO TRUE
           ELSE
               DISPLAY 'WARNING: NO SERVICING POSITION FILE ON HAND '
                       '- NO PMI CAN BE REVIEWED'
           END-IF

           OPEN INPUT BORROWER-CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               AND WS-CONTACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER CONTACT FILE: '
                       WS-CONTACT-STATUS
               STOP RUN
           END-IF

      *    THE JOURNAL IS THE PERMANENT CHANGE HISTORY - EXTEND,
      *    NEVER OUTPUT, SO PRIOR RUNS' ENTRIES SURVIVE.
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT JOURNAL: ' WS-JRNL-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND MAIL-EXCEPTION-FILE
           IF WS-MAILXCP-STATUS NOT = '00'
               AND WS-MAILXCP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING MAIL EXCEPTION FILE: '
                       WS-MAILXCP-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT PMI-NOTICE-FILE
           OPEN OUTPUT PMI-REPORT-FILE
           MOVE SPACES TO PMI-REPORT-LINE
           STRING 'PMI TERMINATION REVIEW - CYCLE DATE '
                  WS-CYCLE-DATE
             DELIMITED BY SIZE INTO PMI-REPORT-LINE
           END-STRING
           WRITE PMI-REPORT-LINE
           MOVE SPACES TO PMI-REPORT-LINE
           WRITE PMI-REPORT-LINE
           MOVE SPACES TO PMI-REPORT-LINE
           STRING 'ID      NAME                            '
                  'LTV PCT  ACTION'
             DELIMITED BY SIZE INTO PMI-REPORT-LINE
           END-STRING
           WRITE PMI-REPORT-LINE

           PERFORM 1100-READ-MASTER.

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
               DISPLAY 'PMITERM: CYCLE ' WS-CYCLE-DATE ' ALREADY '
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

       1100-READ-MASTER.
           READ MORTGAGE-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END ADD 1 TO WS-MASTERS-READ
           END-READ.

      ******************************************************************
      *    2000-PROCESS-MASTER - ONLY AN ACTIVE LOAN WITH ACTIVE PMI
      *    IS REVIEWED.  ONE WITH NO ORIGINAL VALUE OR NO POSITION
      *    RECORD CANNOT BE MEASURED AND IS LISTED FOR SERVICING.
      ******************************************************************
       2000-PROCESS-MASTER.
           IF MORTGAGEE-ACTIVE AND MORTGAGEE-PMI-ACTIVE
               ADD 1 TO WS-PMI-REVIEWED
               PERFORM 2050-BUILD-CUST-NAME
               MOVE 0 TO WS-LTV-PCT
               EVALUATE TRUE
                   WHEN MORTGAGEE-ORIG-VALUE = 0
                       ADD 1 TO WS-NO-ORIG-VALUE
                       MOVE 'NO ORIGINAL VALUE ON MASTER - NOT REVIEWED'
                           TO RPT-ACTION
                       PERFORM 2900-WRITE-REPORT-LINE
                   WHEN OTHER
                       PERFORM 2100-READ-POSITION
                       IF WS-POSITION-FOUND
                           PERFORM 2200-REVIEW-LTV
                       ELSE
                           ADD 1 TO WS-NO-POSITION
                           MOVE 'NO SERVICING POSITION - NOT REVIEWED'
                               TO RPT-ACTION
                           PERFORM 2900-WRITE-REPORT-LINE
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-MASTER.

       2050-BUILD-CUST-NAME.
           MOVE SPACES TO WS-CUST-NAME
           STRING MORTGAGEE-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MORTGAGEE-LAST-NAME DELIMITED BY SPACE
             INTO WS-CUST-NAME
           END-STRING.

       2100-READ-POSITION.
           MOVE 'N' TO WS-POSITION-FOUND-SW
           IF WS-POSITION-ON-HAND
               MOVE MORTGAGEE-ID TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-POSITION-FOUND TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      *    2200-REVIEW-LTV - LOAN-TO-VALUE IS THE CURRENT BALANCE OVER
      *    THE ORIGINAL VALUE, TRUNCATED TO HUNDREDTHS OF A PERCENT SO
      *    A LOAN IS NEVER CANCELLED BY ROUNDING.  AT THE AUTOMATIC
      *    THRESHOLD A CURRENT LOAN IS CANCELLED; A PAST-DUE ONE IS
      *    HELD.  AT THE ELIGIBILITY THRESHOLD THE BORROWER IS
      *    NOTIFIED ONCE - THE NOTICE DATE ON THE MASTER STOPS A
      *    REPEAT.
      ******************************************************************
       2200-REVIEW-LTV.
           COMPUTE WS-LTV-PCT =
               SP-CUR-BALANCE * 100 / MORTGAGEE-ORIG-VALUE
           EVALUATE TRUE
               WHEN WS-LTV-PCT NOT > WS-AUTO-CANCEL-PCT
                   AND SP-PAST-DUE-AMOUNT > 0
                   ADD 1 TO WS-HELD-PAST-DUE
                   MOVE 'AT 78 PCT - HELD, LOAN PAST DUE' TO RPT-ACTION
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN WS-LTV-PCT NOT > WS-AUTO-CANCEL-PCT
                   PERFORM 2300-AUTO-CANCEL-PMI
               WHEN WS-LTV-PCT NOT > WS-ELIGIBLE-PCT
                   AND MORTGAGEE-PMI-NOTICE-DATE = 0
                   PERFORM 2400-SEND-ELIGIBILITY-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    2300-AUTO-CANCEL-PMI - THE PREMIUM STOPS WITH THE CYCLE
      *    MONTH (MORTGAGES STILL BILLS INSTALLMENTS DUE THROUGH THE
      *    STOP MONTH).  THE NOTICE GOES OUT EVEN WHEN IT CANNOT BE
      *    ADDRESSED - HELD, AND LISTED ON THE MAIL EXCEPTION FILE.
      ******************************************************************
       2300-AUTO-CANCEL-PMI.
           MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
           SET MORTGAGEE-PMI-AUTO-CANCEL TO TRUE
           MOVE WS-CYCLE-DATE TO MORTGAGEE-PMI-STOP-DATE
           REWRITE MORTGAGEE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING MORTGAGE RECORD: '
                           MORTGAGEE-ID ' ' WS-MASTER-STATUS
                   STOP RUN
           END-REWRITE
           SET AJ-ACTION-PMI-CANCEL TO TRUE
           PERFORM 2800-WRITE-AUDIT-JOURNAL

           ADD 1 TO WS-AUTO-CANCELLED
           ADD MORTGAGEE-PMI-PREMIUM TO WS-PREMIUM-STOPPED

           PERFORM 2500-LOOKUP-MAILING-ADDRESS
           MOVE SPACE TO WS-MAIL-HOLD
           IF NOT WS-ADDRESS-ON-FILE
               MOVE 'H' TO WS-MAIL-HOLD
               SET MX-PIECE-HELD TO TRUE
               PERFORM 2590-WRITE-MAIL-EXCEPTION
           END-IF
           MOVE 'C' TO PN-NOTICE-TYPE
           PERFORM 2600-WRITE-NOTICE

           MOVE 'AT 78 PCT - PMI CANCELLED' TO RPT-ACTION
           PERFORM 2900-WRITE-REPORT-LINE.

      ******************************************************************
      *    2400-SEND-ELIGIBILITY-NOTICE - ONLY A NOTICE ACTUALLY SENT
      *    IS STAMPED.  ONE THAT CANNOT BE ADDRESSED IS SKIPPED AND
      *    LISTED, AND THE LOAN COMES UP AGAIN NEXT CYCLE.
      ******************************************************************
       2400-SEND-ELIGIBILITY-NOTICE.
           PERFORM 2500-LOOKUP-MAILING-ADDRESS
           IF WS-ADDRESS-ON-FILE
               MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-CYCLE-DATE TO MORTGAGEE-PMI-NOTICE-DATE
               REWRITE MORTGAGEE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING MORTGAGE RECORD: '
                               MORTGAGEE-ID ' ' WS-MASTER-STATUS
                       STOP RUN
               END-REWRITE
               SET AJ-ACTION-PMI-NOTICE TO TRUE
               PERFORM 2800-WRITE-AUDIT-JOURNAL

               ADD 1 TO WS-ELIGIBLE-NOTICED
               MOVE SPACE TO WS-MAIL-HOLD
               MOVE 'E' TO PN-NOTICE-TYPE
               PERFORM 2600-WRITE-NOTICE
               MOVE 'AT 80 PCT - ELIGIBILITY NOTICE SENT'
                   TO RPT-ACTION
           ELSE
               SET MX-PIECE-SKIPPED TO TRUE
               PERFORM 2590-WRITE-MAIL-EXCEPTION
               MOVE 'AT 80 PCT - NOTICE NOT SENT, NO ADDRESS'
                   TO RPT-ACTION
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE.

      ******************************************************************
      *    2500-LOOKUP-MAILING-ADDRESS - KEYED READ OF THE BORROWER
      *    CONTACT FILE.  NO RECORD, OR A RECORD WHOSE MAILING LINE 1
      *    IS BLANK, LEAVES THE ADDRESS SWITCH OFF WITH THE REASON.
      ******************************************************************
       2500-LOOKUP-MAILING-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-SW
           MOVE SPACES TO WS-ADDR-REASON
           MOVE MORTGAGEE-ID TO BC-MORTGAGEE-ID
           READ BORROWER-CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO BC-MAILING-ADDRESS
                   MOVE 'NO CONTACT RECORD ON FILE' TO WS-ADDR-REASON
               NOT INVALID KEY
                   IF BC-MAIL-LINE-1 = SPACES
                       MOVE 'MAILING ADDRESS IS BLANK' TO
                           WS-ADDR-REASON
                   ELSE
                       SET WS-ADDRESS-ON-FILE TO TRUE
                   END-IF
           END-READ.

      *    THE CALLER SETS THE DISPOSITION (SKIPPED OR HELD).
       2590-WRITE-MAIL-EXCEPTION.
           ADD 1 TO WS-NO-ADDRESS
           MOVE WS-RUN-DATE TO MX-RUN-DATE
           MOVE 'PMITERM' TO MX-PROGRAM
           MOVE 'PMINOTC.TXT' TO MX-OUTPUT-NAME
           MOVE MORTGAGEE-ID TO MX-MORTGAGEE-ID
           MOVE WS-CUST-NAME TO MX-NAME
           MOVE WS-ADDR-REASON TO MX-REASON
           WRITE MAIL-EXCEPTION-RECORD.

      *    THE CALLER SETS THE NOTICE TYPE AND MAIL HOLD.
       2600-WRITE-NOTICE.
           MOVE MORTGAGEE-ID TO PN-MORTGAGEE-ID
           MOVE WS-CYCLE-DATE TO PN-NOTICE-DATE
           MOVE WS-CUST-NAME TO PN-NAME
           MOVE WS-MAIL-HOLD TO PN-MAIL-HOLD
           MOVE BC-MAIL-LINE-1 TO PN-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO PN-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO PN-MAIL-CITY
           MOVE BC-MAIL-STATE TO PN-MAIL-STATE
           MOVE BC-MAIL-ZIP TO PN-MAIL-ZIP
           MOVE MORTGAGEE-ORIG-VALUE TO PN-ORIG-VALUE
           MOVE SP-CUR-BALANCE TO PN-CUR-BALANCE
           MOVE WS-LTV-PCT TO PN-LTV-PCT
           MOVE MORTGAGEE-PMI-PREMIUM TO PN-PMI-PREMIUM
           MOVE MORTGAGEE-PMI-INSURER TO PN-PMI-INSURER
           MOVE MORTGAGEE-PMI-STOP-DATE TO PN-PMI-STOP-DATE
           WRITE PMI-NOTICE-RECORD.

      ******************************************************************
      *    2800-WRITE-AUDIT-JOURNAL - ONE JOURNAL RECORD PER MASTER
      *    CHANGE: ACTION (SET BY THE CALLER), RUN DATE, OPERATOR,
      *    FULL BEFORE AND AFTER IMAGES.
      ******************************************************************
       2800-WRITE-AUDIT-JOURNAL.
           MOVE WS-RUN-DATE TO AJ-RUN-DATE
           MOVE WS-OPERATOR TO AJ-OPERATOR
           MOVE MORTGAGEE-ID TO AJ-MORTGAGEE-ID
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE MORTGAGEE-RECORD TO AJ-AFTER-IMAGE
           MOVE SPACES TO AJ-POS-BEFORE-IMAGE
           MOVE SPACES TO AJ-POS-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       2900-WRITE-REPORT-LINE.
           MOVE MORTGAGEE-ID TO RPT-ID
           MOVE WS-CUST-NAME TO RPT-NAME
           MOVE WS-LTV-PCT TO RPT-LTV
           MOVE WS-REPORT-DETAIL TO PMI-REPORT-LINE
           WRITE PMI-REPORT-LINE.

       3000-TERMINATE.
           CLOSE MORTGAGE-FILE
           IF WS-POSITION-ON-HAND
               CLOSE SERVICING-POSITION-FILE
           END-IF
           CLOSE BORROWER-CONTACT-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE MAIL-EXCEPTION-FILE
           CLOSE PMI-NOTICE-FILE
           CLOSE PMI-REPORT-FILE

           DISPLAY ' '
           DISPLAY '***** PMITERM RUN TOTALS *****'
           DISPLAY 'CYCLE DATE.........: ' WS-CYCLE-DATE
           DISPLAY 'MASTER RECORDS READ: ' WS-MASTERS-READ
           DISPLAY 'PMI LOANS REVIEWED.: ' WS-PMI-REVIEWED
           DISPLAY 'AUTO-CANCELLED.....: ' WS-AUTO-CANCELLED
           DISPLAY 'ELIGIBILITY NOTICES: ' WS-ELIGIBLE-NOTICED
           DISPLAY 'HELD - PAST DUE....: ' WS-HELD-PAST-DUE
           DISPLAY 'NO POSITION........: ' WS-NO-POSITION
           DISPLAY 'NO ORIGINAL VALUE..: ' WS-NO-ORIG-VALUE
           DISPLAY 'NO ADDRESS.........: ' WS-NO-ADDRESS
           MOVE WS-PREMIUM-STOPPED TO OUT-AMOUNT
           DISPLAY 'MONTHLY PREM STOP $: ' OUT-AMOUNT

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
