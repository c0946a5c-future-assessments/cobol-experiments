       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORRMAINT.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  BORROWER CONTACT FILE
      *                     MAINTENANCE - MORTREC CARRIES ONLY THE
      *                     BORROWER'S NAME, SO STATEMENTS, NOTICES,
      *                     LETTERS AND REFUND CHECKS WENT TO THE
      *                     MAILING HOUSE WITH NO ADDRESS AND WERE
      *                     MATCHED BY HAND TO A SPREADSHEET.  THIS
      *                     PROGRAM APPLIES ADD/UPDATE TRANSACTIONS
      *                     FROM BORRMTXN.TXT AGAINST THE INDEXED
      *                     BORRCONT.DAT CONTACT FILE (BORRCNT
      *                     COPYBOOK, KEYED ON MORTGAGEE-ID): MAILING
      *                     ADDRESS, PROPERTY ADDRESS, PHONE AND
      *                     CO-BORROWER NAME.  AN UPDATE REPLACES THE
      *                     WHOLE CONTACT RECORD, THE WAY INVMAINT
      *                     REPLACES AN INVESTOR.  THE LOAN MUST BE ON
      *                     MORTMAST.DAT AND THE MAILING ADDRESS MUST
      *                     BE COMPLETE (LINE 1, CITY, STATE, ZIP);
      *                     BAD TRANSACTIONS ROUTE TO BORRMXCP.TXT.
      *                     EVERY APPLIED TRANSACTION WRITES A
      *                     BORRJRNL.TXT RECORD (BORRJRNL COPYBOOK,
      *                     OPENED EXTEND) WITH THE RUN DATE, OPERATOR
      *                     (BORRM-OPER) AND FULL BEFORE/AFTER IMAGES,
      *                     THE WAY MORTMAINT JOURNALS THE MASTER.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT BORROWER-TXN-FILE ASSIGN TO 'borrmtxn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

           SELECT BORR-EXCEPTION-FILE ASSIGN TO 'borrmxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BXCP-STATUS.

           SELECT OPTIONAL BORROWER-JOURNAL-FILE
           ASSIGN TO 'borrjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.

       FD  BORROWER-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BORROWER-TXN-RECORD.
           05  BT-ACTION                 PIC X.
               88  BT-ACTION-ADD             VALUE 'A'.
               88  BT-ACTION-UPDATE          VALUE 'U'.
           05  BT-MORTGAGEE-ID           PIC 9(6).
           05  BT-MAIL-LINE-1            PIC X(30).
           05  BT-MAIL-LINE-2            PIC X(30).
           05  BT-MAIL-CITY              PIC X(20).
           05  BT-MAIL-STATE             PIC X(2).
           05  BT-MAIL-ZIP               PIC X(10).
           05  BT-PROP-LINE-1            PIC X(30).
           05  BT-PROP-CITY              PIC X(20).
           05  BT-PROP-STATE             PIC X(2).
           05  BT-PROP-ZIP               PIC X(10).
           05  BT-PHONE                  PIC X(10).
           05  BT-COBORROWER-NAME        PIC X(30).

       FD  BORR-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  BORR-EXCEPTION-LINE           PIC X(80).

       FD  BORROWER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 439 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRJRNL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-BXCP-STATUS            PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT STAMPS THE JOURNAL AND THE LAST-CHANGE DATE
      *    (SYSTEM DATE WITH A WARNING WHEN NO CALENDAR IS ON HAND).
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-TXN-EOF-SW         PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.

      *    AUDIT JOURNAL WORKING FIELDS - THE BEFORE IMAGE IS CAUGHT
      *    AFTER THE KEYED READ AND BEFORE THE UPDATE TOUCHES THE
      *    RECORD.  OPERATOR COMES FROM BORRM-OPER.
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-BEFORE-IMAGE       PIC X(208) VALUE SPACES.

      *    TRANSACTION VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-BT-VALID-SWITCH    PIC X VALUE 'Y'.
               88  WS-BT-VALID           VALUE 'Y'.
               88  WS-BT-INVALID         VALUE 'N'.
           05  WS-BT-REJECT-REASON   PIC X(40) VALUE SPACES.

      *    RUN TOTALS
       01  WS-RUN-TOTALS.
           05  WS-BT-ADDS            PIC 9(6) VALUE 0.
           05  WS-BT-UPDATES         PIC 9(6) VALUE 0.
           05  WS-BT-ADDR-CHANGES    PIC 9(6) VALUE 0.
           05  WS-BT-REJECTED        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TXN-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'BORRM-OPER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF

      *    NO CONTACT FILE ON HAND IS THE FIRST-EVER RUN; THE FILE IS
      *    BUILT FROM THE ADDS ON THIS RUN.
           OPEN I-O BORROWER-CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               AND WS-CONTACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER CONTACT FILE: '
                       WS-CONTACT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT BORROWER-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BORROWER TRANSACTION FILE: '
                       WS-TXN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT BORR-EXCEPTION-FILE

      *    THE JOURNAL IS THE PERMANENT CHANGE HISTORY - EXTEND, NEVER
      *    OUTPUT, SO PRIOR RUNS' ENTRIES SURVIVE.
           OPEN EXTEND BORROWER-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER JOURNAL: '
                       WS-JRNL-STATUS
               STOP RUN
           END-IF

           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  CONTACT MAINTENANCE IS NOT A ONCE-PER-
      *    CYCLE STEP, SO NO CYCLRUNS.TXT STAMP GUARDS IT - THE DATE
      *    ONLY STAMPS WHAT IT CHANGES.
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

       1200-READ-TRANSACTION.
           READ BORROWER-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN BT-ACTION-ADD
                   PERFORM 2500-PROCESS-ADD
               WHEN BT-ACTION-UPDATE
                   PERFORM 2600-PROCESS-UPDATE
               WHEN OTHER
                   MOVE 'UNRECOGNIZED MAINTENANCE ACTION' TO
                       WS-BT-REJECT-REASON
                   SET WS-BT-INVALID TO TRUE
                   PERFORM 1400-WRITE-BORR-EXCEPTION
           END-EVALUATE
           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    1300-VALIDATE-BORR-FIELDS - A CONTACT RECORD EXISTS TO
      *    ADDRESS MAIL, SO AN INCOMPLETE MAILING ADDRESS IS REJECTED
      *    BEFORE IT REACHES THE FILE - A HALF ADDRESS WOULD PASS THE
      *    OUTPUT PROGRAMS' BLANK TEST AND GO OUT UNDELIVERABLE.  THE
      *    LOAN ITSELF MUST BE ON THE MASTER (RETIRED IS ALLOWED - A
      *    PAID-OFF BORROWER STILL GETS A SATISFACTION LETTER AND A
      *    REFUND CHECK).  PROPERTY ADDRESS, PHONE AND CO-BORROWER
      *    ARE OPTIONAL.
      ******************************************************************
       1300-VALIDATE-BORR-FIELDS.
           SET WS-BT-VALID TO TRUE
           MOVE SPACES TO WS-BT-REJECT-REASON

           IF BT-MORTGAGEE-ID NOT NUMERIC OR BT-MORTGAGEE-ID = 0
               SET WS-BT-INVALID TO TRUE
               MOVE 'MORTGAGEE ID MISSING' TO WS-BT-REJECT-REASON
           END-IF

           IF WS-BT-VALID AND BT-MAIL-LINE-1 = SPACES
               SET WS-BT-INVALID TO TRUE
               MOVE 'MAILING ADDRESS LINE 1 IS BLANK' TO
                   WS-BT-REJECT-REASON
           END-IF

           IF WS-BT-VALID AND BT-MAIL-CITY = SPACES
               SET WS-BT-INVALID TO TRUE
               MOVE 'MAILING CITY IS BLANK' TO WS-BT-REJECT-REASON
           END-IF

           IF WS-BT-VALID AND BT-MAIL-STATE = SPACES
               SET WS-BT-INVALID TO TRUE
               MOVE 'MAILING STATE IS BLANK' TO WS-BT-REJECT-REASON
           END-IF

           IF WS-BT-VALID AND BT-MAIL-ZIP = SPACES
               SET WS-BT-INVALID TO TRUE
               MOVE 'MAILING ZIP IS BLANK' TO WS-BT-REJECT-REASON
           END-IF

           IF WS-BT-VALID
               MOVE BT-MORTGAGEE-ID TO MORTGAGEE-ID
               READ MORTGAGE-FILE
                   INVALID KEY
                       SET WS-BT-INVALID TO TRUE
                       MOVE 'LOAN NOT ON MASTER' TO
                           WS-BT-REJECT-REASON
               END-READ
           END-IF.

      ******************************************************************
      *    2500-PROCESS-ADD - VALIDATE AND WRITE THE NEW CONTACT
      *    RECORD BY KEY.  A SECOND ADD FOR A LOAN COMES BACK AS THE
      *    INVALID KEY CONDITION ON THE WRITE - ADDRESS CHANGES GO IN
      *    AS UPDATES SO THEY JOURNAL A BEFORE IMAGE.
      ******************************************************************
       2500-PROCESS-ADD.
           PERFORM 1300-VALIDATE-BORR-FIELDS
           IF WS-BT-VALID
               MOVE BT-MORTGAGEE-ID TO BC-MORTGAGEE-ID
               PERFORM 2550-APPLY-TXN-FIELDS
               WRITE BORROWER-CONTACT-RECORD
                   INVALID KEY
                       MOVE 'CONTACT ALREADY ON FILE - USE UPDATE' TO
                           WS-BT-REJECT-REASON
                       SET WS-BT-INVALID TO TRUE
                       PERFORM 1400-WRITE-BORR-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO WS-BT-ADDS
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM 2800-WRITE-BORROWER-JOURNAL
               END-WRITE
           ELSE
               PERFORM 1400-WRITE-BORR-EXCEPTION
           END-IF.

       2550-APPLY-TXN-FIELDS.
           MOVE BT-MAIL-LINE-1 TO BC-MAIL-LINE-1
           MOVE BT-MAIL-LINE-2 TO BC-MAIL-LINE-2
           MOVE BT-MAIL-CITY TO BC-MAIL-CITY
           MOVE BT-MAIL-STATE TO BC-MAIL-STATE
           MOVE BT-MAIL-ZIP TO BC-MAIL-ZIP
           MOVE BT-PROP-LINE-1 TO BC-PROP-LINE-1
           MOVE BT-PROP-CITY TO BC-PROP-CITY
           MOVE BT-PROP-STATE TO BC-PROP-STATE
           MOVE BT-PROP-ZIP TO BC-PROP-ZIP
           MOVE BT-PHONE TO BC-PHONE
           MOVE BT-COBORROWER-NAME TO BC-COBORROWER-NAME
           MOVE WS-RUN-DATE TO BC-LAST-CHANGE-DATE.

      ******************************************************************
      *    2600-PROCESS-UPDATE - KEYED READ OF THE CONTACT RECORD, THE
      *    WHOLE RECORD REPLACED FROM THE TRANSACTION, AND REWRITTEN
      *    IN PLACE.  A CHANGED MAILING ADDRESS IS COUNTED ON ITS OWN
      *    SO THE RUN TOTALS SHOW HOW MUCH MAIL MOVED.
      ******************************************************************
       2600-PROCESS-UPDATE.
           PERFORM 1300-VALIDATE-BORR-FIELDS
           IF WS-BT-VALID
               MOVE BT-MORTGAGEE-ID TO BC-MORTGAGEE-ID
               READ BORROWER-CONTACT-FILE
                   INVALID KEY
                       MOVE 'NO CONTACT ON FILE - USE ADD' TO
                           WS-BT-REJECT-REASON
                       SET WS-BT-INVALID TO TRUE
                       PERFORM 1400-WRITE-BORR-EXCEPTION
                   NOT INVALID KEY
                       MOVE BORROWER-CONTACT-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 2550-APPLY-TXN-FIELDS
                       REWRITE BORROWER-CONTACT-RECORD
                           INVALID KEY
                               MOVE 'CONTACT REWRITE FAILED' TO
                                   WS-BT-REJECT-REASON
                               SET WS-BT-INVALID TO TRUE
                               PERFORM 1400-WRITE-BORR-EXCEPTION
                           NOT INVALID KEY
                               IF BC-MAILING-ADDRESS NOT =
                                   WS-BEFORE-IMAGE (7:92)
                                   ADD 1 TO WS-BT-ADDR-CHANGES
                               END-IF
                               ADD 1 TO WS-BT-UPDATES
                               PERFORM 2800-WRITE-BORROWER-JOURNAL
                       END-REWRITE
               END-READ
           ELSE
               PERFORM 1400-WRITE-BORR-EXCEPTION
           END-IF.

      ******************************************************************
      *    2800-WRITE-BORROWER-JOURNAL - ONE JOURNAL RECORD PER
      *    APPLIED TRANSACTION: ACTION, RUN DATE, OPERATOR, AND THE
      *    FULL BEFORE AND AFTER IMAGES OF THE CONTACT RECORD.
      ******************************************************************
       2800-WRITE-BORROWER-JOURNAL.
           MOVE WS-RUN-DATE TO BJ-RUN-DATE
           MOVE WS-OPERATOR TO BJ-OPERATOR
           MOVE BT-ACTION TO BJ-ACTION
           MOVE BC-MORTGAGEE-ID TO BJ-MORTGAGEE-ID
           MOVE WS-BEFORE-IMAGE TO BJ-BEFORE-IMAGE
           MOVE BORROWER-CONTACT-RECORD TO BJ-AFTER-IMAGE
           WRITE BORROWER-JOURNAL-RECORD.

       1400-WRITE-BORR-EXCEPTION.
           ADD 1 TO WS-BT-REJECTED
           MOVE SPACES TO BORR-EXCEPTION-LINE
           STRING BT-MORTGAGEE-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-BT-REJECT-REASON DELIMITED BY SIZE
             INTO BORR-EXCEPTION-LINE
           END-STRING
           WRITE BORR-EXCEPTION-LINE.

       3000-TERMINATE.
           CLOSE BORROWER-CONTACT-FILE
           CLOSE MORTGAGE-FILE
           CLOSE BORROWER-TXN-FILE
           CLOSE BORR-EXCEPTION-FILE
           CLOSE BORROWER-JOURNAL-FILE
           DISPLAY ' '
           DISPLAY '***** BORRMAINT RUN TOTALS *****'
           DISPLAY 'CONTACTS ADDED.....: ' WS-BT-ADDS
           DISPLAY 'CONTACTS UPDATED...: ' WS-BT-UPDATES
           DISPLAY 'MAILING ADDR CHANGE: ' WS-BT-ADDR-CHANGES
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-BT-REJECTED.
