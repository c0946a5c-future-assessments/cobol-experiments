      *                     MORTJRNL.TXT.  THE RUN TOTALS PROVE THE
      *                     ROLL-FORWARD: OPEN BALANCE IN, MINUS
      *                     RESOLUTIONS, EQUALS OPEN BALANCE OUT.
      *    10/15/2026 AJI   THE REFUND EXTRACT ROW NOW CARRIES THE
      *                     BORROWER'S CURRENT MAILING ADDRESS OFF THE
      *                     BORROWER CONTACT FILE (BORRCONT.DAT,
      *                     BORRCNT COPYBOOK) AND A MAIL-HOLD FLAG.
      *                     THE LEDGER ROW IS RESOLVED EITHER WAY, SO
      *                     A REFUND WITH NO CONTACT RECORD OR A BLANK
      *                     MAILING ADDRESS IS STILL WRITTEN - FLAGGED
      *                     HELD (H) FOR THE CHECK RUN TO PULL - AND
      *                     LISTED ON THE SHARED MAIL EXCEPTION FILE
      *                     (MAILXCP.TXT).
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPTIONAL MAIL-EXCEPTION-FILE ASSIGN TO 'mailxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           05  RF-RESOLVE-DATE           PIC 9(8).
           05  RF-OPERATOR               PIC X(8).
           05  RF-REASON                 PIC X(20).
           05  RF-MAIL-HOLD              PIC X.
               88  RF-MAIL-HELD              VALUE 'H'.
           05  RF-MAIL-LINE-1            PIC X(30).
           05  RF-MAIL-LINE-2            PIC X(30).
           05  RF-MAIL-CITY              PIC X(20).
           05  RF-MAIL-STATE             PIC X(2).
           05  RF-MAIL-ZIP               PIC X(10).

       FD  RESOLVE-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           05  SJ-BEFORE-IMAGE           PIC X(92).
           05  SJ-AFTER-IMAGE            PIC X(92).

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  MAIL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MAILXCP.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-REFUND-STATUS          PIC XX.
       01  WS-RXCP-STATUS            PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-MAILXCP-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-SUSPENSE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF       VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-ADDRESS-SW         PIC X VALUE 'N'.
               88  WS-ADDRESS-ON-FILE    VALUE 'Y'.

      *    THE WHOLE SUSPENSE LEDGER IS HELD IN THIS TABLE WHILE THE
      *    DISPOSITIONS APPLY, THEN WRITTEN BACK OVER SUSPENSE.TXT IN
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-ADDR-REASON        PIC X(30) VALUE SPACES.

      *    DISPOSITION VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-WRITEOFF-COUNT     PIC 9(6) VALUE 0.
           05  WS-WRITEOFF-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-REJECTED-COUNT     PIC 9(6) VALUE 0.
           05  WS-MAIL-HELD-COUNT    PIC 9(6) VALUE 0.
           05  WS-OPEN-OUT-TOTAL     PIC 9(9)V99 VALUE 0.
           05  OUT-OPEN-IN           PIC ZZZZZZZZ9.99.
           05  OUT-REAPPLIED         PIC ZZZZZZZZ9.99.
           OPEN EXTEND REAPPLY-FILE
           OPEN EXTEND REFUND-FILE

      *    NO CONTACT FILE ON HAND STILL REFUNDS - EVERY CHECK THEN
      *    GOES OUT HELD AND LISTED.  THE MAIL EXCEPTION LIST IS
      *    SHARED BY EVERY MAIL PRODUCER, SO IT ONLY EXTENDS.
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
           END-IF

      *    THE JOURNAL IS THE PERMANENT RESOLUTION HISTORY - EXTEND,
      *    NEVER OUTPUT, SO PRIOR RUNS' ENTRIES SURVIVE.
           OPEN EXTEND RESOLVE-JOURNAL-FILE
           MOVE WS-RUN-DATE TO RF-RESOLVE-DATE
           MOVE WS-OPERATOR TO RF-OPERATOR
           MOVE DX-REASON TO RF-REASON
           PERFORM 2450-LOOKUP-MAILING-ADDRESS
           MOVE BC-MAIL-LINE-1 TO RF-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO RF-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO RF-MAIL-CITY
           MOVE BC-MAIL-STATE TO RF-MAIL-STATE
           MOVE BC-MAIL-ZIP TO RF-MAIL-ZIP
           WRITE REFUND-RECORD.

      ******************************************************************
      *    2450-LOOKUP-MAILING-ADDRESS - KEYED READ OF THE BORROWER
      *    CONTACT FILE FOR THE REFUND CHECK.  NO RECORD (AN UNKNOWN-
      *    LOAN RECEIPT HAS NONE), OR A BLANK MAILING LINE 1, HOLDS
      *    THE CHECK AND LISTS IT ON THE MAIL EXCEPTION FILE.
      ******************************************************************
       2450-LOOKUP-MAILING-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-SW
           MOVE SPACE TO RF-MAIL-HOLD
           MOVE SPACES TO WS-ADDR-REASON
           MOVE WS-SUS-ID (WS-SUS-IX) TO BC-MORTGAGEE-ID
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
           END-READ
           IF NOT WS-ADDRESS-ON-FILE
               SET RF-MAIL-HELD TO TRUE
               ADD 1 TO WS-MAIL-HELD-COUNT
               MOVE WS-RUN-DATE TO MX-RUN-DATE
               MOVE 'SUSPRES' TO MX-PROGRAM
               MOVE 'SUSPRFND.TXT' TO MX-OUTPUT-NAME
               MOVE WS-SUS-ID (WS-SUS-IX) TO MX-MORTGAGEE-ID
               MOVE SPACES TO MX-NAME
               SET MX-PIECE-HELD TO TRUE
               MOVE WS-ADDR-REASON TO MX-REASON
               WRITE MAIL-EXCEPTION-RECORD
           END-IF.

       2800-WRITE-RESOLVE-JOURNAL.
           MOVE WS-RUN-DATE TO SJ-RUN-DATE
           MOVE WS-OPERATOR TO SJ-OPERATOR
           CLOSE REAPPLY-FILE
           CLOSE REFUND-FILE
           CLOSE RESOLVE-JOURNAL-FILE
           CLOSE BORROWER-CONTACT-FILE
           CLOSE MAIL-EXCEPTION-FILE

           MOVE WS-OPEN-IN-TOTAL TO OUT-OPEN-IN
           MOVE WS-REAPPLIED-TOTAL TO OUT-REAPPLIED
           DISPLAY 'WRITTEN OFF........: ' WS-WRITEOFF-COUNT
                   ' FOR ' OUT-WRITEOFF
           DISPLAY 'REJECTED...........: ' WS-REJECTED-COUNT
           DISPLAY 'REFUNDS HELD, NO ADDR: ' WS-MAIL-HELD-COUNT
           DISPLAY 'OPEN BALANCE OUT...: ' OUT-OPEN-OUT

      *    THE ROLL-FORWARD PROOF ACCOUNTING SIGNS OFF ON - OPEN IN
