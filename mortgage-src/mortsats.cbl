      *                     AFTER GOOD-THROUGH LAND ON THE EXCEPTION
      *                     REPORT (SATSEXCP.TXT) INSTEAD OF BEING
      *                     FORCE-APPLIED.
      *    10/15/2026 AJI   THE SATISFACTION LETTER LINE AND THE
      *                     ESCROW REFUND RECORD NOW CARRY THE
      *                     BORROWER'S CURRENT MAILING ADDRESS OFF THE
      *                     BORROWER CONTACT FILE (BORRCONT.DAT,
      *                     BORRCNT COPYBOOK) AND A MAIL-HOLD FLAG.
      *                     THE LOAN IS ALREADY RETIRED AND THE MONEY
      *                     ALREADY MOVED, SO A SETTLEMENT WITH NO
      *                     CONTACT RECORD OR A BLANK MAILING ADDRESS
      *                     STILL WRITES BOTH - FLAGGED HELD (H) FOR
      *                     THE MAILING HOUSE TO PULL - AND IS LISTED
      *                     ON THE SHARED MAIL EXCEPTION FILE
      *                     (MAILXCP.TXT).
      *    10/15/2026 AJI   FEE LEDGER TABLE CARRIES THE FEE TYPE AND
      *                     SOURCE-RETURNED FLAG ADDED TO LATEREC SO
      *                     THE REWRITE KEEPS THEM.
      *    10/15/2026 AJI   A SATISFIED LOAN IS RETIRED WITH THE
      *                     PAID-IN-FULL DISPOSITION CODE AND THE
      *                     RETIRED DATE NOW ON MORTREC.  A LOAN IN
      *                     FORECLOSURE THAT PAYS OFF CLOSES ITS
      *                     FORECLOSURE CASE THE NEXT FCLMAINT RUN.
      *    10/15/2026 AJI   BEFORE IMAGE HELD FOR THE AUDIT JOURNAL
      *                     WIDENED TO THE FULL 270-BYTE MORTREC.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SXCP-STATUS.

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
       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.
           05  ER-NAME                   PIC X(30).
           05  ER-REFUND-AMOUNT          PIC 9(7)V99.
           05  ER-REFUND-DATE            PIC 9(8).
           05  ER-MAIL-HOLD              PIC X.
               88  ER-MAIL-HELD              VALUE 'H'.
           05  ER-MAIL-LINE-1            PIC X(30).
           05  ER-MAIL-LINE-2            PIC X(30).
           05  ER-MAIL-CITY              PIC X(20).
           05  ER-MAIL-STATE             PIC X(2).
           05  ER-MAIL-ZIP               PIC X(10).

       FD  SATISFACTION-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SATISFACTION-LETTER-LINE      PIC X(200).

       FD  SATS-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SATS-EXCEPTION-LINE           PIC X(110).

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  MAIL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MAILXCP.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-QUOTE-STATUS           PIC XX.
       01  WS-REFUND-STATUS          PIC XX.
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-SXCP-STATUS            PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-MAILXCP-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-QUOTE-EOF-SW       PIC X VALUE 'N'.
               88  WS-QT-FOUND           VALUE 'Y'.
           05  WS-FEES-CHANGED-SW    PIC X VALUE 'N'.
               88  WS-FEES-CHANGED       VALUE 'Y'.
           05  WS-ADDRESS-SW         PIC X VALUE 'N'.
               88  WS-ADDRESS-ON-FILE    VALUE 'Y'.

       01  WS-RUN-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-BEFORE-IMAGE       PIC X(270) VALUE SPACES.

      *    THE QUOTE LINE SPLIT INTO ITS COMMA FIELDS - SAME COLUMN
      *    ORDER 2980-WRITE-PAYOFF-QUOTE IN MORTGAGES WRITES.
               10  WS-FEE-SOURCE     PIC 9(3).
               10  WS-FEE-WV-OPER    PIC X(8).
               10  WS-FEE-WV-REASON  PIC X(20).
               10  WS-FEE-TYPE       PIC X.
               10  WS-FEE-SRC-RTN    PIC X.

      *    PER-SETTLEMENT WORKING FIELDS.  FUNDS WITHIN THE TOLERANCE
      *    OF THE SETTLEMENT (EITHER SIDE) STILL SATISFY - A
           05  WS-OVERAGE            PIC 9(7)V99 VALUE 0.
           05  WS-REFUND-AMOUNT      PIC 9(7)V99 VALUE 0.
           05  WS-EXCP-REASON        PIC X(30) VALUE SPACES.
           05  WS-ADDR-REASON        PIC X(30) VALUE SPACES.
           05  WS-MAIL-HOLD          PIC X VALUE SPACE.
           05  OUT-PR-AMOUNT         PIC ZZZZZZZZ9.99.
           05  OUT-SETTLEMENT-DUE    PIC ZZZZZZZZ9.99.
           05  OUT-REFUND-AMOUNT     PIC ZZZZZZ9.99.
           05  WS-RECEIPTS-EXCEPTED  PIC 9(6) VALUE 0.
           05  WS-FEES-COLLECTED     PIC 9(6) VALUE 0.
           05  WS-REFUNDS-CUT        PIC 9(6) VALUE 0.
           05  WS-MAIL-HELD          PIC 9(6) VALUE 0.
           05  WS-TOTAL-SATISFIED    PIC 9(11)V99 VALUE 0.
           05  OUT-TOTAL-SATISFIED   PIC ZZZZZZZZZZ9.99.

           05  LTR-AMOUNT            PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LTR-TEXT              PIC X(26).
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

       01  WS-EXCP-DETAIL.
           05  XCP-ID                PIC 9(6).
           OPEN OUTPUT SATISFACTION-LETTER-FILE
           OPEN OUTPUT SATS-EXCEPTION-FILE

      *    NO CONTACT FILE ON HAND STILL SETTLES - EVERY LETTER AND
      *    REFUND THEN GOES OUT HELD AND LISTED.  THE MAIL EXCEPTION
      *    LIST IS SHARED BY EVERY MAIL PRODUCER, SO IT ONLY EXTENDS.
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

           PERFORM 1500-READ-RECEIPT.

      ******************************************************************
                           TO WS-FEE-WV-OPER (WS-FEE-IX)
                       MOVE OF-WAIVE-REASON
                           TO WS-FEE-WV-REASON (WS-FEE-IX)
                       MOVE OF-FEE-TYPE TO WS-FEE-TYPE (WS-FEE-IX)
                       MOVE OF-SOURCE-RETURNED
                           TO WS-FEE-SRC-RTN (WS-FEE-IX)
                   ELSE
                       DISPLAY 'FEE LEDGER EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'

           MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
           SET MORTGAGEE-RETIRED TO TRUE
           SET MORTGAGEE-DISP-PAID-OFF TO TRUE
           MOVE WS-RUN-DATE TO MORTGAGEE-RETIRED-DATE
           MOVE 0 TO MORTGAGEE-ESCROW-BALANCE
           REWRITE MORTGAGEE-RECORD
           PERFORM 2450-WRITE-AUDIT-JOURNAL

           PERFORM 2500-COLLECT-OPEN-FEES

           PERFORM 2580-LOOKUP-MAILING-ADDRESS

           IF WS-REFUND-AMOUNT > 0
               PERFORM 2600-WRITE-ESCROW-REFUND
           END-IF
           MOVE MORTGAGEE-ID TO AJ-MORTGAGEE-ID
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE MORTGAGEE-RECORD TO AJ-AFTER-IMAGE
           MOVE SPACES TO AJ-POS-BEFORE-IMAGE
           MOVE SPACES TO AJ-POS-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       2500-COLLECT-OPEN-FEES.
               ADD 1 TO WS-FEES-COLLECTED
           END-IF.

      ******************************************************************
      *    2580-LOOKUP-MAILING-ADDRESS - KEYED READ OF THE BORROWER
      *    CONTACT FILE FOR THE LETTER AND THE REFUND CHECK.  NO
      *    RECORD, OR A BLANK MAILING LINE 1, SETS THE MAIL HOLD AND
      *    LISTS THE SETTLEMENT ONCE ON THE MAIL EXCEPTION FILE.
      ******************************************************************
       2580-LOOKUP-MAILING-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-SW
           MOVE SPACE TO WS-MAIL-HOLD
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
           END-READ
           IF NOT WS-ADDRESS-ON-FILE
               MOVE 'H' TO WS-MAIL-HOLD
               ADD 1 TO WS-MAIL-HELD
               MOVE WS-RUN-DATE TO MX-RUN-DATE
               MOVE 'MORTSATS' TO MX-PROGRAM
               MOVE 'SATSLTTR.TXT' TO MX-OUTPUT-NAME
               MOVE MORTGAGEE-ID TO MX-MORTGAGEE-ID
               MOVE WS-QT-NAME (WS-QT-IX) TO MX-NAME
               SET MX-PIECE-HELD TO TRUE
               MOVE WS-ADDR-REASON TO MX-REASON
               WRITE MAIL-EXCEPTION-RECORD
               IF WS-REFUND-AMOUNT > 0
                   MOVE 'ESCRFUND.TXT' TO MX-OUTPUT-NAME
                   WRITE MAIL-EXCEPTION-RECORD
               END-IF
           END-IF.

       2600-WRITE-ESCROW-REFUND.
           ADD 1 TO WS-REFUNDS-CUT
           MOVE MORTGAGEE-ID TO ER-MORTGAGEE-ID
           MOVE WS-QT-NAME (WS-QT-IX) TO ER-NAME
           MOVE WS-REFUND-AMOUNT TO ER-REFUND-AMOUNT
           MOVE WS-RUN-DATE TO ER-REFUND-DATE
           MOVE WS-MAIL-HOLD TO ER-MAIL-HOLD
           MOVE BC-MAIL-LINE-1 TO ER-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO ER-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO ER-MAIL-CITY
           MOVE BC-MAIL-STATE TO ER-MAIL-STATE
           MOVE BC-MAIL-ZIP TO ER-MAIL-ZIP
           WRITE ESCROW-REFUND-RECORD.

       2700-WRITE-LETTER-LINE.
           MOVE PR-DATE-RECEIVED TO LTR-DATE
           ADD PR-AMOUNT TO ZERO GIVING LTR-AMOUNT ROUNDED
           MOVE 'PAID AND SATISFIED IN FULL' TO LTR-TEXT
           MOVE WS-MAIL-HOLD TO LTR-MAIL-HOLD
           MOVE BC-MAIL-LINE-1 TO LTR-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO LTR-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO LTR-MAIL-CITY
           MOVE BC-MAIL-STATE TO LTR-MAIL-STATE
           MOVE BC-MAIL-ZIP TO LTR-MAIL-ZIP
           WRITE SATISFACTION-LETTER-LINE FROM WS-LETTER-DETAIL.

       2800-WRITE-EXCEPTION.
           MOVE WS-FEE-SOURCE (WS-FEE-IX) TO OF-SOURCE-PMT-NO
           MOVE WS-FEE-WV-OPER (WS-FEE-IX) TO OF-WAIVE-OPER
           MOVE WS-FEE-WV-REASON (WS-FEE-IX) TO OF-WAIVE-REASON
           MOVE WS-FEE-TYPE (WS-FEE-IX) TO OF-FEE-TYPE
           MOVE WS-FEE-SRC-RTN (WS-FEE-IX) TO OF-SOURCE-RETURNED
           WRITE OPEN-FEE-RECORD.

       3000-TERMINATE.
           CLOSE ESCROW-REFUND-FILE
           CLOSE SATISFACTION-LETTER-FILE
           CLOSE SATS-EXCEPTION-FILE
           CLOSE BORROWER-CONTACT-FILE
           CLOSE MAIL-EXCEPTION-FILE

           MOVE WS-TOTAL-SATISFIED TO OUT-TOTAL-SATISFIED
           DISPLAY ' '
           DISPLAY 'RECEIPTS EXCEPTED..: ' WS-RECEIPTS-EXCEPTED
           DISPLAY 'LATE FEES COLLECTED: ' WS-FEES-COLLECTED
           DISPLAY 'ESCROW REFUNDS CUT.: ' WS-REFUNDS-CUT
           DISPLAY 'MAIL HELD, NO ADDR.: ' WS-MAIL-HELD
           DISPLAY 'SATISFIED $........: ' OUT-TOTAL-SATISFIED.
