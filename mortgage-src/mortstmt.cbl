      *                     IT FELL THROUGH THE MONTH TESTS AND THE
      *                     STATEMENT OVERSTATED PAST DUE AGAINST
      *                     MORTDELQ'S AGING OF THE SAME LINE.
      *    10/15/2026 AJI   EVERY STATEMENT NOW CARRIES THE BORROWER'S
      *                     CURRENT MAILING ADDRESS OFF THE BORROWER
      *                     CONTACT FILE (BORRCONT.DAT, BORRCNT
      *                     COPYBOOK) - ON THE PRINT IMAGE UNDER THE
      *                     LOAN LINE AND APPENDED TO THE EXTRACT
      *                     RECORD.  A LOAN WITH NO CONTACT RECORD OR
      *                     A BLANK MAILING ADDRESS GETS NO STATEMENT;
      *                     IT IS COUNTED AND LISTED ON THE SHARED
      *                     MAIL EXCEPTION FILE (MAILXCP.TXT) INSTEAD
      *                     OF GOING TO THE MAILING HOUSE BLANK.
      *    10/15/2026 AJI   A RETURNED LINE FOR AN INSTALLMENT DUE
      *                     BEFORE THE STATEMENT MONTH (A RECEIPT
      *                     PAYRTRN TOOK BACK WHEN IT CAME BACK
      *                     UNPAID) ADDS THE PAST DUE IT RESTORED TO
      *                     THE STATEMENT'S PAST DUE, THE SAME AS
      *                     MORTDELQ AGES IT.
      *    10/15/2026 AJI   THE PMI PREMIUM MORTGAGES NOW BILLS WITH
      *                     THE INSTALLMENT (AMORTSCH.TXT PMIPREMIUM
      *                     COLUMN) PRINTS UNDER THE AMOUNT DUE WHEN
      *                     THERE IS ONE AND IS APPENDED TO THE
      *                     EXTRACT RECORD.  THE TOTAL DUE ALREADY
      *                     INCLUDES IT.
      *    10/15/2026 AJI   A MODCAP LINE (PAST DUE CAPITALIZED BY A
      *                     PERMANENT MODIFICATION) NETS THE PAST DUE
      *                     THE SAME WAY AN ARREARS CATCH-UP DOES.
      *    10/15/2026 AJI   A BOARDED LINE (LOANBRD'S OPENING LINE FOR
      *                     AN ACQUIRED LOAN) ADDS THE PAST DUE THAT
      *                     CAME OVER WITH THE LOAN THE SAME WAY A
      *                     RETURNED RECEIPT DOES, AND IS NEVER TAKEN
      *                     FOR THE STATEMENT MONTH'S INSTALLMENT.
      *    10/15/2026 AJI   A RUN THAT LOOKS BACK PAST THE LAST
      *                     LEDGARCH CUTOFF READS THE SCHEDULE
      *                     GENERATIONS CATALOGED IN ARCHCAT.TXT AHEAD
      *                     OF THE LIVE FILE, PASSING OVER LINES A
      *                     MORTGAGES REPLAY REPEATED.
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *    THE LIVE SCHEDULE, OR ONE OF ITS ARCHIVE GENERATIONS -
      *    1130-OPEN-NEXT-SCHEDULE WALKS THE LIST.
           SELECT AMORTIZATION-SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'archcat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL OPEN-FEE-FILE ASSIGN TO 'lateopen.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPENFEE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

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
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  ARCHIVE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.

           COPY ARCHCAT.

       FD  OPEN-FEE-FILE
           LABEL RECORDS ARE STANDARD.

           05  SX-YTD-INTEREST           PIC 9(7)V99.
           05  SX-YTD-ESCROW             PIC 9(6)V99.
           05  SX-REMAIN-BALANCE         PIC 9(7)V99.
           05  SX-MAIL-LINE-1            PIC X(30).
           05  SX-MAIL-LINE-2            PIC X(30).
           05  SX-MAIL-CITY              PIC X(20).
           05  SX-MAIL-STATE             PIC X(2).
           05  SX-MAIL-ZIP               PIC X(10).
           05  SX-PMI-AMOUNT             PIC 9(4)V99.

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
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-CATALOG-STATUS         PIC XX.
       01  WS-OPENFEE-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-PRINT-STATUS           PIC XX.
       01  WS-EXTRACT-STATUS         PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-MAILXCP-STATUS         PIC XX.

      *    THE SCHEDULE FILES READ, IN ORDER - THE ARCHIVE GENERATIONS
      *    THE RUN REACHES BACK INTO, AS CATALOGED, THEN THE LIVE FILE.
       01  WS-FILE-LIST.
           05  WS-SCHEDULE-NAME      PIC X(18) VALUE SPACES.
           05  WS-CATALOG-EOF-SW     PIC X VALUE 'N'.
               88  WS-CATALOG-EOF        VALUE 'Y'.
           05  WS-FL-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-FL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FL-IX.
               10  WS-FL-NAME        PIC X(18).

      *    PER-LOAN GUARD FOR A RUN THAT PULLS GENERATIONS BACK IN -
      *    THE FILE THE LOAN WAS LAST SEEN IN, THE LATEST MONTH
      *    (YYYYMM) READ FOR IT SO FAR, AND THE MONTH THROUGH WHICH
      *    ITS LINES IN THE CURRENT FILE REPEAT THAT HISTORY.
       01  WS-PULLED-TABLE.
           05  WS-PL-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-PL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PL-IX.
               10  WS-PL-ID          PIC 9(6).
               10  WS-PL-FILE        PIC 9(3).
               10  WS-PL-THRU        PIC 9(6).
               10  WS-PL-SKIP-THRU   PIC 9(6).

       01  WS-PULLED-VALUES.
           05  WS-PULL-FROM-DATE     PIC 9(8) VALUE 0.
           05  WS-PL-CUR-FILE        PIC 9(3) VALUE 0.
           05  WS-PL-LINE-MONTH      PIC 9(6) VALUE 0.
           05  WS-REPEAT-LINE-SW     PIC X VALUE 'N'.
               88  WS-REPEAT-LINE        VALUE 'Y'.
           05  WS-GENERATIONS-READ   PIC 9(3) VALUE 0.
           05  WS-LINES-REPEATED     PIC 9(7) VALUE 0.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF       VALUE 'Y'.
           05  WS-SLOT-FOUND-SW      PIC X VALUE 'N'.
               88  WS-SLOT-FOUND         VALUE 'Y'.
           05  WS-ADDRESS-SW         PIC X VALUE 'N'.
               88  WS-ADDRESS-ON-FILE    VALUE 'Y'.

      *    STATEMENT MONTH FROM THE ENVIRONMENT
       01  WS-TARGET-VALUES.
           05  WS-FLD-ESCROW         PIC X(12).
           05  WS-FLD-TOTAL-DUE      PIC X(12).
           05  WS-FLD-RCPT-COUNT     PIC X(5).
           05  WS-FLD-PMI            PIC X(12).

       01  WS-LINE-VALUES.
           05  WS-LINE-ID            PIC 9(6) VALUE 0.
           05  WS-LINE-MONTHS        PIC 9(6) VALUE 0.
           05  WS-INT-AMT            COMP-2 VALUE 0.
           05  WS-ESC-AMT            COMP-2 VALUE 0.
           05  WS-PMI-AMT            COMP-2 VALUE 0.
           05  WS-DUE-AMT            COMP-2 VALUE 0.
           05  WS-RECVD-AMT          COMP-2 VALUE 0.
           05  WS-ACTUAL-AMT         COMP-2 VALUE 0.
                   88  WS-ST-DUE-FOUND   VALUE 'Y'.
               10  WS-ST-PI          COMP-2.
               10  WS-ST-ESCROW      COMP-2.
               10  WS-ST-PMI         COMP-2.
               10  WS-ST-TOTAL-DUE   COMP-2.
               10  WS-ST-BALANCE     COMP-2.
               10  WS-ST-PAST-DUE    COMP-2.
           05  WS-DUE-DAY            PIC 9(2) VALUE 1.
           05  WS-DUE-DATE           PIC 9(8) VALUE 0.
           05  WS-CUST-NAME          PIC X(30) VALUE SPACES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-ADDR-REASON        PIC X(30) VALUE SPACES.
           05  WS-CITY-LINE          PIC X(40) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-STATEMENTS-CUT     PIC 9(6) VALUE 0.
           05  WS-NO-SCHEDULE        PIC 9(6) VALUE 0.
           05  WS-NO-ADDRESS         PIC 9(6) VALUE 0.
           05  WS-TOTAL-BILLED       PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-PAST-DUE     PIC 9(9)V99 VALUE 0.
           05  OUT-TOTAL-BILLED      PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LNL-NAME              PIC X(30).

       01  WS-ADDRESS-LINE.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  ADL-TEXT              PIC X(40).

       01  WS-DUE-LINE.
           05  FILLER                PIC X(22) VALUE
               'PAYMENT DUE DATE....: '.
               STOP RUN
           END-IF
           COMPUTE WS-TGT-MONTHS = WS-TGT-YEAR * 12 + WS-TGT-MONTH
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

      *    THE YEAR-TO-DATE FIGURES REACH BACK TO JANUARY OF THE
      *    STATEMENT YEAR, SO EVERY SCHEDULE GENERATION CUT AFTER
      *    JANUARY 1 IS READ AHEAD OF THE LIVE FILE.
           COMPUTE WS-PULL-FROM-DATE = WS-TGT-YEAR * 10000 + 101
           PERFORM 1300-LOAD-GENERATIONS
           ADD 1 TO WS-FL-COUNT
           SET WS-FL-IX TO WS-FL-COUNT
           MOVE 'amortsch.txt' TO WS-FL-NAME (WS-FL-IX)
           SET WS-FL-IX TO 1
           PERFORM 1120-OPEN-SCHEDULE

           OPEN INPUT MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
           OPEN OUTPUT STATEMENT-PRINT-FILE
           OPEN OUTPUT STATEMENT-EXTRACT-FILE

      *    NO CONTACT FILE ON HAND STILL RUNS - EVERY STATEMENT THEN
      *    LANDS ON THE MAIL EXCEPTION LIST, WHICH IS THE POINT.
           OPEN INPUT BORROWER-CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               AND WS-CONTACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER CONTACT FILE: '
                       WS-CONTACT-STATUS
               STOP RUN
           END-IF

      *    THE MAIL EXCEPTION LIST IS SHARED BY EVERY MAIL PRODUCER -
      *    EXTEND, NEVER OUTPUT.
           OPEN EXTEND MAIL-EXCEPTION-FILE
           IF WS-MAILXCP-STATUS NOT = '00'
               AND WS-MAILXCP-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING MAIL EXCEPTION FILE: '
                       WS-MAILXCP-STATUS
               STOP RUN
           END-IF

      *    FIRST LINE OF AMORTSCH.TXT IS THE COLUMN HEADER.  AN
      *    ARCHIVE GENERATION HAS NONE - 1130 STEPS OVER THE LIVE
      *    FILE'S HEADER WHEN THE WALK REACHES IT.
           IF WS-FL-COUNT = 1
               PERFORM 1110-READ-ONE-LINE
           END-IF
           IF WS-SCHEDULE-NOT-EOF
               PERFORM 1100-READ-SCHEDULE
           END-IF
           PERFORM 1200-READ-MASTER.

      ******************************************************************
      *    1100-READ-SCHEDULE - THE NEXT LINE, MOVING ON TO THE NEXT
      *    FILE IN THE LIST WHEN ONE RUNS OUT AND PASSING OVER ANY
      *    LINE 1400 FINDS REPEATED.  END OF FILE ONLY STANDS AT THE
      *    END OF THE LIVE SCHEDULE.
      ******************************************************************
       1100-READ-SCHEDULE.
           SET WS-REPEAT-LINE TO TRUE
           PERFORM 1105-READ-NEXT-LINE
               UNTIL WS-SCHEDULE-EOF
               OR NOT WS-REPEAT-LINE.

       1105-READ-NEXT-LINE.
           PERFORM 1110-READ-ONE-LINE
           PERFORM 1130-OPEN-NEXT-SCHEDULE
               UNTIL WS-SCHEDULE-NOT-EOF
               OR WS-FL-IX NOT < WS-FL-COUNT
           MOVE 'N' TO WS-REPEAT-LINE-SW
           IF WS-SCHEDULE-NOT-EOF AND WS-FL-COUNT > 1
               PERFORM 1400-CHECK-REPEATED-LINE
           END-IF.

       1110-READ-ONE-LINE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-SCHEDULE-EOF TO TRUE
               NOT AT END SET WS-SCHEDULE-NOT-EOF TO TRUE
           END-READ.

       1120-OPEN-SCHEDULE.
           MOVE WS-FL-NAME (WS-FL-IX) TO WS-SCHEDULE-NAME
           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCHEDULE FILE '
                       WS-SCHEDULE-NAME ': ' WS-SCHEDULE-STATUS
               STOP RUN
           END-IF.

       1130-OPEN-NEXT-SCHEDULE.
           CLOSE AMORTIZATION-SCHEDULE-FILE
           SET WS-FL-IX UP BY 1
           PERFORM 1120-OPEN-SCHEDULE
           PERFORM 1110-READ-ONE-LINE
           IF WS-FL-IX = WS-FL-COUNT AND WS-SCHEDULE-NOT-EOF
               PERFORM 1110-READ-ONE-LINE
           END-IF.

      ******************************************************************
      *    1300-LOAD-GENERATIONS - EVERY LINE IN A SCHEDULE GENERATION
      *    IS DUE BEFORE ITS CUTOFF, SO ONLY A GENERATION CUT AFTER
      *    THE DATE THE RUN LOOKS BACK TO CAN HOLD A LINE IT NEEDS.
      *    THEY ARE READ AS CATALOGED, OLDEST FIRST, AHEAD OF THE
      *    LIVE FILE, SO A LOAN'S LINES STILL ARRIVE IN THE ORDER
      *    THEY WERE WRITTEN.
      ******************************************************************
       1300-LOAD-GENERATIONS.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               AND WS-CATALOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARCHIVE CATALOG: '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF
           PERFORM 1310-LOAD-ONE-GENERATION UNTIL WS-CATALOG-EOF
           CLOSE ARCHIVE-CATALOG-FILE.

       1310-LOAD-ONE-GENERATION.
           READ ARCHIVE-CATALOG-FILE
               AT END SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   IF AC-SCHEDULE-HISTORY
                       AND AC-CUTOFF-DATE > WS-PULL-FROM-DATE
                       IF WS-FL-COUNT < 99
                           ADD 1 TO WS-FL-COUNT
                           SET WS-FL-IX TO WS-FL-COUNT
                           MOVE AC-GENERATION-NAME
                               TO WS-FL-NAME (WS-FL-IX)
                           ADD 1 TO WS-GENERATIONS-READ
                       ELSE
                           DISPLAY 'SCHEDULE GENERATIONS EXCEED TABLE '
                                   'LIMIT - RAISE THE OCCURS AND RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    1400-CHECK-REPEATED-LINE - A MORTGAGES REPLAY REWRITES THE
      *    SCHEDULE FROM ORIGINATION, SO UNTIL LEDGARCH NEXT RUNS THE
      *    LIVE FILE REPEATS LINES A GENERATION ALREADY HOLDS, AND THE
      *    GENERATION THAT RUN CUTS REPEATS THEM AGAIN.  A LOAN WHOSE
      *    FIRST LINE IN A FILE IS DUE NO LATER THAN THE LAST MONTH
      *    ALREADY READ FOR IT STARTS ITS HISTORY OVER THERE, AND ITS
      *    LINES IN THAT FILE THROUGH THAT MONTH ARE PASSED OVER.  A
      *    RETURNED, ARREARS OR MODCAP LINE FOR AN EARLIER INSTALLMENT
      *    IS NEW HISTORY, NOT A REPEAT, AND NEVER STARTS ONE.
      ******************************************************************
       1400-CHECK-REPEATED-LINE.
           PERFORM 2100-PARSE-SCHEDULE-LINE
           COMPUTE WS-PL-LINE-MONTH = WS-LINE-YEAR * 100 + WS-LINE-MONTH
           PERFORM 1410-FIND-OR-ADD-PULLED-LOAN
           SET WS-PL-CUR-FILE TO WS-FL-IX
           IF WS-PL-FILE (WS-PL-IX) NOT = WS-PL-CUR-FILE
               MOVE WS-PL-CUR-FILE TO WS-PL-FILE (WS-PL-IX)
               MOVE 0 TO WS-PL-SKIP-THRU (WS-PL-IX)
               IF WS-PL-LINE-MONTH NOT > WS-PL-THRU (WS-PL-IX)
                   AND WS-FLD-RECON-CODE NOT = 'RETURNED'
                   AND WS-FLD-RECON-CODE NOT = 'ARREARS'
                   AND WS-FLD-RECON-CODE NOT = 'MODCAP'
                   MOVE WS-PL-THRU (WS-PL-IX)
                       TO WS-PL-SKIP-THRU (WS-PL-IX)
               END-IF
           END-IF
           IF WS-PL-LINE-MONTH NOT > WS-PL-SKIP-THRU (WS-PL-IX)
               SET WS-REPEAT-LINE TO TRUE
               ADD 1 TO WS-LINES-REPEATED
           ELSE
               IF WS-PL-LINE-MONTH > WS-PL-THRU (WS-PL-IX)
                   MOVE WS-PL-LINE-MONTH TO WS-PL-THRU (WS-PL-IX)
               END-IF
           END-IF.

       1410-FIND-OR-ADD-PULLED-LOAN.
           PERFORM 1420-CHECK-ONE-PULLED-LOAN
               VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
               OR WS-PL-ID (WS-PL-IX) = WS-LINE-ID
           IF WS-PL-IX > WS-PL-COUNT
               IF WS-PL-COUNT < 5000
                   ADD 1 TO WS-PL-COUNT
                   SET WS-PL-IX TO WS-PL-COUNT
                   MOVE WS-LINE-ID TO WS-PL-ID (WS-PL-IX)
                   MOVE 0 TO WS-PL-FILE (WS-PL-IX)
                   MOVE 0 TO WS-PL-THRU (WS-PL-IX)
                   MOVE 0 TO WS-PL-SKIP-THRU (WS-PL-IX)
               ELSE
                   DISPLAY 'PULLED-BACK LOANS EXCEED TABLE LIMIT - '
                           'RAISE THE OCCURS AND RERUN'
                   STOP RUN
               END-IF
           END-IF.

       1420-CHECK-ONE-PULLED-LOAN.
           CONTINUE.

       1200-READ-MASTER.
           READ MORTGAGE-FILE
               AT END SET WS-MASTER-EOF TO TRUE
      *    HISTORY.  THE STATEMENT MONTH'S LINE SUPPLIES THE AMOUNT
      *    DUE AND REMAINING BALANCE; LINES DUE IN EARLIER MONTHS AGE
      *    INTO PAST DUE THE WAY MORTDELQ AGES THEM, WITH ARREARS
      *    CATCH-UPS NETTING BACK OUT AND RETURNED RECEIPTS AND PAST
      *    DUE BOARDED WITH AN ACQUIRED LOAN ADDING IN; SETTLED
      *    LINES IN THE STATEMENT YEAR FEED THE YEAR-TO-DATE INTEREST
      *    AND ESCROW PAID.
      ******************************************************************
       2000-SCAN-SCHEDULE.
           PERFORM 2100-PARSE-SCHEDULE-LINE
      *    MONTH OR DURING THE STATEMENT MONTH ITSELF - THE SAME
      *    NETTING MORTDELQ APPLIES, SO THE TWO AGREE ON PAST DUE.
           EVALUATE TRUE
               WHEN (WS-FLD-RECON-CODE = 'ARREARS'
                   OR WS-FLD-RECON-CODE = 'MODCAP')
                   AND WS-LINE-MONTHS NOT > WS-TGT-MONTHS
                   PERFORM 2250-AGE-PRIOR-LINE
               WHEN WS-FLD-RECON-CODE = 'RETURNED'
                   OR WS-FLD-RECON-CODE = 'BOARDED'
                   IF WS-LINE-MONTHS < WS-TGT-MONTHS
                       PERFORM 2250-AGE-PRIOR-LINE
                   END-IF
               WHEN WS-LINE-MONTHS = WS-TGT-MONTHS
                   SET WS-ST-DUE-FOUND (WS-STMT-IX) TO TRUE
                   MOVE WS-ACTUAL-AMT TO WS-ST-PI (WS-STMT-IX)
                   MOVE WS-ESC-AMT TO WS-ST-ESCROW (WS-STMT-IX)
                   MOVE WS-PMI-AMT TO WS-ST-PMI (WS-STMT-IX)
                   MOVE WS-DUE-AMT TO WS-ST-TOTAL-DUE (WS-STMT-IX)
                   MOVE WS-BAL-AMT TO WS-ST-BALANCE (WS-STMT-IX)
               WHEN WS-LINE-MONTHS < WS-TGT-MONTHS
                    WS-FLD-BALANCE WS-FLD-RECON-CODE
                    WS-FLD-RECEIVED WS-FLD-EXTRA WS-FLD-ESCROW
                    WS-FLD-TOTAL-DUE WS-FLD-RCPT-COUNT
                    WS-FLD-PMI
           END-UNSTRING

           COMPUTE WS-LINE-ID = FUNCTION NUMVAL(WS-FLD-ID)
           ELSE
               COMPUTE WS-ESC-AMT = FUNCTION NUMVAL(WS-FLD-ESCROW)
           END-IF
      *    A LINE WRITTEN BEFORE THE PMI COLUMN EXISTED, OR ONE
      *    THAT BILLED NONE, LEAVES IT BLANK.
           IF WS-FLD-PMI = SPACES
               MOVE 0 TO WS-PMI-AMT
           ELSE
               COMPUTE WS-PMI-AMT = FUNCTION NUMVAL(WS-FLD-PMI)
           END-IF
           IF WS-FLD-TOTAL-DUE = SPACES
               MOVE 0 TO WS-DUE-AMT
           ELSE
                       MOVE 'N' TO WS-ST-DUE-SW (WS-STMT-IX)
                       MOVE 0 TO WS-ST-PI (WS-STMT-IX)
                       MOVE 0 TO WS-ST-ESCROW (WS-STMT-IX)
                       MOVE 0 TO WS-ST-PMI (WS-STMT-IX)
                       MOVE 0 TO WS-ST-TOTAL-DUE (WS-STMT-IX)
                       MOVE 0 TO WS-ST-BALANCE (WS-STMT-IX)
                       MOVE 0 TO WS-ST-PAST-DUE (WS-STMT-IX)
       2250-AGE-PRIOR-LINE.
           EVALUATE TRUE
               WHEN WS-FLD-RECON-CODE = 'ARREARS'
                   OR WS-FLD-RECON-CODE = 'MODCAP'
                   IF WS-RECVD-AMT > WS-ST-PAST-DUE (WS-STMT-IX)
                       MOVE 0 TO WS-ST-PAST-DUE (WS-STMT-IX)
                   ELSE
                       COMPUTE WS-ST-PAST-DUE (WS-STMT-IX) =
                           WS-ST-PAST-DUE (WS-STMT-IX) - WS-RECVD-AMT
                   END-IF
               WHEN WS-FLD-RECON-CODE = 'RETURNED'
                   OR WS-FLD-RECON-CODE = 'BOARDED'
                   ADD WS-RECVD-AMT TO WS-ST-PAST-DUE (WS-STMT-IX)
               WHEN WS-FLD-RECON-CODE = 'NOT-RECEIVED'
                   OR WS-FLD-RECON-CODE (1:9) = 'SHORT-PAY'
                   COMPUTE WS-SHORT-AMT = WS-DUE-AMT - WS-RECVD-AMT
      *    2500-WRITE-STATEMENTS - ONE STATEMENT PER ACTIVE LOAN.  AN
      *    ACTIVE LOAN WITH NO STATEMENT-MONTH LINE ON THE SCHEDULE
      *    (NO CYCLE HAS REACHED THE MONTH YET, OR THE LOAN MATURED)
      *    IS COUNTED AND SKIPPED RATHER THAN BILLED A GUESS.  A LOAN
      *    THE MAILING HOUSE CANNOT ADDRESS IS COUNTED AND LISTED ON
      *    THE MAIL EXCEPTION FILE RATHER THAN MAILED BLANK.
      ******************************************************************
       2500-WRITE-STATEMENTS.
           IF MORTGAGEE-ACTIVE
               MOVE MORTGAGEE-ID TO WS-SLOT-KEY-ID
               PERFORM 2200-FIND-OR-ADD-SLOT
               IF WS-ST-DUE-FOUND (WS-STMT-IX)
                   PERFORM 2550-BUILD-CUST-NAME
                   PERFORM 2560-LOOKUP-MAILING-ADDRESS
                   IF WS-ADDRESS-ON-FILE
                       PERFORM 2600-WRITE-ONE-STATEMENT
                   ELSE
                       PERFORM 2590-WRITE-MAIL-EXCEPTION
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-SCHEDULE
               END-IF
           END-IF
           PERFORM 1200-READ-MASTER.

       2550-BUILD-CUST-NAME.
           MOVE SPACES TO WS-CUST-NAME
           STRING MORTGAGEE-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MORTGAGEE-LAST-NAME DELIMITED BY SPACE
             INTO WS-CUST-NAME
           END-STRING.

      ******************************************************************
      *    2560-LOOKUP-MAILING-ADDRESS - KEYED READ OF THE BORROWER
      *    CONTACT FILE.  NO RECORD, OR A RECORD WHOSE MAILING LINE 1
      *    IS BLANK, LEAVES THE ADDRESS SWITCH OFF WITH THE REASON.
      ******************************************************************
       2560-LOOKUP-MAILING-ADDRESS.
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

       2590-WRITE-MAIL-EXCEPTION.
           ADD 1 TO WS-NO-ADDRESS
           MOVE WS-RUN-DATE TO MX-RUN-DATE
           MOVE 'MORTSTMT' TO MX-PROGRAM
           MOVE 'STMTPRNT.TXT' TO MX-OUTPUT-NAME
           MOVE MORTGAGEE-ID TO MX-MORTGAGEE-ID
           MOVE WS-CUST-NAME TO MX-NAME
           SET MX-PIECE-SKIPPED TO TRUE
           MOVE WS-ADDR-REASON TO MX-REASON
           WRITE MAIL-EXCEPTION-RECORD.

       2600-WRITE-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENTS-CUT
           ADD WS-ST-TOTAL-DUE (WS-STMT-IX) TO WS-TOTAL-BILLED
           COMPUTE WS-DUE-DATE = WS-TGT-YEAR * 10000
               + WS-TGT-MONTH * 100 + WS-DUE-DAY

           PERFORM 2700-WRITE-PRINT-IMAGE
           PERFORM 2800-WRITE-EXTRACT-RECORD.

           MOVE MORTGAGEE-ID TO LNL-ID
           MOVE WS-CUST-NAME TO LNL-NAME
           WRITE STATEMENT-PRINT-LINE FROM WS-LOAN-LINE
           PERFORM 2750-WRITE-ADDRESS-BLOCK

           MOVE WS-TGT-YEAR TO DUL-YEAR
           MOVE WS-TGT-MONTH TO DUL-MONTH
           ADD WS-ST-ESCROW (WS-STMT-IX) TO ZERO
                     GIVING AML-AMOUNT ROUNDED
           WRITE STATEMENT-PRINT-LINE FROM WS-AMOUNT-LINE
           IF WS-ST-PMI (WS-STMT-IX) > 0
               MOVE '  MORTGAGE INSURANCE: ' TO AML-LABEL
               ADD WS-ST-PMI (WS-STMT-IX) TO ZERO
                         GIVING AML-AMOUNT ROUNDED
               WRITE STATEMENT-PRINT-LINE FROM WS-AMOUNT-LINE
           END-IF
           MOVE 'PAST DUE............: ' TO AML-LABEL
           ADD WS-ST-PAST-DUE (WS-STMT-IX) TO ZERO
                     GIVING AML-AMOUNT ROUNDED
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE.

      ******************************************************************
      *    2750-WRITE-ADDRESS-BLOCK - THE MAILING ADDRESS UNDER THE
      *    LOAN LINE, WINDOW-ENVELOPE STYLE: LINE 1, LINE 2 WHEN THERE
      *    IS ONE, THEN CITY, STATE AND ZIP.
      ******************************************************************
       2750-WRITE-ADDRESS-BLOCK.
           MOVE BC-MAIL-LINE-1 TO ADL-TEXT
           WRITE STATEMENT-PRINT-LINE FROM WS-ADDRESS-LINE
           IF BC-MAIL-LINE-2 NOT = SPACES
               MOVE BC-MAIL-LINE-2 TO ADL-TEXT
               WRITE STATEMENT-PRINT-LINE FROM WS-ADDRESS-LINE
           END-IF
           MOVE SPACES TO WS-CITY-LINE
           STRING BC-MAIL-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  BC-MAIL-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BC-MAIL-ZIP DELIMITED BY SPACE
             INTO WS-CITY-LINE
           END-STRING
           MOVE WS-CITY-LINE TO ADL-TEXT
           WRITE STATEMENT-PRINT-LINE FROM WS-ADDRESS-LINE.

       2800-WRITE-EXTRACT-RECORD.
           MOVE MORTGAGEE-ID TO SX-MORTGAGEE-ID
           MOVE WS-CUST-NAME TO SX-NAME
                     GIVING SX-YTD-ESCROW ROUNDED
           ADD WS-ST-BALANCE (WS-STMT-IX) TO ZERO
                     GIVING SX-REMAIN-BALANCE ROUNDED
           MOVE BC-MAIL-LINE-1 TO SX-MAIL-LINE-1
           MOVE BC-MAIL-LINE-2 TO SX-MAIL-LINE-2
           MOVE BC-MAIL-CITY TO SX-MAIL-CITY
           MOVE BC-MAIL-STATE TO SX-MAIL-STATE
           MOVE BC-MAIL-ZIP TO SX-MAIL-ZIP
           ADD WS-ST-PMI (WS-STMT-IX) TO ZERO
                     GIVING SX-PMI-AMOUNT ROUNDED
           WRITE STATEMENT-EXTRACT-RECORD.

       3000-TERMINATE.
           CLOSE MORTGAGE-FILE
           CLOSE STATEMENT-PRINT-FILE
           CLOSE STATEMENT-EXTRACT-FILE
           CLOSE BORROWER-CONTACT-FILE
           CLOSE MAIL-EXCEPTION-FILE

           MOVE WS-TOTAL-BILLED TO OUT-TOTAL-BILLED
           MOVE WS-TOTAL-PAST-DUE TO OUT-TOTAL-PAST-DUE
           DISPLAY 'STATEMENT MONTH....: ' WS-TGT-YEAR '/' WS-TGT-MONTH
           DISPLAY 'STATEMENTS CUT.....: ' WS-STATEMENTS-CUT
           DISPLAY 'ACTIVE, NO SCHEDULE: ' WS-NO-SCHEDULE
           DISPLAY 'NO MAILING ADDRESS.: ' WS-NO-ADDRESS
           DISPLAY 'TOTAL BILLED $.....: ' OUT-TOTAL-BILLED
           DISPLAY 'TOTAL PAST DUE $...: ' OUT-TOTAL-PAST-DUE
           IF WS-FL-COUNT > 1
               DISPLAY 'GENERATIONS READ...: ' WS-GENERATIONS-READ
               DISPLAY 'REPEATED LINES SKIPPED: ' WS-LINES-REPEATED
           END-IF.
