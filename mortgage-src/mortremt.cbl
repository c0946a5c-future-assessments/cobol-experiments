      *                     STILL OVERRIDING; COMPLETION STAMPS
      *                     CYCLRUNS.TXT AND A SECOND RUN OF THE SAME
      *                     CYCLE DATE REFUSES UNLESS CYCL-RERUN=Y.
      *    10/15/2026 AJI   RECEIPTS PAYRTRN REVERSED DURING THE
      *                     REMITTANCE MONTH (RTRNJRNL.TXT, RTRNJRNL
      *                     COPYBOOK) NET OUT OF THEIR INVESTOR'S
      *                     COLLECTED AND NET WIRE AND LIST AS
      *                     RETURNED EXCEPTION DETAIL - THE INVESTOR
      *                     WAS WIRED MONEY THAT NEVER CLEARED.  THE
      *                     RETURNED LINE ON THE SCHEDULE IS AGING
      *                     DATA, NOT A COLLECTION, AND IS SKIPPED.
      *    10/15/2026 AJI   A MODCAP LINE (ARREARS A PERMANENT
      *                     MODIFICATION CAPITALIZED) MOVED NO CASH
      *                     AND IS SKIPPED LIKE A RETURNED LINE.
      *    10/15/2026 AJI   A BOARDED LINE (LOANBRD'S OPENING LINE FOR
      *                     AN ACQUIRED LOAN) MOVED NO CASH EITHER AND
      *                     IS SKIPPED THE SAME WAY.
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

           SELECT REMITTANCE-REPORT-FILE ASSIGN TO 'remit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVMAST-STATUS.

           SELECT OPTIONAL RETURN-JOURNAL-FILE ASSIGN TO 'rtrnjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
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

       FD  REMITTANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMITTANCE-REPORT-LINE        PIC X(132).

           COPY INVREC.

       FD  RETURN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.

           COPY RTRNJRNL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-CATALOG-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-INVMAST-STATUS         PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.

               10  WS-RS-PROGRAM     PIC X(9).
               10  WS-RS-DATE        PIC 9(8).

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
               88  WS-MASTER-EOF         VALUE 'Y'.
               88  WS-SCHEDULE-NOT-EOF   VALUE 'N'.
           05  WS-INVMAST-EOF-SW     PIC X VALUE 'N'.
               88  WS-INVMAST-EOF        VALUE 'Y'.
           05  WS-JRNL-EOF-SW        PIC X VALUE 'N'.
               88  WS-JRNL-EOF           VALUE 'Y'.

      *    TARGET REMITTANCE MONTH FROM THE ENVIRONMENT
       01  WS-TARGET-VALUES.
           05  WS-TGT-MONTH-TEXT     PIC X(2) VALUE SPACES.
           05  WS-TGT-YEAR           PIC 9(4) VALUE 0.
           05  WS-TGT-MONTH          PIC 9(2) VALUE 0.
           05  WS-TGT-YYYYMM         PIC 9(6) VALUE 0.
           05  WS-RJ-YYYYMM          PIC 9(6) VALUE 0.

      *    ID-TO-INVESTOR TABLE LOADED FROM THE MASTER, ASCENDING ID.
       01  WS-LOAN-TABLE.
       01  WS-RUN-TOTALS.
           05  WS-LINES-IN-MONTH     PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-LINES    PIC 9(7) VALUE 0.
           05  WS-RETURNED-COUNT     PIC 9(7) VALUE 0.
           05  WS-RETURNED-TOTAL     PIC 9(9)V99 VALUE 0.
           05  OUT-RETURNED-TOTAL    PIC ZZZZZZZZ9.99.

       01  WS-DETAIL-LINE.
           05  DTL-INVESTOR          PIC X(3).
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCHEDULE UNTIL WS-SCHEDULE-EOF
           PERFORM 2500-NET-RETURNED-RECEIPTS
           PERFORM 2900-WRITE-SUMMARIES
           PERFORM 3000-TERMINATE
           STOP RUN.
           MOVE 0 TO WS-INV-FEE-BP (WS-INV-IX)
           PERFORM 1150-CLEAR-INVESTOR-SLOT

      *    A REMITTANCE FOR A MONTH BEFORE THE LAST LEDGARCH CUTOFF
      *    READS THE SCHEDULE GENERATIONS CUT AFTER ITS FIRST DAY.
           COMPUTE WS-PULL-FROM-DATE = WS-TGT-YEAR * 10000
                                     + WS-TGT-MONTH * 100 + 1
           PERFORM 1300-LOAD-GENERATIONS
           ADD 1 TO WS-FL-COUNT
           SET WS-FL-IX TO WS-FL-COUNT
           MOVE 'amortsch.txt' TO WS-FL-NAME (WS-FL-IX)
           SET WS-FL-IX TO 1
           PERFORM 1120-OPEN-SCHEDULE

           OPEN OUTPUT REMITTANCE-REPORT-FILE

           END-STRING
           WRITE REMITTANCE-REPORT-LINE

      *    FIRST LINE OF AMORTSCH.TXT IS THE COLUMN HEADER.  AN
      *    ARCHIVE GENERATION HAS NONE - 1130 STEPS OVER THE LIVE
      *    FILE'S HEADER WHEN THE WALK REACHES IT.
           IF WS-FL-COUNT = 1
               PERFORM 1110-READ-ONE-LINE
           END-IF
           IF WS-SCHEDULE-NOT-EOF
               PERFORM 1100-READ-SCHEDULE
           END-IF.
                   END-IF
           END-READ.

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
      *    EACH FILE RUNS ASCENDING BY ID ON ITS OWN, SO THE LOAN
      *    TABLE CURSOR STARTS OVER WITH IT.
           MOVE 1 TO WS-LOAN-CURSOR
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

       1150-CLEAR-INVESTOR-SLOT.
           MOVE 0 TO WS-INV-LOANS (WS-INV-IX)
           MOVE 0 TO WS-INV-SCHED-DUE (WS-INV-IX)
           PERFORM 2100-PARSE-SCHEDULE-LINE
           IF WS-LINE-YEAR = WS-TGT-YEAR
               AND WS-LINE-MONTH = WS-TGT-MONTH
               AND WS-FLD-RECON-CODE NOT = 'RETURNED'
               AND WS-FLD-RECON-CODE NOT = 'MODCAP'
               AND WS-FLD-RECON-CODE NOT = 'BOARDED'
               ADD 1 TO WS-LINES-IN-MONTH
               PERFORM 2200-LOOK-UP-INVESTOR
               PERFORM 2300-ACCUMULATE-LINE
           ADD WS-RECVD-AMT TO ZERO GIVING DTL-RECEIVED ROUNDED
           WRITE REMITTANCE-REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      *    2500-NET-RETURNED-RECEIPTS - A RECEIPT REVERSED DURING THE
      *    REMITTANCE MONTH WAS COUNTED COLLECTED (AND LIKELY WIRED)
      *    IN THE MONTH IT POSTED.  TAKE IT BACK OUT OF ITS LOAN'S
      *    INVESTOR'S COLLECTED SO THIS MONTH'S NET WIRE RECOVERS IT,
      *    AND LIST IT AS RETURNED DETAIL.  THE JOURNAL IS IN RUN
      *    ORDER, NOT ID ORDER, SO THE INVESTOR IS SEARCHED FOR
      *    RATHER THAN CURSORED.  NO JOURNAL ON HAND MEANS NOTHING
      *    WAS EVER RETURNED.
      ******************************************************************
       2500-NET-RETURNED-RECEIPTS.
           COMPUTE WS-TGT-YYYYMM = WS-TGT-YEAR * 100 + WS-TGT-MONTH
           OPEN INPUT RETURN-JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               PERFORM 2510-NET-ONE-RETURN UNTIL WS-JRNL-EOF
           END-IF
           CLOSE RETURN-JOURNAL-FILE.

       2510-NET-ONE-RETURN.
           READ RETURN-JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   DIVIDE RJ-RUN-DATE BY 100 GIVING WS-RJ-YYYYMM
                   IF WS-RJ-YYYYMM = WS-TGT-YYYYMM
                       PERFORM 2520-APPLY-ONE-RETURN
                   END-IF
           END-READ.

       2520-APPLY-ONE-RETURN.
           MOVE SPACES TO WS-LINE-INVESTOR
           PERFORM 2530-CHECK-ONE-LOAN
               VARYING WS-LOAN-IX FROM 1 BY 1
               UNTIL WS-LOAN-IX > WS-LOAN-COUNT
               OR WS-LOAN-ID (WS-LOAN-IX) = RJ-MORTGAGEE-ID
           IF WS-LOAN-IX NOT > WS-LOAN-COUNT
               MOVE WS-LOAN-INVESTOR (WS-LOAN-IX) TO WS-LINE-INVESTOR
           END-IF
           PERFORM 2350-FIND-INVESTOR-SLOT
           SUBTRACT RJ-RECEIPT-AMOUNT FROM WS-INV-COLLECTED (WS-INV-IX)
           ADD 1 TO WS-INV-EXCEPTIONS (WS-INV-IX)
           ADD 1 TO WS-EXCEPTION-LINES
           ADD 1 TO WS-RETURNED-COUNT
           ADD RJ-RECEIPT-AMOUNT TO WS-RETURNED-TOTAL

           IF WS-LINE-INVESTOR = SPACES
               MOVE 'OWN' TO DTL-INVESTOR
           ELSE
               MOVE WS-LINE-INVESTOR TO DTL-INVESTOR
           END-IF
           MOVE RJ-MORTGAGEE-ID TO DTL-ID
      *    THE JOURNAL CARRIES NO NAME - THE RETURN REASON PRINTS IN
      *    ITS PLACE, WHICH IS WHAT THE INVESTOR ASKS ABOUT ANYWAY.
           MOVE RJ-REASON TO DTL-NAME
           MOVE RJ-PAYMENT-NO TO DTL-PAYMENT-NO
           MOVE 'RETURNED' TO DTL-RECON-CODE
           MOVE 0 TO DTL-TOTAL-DUE
           MOVE RJ-RECEIPT-AMOUNT TO DTL-RECEIVED
           WRITE REMITTANCE-REPORT-LINE FROM WS-DETAIL-LINE.

       2530-CHECK-ONE-LOAN.
           CONTINUE.

      ******************************************************************
      *    2900-WRITE-SUMMARIES - ONE SUMMARY LINE PER INVESTOR:
      *    TOTAL BILLED, DOLLARS COLLECTED, THE VARIANCE, THE
           DISPLAY 'REMITTANCE MONTH...: ' WS-TGT-YEAR '/' WS-TGT-MONTH
           DISPLAY 'PAYMENTS IN MONTH..: ' WS-LINES-IN-MONTH
           DISPLAY 'EXCEPTION PAYMENTS.: ' WS-EXCEPTION-LINES
           MOVE WS-RETURNED-TOTAL TO OUT-RETURNED-TOTAL
           DISPLAY 'RECEIPTS RETURNED..: ' WS-RETURNED-COUNT
                   ' FOR ' OUT-RETURNED-TOTAL
           IF WS-FL-COUNT > 1
               DISPLAY 'GENERATIONS READ...: ' WS-GENERATIONS-READ
               DISPLAY 'REPEATED LINES SKIPPED: ' WS-LINES-REPEATED
           END-IF

           IF WS-CALENDAR-ON-HAND
               PERFORM 3900-STAMP-CYCLE-RUN
