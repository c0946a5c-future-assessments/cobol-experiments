      *                     STAMPS CYCLRUNS.TXT AND A SECOND RUN OF
      *                     THE SAME CYCLE DATE REFUSES UNLESS
      *                     CYCL-RERUN=Y.
      *    10/15/2026 AJI   LEDGARCH MOVES RESOLVED ITEMS OLDER THAN
      *                     ITS CUTOFF TO DATED GENERATIONS AND LEAVES
      *                     A CARRY-FORWARD ROW (LOAN 0) PER
      *                     DISPOSITION, WHICH LISTS HERE AS A
      *                     RESOLVED ITEM SO THE LEDGER STILL PROVES.
      *                     SUSP-ARCHIVE=Y PULLS THE SUSPENSE
      *                     GENERATIONS ON ARCHCAT.TXT BACK IN, OLDEST
      *                     FIRST, AHEAD OF THE LIVE LEDGER FOR AN
      *                     AUDIT THAT REACHES PAST THE CUTOFF - THE
      *                     CARRY ROWS ARE THEN PASSED OVER, SINCE THE
      *                     ITEMS THEY STAND FOR LIST THEMSELVES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LIVE LEDGER, OR ONE OF ITS ARCHIVE GENERATIONS WHEN
      *    SUSP-ARCHIVE=Y - 1150-OPEN-NEXT-FILE WALKS THE LIST.
           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'archcat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-LINE             PIC X(110).

       FD  ARCHIVE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.

           COPY ARCHCAT.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WS-REPORT-STATUS          PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.
       01  WS-CATALOG-STATUS         PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT (SYSTEM DATE WITH A WARNING WHEN NO CALENDAR
           05  WS-SUSPENSE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF       VALUE 'Y'.
               88  WS-SUSPENSE-NOT-EOF   VALUE 'N'.
           05  WS-CATALOG-EOF-SW     PIC X VALUE 'N'.
               88  WS-CATALOG-EOF        VALUE 'Y'.
           05  WS-ARCHIVE-FLAG       PIC X VALUE 'N'.
               88  WS-PULL-ARCHIVE       VALUE 'Y'.

      *    THE FILES READ, IN ORDER - THE ARCHIVE GENERATIONS AS
      *    CATALOGED WHEN SUSP-ARCHIVE=Y, THEN THE LIVE LEDGER.
       01  WS-FILE-LIST.
           05  WS-SUSPENSE-NAME      PIC X(18) VALUE SPACES.
           05  WS-FL-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-FL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FL-IX.
               10  WS-FL-NAME        PIC X(18).

       01  WS-ASOF-VALUES.
           05  WS-ASOF-TEXT          PIC X(8) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-ITEM-COUNT         PIC 9(6) VALUE 0.
           05  WS-FILES-READ         PIC 9(3) VALUE 0.
           05  WS-CARRY-SKIPPED      PIC 9(6) VALUE 0.
           05  WS-TOTAL-SUSPENDED    PIC 9(9)V99 VALUE 0.
           05  WS-B000-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-B030-TOTAL         PIC 9(9)V99 VALUE 0.
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)

           ACCEPT WS-ARCHIVE-FLAG FROM ENVIRONMENT 'SUSP-ARCHIVE'
           IF WS-PULL-ARCHIVE
               PERFORM 1200-LOAD-GENERATIONS
           END-IF
           ADD 1 TO WS-FL-COUNT
           SET WS-FL-IX TO WS-FL-COUNT
           MOVE 'suspense.txt' TO WS-FL-NAME (WS-FL-IX)
           SET WS-FL-IX TO 1
           PERFORM 1120-OPEN-SUSPENSE

           OPEN OUTPUT AGING-REPORT-FILE

       1011-CHECK-ONE-RUN-STAMP.
           CONTINUE.

      ******************************************************************
      *    1100-READ-SUSPENSE - THE NEXT ITEM, MOVING ON TO THE NEXT
      *    FILE IN THE LIST WHEN ONE RUNS OUT.  END OF FILE ONLY
      *    STANDS AT THE END OF THE LIVE LEDGER.
      ******************************************************************
       1100-READ-SUSPENSE.
           PERFORM 1110-READ-ONE-ITEM
           PERFORM 1150-OPEN-NEXT-FILE
               UNTIL WS-SUSPENSE-NOT-EOF
               OR WS-FL-IX NOT < WS-FL-COUNT.

       1110-READ-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END SET WS-SUSPENSE-NOT-EOF TO TRUE
           END-READ.

       1120-OPEN-SUSPENSE.
           MOVE WS-FL-NAME (WS-FL-IX) TO WS-SUSPENSE-NAME
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUSPENSE FILE '
                       WS-SUSPENSE-NAME ': ' WS-SUSPENSE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-FILES-READ.

       1150-OPEN-NEXT-FILE.
           CLOSE SUSPENSE-FILE
           SET WS-FL-IX UP BY 1
           PERFORM 1120-OPEN-SUSPENSE
           PERFORM 1110-READ-ONE-ITEM.

      ******************************************************************
      *    1200-LOAD-GENERATIONS - THE SUSPENSE GENERATIONS ON THE
      *    ARCHIVE CATALOG, IN THE ORDER THEY WERE CUT.
      ******************************************************************
       1200-LOAD-GENERATIONS.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               AND WS-CATALOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARCHIVE CATALOG: '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-GENERATION UNTIL WS-CATALOG-EOF
           CLOSE ARCHIVE-CATALOG-FILE.

       1210-LOAD-ONE-GENERATION.
           READ ARCHIVE-CATALOG-FILE
               AT END SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   IF AC-SUSPENSE-LEDGER
                       IF WS-FL-COUNT < 99
                           ADD 1 TO WS-FL-COUNT
                           SET WS-FL-IX TO WS-FL-COUNT
                           MOVE AC-GENERATION-NAME
                               TO WS-FL-NAME (WS-FL-IX)
                       ELSE
                           DISPLAY 'SUSPENSE GENERATIONS EXCEED TABLE '
                                   'LIMIT - RAISE THE OCCURS AND RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       2000-AGE-ONE-RECEIPT.
           IF WS-PULL-ARCHIVE AND SUS-ARCHIVE-CARRY
               ADD 1 TO WS-CARRY-SKIPPED
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               ADD SUS-AMOUNT TO WS-TOTAL-SUSPENDED
               IF SUS-RESOLVED
                   PERFORM 2200-TALLY-RESOLVED-RECEIPT
               ELSE
                   PERFORM 2100-AGE-OPEN-RECEIPT
               END-IF
           END-IF

           PERFORM 1100-READ-SUSPENSE.
           DISPLAY ' '
           DISPLAY '***** SUSPAGE RUN TOTALS *****'
           DISPLAY 'AS-OF DATE.........: ' WS-ASOF-DATE
           DISPLAY 'FILES READ.........: ' WS-FILES-READ
           IF WS-PULL-ARCHIVE
               DISPLAY 'CARRY ROWS PASSED..: ' WS-CARRY-SKIPPED
           END-IF
           DISPLAY 'LEDGER ITEMS.......: ' WS-ITEM-COUNT
           DISPLAY 'OPEN ITEMS.........: ' WS-OPEN-COUNT
           DISPLAY 'RESOLVED ITEMS.....: ' WS-RESOLVED-COUNT
