      *                     SITTING IN THE ROLLING HISTORY CAN NO
      *                     LONGER 'COLLECT' A FEE ASSESSED MONTHS
      *                     AFTER IT WITH NO NEW CASH.
      *    10/15/2026 AJI   THE LEDGER NOW ALSO CARRIES RETURNED-
      *                     PAYMENT (NSF) FEES ASSESSED BY PAYRTRN.
      *                     THE ASSESSMENT DEDUP ONLY MATCHES LATE
      *                     CHARGES, AND A WAIVER NAMES THE FEE TYPE
      *                     (BLANK = LATE CHARGE, R = RETURNED-ITEM
      *                     FEE) SINCE BOTH MAY BE OPEN AGAINST THE
      *                     SAME PAYMENT NUMBER.
      *    10/15/2026 AJI   EVERY SERVICING POSITION'S UNPAID LATE
      *                     CHARGE (SP-LATE-ACCUM-UNPAID ON
      *                     MORTPOS.DAT) IS RESET FROM THE LEDGER'S
      *                     OPEN BALANCE FOR THE LOAN AFTER THE
      *                     REWRITE.  MORTGAGES AND PAYRTRN ONLY EVER
      *                     ADDED FEES TO IT, SO IT KEPT EVERY FEE THIS
      *                     PROGRAM COLLECTED OR WAIVED AND NEVER TIED
      *                     TO THE LEDGER.
      *    10/15/2026 AJI   LEDGARCH NOW MOVES CLOSED FEES OLDER THAN
      *                     ITS RETENTION CUTOFF OFF THE LEDGER AND
      *                     LEAVES CARRY-FORWARD ROWS (LOAN 0) DUE ON
      *                     THE CUTOFF.  AN ASSESSMENT FOR A RECEIPT
      *                     TAKEN BEFORE THE CUTOFF IS A REPLAYED FEE
      *                     THE ARCHIVE ALREADY HOLDS, AND A
      *                     CURTAILMENT IN AN INSTALLMENT MONTH BEFORE
      *                     IT HAS ALREADY BEEN SPENT - BOTH ARE
      *                     SKIPPED INSTEAD OF COMING BACK AS NEW.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FXCP-STATUS.

           SELECT OPTIONAL SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-FEE-FILE
           05  FT-PAYMENT-NO             PIC 9(3).
           05  FT-AMOUNT                 PIC 9(5)V99.
           05  FT-REASON                 PIC X(20).
      *    WHICH FEE A WAIVER CLOSES - BLANK IS THE LATE CHARGE.
           05  FT-FEE-TYPE               PIC X.
               88  FT-RETURNED-ITEM-FEE      VALUE 'R'.

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  FEE-EXCEPTION-LINE            PIC X(80).

       FD  SERVICING-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 76 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTPOS.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS          PIC XX.
       01  WS-ASSESS-STATUS          PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-FXCP-STATUS            PIC XX.
       01  WS-POSITION-STATUS        PIC XX.

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW      PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-FEE-FOUND-SW       PIC X VALUE 'N'.
               88  WS-FEE-FOUND          VALUE 'Y'.
           05  WS-POSITION-EOF-SW    PIC X VALUE 'N'.
               88  WS-POSITION-EOF       VALUE 'Y'.

      *    RUN DATE, AS-OF DATE FOR THE AGING, AND THE OPERATOR WHO
      *    WORKED THE FEES (LATEP-OPER, THE SAME WAY SUSPR-OPER NAMES
               10  WS-FEE-SOURCE     PIC 9(3).
               10  WS-FEE-WV-OPER    PIC X(8).
               10  WS-FEE-WV-REASON  PIC X(20).
               10  WS-FEE-TYPE       PIC X.
                   88  WS-FEE-LATE-CHARGE    VALUE 'L' ' '.
                   88  WS-FEE-RETURNED-ITEM  VALUE 'R'.
               10  WS-FEE-SRC-RETURNED   PIC X.

      *    THE SCHEDULE LINE SPLIT INTO ITS COMMA FIELDS - SAME
      *    COLUMN ORDER MORTGAGES WRITES AND MORTDELQ READS.
           05  WS-FEE-BALANCE        PIC 9(5)V99 VALUE 0.
           05  WS-OLDEST-IX          PIC 9(4) VALUE 0 COMP.
           05  WS-SCAN-IX            PIC 9(4) VALUE 0 COMP.
           05  WS-LOAN-OPEN-FEES     PIC 9(6)V99 VALUE 0.
      *    WHERE THE ARCHIVE STOPS - THE LATEST DUE DATE ON THE
      *    CARRY-FORWARD ROWS, ZERO WHILE NOTHING HAS BEEN ARCHIVED.
           05  WS-ARCHIVE-CUTOFF     PIC 9(8) VALUE 0.
           05  WS-LINE-MONTH-START   PIC 9(8) VALUE 0.

      *    FEE-TRANSACTION VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-MERGED-COUNT       PIC 9(6) VALUE 0.
           05  WS-MERGED-TOTAL       PIC 9(9)V99 VALUE 0.
           05  WS-DUP-SKIPPED-COUNT  PIC 9(6) VALUE 0.
           05  WS-ARCH-SKIPPED-COUNT PIC 9(6) VALUE 0.
           05  WS-COLLECTED-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-CURTAIL-APPLIED    PIC 9(9)V99 VALUE 0.
           05  WS-WAIVED-COUNT       PIC 9(6) VALUE 0.
           05  WS-REJECTED-COUNT     PIC 9(6) VALUE 0.
           05  WS-OPEN-OUT-COUNT     PIC 9(6) VALUE 0.
           05  WS-OPEN-OUT-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-POSITIONS-RESET    PIC 9(6) VALUE 0.
           05  WS-B000-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-B030-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-B060-TOTAL         PIC 9(9)V99 VALUE 0.
           PERFORM 2300-SCAN-ONE-SCHEDULE-LINE UNTIL WS-SCHEDULE-EOF
           PERFORM 2500-PROCESS-FEE-TXN UNTIL WS-TXN-EOF
           PERFORM 2900-REWRITE-LEDGER
           PERFORM 2920-RESET-POSITION-FEES
           PERFORM 2950-WRITE-AGING-REPORT
           PERFORM 3000-TERMINATE
           STOP RUN.
                       ADD 1 TO WS-FEE-COUNT
                       SET WS-FEE-IX TO WS-FEE-COUNT
                       MOVE OPEN-FEE-RECORD TO WS-FEE-ENTRY (WS-FEE-IX)
                       IF OF-ARCHIVE-CARRY
                           AND OF-DUE-DATE > WS-ARCHIVE-CUTOFF
                           MOVE OF-DUE-DATE TO WS-ARCHIVE-CUTOFF
                       END-IF
                       IF WS-FEE-OPEN (WS-FEE-IX)
                           ADD 1 TO WS-OPEN-IN-COUNT
                           COMPUTE WS-OPEN-IN-TOTAL =
      *    2000-MERGE-ONE-ASSESSMENT - A FEE ALREADY ON THE LEDGER
      *    (SAME LOAN AND PAYMENT NUMBER, WHATEVER ITS STATUS) IS THE
      *    SAME FEE RE-ASSESSED BY A SCHEDULE REPLAY - SKIP IT, NEVER
      *    DUPLICATE IT.  A FEE FOR A RECEIPT TAKEN BEFORE THE
      *    ARCHIVE CUTOFF WAS ON THE LEDGER ONCE AND HAS BEEN ARCHIVED
      *    - SKIP IT TOO.  A NEW FEE GOES ON OPEN.
      ******************************************************************
       2000-MERGE-ONE-ASSESSMENT.
           PERFORM 2100-FIND-FEE-BY-KEY
           EVALUATE TRUE
               WHEN WS-FEE-FOUND
                   ADD 1 TO WS-DUP-SKIPPED-COUNT
               WHEN LF-DATE-RECEIVED < WS-ARCHIVE-CUTOFF
                   ADD 1 TO WS-ARCH-SKIPPED-COUNT
               WHEN OTHER
                   IF WS-FEE-COUNT < 5000
                       ADD 1 TO WS-FEE-COUNT
                       SET WS-FEE-IX TO WS-FEE-COUNT
                       MOVE LF-MORTGAGEE-ID TO WS-FEE-ID (WS-FEE-IX)
                       MOVE LF-PAYMENT-NO TO WS-FEE-PMT (WS-FEE-IX)
                       MOVE LF-DUE-DATE TO WS-FEE-DUE (WS-FEE-IX)
                       MOVE LF-DATE-RECEIVED TO WS-FEE-RECVD (WS-FEE-IX)
                       MOVE LF-CHARGE-AMOUNT
                           TO WS-FEE-CHARGE (WS-FEE-IX)
                       MOVE LF-ASSESS-DATE
                           TO WS-FEE-ASSESSED (WS-FEE-IX)
                       MOVE 'O' TO WS-FEE-STATUS (WS-FEE-IX)
                       MOVE 0 TO WS-FEE-PAID (WS-FEE-IX)
                       MOVE 0 TO WS-FEE-RES-DATE (WS-FEE-IX)
                       MOVE 0 TO WS-FEE-SOURCE (WS-FEE-IX)
                       MOVE SPACES TO WS-FEE-WV-OPER (WS-FEE-IX)
                       MOVE SPACES TO WS-FEE-WV-REASON (WS-FEE-IX)
                       MOVE 'L' TO WS-FEE-TYPE (WS-FEE-IX)
                       MOVE SPACE TO WS-FEE-SRC-RETURNED (WS-FEE-IX)
                       ADD 1 TO WS-MERGED-COUNT
                       ADD LF-CHARGE-AMOUNT TO WS-MERGED-TOTAL
                   ELSE
                       DISPLAY 'OPEN-FEE LEDGER EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-EVALUATE
           PERFORM 1150-READ-ASSESSMENT.

      ******************************************************************
      *    2100-FIND-FEE-BY-KEY - LEAVE WS-FEE-IX ON THE LEDGER FEE
      *    MATCHING THE ASSESSMENT'S LOAN AND PAYMENT NUMBER, OPEN OR
      *    CLOSED - A COLLECTED OR WAIVED FEE STILL BLOCKS A
      *    RE-ASSESSED DUPLICATE.  ONLY LATE CHARGES MATCH - A
      *    RETURNED-ITEM FEE ON THE SAME PAYMENT IS A DIFFERENT FEE.
      ******************************************************************
       2100-FIND-FEE-BY-KEY.
           MOVE 'N' TO WS-FEE-FOUND-SW
               VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-COUNT
               OR (WS-FEE-ID (WS-FEE-IX) = LF-MORTGAGEE-ID
                     AND WS-FEE-PMT (WS-FEE-IX) = LF-PAYMENT-NO
                     AND WS-FEE-LATE-CHARGE (WS-FEE-IX))
           IF WS-FEE-IX NOT > WS-FEE-COUNT
               SET WS-FEE-FOUND TO TRUE
           END-IF.
      ******************************************************************
       2300-SCAN-ONE-SCHEDULE-LINE.
           PERFORM 2350-PARSE-SCHEDULE-LINE
           COMPUTE WS-LINE-MONTH-START =
               WS-LINE-YEAR * 10000 + WS-LINE-MONTH * 100 + 1
           IF WS-FLD-RECON-CODE (1:11) = 'CURTAILMENT'
               AND WS-LINE-MONTH-START NOT < WS-ARCHIVE-CUTOFF
               COMPUTE WS-OVERAGE-AMT =
                   WS-RECEIVED-AMT - WS-TOTAL-DUE-AMT
               IF WS-OVERAGE-AMT > 0

       2530-APPLY-FEE-WAIVER.
           MOVE 'N' TO WS-FEE-FOUND-SW
           IF FT-RETURNED-ITEM-FEE
               PERFORM 2150-CHECK-ONE-FEE
                   VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
                   OR (WS-FEE-ID (WS-FEE-IX) = FT-MORTGAGEE-ID
                         AND WS-FEE-PMT (WS-FEE-IX) = FT-PAYMENT-NO
                         AND WS-FEE-OPEN (WS-FEE-IX)
                         AND WS-FEE-RETURNED-ITEM (WS-FEE-IX))
           ELSE
               PERFORM 2150-CHECK-ONE-FEE
                   VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
                   OR (WS-FEE-ID (WS-FEE-IX) = FT-MORTGAGEE-ID
                         AND WS-FEE-PMT (WS-FEE-IX) = FT-PAYMENT-NO
                         AND WS-FEE-OPEN (WS-FEE-IX)
                         AND WS-FEE-LATE-CHARGE (WS-FEE-IX))
           END-IF
           IF WS-FEE-IX > WS-FEE-COUNT
               SET WS-FT-INVALID TO TRUE
               MOVE 'NO OPEN FEE MATCHES THE WAIVER' TO
           END-IF
           WRITE OPEN-FEE-RECORD.

      ******************************************************************
      *    2920-RESET-POSITION-FEES - ONE PASS OVER THE SERVICING
      *    POSITIONS, SETTING EACH LOAN'S UNPAID LATE CHARGE TO WHAT
      *    IS STILL OPEN AGAINST IT ON THE LEDGER JUST WRITTEN.  ONLY
      *    A POSITION THAT DISAGREES IS REWRITTEN.  NO POSITION FILE
      *    YET (THE CYCLE HAS NEVER RUN) IS NOTHING TO RESET.
      ******************************************************************
       2920-RESET-POSITION-FEES.
           OPEN I-O SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS = '00'
               PERFORM 2930-RESET-ONE-POSITION UNTIL WS-POSITION-EOF
           ELSE
               IF WS-POSITION-STATUS NOT = '05'
                   DISPLAY 'ERROR OPENING SERVICING POSITION FILE: '
                           WS-POSITION-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE SERVICING-POSITION-FILE.

       2930-RESET-ONE-POSITION.
           READ SERVICING-POSITION-FILE NEXT
               AT END SET WS-POSITION-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-LOAN-OPEN-FEES
                   PERFORM 2940-ADD-ONE-OPEN-FEE
                       VARYING WS-FEE-IX FROM 1 BY 1
                       UNTIL WS-FEE-IX > WS-FEE-COUNT
                   IF SP-LATE-ACCUM-UNPAID NOT = WS-LOAN-OPEN-FEES
                       MOVE WS-LOAN-OPEN-FEES TO SP-LATE-ACCUM-UNPAID
                       REWRITE SERVICING-POSITION-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REWRITING SERVICING '
                                       'POSITION: ' SP-MORTGAGEE-ID
                                       ' ' WS-POSITION-STATUS
                               STOP RUN
                       END-REWRITE
                       ADD 1 TO WS-POSITIONS-RESET
                   END-IF
           END-READ.

       2940-ADD-ONE-OPEN-FEE.
           IF WS-FEE-ID (WS-FEE-IX) = SP-MORTGAGEE-ID
               AND WS-FEE-OPEN (WS-FEE-IX)
               COMPUTE WS-LOAN-OPEN-FEES = WS-LOAN-OPEN-FEES
                   + WS-FEE-CHARGE (WS-FEE-IX)
                   - WS-FEE-PAID (WS-FEE-IX)
           END-IF.

      ******************************************************************
      *    2950-WRITE-AGING-REPORT - ONE DETAIL LINE PER GENUINELY
      *    OPEN FEE, AGED FROM ITS DUE DATE TO THE AS-OF DATE INTO
           DISPLAY 'FEES MERGED IN.....: ' WS-MERGED-COUNT
                   ' FOR ' OUT-MERGED
           DISPLAY 'RERUN DUPES SKIPPED: ' WS-DUP-SKIPPED-COUNT
           DISPLAY 'ARCHIVED SKIPPED...: ' WS-ARCH-SKIPPED-COUNT
           DISPLAY 'COLLECTED..........: ' OUT-COLLECTED
           DISPLAY 'OF WHICH CURTAIL...: ' OUT-CURTAIL
           DISPLAY 'WAIVED.............: ' WS-WAIVED-COUNT
           DISPLAY 'REJECTED...........: ' WS-REJECTED-COUNT
           DISPLAY 'OPEN FEES OUT......: ' WS-OPEN-OUT-COUNT
           DISPLAY 'OPEN BALANCE OUT...: ' OUT-OPEN-OUT
           DISPLAY 'POSITIONS RESET....: ' WS-POSITIONS-RESET

      *    THE ROLL-FORWARD PROOF ACCOUNTING SIGNS OFF ON - OPEN IN
      *    PLUS ASSESSMENTS MINUS COLLECTIONS AND WAIVERS MUST EQUAL
