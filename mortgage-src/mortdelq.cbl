      *                     STAMPS CYCLRUNS.TXT AND A SECOND RUN OF
      *                     THE SAME CYCLE DATE REFUSES UNLESS
      *                     CYCL-RERUN=Y.
      *    10/15/2026 AJI   A RETURNED LINE (PAYRTRN TOOK BACK A
      *                     RECEIPT THAT CAME BACK UNPAID) PUTS THE
      *                     PAST DUE IT RESTORED BACK IN THE BUCKET
      *                     THE INSTALLMENT'S DUE DATE LANDS IN, SO
      *                     THE INSTALLMENT AGES AGAIN FROM ITS
      *                     ORIGINAL DUE DATE.
      *    10/15/2026 AJI   WORKOUT AWARENESS.  A NOT-RECEIVED OR
      *                     SHORT-PAY INSTALLMENT DUE INSIDE THE
      *                     COVERAGE WINDOW OF A RUNNING TRIAL,
      *                     FORBEARANCE OR REPAYMENT PLAN ON A CASE IN
      *                     WORKOUT (W) IS NOT AGED.  WHILE THE PLAN
      *                     RUNS THE CASE IS NOT BROKEN, ESCALATED OR
      *                     CURED AND THE LOAN IS HELD OFF THE MAIN
      *                     LIST; ONCE THE PLAN IS DONE THE CASE GOES
      *                     BACK TO THE ORDINARY RULES.  A MODCAP LINE
      *                     (ARREARS CAPITALIZED BY A PERMANENT
      *                     MODIFICATION) NETS THE PAST DUE LIKE AN
      *                     ARREARS LINE.
      *    10/15/2026 AJI   A BOARDED LINE (LOANBRD'S OPENING LINE FOR
      *                     AN ACQUIRED LOAN) AGES THE PAST DUE THAT
      *                     CAME OVER WITH THE LOAN FROM THE FIRST
      *                     UNPAID INSTALLMENT'S DUE DATE, THE SAME AS
      *                     A RETURNED LINE.
      *    10/15/2026 AJI   A RUN THAT LOOKS BACK PAST THE LAST
      *                     LEDGARCH CUTOFF READS THE SCHEDULE
      *                     GENERATIONS CATALOGED IN ARCHCAT.TXT AHEAD
      *                     OF THE LIVE FILE, PASSING OVER LINES A
      *                     MORTGAGES REPLAY REPEATED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LIVE SCHEDULE, OR ONE OF ITS ARCHIVE GENERATIONS -
      *    1130-OPEN-NEXT-SCHEDULE WALKS THE LIST.
           SELECT AMORTIZATION-SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'archcat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO 'collwork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  ARCHIVE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.

           COPY ARCHCAT.

       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKLIST-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-CATALOG-STATUS         PIC XX.
       01  WS-WORKLIST-STATUS        PIC XX.
       01  WS-CASE-STATUS            PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
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
           05  WS-SCHEDULE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SCHEDULE-EOF       VALUE 'Y'.
           05  WS-DUE-YEAR           PIC 9(4) VALUE 0.
           05  WS-DUE-MONTH          PIC 9(2) VALUE 0.
           05  WS-DUE-DATE           PIC 9(8) VALUE 0.
           05  WS-DUE-YYYYMM         PIC 9(6) VALUE 0.
           05  WS-DUE-INTEGER        PIC 9(8) VALUE 0.
           05  WS-DAYS-PAST-DUE      PIC S9(5) VALUE 0.
           05  WS-PAST-DUE-AMT       COMP-2 VALUE 0.
                   88  WS-WORK-LISTED    VALUE ' '.
                   88  WS-WORK-SUPPRESSED VALUE 'S'.
                   88  WS-WORK-REFERRED  VALUE 'F'.
      *            COVERAGE WINDOW (YYYYMM) OF A RUNNING WORKOUT PLAN
      *            ON THE LOAN'S CASE - ZERO WHEN THERE IS NONE.
               10  WS-WORK-PLAN-FROM PIC 9(6).
               10  WS-WORK-PLAN-THRU PIC 9(6).

      *    SELECTION-SORT WORK FIELDS
       01  WS-SORT-VALUES.
               10  WS-HOLD-STATUS    PIC X.
               10  WS-HOLD-CONTACT   PIC 9(8).
               10  WS-HOLD-DISP      PIC X.
               10  WS-HOLD-PLAN-FROM PIC 9(6).
               10  WS-HOLD-PLAN-THRU PIC 9(6).

      *    THE WHOLE CASE FILE IS HELD IN THIS TABLE WHILE THE RUN
      *    APPLIES CONTACTS AND ROLLS THE CASES FORWARD, THEN WRITTEN
                   88  WS-CASE-PROMISE   VALUE 'P'.
                   88  WS-CASE-BANKRUPT  VALUE 'K'.
                   88  WS-CASE-FORECLOSE VALUE 'F'.
                   88  WS-CASE-WORKOUT   VALUE 'W'.
               10  WS-CASE-OPENED    PIC 9(8).
               10  WS-CASE-CONTACT   PIC 9(8).
               10  WS-CASE-PROM-DATE PIC 9(8).
               10  WS-CASE-B120-RUNS PIC 9(3).
               10  WS-CASE-ASOF      PIC 9(8).
               10  WS-CASE-PAST-DUE  PIC 9(7)V99.
               10  WS-CASE-PLAN      PIC X.
                   88  WS-CASE-PLAN-RUNNING VALUE 'T' 'F' 'R'.
               10  WS-CASE-PLAN-START PIC 9(8).
               10  WS-CASE-PLAN-END  PIC 9(8).
               10  WS-CASE-TOUCHED-SW PIC X.
                   88  WS-CASE-TOUCHED   VALUE 'Y'.

           05  WS-PROMISES-BROKEN    PIC 9(6) VALUE 0.
           05  WS-LOANS-SUPPRESSED   PIC 9(6) VALUE 0.
           05  WS-LOANS-REFERRED     PIC 9(6) VALUE 0.
           05  WS-LOANS-IN-WORKOUT   PIC 9(6) VALUE 0.
           05  WS-LINES-IN-WORKOUT   PIC 9(6) VALUE 0.

       01  WS-WORKLIST-DETAIL.
           05  WKL-ID                PIC 9(6).
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)

      *    A RUN AGED AS OF A DATE BEFORE THE LAST LEDGARCH CUTOFF
      *    READS THE SCHEDULE GENERATIONS CUT AFTER THAT DATE FIRST.
           MOVE WS-ASOF-DATE TO WS-PULL-FROM-DATE
           PERFORM 1300-LOAD-GENERATIONS
           ADD 1 TO WS-FL-COUNT
           SET WS-FL-IX TO WS-FL-COUNT
           MOVE 'amortsch.txt' TO WS-FL-NAME (WS-FL-IX)
           SET WS-FL-IX TO 1
           PERFORM 1120-OPEN-SCHEDULE

           OPEN OUTPUT WORKLIST-FILE

               SET WS-CONTACT-EOF TO TRUE
           END-IF

      *    FIRST LINE OF AMORTSCH.TXT IS THE COLUMN HEADER.  AN
      *    ARCHIVE GENERATION HAS NONE - 1130 STEPS OVER THE LIVE
      *    FILE'S HEADER WHEN THE WALK REACHES IT.
           IF WS-FL-COUNT = 1
               PERFORM 1110-READ-ONE-LINE
           END-IF
           IF WS-SCHEDULE-NOT-EOF
               PERFORM 1100-READ-SCHEDULE
           END-IF.
                           TO WS-CASE-ASOF (WS-CASE-IX)
                       MOVE CC-LAST-PAST-DUE
                           TO WS-CASE-PAST-DUE (WS-CASE-IX)
                       PERFORM 1215-LOAD-CASE-PLAN
                       MOVE 'N' TO WS-CASE-TOUCHED-SW (WS-CASE-IX)
                   ELSE
                       DISPLAY 'CASE FILE EXCEEDS TABLE LIMIT - '
                   END-IF
           END-READ.

      *    A CASE WRITTEN BEFORE THE WORKOUT FIELDS EXISTED CARRIES
      *    SPACES THERE - NO PLAN.
       1215-LOAD-CASE-PLAN.
           MOVE CC-PLAN-TYPE TO WS-CASE-PLAN (WS-CASE-IX)
           IF CC-PLAN-START NUMERIC
               MOVE CC-PLAN-START TO WS-CASE-PLAN-START (WS-CASE-IX)
           ELSE
               MOVE 0 TO WS-CASE-PLAN-START (WS-CASE-IX)
           END-IF
           IF CC-PLAN-END NUMERIC
               MOVE CC-PLAN-END TO WS-CASE-PLAN-END (WS-CASE-IX)
           ELSE
               MOVE 0 TO WS-CASE-PLAN-END (WS-CASE-IX)
           END-IF.

       1250-READ-CONTACT.
           READ CONTACT-LOG-FILE
               AT END SET WS-CONTACT-EOF TO TRUE
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
           COMPUTE WS-PL-LINE-MONTH = WS-DUE-YEAR * 100 + WS-DUE-MONTH
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

      ******************************************************************
      *    2000-PROCESS-SCHEDULE - SPLIT THE LINE, FIND (OR OPEN) THE
      *    LOAN'S WORK SLOT, AND AGE ANY DELINQUENT PAYMENT DUE ON OR
      *    BEFORE THE AS-OF DATE.  AN ARREARS LINE - A LATE CATCH-UP
      *    RECEIPT FOR AN INSTALLMENT BILLED IN AN EARLIER CYCLE -
      *    NETS AGAINST THE PAST DUE THE ORIGINAL LINE AGED, OLDEST
      *    BUCKET FIRST.  A RETURNED LINE - A RECEIPT TAKEN BACK
      *    WHEN IT CAME BACK UNPAID - CARRIES THE PAST DUE IT
      *    RESTORED IN ITS RECEIVED COLUMN AND AGES THAT AMOUNT FROM
      *    THE INSTALLMENT'S DUE DATE.  A MODCAP LINE - THE ARREARS A
      *    PERMANENT MODIFICATION CAPITALIZED - NETS LIKE ARREARS.  A
      *    BOARDED LINE - AN ACQUIRED LOAN'S OPENING LINE - CARRIES
      *    THE PAST DUE THAT CAME OVER WITH THE LOAN AND AGES IT LIKE
      *    A RETURNED LINE.  A
      *    MISSED OR SHORT INSTALLMENT DUE INSIDE A RUNNING WORKOUT
      *    PLAN'S WINDOW IS COVERED BY THE PLAN AND NOT AGED.
      ******************************************************************
       2000-PROCESS-SCHEDULE.
           PERFORM 2100-PARSE-SCHEDULE-LINE
               EVALUATE TRUE
                   WHEN WS-FLD-RECON-CODE = 'ARREARS'
                       PERFORM 2250-NET-ARREARS-RECEIPT
                   WHEN WS-FLD-RECON-CODE = 'MODCAP'
                       PERFORM 2250-NET-ARREARS-RECEIPT
                   WHEN WS-FLD-RECON-CODE = 'RETURNED'
                       OR WS-FLD-RECON-CODE = 'BOARDED'
                       MOVE WS-RECEIVED-AMT TO WS-PAST-DUE-AMT
                       PERFORM 2210-BUCKET-PAST-DUE
                   WHEN (WS-FLD-RECON-CODE = 'NOT-RECEIVED'
                       OR WS-FLD-RECON-CODE (1:9) = 'SHORT-PAY')
                       AND WS-WORK-PLAN-FROM (WS-WORK-IX) > 0
                       AND WS-DUE-YYYYMM
                           NOT < WS-WORK-PLAN-FROM (WS-WORK-IX)
                       AND WS-DUE-YYYYMM
                           NOT > WS-WORK-PLAN-THRU (WS-WORK-IX)
                       ADD 1 TO WS-LINES-IN-WORKOUT
                   WHEN WS-FLD-RECON-CODE = 'NOT-RECEIVED'
                       ADD 1 TO WS-WORK-CONSEC (WS-WORK-IX)
                       PERFORM 2200-AGE-PAST-DUE
                       MOVE SPACE TO WS-WORK-STATUS (WS-WORK-IX)
                       MOVE 0 TO WS-WORK-CONTACT (WS-WORK-IX)
                       MOVE SPACE TO WS-WORK-DISP (WS-WORK-IX)
                       PERFORM 2170-SET-WORK-PLAN-WINDOW
                   ELSE
                       DISPLAY 'WORKLIST TABLE EXCEEDS LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
       2160-SCAN-ONE-WORK-SLOT.
           CONTINUE.

      ******************************************************************
      *    2170-SET-WORK-PLAN-WINDOW - A NEW SLOT PICKS UP THE
      *    COVERAGE WINDOW OF A RUNNING TRIAL, FORBEARANCE OR
      *    REPAYMENT PLAN ON THE LOAN'S CASE.  THE CASE IS ONLY
      *    LOOKED UP HERE, NEVER OPENED - A LOAN WITH NO CASE HAS NO
      *    PLAN.
      ******************************************************************
       2170-SET-WORK-PLAN-WINDOW.
           MOVE 0 TO WS-WORK-PLAN-FROM (WS-WORK-IX)
           MOVE 0 TO WS-WORK-PLAN-THRU (WS-WORK-IX)
           PERFORM 2048-CHECK-ONE-CASE
               VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-COUNT
               OR WS-CASE-ID (WS-CASE-IX) = WS-LINE-ID
           IF WS-CASE-IX NOT > WS-CASE-COUNT
               IF WS-CASE-WORKOUT (WS-CASE-IX)
                   AND WS-CASE-PLAN-RUNNING (WS-CASE-IX)
                   AND WS-CASE-PLAN-START (WS-CASE-IX) > 0
                   DIVIDE WS-CASE-PLAN-START (WS-CASE-IX) BY 100
                       GIVING WS-WORK-PLAN-FROM (WS-WORK-IX)
                   DIVIDE WS-CASE-PLAN-END (WS-CASE-IX) BY 100
                       GIVING WS-WORK-PLAN-THRU (WS-WORK-IX)
               END-IF
           END-IF.

      ******************************************************************
      *    2250-NET-ARREARS-RECEIPT - A CATCH-UP RECEIPT PAYS THE
      *    LOAN'S PAST DUE BACK DOWN, CAPPED AT WHAT IS ACTUALLY
      *    CASE; A PROMISE RECORDS ITS DATE AND AMOUNT; DISPUTE AND
      *    BANKRUPTCY ARE LEGAL STATES THAT STICK UNTIL CLEARED.  A
      *    CALL AGAINST A BANKRUPT CASE UPDATES THE CONTACT DATE BUT
      *    NEVER PULLS THE CASE OUT OF BANKRUPTCY, AND NEITHER A CALL
      *    NOR A PROMISE PULLS A CASE OUT OF A WORKOUT - ONLY WORKOUT
      *    ENDS THE PLAN.
      ******************************************************************
       2040-APPLY-ONE-CONTACT.
           MOVE CT-MORTGAGEE-ID TO WS-CASE-KEY-ID
           EVALUATE TRUE
               WHEN CT-ACTION-PROMISE
                   IF NOT WS-CASE-BANKRUPT (WS-CASE-IX)
                       AND NOT WS-CASE-WORKOUT (WS-CASE-IX)
                       MOVE 'P' TO WS-CASE-STAT (WS-CASE-IX)
                   END-IF
                   MOVE CT-PROMISE-DATE
               WHEN OTHER
                   IF NOT WS-CASE-BANKRUPT (WS-CASE-IX)
                       AND NOT WS-CASE-FORECLOSE (WS-CASE-IX)
                       AND NOT WS-CASE-WORKOUT (WS-CASE-IX)
                       MOVE 'A' TO WS-CASE-STAT (WS-CASE-IX)
                   END-IF
           END-EVALUATE
                   MOVE 0 TO WS-CASE-B120-RUNS (WS-CASE-IX)
                   MOVE 0 TO WS-CASE-ASOF (WS-CASE-IX)
                   MOVE 0 TO WS-CASE-PAST-DUE (WS-CASE-IX)
                   MOVE SPACE TO WS-CASE-PLAN (WS-CASE-IX)
                   MOVE 0 TO WS-CASE-PLAN-START (WS-CASE-IX)
                   MOVE 0 TO WS-CASE-PLAN-END (WS-CASE-IX)
                   MOVE 'N' TO WS-CASE-TOUCHED-SW (WS-CASE-IX)
                   ADD 1 TO WS-CASES-OPENED
               ELSE
           COMPUTE WS-DUE-MONTH = FUNCTION NUMVAL(WS-FLD-MONTH)
           COMPUTE WS-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 1
           COMPUTE WS-DUE-YYYYMM = WS-DUE-YEAR * 100 + WS-DUE-MONTH
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)

           IF WS-PAST-DUE-AMT < 0
               MOVE 0 TO WS-PAST-DUE-AMT
           END-IF
           PERFORM 2210-BUCKET-PAST-DUE.

      ******************************************************************
      *    2210-BUCKET-PAST-DUE - ADD WS-PAST-DUE-AMT TO THE LOAN AND
      *    THE PORTFOLIO AND TO THE BUCKET ITS DAYS PAST DUE LAND IN.
      ******************************************************************
       2210-BUCKET-PAST-DUE.
           ADD WS-PAST-DUE-AMT TO WS-WORK-PAST-DUE (WS-WORK-IX)
           ADD WS-PAST-DUE-AMT TO WS-PORT-PAST-DUE

      *    THE CASE STATUS, LAST CONTACT, AND ITS DISPOSITION - AN
      *    UNBROKEN PROMISE STILL IN THE FUTURE SUPPRESSES THE LOAN
      *    FROM THE MAIN LIST SO THE COLLECTOR DOES NOT HOUND A
      *    BORROWER WHO ALREADY COMMITTED.  A CASE IN A RUNNING
      *    WORKOUT PLAN IS NEITHER BROKEN NOR ESCALATED AND STAYS OFF
      *    THE MAIN LIST; A WORKOUT CASE WHOSE PLAN IS FINISHED GOES
      *    BACK TO ACTIVE AND THE ORDINARY RULES.
      ******************************************************************
       2550-UPDATE-CASE-FOR-LOAN.
           MOVE WS-WORK-ID (WS-WORK-IX) TO WS-CASE-KEY-ID
           ADD WS-WORK-PAST-DUE (WS-WORK-IX) TO ZERO
                     GIVING WS-CASE-PAST-DUE (WS-CASE-IX) ROUNDED

           IF WS-CASE-WORKOUT (WS-CASE-IX)
               AND NOT WS-CASE-PLAN-RUNNING (WS-CASE-IX)
               MOVE 'A' TO WS-CASE-STAT (WS-CASE-IX)
           END-IF

           IF WS-CASE-PROMISE (WS-CASE-IX)
               AND WS-CASE-PROM-DATE (WS-CASE-IX) < WS-ASOF-DATE
               MOVE 'B' TO WS-CASE-STAT (WS-CASE-IX)
           END-IF

           IF WS-WORK-B120 (WS-WORK-IX) > 0
               AND NOT WS-CASE-WORKOUT (WS-CASE-IX)
               ADD 1 TO WS-CASE-B120-RUNS (WS-CASE-IX)
               IF WS-CASE-B120-RUNS (WS-CASE-IX) >= WS-ESCALATE-RUNS
                   AND NOT WS-CASE-BANKRUPT (WS-CASE-IX)
               WHEN WS-CASE-FORECLOSE (WS-CASE-IX)
                   MOVE 'F' TO WS-WORK-DISP (WS-WORK-IX)
                   ADD 1 TO WS-LOANS-REFERRED
               WHEN WS-CASE-WORKOUT (WS-CASE-IX)
                   MOVE 'S' TO WS-WORK-DISP (WS-WORK-IX)
                   ADD 1 TO WS-LOANS-IN-WORKOUT
               WHEN WS-CASE-PROMISE (WS-CASE-IX)
                   AND WS-CASE-PROM-DATE (WS-CASE-IX)
                       NOT < WS-ASOF-DATE
      *    MARK IT CURED AND CLEAR THE ESCALATION COUNT, BUT KEEP THE
      *    RECORD - THE HISTORY MATTERS IF THE LOAN SLIPS AGAIN.  A
      *    BANKRUPTCY NEVER SELF-CURES; ONLY THE OPERATOR CLEARS IT.
      *    NOR DOES A CASE WHOSE WORKOUT PLAN IS STILL RUNNING - THE
      *    COVERED INSTALLMENTS WERE SIMPLY NOT AGED.
      ******************************************************************
       2600-CURE-ONE-UNTOUCHED-CASE.
           IF NOT WS-CASE-TOUCHED (WS-CASE-IX)
               AND NOT WS-CASE-BANKRUPT (WS-CASE-IX)
               AND NOT (WS-CASE-WORKOUT (WS-CASE-IX)
                   AND WS-CASE-PLAN-RUNNING (WS-CASE-IX))
               IF WS-CASE-STAT (WS-CASE-IX) NOT = 'C'
                   MOVE 'C' TO WS-CASE-STAT (WS-CASE-IX)
                   ADD 1 TO WS-CASES-CURED
           MOVE WS-CASE-B120-RUNS (WS-CASE-IX) TO CC-B120-RUNS
           MOVE WS-CASE-ASOF (WS-CASE-IX) TO CC-LAST-ASOF-DATE
           MOVE WS-CASE-PAST-DUE (WS-CASE-IX) TO CC-LAST-PAST-DUE
           MOVE WS-CASE-PLAN (WS-CASE-IX) TO CC-PLAN-TYPE
           MOVE WS-CASE-PLAN-START (WS-CASE-IX) TO CC-PLAN-START
           MOVE WS-CASE-PLAN-END (WS-CASE-IX) TO CC-PLAN-END
           WRITE COLLECTION-CASE-RECORD.

       3000-TERMINATE.
           DISPLAY 'PROMISES BROKEN....: ' WS-PROMISES-BROKEN
           DISPLAY 'PROMISES SUPPRESSED: ' WS-LOANS-SUPPRESSED
           DISPLAY 'FORECLOSURE REFERRALS: ' WS-LOANS-REFERRED
           DISPLAY 'LOANS IN WORKOUT...: ' WS-LOANS-IN-WORKOUT
           DISPLAY 'INSTALLMENTS COVERED: ' WS-LINES-IN-WORKOUT
           DISPLAY 'CASES ON FILE......: ' WS-CASE-COUNT
           IF WS-FL-COUNT > 1
               DISPLAY 'GENERATIONS READ...: ' WS-GENERATIONS-READ
               DISPLAY 'REPEATED LINES SKIPPED: ' WS-LINES-REPEATED
           END-IF

           IF WS-CALENDAR-ON-HAND
               PERFORM 3900-STAMP-CYCLE-RUN
