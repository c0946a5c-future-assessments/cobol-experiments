       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGPROF.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  NIGHTLY CROSS-FILE
      *                     INTEGRITY PROOF - EVERY PROGRAM PROVES ITS
      *                     OWN ROLL-FORWARD, BUT NOTHING PROVED THE
      *                     FILES AGREE WITH EACH OTHER, SO A BAD
      *                     RESTART OR A HAND-EDITED FILE COULD LEAVE
      *                     THE POSITIONS OUT OF STEP WITH THE MASTER
      *                     OR THE LEDGERS FOR WEEKS.  FIVE CHECKS:
      *                     (1) EVERY ACTIVE MASTER HAS ITS SERVICING
      *                     POSITION ON MORTPOS.DAT AND NO MISSING
      *                     LOAN HAS ONE - A RETIRED LOAN'S POSITION
      *                     IS KEPT AS ITS PAYOFF SNAPSHOT, SO IT IS
      *                     ONLY A BREAK WHEN IT ROLLED AFTER THE LOAN
      *                     RETIRED; (2) SP-CUR-BALANCE AGREES WITH THE
      *                     LAST BALANCE ON AMORTSCH.TXT; (3)
      *                     SP-LATE-ACCUM-UNPAID AGREES WITH THE OPEN
      *                     CHARGES ON LATEOPEN.TXT; (4) THE MASTER'S
      *                     ESCROW BALANCE EQUALS ITS BALANCE AT THE
      *                     LAST PROOF PLUS THE DEPOSITS BILLED SINCE,
      *                     PLUS ANY ESCROW ADJUSTMENT JOURNALED ON
      *                     MORTJRNL.TXT, LESS THE TAX AND INSURANCE
      *                     CHECKS ON ESCHECKS.TXT (INTGESC.TXT CARRIES
      *                     THE BALANCES FROM PROOF TO PROOF); (5) NO
      *                     SUSPENSE ROW IS OPEN AGAINST A RETIRED
      *                     LOAN.  EVERY BREAK LISTS ON INTGXCP.TXT
      *                     WITH BOTH VALUES; THE COUNTS GO ON
      *                     INTGCTL.TXT (INTGCTL COPYBOOK), WHICH
      *                     CYCLEEND READS BEFORE IT ADVANCES THE
      *                     DATE.  CHANGES NOTHING BUT ITS OWN FILES,
      *                     SO IT MAY BE RERUN FOR THE SAME DATE - THE
      *                     ESCROW CARRY KEEPS THE GENERATION BEFORE
      *                     THE LATEST AND A RERUN PROVES FROM THAT.
      *                     RUNS LAST IN THE NIGHT, AFTER ESCRDISB AND
      *                     LATEPOST AND BEFORE CYCLEEND.
      *    10/15/2026 AJI   A BOARDED LINE (LOANBRD'S OPENING LINE FOR
      *                     AN ACQUIRED LOAN) CARRIES THE BALANCE THE
      *                     POSITION WAS BOARDED AT AND THE PAYMENT
      *                     NUMBER IT WAS BILLED THROUGH, SO IT IS
      *                     TAKEN LIKE AN INSTALLMENT.  THE ACQUIRED
      *                     ESCROW BALANCE IS NEW TO THE CARRY AND
      *                     SEEDS IT.
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

           SELECT SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL AMORTIZATION-SCHEDULE-FILE
           ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL OPEN-FEE-FILE ASSIGN TO 'lateopen.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-FEE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'suspense.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL CHECK-EXTRACT-FILE ASSIGN TO 'eschecks.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.

           SELECT OPTIONAL AUDIT-JOURNAL-FILE ASSIGN TO 'mortjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL ESCROW-CARRY-FILE ASSIGN TO 'intgesc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRY-STATUS.

           SELECT INTEGRITY-EXCEPTION-FILE ASSIGN TO 'intgxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IXCP-STATUS.

           SELECT INTEGRITY-CONTROL-FILE ASSIGN TO 'intgctl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

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

       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  OPEN-FEE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY LATEREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY SUSPREC.

      *    ESCRDISB'S CHECK EXTRACT - THE SAME ROW ITS FD WRITES.  THE
      *    FILE HOLDS THE LATEST DISBURSEMENT MONTH ONLY.
       FD  CHECK-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-EXTRACT-RECORD.
           05  CK-MORTGAGEE-ID           PIC 9(6).
           05  CK-PAYEE-TYPE             PIC X.
               88  CK-TAX-CHECK              VALUE 'T'.
               88  CK-INS-CHECK              VALUE 'I'.
               88  CK-PMI-CHECK              VALUE 'P'.
           05  CK-PAYEE-NAME             PIC X(30).
           05  CK-PAYEE-ADDR             PIC X(30).
           05  CK-AMOUNT                 PIC 9(5)V99.
           05  CK-DUE-YEAR               PIC 9(4).
           05  CK-DUE-MONTH              PIC 9(2).

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

      *    THE ESCROW CARRY - ONE HEADER, THEN ONE ROW PER ACTIVE
      *    LOAN, EACH CARRYING TWO GENERATIONS: THE ESCROW BALANCE AND
      *    THE LAST INSTALLMENT WHOSE DEPOSIT IT INCLUDES AS OF THE
      *    LATEST PROOF (CUR) AND AS OF THE PROOF BEFORE IT (PREV).
      *    THE HEADER CARRIES EACH GENERATION'S CYCLE DATE AND THE
      *    LAST DISBURSEMENT MONTH (YYYYMM) ITS BALANCES INCLUDE.  A
      *    ROW SEEDED BY THE LATEST PROOF HAS NO PREV GENERATION.
       FD  ESCROW-CARRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCROW-CARRY-RECORD.
           05  EC-RECORD-TYPE            PIC X.
               88  EC-HEADER-REC             VALUE 'H'.
               88  EC-LOAN-REC               VALUE 'E'.
           05  EC-MORTGAGEE-ID           PIC 9(6).
           05  EC-PREV-SW                PIC X.
               88  EC-PREV-ON-FILE           VALUE 'Y'.
           05  EC-PREV-BALANCE           PIC 9(5)V99.
           05  EC-PREV-PMT-NO            PIC 9(3).
           05  EC-CUR-BALANCE            PIC 9(5)V99.
           05  EC-CUR-PMT-NO             PIC 9(3).
       01  ESCROW-CARRY-HEADER.
           05  EH-RECORD-TYPE            PIC X.
           05  EH-PREV-DATE              PIC 9(8).
           05  EH-PREV-DISB-MONTH        PIC 9(6).
           05  EH-CUR-DATE               PIC 9(8).
           05  EH-CUR-DISB-MONTH         PIC 9(6).

       FD  INTEGRITY-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-EXCEPTION-LINE      PIC X(100).

       FD  INTEGRITY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

           COPY INTGCTL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-OPEN-FEE-STATUS        PIC XX.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-CHECK-STATUS           PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CARRY-STATUS           PIC XX.
       01  WS-IXCP-STATUS            PIC XX.
       01  WS-CONTROL-STATUS         PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT IS THE DATE PROVED (SYSTEM DATE WITH A
      *    WARNING WHEN NO CALENDAR IS ON HAND).
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-POSITION-EOF-SW    PIC X VALUE 'N'.
               88  WS-POSITION-EOF       VALUE 'Y'.
           05  WS-SCHEDULE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SCHEDULE-EOF       VALUE 'Y'.
           05  WS-OPEN-FEE-EOF-SW    PIC X VALUE 'N'.
               88  WS-OPEN-FEE-EOF       VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF       VALUE 'Y'.
           05  WS-CHECK-EOF-SW       PIC X VALUE 'N'.
               88  WS-CHECK-EOF          VALUE 'Y'.
           05  WS-JRNL-EOF-SW        PIC X VALUE 'N'.
               88  WS-JRNL-EOF           VALUE 'Y'.
           05  WS-CARRY-EOF-SW       PIC X VALUE 'N'.
               88  WS-CARRY-EOF          VALUE 'Y'.
           05  WS-LOAN-FOUND-SW      PIC X VALUE 'N'.
               88  WS-LOAN-FOUND         VALUE 'Y'.
      *    A CARRY WHOSE LATEST GENERATION IS FOR THIS CYCLE DATE
      *    (OR LATER) MEANS THIS IS A RERUN - PROVE FROM PREV.
           05  WS-CARRY-BASE-SW      PIC X VALUE 'C'.
               88  WS-BASE-FROM-CUR      VALUE 'C'.
               88  WS-BASE-FROM-PREV     VALUE 'P'.

      *    THE GENERATION THE ESCROW ROLL-FORWARD STARTS FROM.
       01  WS-ESCROW-BASE-VALUES.
           05  WS-BASE-DATE          PIC 9(8) VALUE 0.
           05  WS-BASE-DISB-MONTH    PIC 9(6) VALUE 0.
           05  WS-NEW-DISB-MONTH     PIC 9(6) VALUE 0.
           05  WS-CHECK-MONTH        PIC 9(6) VALUE 0.

      *    ONE ENTRY PER LOAN ON THE MASTER, IN KEY ORDER, HOLDING
      *    WHAT EACH FILE SAYS ABOUT IT.  THE POSITION PASS WALKS THE
      *    TABLE IN STEP WITH MORTPOS.DAT (BOTH ARE IN KEY ORDER).
       01  WS-LOAN-TABLE.
           05  WS-LN-COUNT           PIC 9(5) VALUE 0 COMP.
           05  WS-LN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LN-IX WS-MG-IX.
               10  WS-LN-ID          PIC 9(6).
               10  WS-LN-STATUS      PIC X.
                   88  WS-LN-ACTIVE      VALUE 'A'.
                   88  WS-LN-RETIRED     VALUE 'R'.
               10  WS-LN-RETIRED-DATE
                                     PIC 9(8).
               10  WS-LN-ESCROW-BAL  PIC 9(5)V99.
               10  WS-LN-POS-SW      PIC X.
                   88  WS-LN-HAS-POSITION VALUE 'Y'.
               10  WS-LN-POS-BALANCE PIC 9(7)V99.
               10  WS-LN-POS-LATE    PIC 9(6)V99.
               10  WS-LN-SCHED-SW    PIC X.
                   88  WS-LN-HAS-SCHEDULE VALUE 'Y'.
               10  WS-LN-SCHED-BALANCE
                                     PIC 9(7)V99.
               10  WS-LN-OPEN-FEES   PIC 9(7)V99.
               10  WS-LN-CARRY-SW    PIC X.
                   88  WS-LN-HAS-CARRY   VALUE 'Y'.
               10  WS-LN-BASE-BAL    PIC 9(5)V99.
               10  WS-LN-BASE-PMT    PIC 9(3).
               10  WS-LN-LAST-PMT    PIC 9(3).
               10  WS-LN-DEPOSITS    PIC 9(7)V99.
               10  WS-LN-ADJUST      PIC S9(7)V99.
               10  WS-LN-CHECKS      PIC 9(7)V99.

      *    LAST-HIT CACHE FOR 8100-FIND-LOAN - THE SCHEDULE HISTORY
      *    AND THE LEDGERS RUN IN LOAN GROUPS.
       01  WS-FIND-VALUES.
           05  WS-FIND-ID            PIC 9(6) VALUE 0.
           05  WS-LAST-FIND-ID       PIC 9(6) VALUE 0.
           05  WS-LAST-SLOT          PIC 9(5) VALUE 0 COMP.

      *    AMORTSCH.TXT CSV FIELDS - THE SAME 22-FIELD LINE GLPOST
      *    UNSTRINGS.
       01  WS-PARSED-FIELDS.
           05  WS-FLD-ID             PIC X(10).
           05  WS-FLD-CUSTOMER       PIC X(40).
           05  WS-FLD-AMOUNT         PIC X(10).
           05  WS-FLD-RATE           PIC X(10).
           05  WS-FLD-TERM           PIC X(4).
           05  WS-FLD-TYPE           PIC X(2).
           05  WS-FLD-YEAR           PIC X(6).
           05  WS-FLD-MONTH          PIC X(4).
           05  WS-FLD-PAYMENT-NO     PIC X(5).
           05  WS-FLD-MONTHLY-RATE   PIC X(32).
           05  WS-FLD-INTEREST       PIC X(32).
           05  WS-FLD-PAYMENT        PIC X(32).
           05  WS-FLD-PRINCIPAL      PIC X(32).
           05  WS-FLD-ACTUAL         PIC X(32).
           05  WS-FLD-BALANCE        PIC X(32).
           05  WS-FLD-RECON-CODE     PIC X(20).
           05  WS-FLD-RECEIVED       PIC X(12).
           05  WS-FLD-EXTRA          PIC X(12).
           05  WS-FLD-ESCROW         PIC X(12).
           05  WS-FLD-TOTAL-DUE      PIC X(12).
           05  WS-FLD-RCPT-COUNT     PIC X(5).
           05  WS-FLD-PMI            PIC X(12).

       01  WS-LINE-VALUES.
           05  WS-LINE-PMT-NO        PIC 9(3) VALUE 0.
           05  WS-LINE-BALANCE       PIC S9(7)V99 VALUE 0.
           05  WS-LINE-ESCROW        PIC 9(7)V99 VALUE 0.

      *    JOURNAL IMAGES OF THE MASTER, FOR THE ESCROW ADJUSTMENTS
      *    MAINTENANCE KEYED.
           COPY MORTREC REPLACING LEADING ==MORTGAGEE== BY ==BEF==.

           COPY MORTREC REPLACING LEADING ==MORTGAGEE== BY ==AFT==.

      *    ESCROW PROOF WORK FIELDS
       01  WS-PROOF-VALUES.
           05  WS-EXPECTED-ESCROW    PIC S9(7)V99 VALUE 0.
           05  WS-ESCROW-ADJUST      PIC S9(7)V99 VALUE 0.

      *    THE BREAK BEING LISTED - AMOUNTS ARE EDITED INTO THE TWO
      *    VALUE COLUMNS BY 8600; TEXT VALUES ARE MOVED STRAIGHT IN.
       01  WS-BREAK-VALUES.
           05  WS-BRK-EXP-AMOUNT     PIC S9(7)V99 VALUE 0.
           05  WS-BRK-FND-AMOUNT     PIC S9(7)V99 VALUE 0.
           05  OUT-BRK-AMOUNT        PIC -ZZZZZZ9.99.

       01  WS-EXCEPTION-DETAIL.
           05  XCP-CHECK             PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-CONDITION         PIC X(42).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-EXPECTED          PIC X(17).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-FOUND             PIC X(17).

      *    RUN TOTALS
       01  WS-RUN-TOTALS.
           05  WS-LOANS-READ         PIC 9(6) VALUE 0.
           05  WS-POSITIONS-READ     PIC 9(6) VALUE 0.
           05  WS-LOANS-PROVED       PIC 9(6) VALUE 0.
           05  WS-ESCROW-SEEDED      PIC 9(6) VALUE 0.
           05  WS-SCHEDULE-LINES     PIC 9(8) VALUE 0.
           05  WS-POSITION-BREAKS    PIC 9(6) VALUE 0.
           05  WS-BALANCE-BREAKS     PIC 9(6) VALUE 0.
           05  WS-LATE-FEE-BREAKS    PIC 9(6) VALUE 0.
           05  WS-ESCROW-BREAKS      PIC 9(6) VALUE 0.
           05  WS-SUSPENSE-BREAKS    PIC 9(6) VALUE 0.
           05  WS-BREAK-COUNT        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MASTER
           PERFORM 2000-PROVE-POSITIONS
           PERFORM 2100-LOAD-ESCROW-CARRY
           PERFORM 2200-LOAD-SCHEDULE
           PERFORM 2300-LOAD-OPEN-FEES
           PERFORM 2400-LOAD-JOURNAL-ADJUSTMENTS
           PERFORM 2500-LOAD-ESCROW-CHECKS
           PERFORM 2600-PROVE-ONE-LOAN
               VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
           PERFORM 2700-PROVE-SUSPENSE
           PERFORM 2800-WRITE-ESCROW-CARRY
           PERFORM 2900-WRITE-CONTROL-RECORD
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR

           OPEN OUTPUT INTEGRITY-EXCEPTION-FILE
           IF WS-IXCP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTEGRITY EXCEPTION FILE: '
                       WS-IXCP-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO INTEGRITY-EXCEPTION-LINE
           STRING 'CROSS-FILE INTEGRITY PROOF FOR CYCLE '
                  WS-CYCLE-DATE
             DELIMITED BY SIZE INTO INTEGRITY-EXCEPTION-LINE
           END-STRING
           WRITE INTEGRITY-EXCEPTION-LINE
           MOVE SPACES TO INTEGRITY-EXCEPTION-LINE
           STRING 'CHECK     ID      CONDITION                   '
                  '                EXPECTED           FOUND'
             DELIMITED BY SIZE INTO INTEGRITY-EXCEPTION-LINE
           END-STRING
           WRITE INTEGRITY-EXCEPTION-LINE.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  THE PROOF CHANGES NOTHING THE CHAIN READS,
      *    SO NO CYCLRUNS.TXT STAMP GUARDS A RERUN.
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

      ******************************************************************
      *    1100-LOAD-MASTER - EVERY LOAN ON THE MASTER, ACTIVE AND
      *    RETIRED, INTO THE TABLE IN KEY ORDER.  A MASTER PAST THE
      *    TABLE LIMIT STOPS THE RUN - A PARTIAL PROOF WOULD REPORT
      *    EVERY POSITION PAST THE LIMIT AS AN ORPHAN.
      ******************************************************************
       1100-LOAD-MASTER.
           OPEN INPUT MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-LOAN UNTIL WS-MASTER-EOF
           CLOSE MORTGAGE-FILE.

       1110-LOAD-ONE-LOAN.
           READ MORTGAGE-FILE NEXT
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF WS-LN-COUNT < 5000
                       ADD 1 TO WS-LN-COUNT
                       ADD 1 TO WS-LOANS-READ
                       SET WS-LN-IX TO WS-LN-COUNT
                       INITIALIZE WS-LN-ENTRY (WS-LN-IX)
                       MOVE MORTGAGEE-ID TO WS-LN-ID (WS-LN-IX)
                       MOVE MORTGAGEE-STATUS
                           TO WS-LN-STATUS (WS-LN-IX)
                       MOVE MORTGAGEE-RETIRED-DATE
                           TO WS-LN-RETIRED-DATE (WS-LN-IX)
                       MOVE MORTGAGEE-ESCROW-BALANCE
                           TO WS-LN-ESCROW-BAL (WS-LN-IX)
                   ELSE
                       DISPLAY 'MASTER EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    2000-PROVE-POSITIONS - CHECK 1.  MORTPOS.DAT AND THE LOAN
      *    TABLE ARE BOTH IN KEY ORDER, SO ONE MATCHING PASS FINDS
      *    THE ACTIVE LOANS WITH NO POSITION (PASSED OVER IN THE
      *    TABLE), THE POSITIONS WITH NO LOAN (NO TABLE ENTRY), AND
      *    THE RETIRED LOANS WHOSE POSITION KEPT ROLLING.  THE KEYED
      *    FILE CANNOT HOLD TWO POSITIONS FOR ONE LOAN.
      ******************************************************************
       2000-PROVE-POSITIONS.
           OPEN INPUT SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SERVICING POSITION FILE: '
                       WS-POSITION-STATUS
               STOP RUN
           END-IF
           SET WS-MG-IX TO 1
           PERFORM 2010-PROVE-ONE-POSITION UNTIL WS-POSITION-EOF
           PERFORM 2020-PASS-ONE-LOAN
               UNTIL WS-MG-IX > WS-LN-COUNT
           CLOSE SERVICING-POSITION-FILE.

       2010-PROVE-ONE-POSITION.
           READ SERVICING-POSITION-FILE NEXT
               AT END SET WS-POSITION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSITIONS-READ
                   PERFORM 2020-PASS-ONE-LOAN
                       UNTIL WS-MG-IX > WS-LN-COUNT
                       OR WS-LN-ID (WS-MG-IX)
                           NOT < SP-MORTGAGEE-ID
                   IF WS-MG-IX NOT > WS-LN-COUNT
                       AND WS-LN-ID (WS-MG-IX) = SP-MORTGAGEE-ID
                       PERFORM 2030-MATCH-POSITION
                       SET WS-MG-IX UP BY 1
                   ELSE
                       MOVE 'POSITION' TO XCP-CHECK
                       MOVE SP-MORTGAGEE-ID TO XCP-ID
                       MOVE 'POSITION ON FILE FOR LOAN NOT ON MASTER'
                           TO XCP-CONDITION
                       MOVE 'NO POSITION' TO XCP-EXPECTED
                       MOVE 'POSITION' TO XCP-FOUND
                       ADD 1 TO WS-POSITION-BREAKS
                       PERFORM 8500-WRITE-BREAK
                   END-IF
           END-READ.

      *    THE LOAN IN HAND WAS PASSED OVER BY THE POSITIONS - AN
      *    ACTIVE LOAN WITH NO POSITION IS A BREAK; A RETIRED LOAN
      *    NEEDS NONE.
       2020-PASS-ONE-LOAN.
           IF WS-LN-ACTIVE (WS-MG-IX)
               AND NOT WS-LN-HAS-POSITION (WS-MG-IX)
               MOVE 'POSITION' TO XCP-CHECK
               MOVE WS-LN-ID (WS-MG-IX) TO XCP-ID
               MOVE 'ACTIVE LOAN HAS NO SERVICING POSITION'
                   TO XCP-CONDITION
               MOVE 'POSITION' TO XCP-EXPECTED
               MOVE 'NO POSITION' TO XCP-FOUND
               ADD 1 TO WS-POSITION-BREAKS
               PERFORM 8500-WRITE-BREAK
           END-IF
           SET WS-MG-IX UP BY 1.

      *    A RETIRED LOAN'S POSITION STAYS ON FILE AS IT STOOD AT
      *    PAYOFF (GLPOST AND THE STATEMENTS READ IT); IT IS ONLY A
      *    BREAK WHEN A CYCLE ROLLED IT AFTER THE RETIREMENT.
       2030-MATCH-POSITION.
           MOVE 'Y' TO WS-LN-POS-SW (WS-MG-IX)
           MOVE SP-CUR-BALANCE TO WS-LN-POS-BALANCE (WS-MG-IX)
           MOVE SP-LATE-ACCUM-UNPAID TO WS-LN-POS-LATE (WS-MG-IX)
           IF WS-LN-RETIRED (WS-MG-IX)
               AND SP-LAST-CYCLE-DATE > WS-LN-RETIRED-DATE (WS-MG-IX)
               MOVE 'POSITION' TO XCP-CHECK
               MOVE SP-MORTGAGEE-ID TO XCP-ID
               MOVE 'RETIRED LOAN POSITION ROLLED AFTER PAYOFF'
                   TO XCP-CONDITION
               MOVE SPACES TO XCP-EXPECTED
               STRING 'RETIRED ' WS-LN-RETIRED-DATE (WS-MG-IX)
                 DELIMITED BY SIZE INTO XCP-EXPECTED
               END-STRING
               MOVE SPACES TO XCP-FOUND
               STRING 'ROLLED ' SP-LAST-CYCLE-DATE
                 DELIMITED BY SIZE INTO XCP-FOUND
               END-STRING
               ADD 1 TO WS-POSITION-BREAKS
               PERFORM 8500-WRITE-BREAK
           END-IF.

      ******************************************************************
      *    2100-LOAD-ESCROW-CARRY - THE BALANCES THE ESCROW PROOF
      *    STARTS FROM.  NORMALLY THE LATEST GENERATION; WHEN THE
      *    LATEST IS THIS CYCLE DATE THE PROOF IS A RERUN AND STARTS
      *    FROM THE GENERATION BEFORE IT.  NO CARRY ON HAND (THE FIRST
      *    PROOF) SEEDS EVERY LOAN WITHOUT A CHECK.
      ******************************************************************
       2100-LOAD-ESCROW-CARRY.
           OPEN INPUT ESCROW-CARRY-FILE
           IF WS-CARRY-STATUS = '00'
               PERFORM 2110-LOAD-ONE-CARRY-ROW UNTIL WS-CARRY-EOF
           ELSE
               DISPLAY 'WARNING: NO ESCROW CARRY ON HAND - ESCROW '
                       'BALANCES SEEDED WITHOUT A PROOF'
           END-IF
           CLOSE ESCROW-CARRY-FILE
           MOVE WS-BASE-DISB-MONTH TO WS-NEW-DISB-MONTH.

       2110-LOAD-ONE-CARRY-ROW.
           READ ESCROW-CARRY-FILE
               AT END SET WS-CARRY-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN EC-HEADER-REC
                           PERFORM 2120-TAKE-CARRY-HEADER
                       WHEN EC-LOAN-REC
                           PERFORM 2130-TAKE-CARRY-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2120-TAKE-CARRY-HEADER.
           IF EH-CUR-DATE < WS-CYCLE-DATE
               SET WS-BASE-FROM-CUR TO TRUE
               MOVE EH-CUR-DATE TO WS-BASE-DATE
               MOVE EH-CUR-DISB-MONTH TO WS-BASE-DISB-MONTH
           ELSE
               SET WS-BASE-FROM-PREV TO TRUE
               MOVE EH-PREV-DATE TO WS-BASE-DATE
               MOVE EH-PREV-DISB-MONTH TO WS-BASE-DISB-MONTH
           END-IF.

       2130-TAKE-CARRY-ROW.
           MOVE EC-MORTGAGEE-ID TO WS-FIND-ID
           PERFORM 8100-FIND-LOAN
           IF WS-LOAN-FOUND
               IF WS-BASE-FROM-CUR
                   MOVE 'Y' TO WS-LN-CARRY-SW (WS-LN-IX)
                   MOVE EC-CUR-BALANCE TO WS-LN-BASE-BAL (WS-LN-IX)
                   MOVE EC-CUR-PMT-NO TO WS-LN-BASE-PMT (WS-LN-IX)
               ELSE
                   IF EC-PREV-ON-FILE
                       MOVE 'Y' TO WS-LN-CARRY-SW (WS-LN-IX)
                       MOVE EC-PREV-BALANCE
                           TO WS-LN-BASE-BAL (WS-LN-IX)
                       MOVE EC-PREV-PMT-NO
                           TO WS-LN-BASE-PMT (WS-LN-IX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-LOAD-SCHEDULE - ONE PASS OVER THE SCHEDULE HISTORY.
      *    THE BALANCE ON A LOAN'S LAST INSTALLMENT, MODCAP OR
      *    BOARDED LINE IN FILE ORDER IS WHERE ITS POSITION SHOULD
      *    STAND (ARREARS LINES CARRY NO BALANCE AND RETURNED LINES
      *    ARE REVERSALS).  A BOARDED LINE'S ESCROW COLUMN IS ZERO.
      *    THE ESCROW COLUMN OF EVERY INSTALLMENT PAST THE CARRY'S
      *    LAST PAYMENT NUMBER IS A DEPOSIT THE CYCLE CREDITED SINCE.
      ******************************************************************
       2200-LOAD-SCHEDULE.
           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM 2210-TAKE-ONE-SCHEDULE-LINE
                   UNTIL WS-SCHEDULE-EOF
           ELSE
               DISPLAY 'WARNING: NO SCHEDULE FILE ON HAND - EVERY '
                       'ACTIVE LOAN WILL BREAK ON BALANCE'
           END-IF
           CLOSE AMORTIZATION-SCHEDULE-FILE.

       2210-TAKE-ONE-SCHEDULE-LINE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-SCHEDULE-EOF TO TRUE
               NOT AT END
                   PERFORM 2220-PARSE-SCHEDULE-LINE
           END-READ.

       2220-PARSE-SCHEDULE-LINE.
           MOVE SPACES TO WS-PARSED-FIELDS
           UNSTRING SCHEDULE-LINE DELIMITED BY ','
               INTO WS-FLD-ID WS-FLD-CUSTOMER WS-FLD-AMOUNT
                    WS-FLD-RATE WS-FLD-TERM WS-FLD-TYPE
                    WS-FLD-YEAR WS-FLD-MONTH WS-FLD-PAYMENT-NO
                    WS-FLD-MONTHLY-RATE WS-FLD-INTEREST
                    WS-FLD-PAYMENT WS-FLD-PRINCIPAL WS-FLD-ACTUAL
                    WS-FLD-BALANCE WS-FLD-RECON-CODE
                    WS-FLD-RECEIVED WS-FLD-EXTRA WS-FLD-ESCROW
                    WS-FLD-TOTAL-DUE WS-FLD-RCPT-COUNT
                    WS-FLD-PMI
           END-UNSTRING

      *    THE FIRST LINE OF AMORTSCH.TXT IS THE COLUMN HEADER
           IF WS-FLD-ID (1:6) NUMERIC
               AND WS-FLD-RECON-CODE NOT = 'ARREARS'
               AND WS-FLD-RECON-CODE NOT = 'RETURNED'
               ADD 1 TO WS-SCHEDULE-LINES
               COMPUTE WS-FIND-ID = FUNCTION NUMVAL(WS-FLD-ID)
               PERFORM 8100-FIND-LOAN
               IF WS-LOAN-FOUND
                   PERFORM 2230-TAKE-LINE-BALANCE
                   IF WS-FLD-RECON-CODE NOT = 'MODCAP'
                       PERFORM 2240-TAKE-LINE-DEPOSIT
                   END-IF
               END-IF
           END-IF.

      *    THE CYCLE STORES A NEGATIVE RUNNING BALANCE ON THE
      *    POSITION AS ZERO.
       2230-TAKE-LINE-BALANCE.
           COMPUTE WS-LINE-BALANCE ROUNDED =
               FUNCTION NUMVAL(WS-FLD-BALANCE)
           IF WS-LINE-BALANCE < 0
               MOVE 0 TO WS-LINE-BALANCE
           END-IF
           MOVE 'Y' TO WS-LN-SCHED-SW (WS-LN-IX)
           MOVE WS-LINE-BALANCE TO WS-LN-SCHED-BALANCE (WS-LN-IX).

       2240-TAKE-LINE-DEPOSIT.
           COMPUTE WS-LINE-PMT-NO = FUNCTION NUMVAL(WS-FLD-PAYMENT-NO)
           IF WS-LINE-PMT-NO > WS-LN-LAST-PMT (WS-LN-IX)
               MOVE WS-LINE-PMT-NO TO WS-LN-LAST-PMT (WS-LN-IX)
           END-IF
           IF WS-LN-HAS-CARRY (WS-LN-IX)
               AND WS-LINE-PMT-NO > WS-LN-BASE-PMT (WS-LN-IX)
               COMPUTE WS-LINE-ESCROW ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-ESCROW)
               ADD WS-LINE-ESCROW TO WS-LN-DEPOSITS (WS-LN-IX)
           END-IF.

      ******************************************************************
      *    2300-LOAD-OPEN-FEES - THE OPEN LATE-CHARGE BALANCE OF EACH
      *    LOAN ON THE LEDGER: CHARGE LESS PAID ON EVERY OPEN ROW.
      ******************************************************************
       2300-LOAD-OPEN-FEES.
           OPEN INPUT OPEN-FEE-FILE
           IF WS-OPEN-FEE-STATUS = '00'
               PERFORM 2310-TAKE-ONE-OPEN-FEE UNTIL WS-OPEN-FEE-EOF
           END-IF
           CLOSE OPEN-FEE-FILE.

       2310-TAKE-ONE-OPEN-FEE.
           READ OPEN-FEE-FILE
               AT END SET WS-OPEN-FEE-EOF TO TRUE
               NOT AT END
                   IF OF-OPEN
                       MOVE OF-MORTGAGEE-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-LOAN
                       IF WS-LOAN-FOUND
                           COMPUTE WS-LN-OPEN-FEES (WS-LN-IX) =
                               WS-LN-OPEN-FEES (WS-LN-IX)
                               + OF-CHARGE-AMOUNT - OF-PAID-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    2400-LOAD-JOURNAL-ADJUSTMENTS - AN ESCROW BALANCE KEYED
      *    THROUGH MAINTENANCE SINCE THE CARRY'S DATE, AS THE CHANGE
      *    FROM THE BEFORE IMAGE TO THE AFTER IMAGE.  AN ADD HAS NO
      *    BEFORE IMAGE - A NEW LOAN IS SEEDED FROM ITS MASTER.
      ******************************************************************
       2400-LOAD-JOURNAL-ADJUSTMENTS.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               PERFORM 2410-TAKE-ONE-JOURNAL-ENTRY UNTIL WS-JRNL-EOF
           END-IF
           CLOSE AUDIT-JOURNAL-FILE.

       2410-TAKE-ONE-JOURNAL-ENTRY.
           READ AUDIT-JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   IF AJ-RUN-DATE > WS-BASE-DATE
                       AND AJ-RUN-DATE NOT > WS-CYCLE-DATE
                       PERFORM 2420-TAKE-ESCROW-ADJUSTMENT
                   END-IF
           END-READ.

       2420-TAKE-ESCROW-ADJUSTMENT.
           MOVE AJ-BEFORE-IMAGE TO BEF-RECORD
           MOVE AJ-AFTER-IMAGE TO AFT-RECORD
           IF BEF-ESCROW-BALANCE NUMERIC
               AND AFT-ESCROW-BALANCE NUMERIC
               AND BEF-ESCROW-BALANCE NOT = AFT-ESCROW-BALANCE
               MOVE AJ-MORTGAGEE-ID TO WS-FIND-ID
               PERFORM 8100-FIND-LOAN
               IF WS-LOAN-FOUND
                   COMPUTE WS-ESCROW-ADJUST =
                       AFT-ESCROW-BALANCE - BEF-ESCROW-BALANCE
                   ADD WS-ESCROW-ADJUST TO WS-LN-ADJUST (WS-LN-IX)
               END-IF
           END-IF.

      ******************************************************************
      *    2500-LOAD-ESCROW-CHECKS - THE TAX AND INSURANCE CHECKS
      *    ESCRDISB DREW FROM THE ESCROW BALANCES SINCE THE CARRY'S
      *    DISBURSEMENT MONTH.  PMI CHECKS ARE REMITTED FROM THE
      *    PREMIUM COLLECTED, NEVER FROM ESCROW.
      ******************************************************************
       2500-LOAD-ESCROW-CHECKS.
           OPEN INPUT CHECK-EXTRACT-FILE
           IF WS-CHECK-STATUS = '00'
               PERFORM 2510-TAKE-ONE-CHECK UNTIL WS-CHECK-EOF
           END-IF
           CLOSE CHECK-EXTRACT-FILE.

       2510-TAKE-ONE-CHECK.
           READ CHECK-EXTRACT-FILE
               AT END SET WS-CHECK-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-CHECK-MONTH =
                       CK-DUE-YEAR * 100 + CK-DUE-MONTH
                   IF WS-CHECK-MONTH > WS-BASE-DISB-MONTH
                       AND NOT CK-PMI-CHECK
                       PERFORM 2520-TAKE-CHECK-AMOUNT
                   END-IF
           END-READ.

       2520-TAKE-CHECK-AMOUNT.
           IF WS-CHECK-MONTH > WS-NEW-DISB-MONTH
               MOVE WS-CHECK-MONTH TO WS-NEW-DISB-MONTH
           END-IF
           MOVE CK-MORTGAGEE-ID TO WS-FIND-ID
           PERFORM 8100-FIND-LOAN
           IF WS-LOAN-FOUND
               ADD CK-AMOUNT TO WS-LN-CHECKS (WS-LN-IX)
           END-IF.

      ******************************************************************
      *    2600-PROVE-ONE-LOAN - CHECKS 2 THROUGH 4 FOR EACH ACTIVE
      *    LOAN.  THE BALANCE AND LATE-CHARGE CHECKS NEED THE
      *    POSITION; ITS ABSENCE IS ALREADY A CHECK-1 BREAK.
      ******************************************************************
       2600-PROVE-ONE-LOAN.
           IF WS-LN-ACTIVE (WS-LN-IX)
               ADD 1 TO WS-LOANS-PROVED
               IF WS-LN-HAS-POSITION (WS-LN-IX)
                   PERFORM 2610-PROVE-BALANCE
                   PERFORM 2620-PROVE-LATE-FEES
               END-IF
               PERFORM 2630-PROVE-ESCROW
           END-IF.

       2610-PROVE-BALANCE.
           IF NOT WS-LN-HAS-SCHEDULE (WS-LN-IX)
               MOVE 'BALANCE' TO XCP-CHECK
               MOVE WS-LN-ID (WS-LN-IX) TO XCP-ID
               MOVE 'NO SCHEDULE LINE FOR ACTIVE LOAN'
                   TO XCP-CONDITION
               MOVE 'SCHEDULE LINE' TO XCP-EXPECTED
               MOVE WS-LN-POS-BALANCE (WS-LN-IX) TO WS-BRK-FND-AMOUNT
               MOVE WS-BRK-FND-AMOUNT TO OUT-BRK-AMOUNT
               MOVE OUT-BRK-AMOUNT TO XCP-FOUND
               ADD 1 TO WS-BALANCE-BREAKS
               PERFORM 8500-WRITE-BREAK
           ELSE
               IF WS-LN-SCHED-BALANCE (WS-LN-IX)
                   NOT = WS-LN-POS-BALANCE (WS-LN-IX)
                   MOVE 'BALANCE' TO XCP-CHECK
                   MOVE WS-LN-ID (WS-LN-IX) TO XCP-ID
                   MOVE 'POSITION BALANCE DIFFERS FROM SCHEDULE'
                       TO XCP-CONDITION
                   MOVE WS-LN-SCHED-BALANCE (WS-LN-IX)
                       TO WS-BRK-EXP-AMOUNT
                   MOVE WS-LN-POS-BALANCE (WS-LN-IX)
                       TO WS-BRK-FND-AMOUNT
                   PERFORM 8600-EDIT-AMOUNTS
                   ADD 1 TO WS-BALANCE-BREAKS
                   PERFORM 8500-WRITE-BREAK
               END-IF
           END-IF.

       2620-PROVE-LATE-FEES.
           IF WS-LN-OPEN-FEES (WS-LN-IX)
               NOT = WS-LN-POS-LATE (WS-LN-IX)
               MOVE 'LATEFEE' TO XCP-CHECK
               MOVE WS-LN-ID (WS-LN-IX) TO XCP-ID
               MOVE 'POSITION LATE CHARGES DIFFER FROM LEDGER'
                   TO XCP-CONDITION
               MOVE WS-LN-OPEN-FEES (WS-LN-IX) TO WS-BRK-EXP-AMOUNT
               MOVE WS-LN-POS-LATE (WS-LN-IX) TO WS-BRK-FND-AMOUNT
               PERFORM 8600-EDIT-AMOUNTS
               ADD 1 TO WS-LATE-FEE-BREAKS
               PERFORM 8500-WRITE-BREAK
           END-IF.

      *    PRIOR BALANCE + DEPOSITS + ADJUSTMENTS - CHECKS, HELD AT
      *    ZERO THE WAY ESCRDISB HOLDS IT (THE SHORTFALL IS AN
      *    ADVANCE).  A LOAN NEW TO THE CARRY IS SEEDED, NOT PROVED.
       2630-PROVE-ESCROW.
           IF NOT WS-LN-HAS-CARRY (WS-LN-IX)
               ADD 1 TO WS-ESCROW-SEEDED
           ELSE
               COMPUTE WS-EXPECTED-ESCROW =
                   WS-LN-BASE-BAL (WS-LN-IX)
                   + WS-LN-DEPOSITS (WS-LN-IX)
                   + WS-LN-ADJUST (WS-LN-IX)
                   - WS-LN-CHECKS (WS-LN-IX)
               IF WS-EXPECTED-ESCROW < 0
                   MOVE 0 TO WS-EXPECTED-ESCROW
               END-IF
               IF WS-EXPECTED-ESCROW NOT = WS-LN-ESCROW-BAL (WS-LN-IX)
                   MOVE 'ESCROW' TO XCP-CHECK
                   MOVE WS-LN-ID (WS-LN-IX) TO XCP-ID
                   MOVE 'ESCROW BALANCE DIFFERS FROM ROLL-FORWARD'
                       TO XCP-CONDITION
                   MOVE WS-EXPECTED-ESCROW TO WS-BRK-EXP-AMOUNT
                   MOVE WS-LN-ESCROW-BAL (WS-LN-IX)
                       TO WS-BRK-FND-AMOUNT
                   PERFORM 8600-EDIT-AMOUNTS
                   ADD 1 TO WS-ESCROW-BREAKS
                   PERFORM 8500-WRITE-BREAK
               END-IF
           END-IF.

      ******************************************************************
      *    2700-PROVE-SUSPENSE - CHECK 5.  MONEY STILL OPEN IN
      *    SUSPENSE AGAINST A RETIRED LOAN HAS NO INSTALLMENT LEFT TO
      *    APPLY TO - IT MUST BE REFUNDED OR WRITTEN OFF THROUGH
      *    SUSPRES.
      ******************************************************************
       2700-PROVE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM 2710-PROVE-ONE-SUSPENSE UNTIL WS-SUSPENSE-EOF
           END-IF
           CLOSE SUSPENSE-FILE.

       2710-PROVE-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END
                   IF SUS-OPEN
                       MOVE SUS-MORTGAGEE-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-LOAN
                       IF WS-LOAN-FOUND
                           AND WS-LN-RETIRED (WS-LN-IX)
                           PERFORM 2720-LIST-RETIRED-SUSPENSE
                       END-IF
                   END-IF
           END-READ.

       2720-LIST-RETIRED-SUSPENSE.
           MOVE 'SUSPENSE' TO XCP-CHECK
           MOVE SUS-MORTGAGEE-ID TO XCP-ID
           MOVE SPACES TO XCP-CONDITION
           STRING 'OPEN SUSPENSE ON LOAN RETIRED '
                  WS-LN-RETIRED-DATE (WS-LN-IX)
             DELIMITED BY SIZE INTO XCP-CONDITION
           END-STRING
           MOVE 0 TO WS-BRK-EXP-AMOUNT
           MOVE SUS-AMOUNT TO WS-BRK-FND-AMOUNT
           PERFORM 8600-EDIT-AMOUNTS
           ADD 1 TO WS-SUSPENSE-BREAKS
           PERFORM 8500-WRITE-BREAK.

      ******************************************************************
      *    2800-WRITE-ESCROW-CARRY - THE NEW GENERATION IS WHAT THE
      *    MASTER HOLDS TONIGHT, WHETHER OR NOT IT PROVED, SO ONE
      *    BREAK IS LISTED ONCE AND NOT CARRIED INTO EVERY NIGHT
      *    AFTER.  THE GENERATION THIS PROOF STARTED FROM RIDES ALONG
      *    AS PREV FOR A RERUN.  RETIRED LOANS DROP OFF.
      ******************************************************************
       2800-WRITE-ESCROW-CARRY.
           OPEN OUTPUT ESCROW-CARRY-FILE
           IF WS-CARRY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESCROW CARRY: ' WS-CARRY-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO ESCROW-CARRY-HEADER
           MOVE 'H' TO EH-RECORD-TYPE
           MOVE WS-BASE-DATE TO EH-PREV-DATE
           MOVE WS-BASE-DISB-MONTH TO EH-PREV-DISB-MONTH
           MOVE WS-CYCLE-DATE TO EH-CUR-DATE
           MOVE WS-NEW-DISB-MONTH TO EH-CUR-DISB-MONTH
           WRITE ESCROW-CARRY-HEADER
           PERFORM 2810-WRITE-ONE-CARRY-ROW
               VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
           CLOSE ESCROW-CARRY-FILE.

       2810-WRITE-ONE-CARRY-ROW.
           IF WS-LN-ACTIVE (WS-LN-IX)
               MOVE SPACES TO ESCROW-CARRY-RECORD
               MOVE 'E' TO EC-RECORD-TYPE
               MOVE WS-LN-ID (WS-LN-IX) TO EC-MORTGAGEE-ID
               MOVE WS-LN-ESCROW-BAL (WS-LN-IX) TO EC-CUR-BALANCE
               MOVE WS-LN-LAST-PMT (WS-LN-IX) TO EC-CUR-PMT-NO
               IF WS-LN-HAS-CARRY (WS-LN-IX)
                   MOVE 'Y' TO EC-PREV-SW
                   MOVE WS-LN-BASE-BAL (WS-LN-IX) TO EC-PREV-BALANCE
                   MOVE WS-LN-BASE-PMT (WS-LN-IX) TO EC-PREV-PMT-NO
                   IF WS-LN-BASE-PMT (WS-LN-IX)
                       > WS-LN-LAST-PMT (WS-LN-IX)
                       MOVE WS-LN-BASE-PMT (WS-LN-IX)
                           TO EC-CUR-PMT-NO
                   END-IF
               ELSE
                   MOVE 'N' TO EC-PREV-SW
                   MOVE 0 TO EC-PREV-BALANCE
                   MOVE 0 TO EC-PREV-PMT-NO
               END-IF
               WRITE ESCROW-CARRY-RECORD
           END-IF.

      ******************************************************************
      *    2900-WRITE-CONTROL-RECORD - THE COUNTS CYCLEEND READS.
      ******************************************************************
       2900-WRITE-CONTROL-RECORD.
           OPEN OUTPUT INTEGRITY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTEGRITY CONTROL FILE: '
                       WS-CONTROL-STATUS
               STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE TO IC-CYCLE-DATE
           MOVE WS-BREAK-COUNT TO IC-BREAK-COUNT
           MOVE WS-POSITION-BREAKS TO IC-POSITION-BREAKS
           MOVE WS-BALANCE-BREAKS TO IC-BALANCE-BREAKS
           MOVE WS-LATE-FEE-BREAKS TO IC-LATE-FEE-BREAKS
           MOVE WS-ESCROW-BREAKS TO IC-ESCROW-BREAKS
           MOVE WS-SUSPENSE-BREAKS TO IC-SUSPENSE-BREAKS
           MOVE WS-LOANS-PROVED TO IC-LOANS-PROVED
           WRITE INTEGRITY-CONTROL-RECORD
           CLOSE INTEGRITY-CONTROL-FILE.

       3000-TERMINATE.
           MOVE SPACES TO INTEGRITY-EXCEPTION-LINE
           STRING 'TOTAL BREAKS: ' WS-BREAK-COUNT
             DELIMITED BY SIZE INTO INTEGRITY-EXCEPTION-LINE
           END-STRING
           WRITE INTEGRITY-EXCEPTION-LINE
           CLOSE INTEGRITY-EXCEPTION-FILE

           DISPLAY ' '
           DISPLAY '***** INTGPROF RUN TOTALS *****'
           DISPLAY 'CYCLE PROVED.......: ' WS-CYCLE-DATE
           DISPLAY 'LOANS ON MASTER....: ' WS-LOANS-READ
           DISPLAY 'POSITIONS READ.....: ' WS-POSITIONS-READ
           DISPLAY 'SCHEDULE LINES.....: ' WS-SCHEDULE-LINES
           DISPLAY 'ACTIVE LOANS PROVED: ' WS-LOANS-PROVED
           DISPLAY 'ESCROW SEEDED......: ' WS-ESCROW-SEEDED
           DISPLAY 'POSITION BREAKS....: ' WS-POSITION-BREAKS
           DISPLAY 'BALANCE BREAKS.....: ' WS-BALANCE-BREAKS
           DISPLAY 'LATE FEE BREAKS....: ' WS-LATE-FEE-BREAKS
           DISPLAY 'ESCROW BREAKS......: ' WS-ESCROW-BREAKS
           DISPLAY 'SUSPENSE BREAKS....: ' WS-SUSPENSE-BREAKS
           DISPLAY 'TOTAL BREAKS.......: ' WS-BREAK-COUNT
           IF WS-BREAK-COUNT > 0
               DISPLAY 'WARNING: FILES OUT OF AGREEMENT - SEE '
                       'INTGXCP.TXT; CYCLEEND WILL NOT CLOSE THE '
                       'CYCLE UNLESS FORCED'
           END-IF.

      ******************************************************************
      *    8100-FIND-LOAN - LOCATE WS-FIND-ID IN THE LOAN TABLE,
      *    REMEMBERING THE LAST HIT.  WS-LN-IX IS LEFT ON THE ENTRY.
      ******************************************************************
       8100-FIND-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           IF WS-LAST-SLOT > 0
               AND WS-FIND-ID = WS-LAST-FIND-ID
               SET WS-LN-IX TO WS-LAST-SLOT
               SET WS-LOAN-FOUND TO TRUE
           ELSE
               PERFORM 8110-CHECK-ONE-LOAN
                   VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > WS-LN-COUNT
                   OR WS-LN-ID (WS-LN-IX) = WS-FIND-ID
               IF WS-LN-IX NOT > WS-LN-COUNT
                   SET WS-LOAN-FOUND TO TRUE
                   MOVE WS-FIND-ID TO WS-LAST-FIND-ID
                   SET WS-LAST-SLOT TO WS-LN-IX
               END-IF
           END-IF.

       8110-CHECK-ONE-LOAN.
           CONTINUE.

       8500-WRITE-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-EXCEPTION-DETAIL TO INTEGRITY-EXCEPTION-LINE
           WRITE INTEGRITY-EXCEPTION-LINE
           MOVE SPACES TO XCP-CHECK XCP-CONDITION
                          XCP-EXPECTED XCP-FOUND
           MOVE 0 TO XCP-ID.

       8600-EDIT-AMOUNTS.
           MOVE WS-BRK-EXP-AMOUNT TO OUT-BRK-AMOUNT
           MOVE OUT-BRK-AMOUNT TO XCP-EXPECTED
           MOVE WS-BRK-FND-AMOUNT TO OUT-BRK-AMOUNT
           MOVE OUT-BRK-AMOUNT TO XCP-FOUND.
