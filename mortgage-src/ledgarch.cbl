       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGARCH.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  PERIODIC RETENTION
      *                     ARCHIVE FOR THE ROLLING LEDGERS - SUSPENSE,
      *                     LATEOPEN, PAYHIST, AMORTSCH, COLLCASE AND
      *                     MORTJRNL NEVER DELETE A ROW, SO EVERY
      *                     NIGHTLY READER REREAD YEARS OF CLOSED
      *                     HISTORY.  CLOSED ROWS DATED BEFORE THE
      *                     CUTOFF (THE FIRST OF THE MONTH ARCH-RETAIN
      *                     MONTHS BEFORE THE CYCLE MONTH, DEFAULT 36,
      *                     NEVER UNDER 25 SO THE CREDIT BUREAU
      *                     PROFILE STAYS WHOLE) MOVE TO A DATED
      *                     GENERATION (E.G. SUSPENSE.A20261015) AND
      *                     ARE CATALOGED ON ARCHCAT.TXT (ARCHCAT
      *                     COPYBOOK) FOR THE READERS THAT PULL THEM
      *                     BACK.  SUSPENSE AND LATEOPEN KEEP A
      *                     CARRY-FORWARD ROW PER DISPOSITION SO THEIR
      *                     ROLL-FORWARD PROOFS STILL TIE.  PAYHIST AND
      *                     AMORTSCH ALSO HOLD BACK ANYTHING A REPLAY
      *                     OR THE YEAR-END PASS STILL NEEDS FOR THE
      *                     OPEN TAX YEARS (ARCH-TAX-YEAR, THE OLDEST
      *                     ONE STILL OPEN, DEFAULT THE PRIOR YEAR):
      *                     RECEIPTS GO ONLY FOR LOANS RETIRED BEFORE
      *                     BOTH DATES, AND AN ACTIVE LOAN'S SCHEDULE
      *                     LINES GO ONLY UP TO THE LAST INSTALLMENT
      *                     THAT LEFT IT WITH NOTHING PAST DUE, SO THE
      *                     DELINQUENCY AGING AND THE BUREAU ROLL READ
      *                     THE SAME.  PRINTS BEFORE AND AFTER ROW
      *                     COUNTS AND DOLLARS PER LEDGER.  RUN
      *                     BETWEEN CYCLES, AFTER CYCLEEND; A RERUN FOR
      *                     THE SAME CYCLE DATE FINDS NOTHING LEFT TO
      *                     MOVE.
      *    10/15/2026 AJI   A BOARDED LINE (LOANBRD'S OPENING LINE FOR
      *                     AN ACQUIRED LOAN) CARRIES THE PAST DUE THAT
      *                     CAME OVER WITH THE LOAN INTO THE ROLL THE
      *                     SAME AS A RETURNED LINE.
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

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'suspense.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL OPEN-FEE-FILE ASSIGN TO 'lateopen.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-FEE-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE ASSIGN TO 'payhist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OPTIONAL AMORTIZATION-SCHEDULE-FILE
           ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL CASE-FILE ASSIGN TO 'collcase.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

           SELECT OPTIONAL AUDIT-JOURNAL-FILE ASSIGN TO 'mortjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

      *    THE DATED GENERATIONS - ONE LEDGER IS WORKED AT A TIME, SO
      *    THEY SHARE THE NAME SET BY 8200-START-LEDGER.
           SELECT OPTIONAL SUSPENSE-GEN-FILE
           ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

           SELECT OPTIONAL OPEN-FEE-GEN-FILE
           ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

           SELECT OPTIONAL PAYHIST-GEN-FILE
           ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

           SELECT OPTIONAL SCHEDULE-GEN-FILE
           ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

           SELECT OPTIONAL CASE-GEN-FILE
           ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

           SELECT OPTIONAL JOURNAL-GEN-FILE
           ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

      *    WORK COPY OF THE LEDGER BEING TRIMMED - THE KEPT ROWS GO
      *    HERE AND ARE COPIED BACK OVER THE LEDGER, THE SAME WAY
      *    PAYRTRN TAKES A REVERSED RECEIPT OFF PAYHIST.TXT.
           SELECT ARCHIVE-WORK-FILE ASSIGN TO 'archwork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'archcat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

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

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY SUSPREC.

       FD  OPEN-FEE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY LATEREC.

      *    RECEIPT ROW IN THE SAME LAYOUT MORTGAGES ARCHIVES.
       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-MORTGAGEE-ID           PIC 9(6).
           05  PH-PAYMENT-NO             PIC 9(3).
           05  PH-AMOUNT-RECEIVED        PIC 9(6)V99.
           05  PH-DATE-RECEIVED          PIC 9(8).

       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY COLLREC.

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

       FD  SUSPENSE-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-GEN-RECORD           PIC X(92).

       FD  OPEN-FEE-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPEN-FEE-GEN-RECORD           PIC X(89).

       FD  PAYHIST-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYHIST-GEN-RECORD            PIC X(25).

       FD  SCHEDULE-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-GEN-LINE             PIC X(320).

       FD  CASE-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASE-GEN-RECORD               PIC X(76).

       FD  JOURNAL-GEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-GEN-RECORD            PIC X(715).

       FD  ARCHIVE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-WORK-RECORD           PIC X(715).

       FD  ARCHIVE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.

           COPY ARCHCAT.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-OPEN-FEE-STATUS        PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-CASE-STATUS            PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-GEN-STATUS             PIC XX.
       01  WS-WORK-STATUS            PIC XX.
       01  WS-CATALOG-STATUS         PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT DATES THE GENERATIONS AND ANCHORS THE
      *    RETENTION (SYSTEM DATE WITH A WARNING WHEN NO CALENDAR IS
      *    ON HAND).
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CYCLE-DATE-PARTS REDEFINES WS-CYCLE-DATE.
               10  WS-CYCLE-YEAR     PIC 9(4).
               10  WS-CYCLE-MONTH    PIC 9(2).
               10  WS-CYCLE-DAY      PIC 9(2).
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.

      *    RETENTION - ARCH-RETAIN IS THE MONTHS OF CLOSED HISTORY
      *    KEPT LIVE, ARCH-TAX-YEAR THE OLDEST TAX YEAR STILL OPEN.
      *    THE LEDGER CUTOFF IS THE FIRST OF THE MONTH THE RETENTION
      *    REACHES BACK TO; THE HISTORY CUTOFF (PAYHIST AND AMORTSCH)
      *    IS THE EARLIER OF THAT AND JANUARY 1 OF THE OPEN TAX YEAR.
       01  WS-RETENTION-VALUES.
           05  WS-RETAIN-TEXT        PIC X(2) VALUE SPACES.
           05  WS-RETAIN-MONTHS      PIC 9(2) VALUE 36.
           05  WS-RETAIN-FLOOR       PIC 9(2) VALUE 25.
           05  WS-TAX-YEAR-TEXT      PIC X(4) VALUE SPACES.
           05  WS-TAX-YEAR           PIC 9(4) VALUE 0.
           05  WS-MONTH-NUMBER       PIC 9(6) VALUE 0.
           05  WS-CUTOFF-YEAR        PIC 9(4) VALUE 0.
           05  WS-CUTOFF-MONTH       PIC 9(2) VALUE 0.
           05  WS-CUTOFF-DATE        PIC 9(8) VALUE 0.
           05  WS-TAX-YEAR-START     PIC 9(8) VALUE 0.
           05  WS-HISTORY-CUTOFF     PIC 9(8) VALUE 0.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-LEDGER-EOF-SW      PIC X VALUE 'N'.
               88  WS-LEDGER-EOF         VALUE 'Y'.
           05  WS-WORK-EOF-SW        PIC X VALUE 'N'.
               88  WS-WORK-EOF           VALUE 'Y'.
           05  WS-CATALOG-EOF-SW     PIC X VALUE 'N'.
               88  WS-CATALOG-EOF        VALUE 'Y'.
           05  WS-CATALOG-CHANGED-SW PIC X VALUE 'N'.
               88  WS-CATALOG-CHANGED    VALUE 'Y'.
           05  WS-GEN-OPEN-SW        PIC X VALUE 'N'.
               88  WS-GEN-OPEN           VALUE 'Y'.
           05  WS-LOAN-FOUND-SW      PIC X VALUE 'N'.
               88  WS-LOAN-FOUND         VALUE 'Y'.
      *    WHAT BECOMES OF THE ROW IN HAND: KEPT LIVE, MOVED TO THE
      *    GENERATION, OR (AN OLD CARRY-FORWARD ROW) FOLDED INTO THE
      *    NEW CARRY.
           05  WS-ROW-ACTION-SW      PIC X VALUE 'K'.
               88  WS-KEEP-THIS-ROW      VALUE 'K'.
               88  WS-ARCHIVE-THIS-ROW   VALUE 'A'.
               88  WS-FOLD-THIS-ROW      VALUE 'F'.
      *    A LEDGER WITH CARRY-FORWARD ROWS PROVES ITS DOLLARS
      *    BEFORE = AFTER; ANY OTHER PROVES BEFORE = AFTER + MOVED.
           05  WS-CARRY-LEDGER-SW    PIC X VALUE 'N'.
               88  WS-CARRY-LEDGER       VALUE 'Y'.

      *    RETIRED LOANS OFF THE MASTER - THE RECEIPT, SCHEDULE AND
      *    CASE HISTORY OF A LOAN RETIRED BEFORE THE CUTOFF IS CLOSED.
       01  WS-RETIRED-TABLE.
           05  WS-RL-COUNT           PIC 9(5) VALUE 0 COMP.
           05  WS-RL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RL-IX.
               10  WS-RL-ID          PIC 9(6).
               10  WS-RL-RETIRED-DATE
                                     PIC 9(8).

      *    LAST-HIT CACHE FOR 8100-FIND-RETIRED-LOAN - THE LEDGERS
      *    RUN IN LOAN GROUPS.
       01  WS-FIND-VALUES.
           05  WS-FIND-ID            PIC 9(6) VALUE 0.
           05  WS-LAST-FIND-ID       PIC 9(6) VALUE 0.
           05  WS-LAST-FIND-SW       PIC X VALUE 'N'.
               88  WS-LAST-FIND-HIT      VALUE 'Y'.
           05  WS-LAST-RL-SLOT       PIC 9(5) VALUE 0 COMP.
           05  WS-LAST-LINE-ID       PIC 9(6) VALUE 0.
           05  WS-LAST-SC-SLOT       PIC 9(5) VALUE 0 COMP.

      *    ONE ENTRY PER LOAN ON THE SCHEDULE.  THE FIRST PASS ROLLS
      *    THE LOAN'S PAST DUE THE WAY MORTDELQ AND CRBEXTR DO AND
      *    REMEMBERS THE LAST LINE (BY ITS COUNT WITHIN THE LOAN)
      *    BEFORE THE CUTOFF AFTER WHICH NOTHING WAS PAST DUE - THE
      *    SECOND PASS MOVES THE LOAN'S LINES UP TO AND INCLUDING IT.
       01  WS-SCHEDULE-TABLE.
           05  WS-SC-COUNT           PIC 9(5) VALUE 0 COMP.
           05  WS-SC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SC-IX.
               10  WS-SC-ID          PIC 9(6).
               10  WS-SC-PAST-DUE    PIC 9(7)V99.
               10  WS-SC-SEQ         PIC 9(5) COMP.
               10  WS-SC-CLEAN-SEQ   PIC 9(5) COMP.
               10  WS-SC-LAST-SEQ    PIC 9(5) COMP.
               10  WS-SC-CUTOFF-SW   PIC X.
                   88  WS-SC-PAST-CUTOFF VALUE 'Y'.

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
           05  WS-LINE-ID            PIC 9(6) VALUE 0.
           05  WS-DUE-YEAR           PIC 9(4) VALUE 0.
           05  WS-DUE-MONTH          PIC 9(2) VALUE 0.
           05  WS-DUE-DATE           PIC 9(8) VALUE 0.
           05  WS-RECEIVED-AMT       PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-DUE-AMT      PIC 9(7)V99 VALUE 0.
           05  WS-SHORT-AMT          PIC S9(7)V99 VALUE 0.
           05  WS-LINE-SW            PIC X VALUE 'N'.
               88  WS-INSTALLMENT-LINE   VALUE 'Y'.
      *    A REGULAR INSTALLMENT - NOT AN ARREARS, MODCAP, RETURNED,
      *    NOT-RECEIVED OR SHORT-PAY LINE.
           05  WS-REGULAR-LINE-SW    PIC X VALUE 'N'.
               88  WS-REGULAR-LINE       VALUE 'Y'.

      *    THE CATALOG IS HELD HERE WHILE THE RUN ADDS ITS
      *    GENERATIONS, THEN WRITTEN BACK WHOLE.  A RERUN FOR THE SAME
      *    CYCLE DATE ADDS ON TO ITS OWN GENERATION'S ROW.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-COUNT          PIC 9(4) VALUE 0 COMP.
           05  WS-CAT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CAT-IX.
               10  WS-CAT-LEDGER     PIC X(8).
               10  WS-CAT-RUN-DATE   PIC 9(8).
               10  WS-CAT-CUTOFF     PIC 9(8).
               10  WS-CAT-GEN-NAME   PIC X(18).
               10  WS-CAT-ROWS       PIC 9(7).
               10  WS-CAT-AMOUNT     PIC 9(9)V99.

      *    THE LEDGER BEING WORKED - ITS CUTOFF, ITS GENERATION, AND
      *    THE BEFORE / MOVED / AFTER FIGURES THE RUN PRINTS.
       01  WS-LEDGER-VALUES.
           05  WS-LEDGER-NAME        PIC X(8) VALUE SPACES.
           05  WS-GEN-PREFIX         PIC X(8) VALUE SPACES.
           05  WS-GENERATION-NAME    PIC X(18) VALUE SPACES.
           05  WS-LEDGER-CUTOFF      PIC 9(8) VALUE 0.
           05  WS-ROW-AMOUNT         PIC 9(9)V99 VALUE 0.
           05  WS-ROWS-BEFORE        PIC 9(7) VALUE 0.
           05  WS-AMOUNT-BEFORE      PIC 9(9)V99 VALUE 0.
           05  WS-ROWS-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-AMOUNT-ARCHIVED    PIC 9(9)V99 VALUE 0.
           05  WS-ROWS-FOLDED        PIC 9(7) VALUE 0.
           05  WS-CARRY-ROWS         PIC 9(7) VALUE 0.
           05  WS-ROWS-AFTER         PIC 9(7) VALUE 0.
           05  WS-AMOUNT-AFTER       PIC 9(9)V99 VALUE 0.

      *    CARRY-FORWARD TOTALS.  SUSPENSE CARRIES ONE AMOUNT PER
      *    DISPOSITION; LATEOPEN CARRIES CHARGE AND PAID PER STATUS AND
      *    FEE TYPE, SINCE GLPOST BOOKS EACH TO ITS OWN ACCOUNT.  A
      *    TOTAL PAST THE ROW'S PICTURE SPLITS OVER AS MANY ROWS AS IT
      *    TAKES.
       01  WS-CARRY-VALUES.
           05  WS-SUS-CARRY-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-SCY-IX.
               10  WS-SCY-STATUS     PIC X.
               10  WS-SCY-AMOUNT     PIC 9(9)V99.
           05  WS-FEE-CARRY-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-FCY-IX.
               10  WS-FCY-STATUS     PIC X.
               10  WS-FCY-TYPE       PIC X.
               10  WS-FCY-CHARGE     PIC 9(9)V99.
               10  WS-FCY-PAID       PIC 9(9)V99.
           05  WS-CHUNK-REMAIN       PIC 9(9)V99 VALUE 0.
           05  WS-CHUNK-PAID         PIC 9(9)V99 VALUE 0.

      *    RUN TOTALS
       01  WS-RUN-TOTALS.
           05  WS-LEDGERS-TRIMMED    PIC 9(2) VALUE 0.
           05  WS-TOTAL-ARCHIVED     PIC 9(8) VALUE 0.
           05  WS-PROOF-BREAKS       PIC 9(2) VALUE 0.
           05  OUT-AMOUNT-BEFORE     PIC ZZZZZZZZ9.99.
           05  OUT-AMOUNT-ARCHIVED   PIC ZZZZZZZZ9.99.
           05  OUT-AMOUNT-AFTER      PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MASTER
           PERFORM 1200-LOAD-CATALOG
           PERFORM 2000-ARCHIVE-SUSPENSE
           PERFORM 2100-ARCHIVE-LATE-FEES
           PERFORM 2200-ARCHIVE-RECEIPTS
           PERFORM 2300-ARCHIVE-SCHEDULE
           PERFORM 2500-ARCHIVE-CASES
           PERFORM 2600-ARCHIVE-JOURNAL
           PERFORM 2800-REWRITE-CATALOG
           PERFORM 3000-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - CYCLE DATE, RETENTION AND THE TWO
      *    CUTOFFS.  A RETENTION UNDER THE FLOOR IS RAISED TO IT - THE
      *    CREDIT BUREAU EXTRACT READS 24 MONTHS OF SCHEDULE BEHIND
      *    ITS TARGET MONTH.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR

           ACCEPT WS-RETAIN-TEXT FROM ENVIRONMENT 'ARCH-RETAIN'
           IF WS-RETAIN-TEXT NUMERIC
               MOVE WS-RETAIN-TEXT TO WS-RETAIN-MONTHS
           END-IF
           IF WS-RETAIN-MONTHS < WS-RETAIN-FLOOR
               DISPLAY 'WARNING: ARCH-RETAIN ' WS-RETAIN-MONTHS
                       ' IS UNDER THE ' WS-RETAIN-FLOOR
                       '-MONTH FLOOR - USING ' WS-RETAIN-FLOOR
               MOVE WS-RETAIN-FLOOR TO WS-RETAIN-MONTHS
           END-IF

           COMPUTE WS-TAX-YEAR = WS-CYCLE-YEAR - 1
           ACCEPT WS-TAX-YEAR-TEXT FROM ENVIRONMENT 'ARCH-TAX-YEAR'
           IF WS-TAX-YEAR-TEXT NUMERIC
               IF WS-TAX-YEAR-TEXT > WS-CYCLE-YEAR
                   DISPLAY 'WARNING: ARCH-TAX-YEAR ' WS-TAX-YEAR-TEXT
                           ' IS PAST THE CYCLE YEAR - USING '
                           WS-TAX-YEAR
               ELSE
                   MOVE WS-TAX-YEAR-TEXT TO WS-TAX-YEAR
               END-IF
           END-IF

           COMPUTE WS-MONTH-NUMBER =
               WS-CYCLE-YEAR * 12 + WS-CYCLE-MONTH - 1
               - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           COMPUTE WS-CUTOFF-DATE =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MONTH * 100 + 1

           COMPUTE WS-TAX-YEAR-START = WS-TAX-YEAR * 10000 + 101
           IF WS-CUTOFF-DATE < WS-TAX-YEAR-START
               MOVE WS-CUTOFF-DATE TO WS-HISTORY-CUTOFF
           ELSE
               MOVE WS-TAX-YEAR-START TO WS-HISTORY-CUTOFF
           END-IF

           DISPLAY 'LEDGARCH CYCLE DATE: ' WS-CYCLE-DATE
           DISPLAY 'RETENTION MONTHS...: ' WS-RETAIN-MONTHS
           DISPLAY 'LEDGER CUTOFF......: ' WS-CUTOFF-DATE
           DISPLAY 'OLDEST OPEN TAX YR.: ' WS-TAX-YEAR
           DISPLAY 'HISTORY CUTOFF.....: ' WS-HISTORY-CUTOFF.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  THE ARCHIVE IS PERIODIC, NOT PART OF THE
      *    NIGHTLY CHAIN, AND A RERUN FINDS NOTHING LEFT TO MOVE, SO
      *    NO CYCLRUNS.TXT STAMP GUARDS IT.
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
      *    1100-LOAD-MASTER - THE RETIRED LOANS AND THEIR RETIRED
      *    DATES.  A TABLE PAST ITS LIMIT STOPS THE RUN - A LOAN LEFT
      *    OUT WOULD ONLY KEEP ITS HISTORY LIVE, BUT THE OPERATOR
      *    SHOULD KNOW THE TABLE HAS OUTGROWN THE BOOK.
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
                   IF MORTGAGEE-RETIRED
                       IF WS-RL-COUNT < 5000
                           ADD 1 TO WS-RL-COUNT
                           SET WS-RL-IX TO WS-RL-COUNT
                           MOVE MORTGAGEE-ID TO WS-RL-ID (WS-RL-IX)
                           MOVE MORTGAGEE-RETIRED-DATE
                               TO WS-RL-RETIRED-DATE (WS-RL-IX)
                       ELSE
                           DISPLAY 'RETIRED LOANS EXCEED TABLE LIMIT - '
                                   'RAISE THE OCCURS AND RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-CATALOG.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               AND WS-CATALOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARCHIVE CATALOG: '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-CATALOG-ROW UNTIL WS-CATALOG-EOF
           CLOSE ARCHIVE-CATALOG-FILE.

       1210-LOAD-ONE-CATALOG-ROW.
           READ ARCHIVE-CATALOG-FILE
               AT END SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   IF WS-CAT-COUNT < 500
                       ADD 1 TO WS-CAT-COUNT
                       SET WS-CAT-IX TO WS-CAT-COUNT
                       MOVE ARCHIVE-CATALOG-RECORD
                           TO WS-CAT-ENTRY (WS-CAT-IX)
                   ELSE
                       DISPLAY 'ARCHIVE CATALOG EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    2000-ARCHIVE-SUSPENSE - A RESOLVED RECEIPT WHOSE
      *    RESOLUTION IS DATED BEFORE THE CUTOFF IS CLOSED HISTORY.
      *    THE FIRST PASS TOTALS WHAT WILL MOVE BY DISPOSITION,
      *    FOLDING IN ANY CARRY-FORWARD ROWS AN EARLIER RUN LEFT; THE
      *    SECOND WRITES THE NEW CARRY ROWS AT THE TOP OF THE WORK
      *    FILE, THEN THE ROWS THAT STAY, AND MOVES THE REST TO THE
      *    GENERATION.  OPEN ROWS NEVER MOVE.
      ******************************************************************
       2000-ARCHIVE-SUSPENSE.
           MOVE 'SUSPENSE' TO WS-LEDGER-NAME
           MOVE 'suspense' TO WS-GEN-PREFIX
           MOVE WS-CUTOFF-DATE TO WS-LEDGER-CUTOFF
           PERFORM 8200-START-LEDGER
           SET WS-CARRY-LEDGER TO TRUE
           MOVE 'A' TO WS-SCY-STATUS (1)
           MOVE 'F' TO WS-SCY-STATUS (2)
           MOVE 'W' TO WS-SCY-STATUS (3)
           MOVE 0 TO WS-SCY-AMOUNT (1) WS-SCY-AMOUNT (2)
                     WS-SCY-AMOUNT (3)

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               AND WS-SUSPENSE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SUSPENSE FILE: '
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF
           PERFORM 2010-TALLY-ONE-SUSPENSE UNTIL WS-LEDGER-EOF
           CLOSE SUSPENSE-FILE

           IF WS-ROWS-ARCHIVED > 0
               PERFORM 2020-REWRITE-SUSPENSE
           ELSE
               PERFORM 8300-LEDGER-UNCHANGED
           END-IF
           PERFORM 8500-SHOW-LEDGER-TOTALS.

       2010-TALLY-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-BEFORE
                   ADD SUS-AMOUNT TO WS-AMOUNT-BEFORE
                   PERFORM 2030-CLASSIFY-SUSPENSE
                   IF WS-ARCHIVE-THIS-ROW
                       ADD 1 TO WS-ROWS-ARCHIVED
                       ADD SUS-AMOUNT TO WS-AMOUNT-ARCHIVED
                   END-IF
                   IF WS-FOLD-THIS-ROW
                       ADD 1 TO WS-ROWS-FOLDED
                   END-IF
                   IF NOT WS-KEEP-THIS-ROW
                       PERFORM 2040-ADD-SUSPENSE-CARRY
                   END-IF
           END-READ.

       2020-REWRITE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               AND WS-SUSPENSE-STATUS NOT = '05'
               DISPLAY 'ERROR REOPENING SUSPENSE FILE: '
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF
           PERFORM 8600-OPEN-WORK-OUTPUT
           PERFORM 2050-WRITE-SUSPENSE-CARRY
               VARYING WS-SCY-IX FROM 1 BY 1
               UNTIL WS-SCY-IX > 3
           MOVE 'N' TO WS-LEDGER-EOF-SW
           PERFORM 2060-MOVE-ONE-SUSPENSE UNTIL WS-LEDGER-EOF
           CLOSE SUSPENSE-FILE
           CLOSE ARCHIVE-WORK-FILE
           IF WS-GEN-OPEN
               CLOSE SUSPENSE-GEN-FILE
           END-IF

           PERFORM 8610-OPEN-WORK-INPUT
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'ERROR COPYING SUSPENSE BACK - ARCHWORK.TXT '
                       'HOLDS THE LEDGER: ' WS-SUSPENSE-STATUS
               STOP RUN
           END-IF
           PERFORM 2070-COPY-BACK-SUSPENSE UNTIL WS-WORK-EOF
           CLOSE ARCHIVE-WORK-FILE
           CLOSE SUSPENSE-FILE
           PERFORM 8400-RECORD-CATALOG.

       2030-CLASSIFY-SUSPENSE.
           SET WS-KEEP-THIS-ROW TO TRUE
           IF SUS-ARCHIVE-CARRY
               SET WS-FOLD-THIS-ROW TO TRUE
           ELSE
               IF SUS-RESOLVED
                   AND SUS-RESOLVE-DATE < WS-LEDGER-CUTOFF
                   SET WS-ARCHIVE-THIS-ROW TO TRUE
               END-IF
           END-IF.

       2040-ADD-SUSPENSE-CARRY.
           EVALUATE TRUE
               WHEN SUS-REAPPLIED
                   ADD SUS-AMOUNT TO WS-SCY-AMOUNT (1)
               WHEN SUS-REFUNDED
                   ADD SUS-AMOUNT TO WS-SCY-AMOUNT (2)
               WHEN OTHER
                   ADD SUS-AMOUNT TO WS-SCY-AMOUNT (3)
           END-EVALUATE.

       2050-WRITE-SUSPENSE-CARRY.
           MOVE WS-SCY-AMOUNT (WS-SCY-IX) TO WS-CHUNK-REMAIN
           PERFORM 2055-WRITE-ONE-SUSPENSE-CARRY
               UNTIL WS-CHUNK-REMAIN = 0.

       2055-WRITE-ONE-SUSPENSE-CARRY.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE 0 TO SUS-MORTGAGEE-ID
           MOVE 0 TO SUS-PAYMENT-NO
           IF WS-CHUNK-REMAIN > 999999.99
               MOVE 999999.99 TO SUS-AMOUNT
           ELSE
               MOVE WS-CHUNK-REMAIN TO SUS-AMOUNT
           END-IF
           SUBTRACT SUS-AMOUNT FROM WS-CHUNK-REMAIN
           MOVE WS-LEDGER-CUTOFF TO SUS-DATE-RECEIVED
           MOVE 'ARCHIVE CARRY-FORWARD' TO SUS-REASON
           MOVE WS-SCY-STATUS (WS-SCY-IX) TO SUS-STATUS
           MOVE WS-LEDGER-CUTOFF TO SUS-RESOLVE-DATE
           MOVE 'LEDGARCH' TO SUS-RESOLVE-OPER
           MOVE 'ARCHIVED HISTORY' TO SUS-RESOLVE-REASON
           WRITE ARCHIVE-WORK-RECORD FROM SUSPENSE-RECORD
           ADD 1 TO WS-CARRY-ROWS
           ADD 1 TO WS-ROWS-AFTER
           ADD SUS-AMOUNT TO WS-AMOUNT-AFTER.

       2060-MOVE-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   PERFORM 2030-CLASSIFY-SUSPENSE
                   EVALUATE TRUE
                       WHEN WS-ARCHIVE-THIS-ROW
                           IF NOT WS-GEN-OPEN
                               OPEN EXTEND SUSPENSE-GEN-FILE
                               PERFORM 8620-CHECK-GEN-OPEN
                           END-IF
                           WRITE SUSPENSE-GEN-RECORD
                               FROM SUSPENSE-RECORD
                       WHEN WS-KEEP-THIS-ROW
                           WRITE ARCHIVE-WORK-RECORD
                               FROM SUSPENSE-RECORD
                           ADD 1 TO WS-ROWS-AFTER
                           ADD SUS-AMOUNT TO WS-AMOUNT-AFTER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2070-COPY-BACK-SUSPENSE.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE SUSPENSE-RECORD FROM ARCHIVE-WORK-RECORD
           END-READ.

      ******************************************************************
      *    2100-ARCHIVE-LATE-FEES - A COLLECTED OR WAIVED FEE CLOSED
      *    BEFORE THE CUTOFF IS CLOSED HISTORY; THE SAME TWO PASSES AS
      *    SUSPENSE.  THE CARRY ROWS HOLD THE CHARGE AND PAID TOTALS
      *    BY STATUS AND FEE TYPE, AND THEIR DUE DATE TELLS LATEPOST
      *    WHERE THE ARCHIVE STOPS.  OPEN FEES NEVER MOVE.
      ******************************************************************
       2100-ARCHIVE-LATE-FEES.
           MOVE 'LATEOPEN' TO WS-LEDGER-NAME
           MOVE 'lateopen' TO WS-GEN-PREFIX
           MOVE WS-CUTOFF-DATE TO WS-LEDGER-CUTOFF
           PERFORM 8200-START-LEDGER
           SET WS-CARRY-LEDGER TO TRUE
           MOVE 'P' TO WS-FCY-STATUS (1) WS-FCY-STATUS (2)
           MOVE 'W' TO WS-FCY-STATUS (3) WS-FCY-STATUS (4)
           MOVE 'L' TO WS-FCY-TYPE (1) WS-FCY-TYPE (3)
           MOVE 'R' TO WS-FCY-TYPE (2) WS-FCY-TYPE (4)
           MOVE 0 TO WS-FCY-CHARGE (1) WS-FCY-CHARGE (2)
                     WS-FCY-CHARGE (3) WS-FCY-CHARGE (4)
           MOVE 0 TO WS-FCY-PAID (1) WS-FCY-PAID (2)
                     WS-FCY-PAID (3) WS-FCY-PAID (4)

           OPEN INPUT OPEN-FEE-FILE
           IF WS-OPEN-FEE-STATUS NOT = '00'
               AND WS-OPEN-FEE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING OPEN-FEE LEDGER: '
                       WS-OPEN-FEE-STATUS
               STOP RUN
           END-IF
           PERFORM 2110-TALLY-ONE-FEE UNTIL WS-LEDGER-EOF
           CLOSE OPEN-FEE-FILE

           IF WS-ROWS-ARCHIVED > 0
               PERFORM 2120-REWRITE-LATE-FEES
           ELSE
               PERFORM 8300-LEDGER-UNCHANGED
           END-IF
           PERFORM 8500-SHOW-LEDGER-TOTALS.

       2110-TALLY-ONE-FEE.
           READ OPEN-FEE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-BEFORE
                   ADD OF-CHARGE-AMOUNT TO WS-AMOUNT-BEFORE
                   PERFORM 2130-CLASSIFY-FEE
                   IF WS-ARCHIVE-THIS-ROW
                       ADD 1 TO WS-ROWS-ARCHIVED
                       ADD OF-CHARGE-AMOUNT TO WS-AMOUNT-ARCHIVED
                   END-IF
                   IF WS-FOLD-THIS-ROW
                       ADD 1 TO WS-ROWS-FOLDED
                   END-IF
                   IF NOT WS-KEEP-THIS-ROW
                       PERFORM 2140-ADD-FEE-CARRY
                   END-IF
           END-READ.

       2120-REWRITE-LATE-FEES.
           OPEN INPUT OPEN-FEE-FILE
           IF WS-OPEN-FEE-STATUS NOT = '00'
               AND WS-OPEN-FEE-STATUS NOT = '05'
               DISPLAY 'ERROR REOPENING OPEN-FEE LEDGER: '
                       WS-OPEN-FEE-STATUS
               STOP RUN
           END-IF
           PERFORM 8600-OPEN-WORK-OUTPUT
           PERFORM 2150-WRITE-FEE-CARRY
               VARYING WS-FCY-IX FROM 1 BY 1
               UNTIL WS-FCY-IX > 4
           MOVE 'N' TO WS-LEDGER-EOF-SW
           PERFORM 2160-MOVE-ONE-FEE UNTIL WS-LEDGER-EOF
           CLOSE OPEN-FEE-FILE
           CLOSE ARCHIVE-WORK-FILE
           IF WS-GEN-OPEN
               CLOSE OPEN-FEE-GEN-FILE
           END-IF

           PERFORM 8610-OPEN-WORK-INPUT
           OPEN OUTPUT OPEN-FEE-FILE
           IF WS-OPEN-FEE-STATUS NOT = '00'
               DISPLAY 'ERROR COPYING OPEN-FEE LEDGER BACK - '
                       'ARCHWORK.TXT HOLDS THE LEDGER: '
                       WS-OPEN-FEE-STATUS
               STOP RUN
           END-IF
           PERFORM 2170-COPY-BACK-FEE UNTIL WS-WORK-EOF
           CLOSE ARCHIVE-WORK-FILE
           CLOSE OPEN-FEE-FILE
           PERFORM 8400-RECORD-CATALOG.

       2130-CLASSIFY-FEE.
           SET WS-KEEP-THIS-ROW TO TRUE
           IF OF-ARCHIVE-CARRY
               SET WS-FOLD-THIS-ROW TO TRUE
           ELSE
               IF OF-CLOSED
                   AND OF-RESOLVE-DATE < WS-LEDGER-CUTOFF
                   SET WS-ARCHIVE-THIS-ROW TO TRUE
               END-IF
           END-IF.

       2140-ADD-FEE-CARRY.
           EVALUATE TRUE
               WHEN OF-COLLECTED AND OF-RETURNED-ITEM-FEE
                   SET WS-FCY-IX TO 2
               WHEN OF-COLLECTED
                   SET WS-FCY-IX TO 1
               WHEN OF-RETURNED-ITEM-FEE
                   SET WS-FCY-IX TO 4
               WHEN OTHER
                   SET WS-FCY-IX TO 3
           END-EVALUATE
           ADD OF-CHARGE-AMOUNT TO WS-FCY-CHARGE (WS-FCY-IX)
           ADD OF-PAID-AMOUNT TO WS-FCY-PAID (WS-FCY-IX).

       2150-WRITE-FEE-CARRY.
           MOVE WS-FCY-CHARGE (WS-FCY-IX) TO WS-CHUNK-REMAIN
           MOVE WS-FCY-PAID (WS-FCY-IX) TO WS-CHUNK-PAID
           PERFORM 2155-WRITE-ONE-FEE-CARRY
               UNTIL WS-CHUNK-REMAIN = 0 AND WS-CHUNK-PAID = 0.

       2155-WRITE-ONE-FEE-CARRY.
           MOVE SPACES TO OPEN-FEE-RECORD
           MOVE 0 TO OF-MORTGAGEE-ID
           MOVE 0 TO OF-PAYMENT-NO
           MOVE WS-LEDGER-CUTOFF TO OF-DUE-DATE
           MOVE WS-LEDGER-CUTOFF TO OF-DATE-RECEIVED
           IF WS-CHUNK-REMAIN > 99999.99
               MOVE 99999.99 TO OF-CHARGE-AMOUNT
           ELSE
               MOVE WS-CHUNK-REMAIN TO OF-CHARGE-AMOUNT
           END-IF
           SUBTRACT OF-CHARGE-AMOUNT FROM WS-CHUNK-REMAIN
           MOVE WS-LEDGER-CUTOFF TO OF-ASSESS-DATE
           MOVE WS-FCY-STATUS (WS-FCY-IX) TO OF-STATUS
           IF WS-CHUNK-PAID > 99999.99
               MOVE 99999.99 TO OF-PAID-AMOUNT
           ELSE
               MOVE WS-CHUNK-PAID TO OF-PAID-AMOUNT
           END-IF
           SUBTRACT OF-PAID-AMOUNT FROM WS-CHUNK-PAID
           MOVE WS-LEDGER-CUTOFF TO OF-RESOLVE-DATE
           MOVE 0 TO OF-SOURCE-PMT-NO
           MOVE 'LEDGARCH' TO OF-WAIVE-OPER
           MOVE 'ARCHIVED HISTORY' TO OF-WAIVE-REASON
           MOVE WS-FCY-TYPE (WS-FCY-IX) TO OF-FEE-TYPE
           MOVE SPACE TO OF-SOURCE-RETURNED
           WRITE ARCHIVE-WORK-RECORD FROM OPEN-FEE-RECORD
           ADD 1 TO WS-CARRY-ROWS
           ADD 1 TO WS-ROWS-AFTER
           ADD OF-CHARGE-AMOUNT TO WS-AMOUNT-AFTER.

       2160-MOVE-ONE-FEE.
           READ OPEN-FEE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   PERFORM 2130-CLASSIFY-FEE
                   EVALUATE TRUE
                       WHEN WS-ARCHIVE-THIS-ROW
                           IF NOT WS-GEN-OPEN
                               OPEN EXTEND OPEN-FEE-GEN-FILE
                               PERFORM 8620-CHECK-GEN-OPEN
                           END-IF
                           WRITE OPEN-FEE-GEN-RECORD
                               FROM OPEN-FEE-RECORD
                       WHEN WS-KEEP-THIS-ROW
                           WRITE ARCHIVE-WORK-RECORD
                               FROM OPEN-FEE-RECORD
                           ADD 1 TO WS-ROWS-AFTER
                           ADD OF-CHARGE-AMOUNT TO WS-AMOUNT-AFTER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2170-COPY-BACK-FEE.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE OPEN-FEE-RECORD FROM ARCHIVE-WORK-RECORD
           END-READ.

      ******************************************************************
      *    2200-ARCHIVE-RECEIPTS - REPLAY AND THE YEAR-END PASS WALK
      *    EVERY ACTIVE LOAN'S RECEIPTS FROM ORIGINATION, SO ONLY THE
      *    RECEIPTS OF A LOAN RETIRED BEFORE THE HISTORY CUTOFF, AND
      *    TAKEN BEFORE IT, ARE CLOSED.  A RECEIPT ROW HAS NO STATUS,
      *    SO NO CARRY ROW IS LEFT - ANYTHING ON THE FILE IS READ AS
      *    MONEY RECEIVED; THE CATALOG CARRIES WHAT MOVED.
      ******************************************************************
       2200-ARCHIVE-RECEIPTS.
           MOVE 'PAYHIST' TO WS-LEDGER-NAME
           MOVE 'payhist' TO WS-GEN-PREFIX
           MOVE WS-HISTORY-CUTOFF TO WS-LEDGER-CUTOFF
           PERFORM 8200-START-LEDGER

           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               AND WS-PAYHIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING RECEIPT ARCHIVE: '
                       WS-PAYHIST-STATUS
               STOP RUN
           END-IF
           PERFORM 8600-OPEN-WORK-OUTPUT
           PERFORM 2210-MOVE-ONE-RECEIPT UNTIL WS-LEDGER-EOF
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ARCHIVE-WORK-FILE
           IF WS-GEN-OPEN
               CLOSE PAYHIST-GEN-FILE
           END-IF

           IF WS-ROWS-ARCHIVED > 0
               PERFORM 8610-OPEN-WORK-INPUT
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR COPYING RECEIPT ARCHIVE BACK - '
                           'ARCHWORK.TXT HOLDS THE FILE: '
                           WS-PAYHIST-STATUS
                   STOP RUN
               END-IF
               PERFORM 2230-COPY-BACK-RECEIPT UNTIL WS-WORK-EOF
               CLOSE ARCHIVE-WORK-FILE
               CLOSE PAYMENT-HISTORY-FILE
               PERFORM 8400-RECORD-CATALOG
           END-IF
           PERFORM 8500-SHOW-LEDGER-TOTALS.

       2210-MOVE-ONE-RECEIPT.
           READ PAYMENT-HISTORY-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-BEFORE
                   ADD PH-AMOUNT-RECEIVED TO WS-AMOUNT-BEFORE
                   SET WS-KEEP-THIS-ROW TO TRUE
                   IF PH-DATE-RECEIVED < WS-LEDGER-CUTOFF
                       MOVE PH-MORTGAGEE-ID TO WS-FIND-ID
                       PERFORM 8100-FIND-RETIRED-LOAN
                       IF WS-LOAN-FOUND
                           AND WS-RL-RETIRED-DATE (WS-RL-IX)
                               < WS-LEDGER-CUTOFF
                           SET WS-ARCHIVE-THIS-ROW TO TRUE
                       END-IF
                   END-IF
                   IF WS-ARCHIVE-THIS-ROW
                       IF NOT WS-GEN-OPEN
                           OPEN EXTEND PAYHIST-GEN-FILE
                           PERFORM 8620-CHECK-GEN-OPEN
                       END-IF
                       WRITE PAYHIST-GEN-RECORD
                           FROM PAYMENT-HISTORY-RECORD
                       ADD 1 TO WS-ROWS-ARCHIVED
                       ADD PH-AMOUNT-RECEIVED TO WS-AMOUNT-ARCHIVED
                   ELSE
                       WRITE ARCHIVE-WORK-RECORD
                           FROM PAYMENT-HISTORY-RECORD
                       ADD 1 TO WS-ROWS-AFTER
                       ADD PH-AMOUNT-RECEIVED TO WS-AMOUNT-AFTER
                   END-IF
           END-READ.

       2230-COPY-BACK-RECEIPT.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE PAYMENT-HISTORY-RECORD
                       FROM ARCHIVE-WORK-RECORD
           END-READ.

      ******************************************************************
      *    2300-ARCHIVE-SCHEDULE - MORTDELQ AGES AND CRBEXTR ROLLS A
      *    LOAN'S PAST DUE OVER EVERY LINE IT HAS, SO LINES CAN ONLY
      *    GO UP TO A POINT WHERE THE LOAN STOOD CURRENT: THE LAST
      *    REGULAR INSTALLMENT LINE DUE BEFORE THE HISTORY CUTOFF
      *    THAT LEFT NOTHING PAST DUE.  BOTH READERS START FROM ZERO
      *    THERE AND COME OUT WHERE THEY DID BEFORE.  AN ACTIVE LOAN
      *    ALWAYS KEEPS ITS LATEST LINE (THE INTEGRITY PROOF READS ITS
      *    BALANCE); A LOAN RETIRED BEFORE THE CUTOFF MOVES WHOLE.
      *    THE COLUMN HEADER STAYS.  THE DOLLARS ARE THE RECEIVED
      *    COLUMN.
      ******************************************************************
       2300-ARCHIVE-SCHEDULE.
           MOVE 'AMORTSCH' TO WS-LEDGER-NAME
           MOVE 'amortsch' TO WS-GEN-PREFIX
           MOVE WS-HISTORY-CUTOFF TO WS-LEDGER-CUTOFF
           PERFORM 8200-START-LEDGER
           MOVE 0 TO WS-LAST-SC-SLOT

           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               AND WS-SCHEDULE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING SCHEDULE FILE: '
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF
           PERFORM 2310-ROLL-ONE-LINE UNTIL WS-LEDGER-EOF
           CLOSE AMORTIZATION-SCHEDULE-FILE

           PERFORM 2340-SET-LOAN-CUT
               VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-COUNT

           IF WS-ROWS-ARCHIVED > 0
               PERFORM 2350-REWRITE-SCHEDULE
           ELSE
               PERFORM 8300-LEDGER-UNCHANGED
           END-IF
           PERFORM 8500-SHOW-LEDGER-TOTALS.

       2310-ROLL-ONE-LINE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-BEFORE
                   PERFORM 2400-PARSE-SCHEDULE-LINE
                   ADD WS-RECEIVED-AMT TO WS-AMOUNT-BEFORE
                   IF WS-INSTALLMENT-LINE
                       PERFORM 2450-FIND-OR-ADD-SCHEDULE-LOAN
                       ADD 1 TO WS-SC-SEQ (WS-SC-IX)
                       MOVE WS-SC-SEQ (WS-SC-IX)
                           TO WS-SC-LAST-SEQ (WS-SC-IX)
                       PERFORM 2320-ROLL-PAST-DUE
                   END-IF
           END-READ.

      *    THE SAME PAST-DUE ROLL AS CRBEXTR.  A LINE DUE ON OR AFTER
      *    THE CUTOFF ENDS THE LOAN'S CANDIDATES - NOTHING AFTER IT IN
      *    THE FILE MOVES EITHER.
       2320-ROLL-PAST-DUE.
           MOVE 'N' TO WS-REGULAR-LINE-SW
           EVALUATE TRUE
               WHEN WS-FLD-RECON-CODE = 'ARREARS'
                   OR WS-FLD-RECON-CODE = 'MODCAP'
                   IF WS-RECEIVED-AMT > WS-SC-PAST-DUE (WS-SC-IX)
                       MOVE 0 TO WS-SC-PAST-DUE (WS-SC-IX)
                   ELSE
                       SUBTRACT WS-RECEIVED-AMT
                           FROM WS-SC-PAST-DUE (WS-SC-IX)
                   END-IF
               WHEN WS-FLD-RECON-CODE = 'RETURNED'
                   OR WS-FLD-RECON-CODE = 'BOARDED'
                   ADD WS-RECEIVED-AMT TO WS-SC-PAST-DUE (WS-SC-IX)
               WHEN WS-FLD-RECON-CODE = 'NOT-RECEIVED'
                   OR WS-FLD-RECON-CODE (1:9) = 'SHORT-PAY'
                   COMPUTE WS-SHORT-AMT =
                       WS-TOTAL-DUE-AMT - WS-RECEIVED-AMT
                   IF WS-SHORT-AMT > 0
                       ADD WS-SHORT-AMT TO WS-SC-PAST-DUE (WS-SC-IX)
                   END-IF
               WHEN OTHER
                   SET WS-REGULAR-LINE TO TRUE
           END-EVALUATE

           IF WS-DUE-DATE NOT < WS-LEDGER-CUTOFF
               MOVE 'Y' TO WS-SC-CUTOFF-SW (WS-SC-IX)
           END-IF
           IF NOT WS-SC-PAST-CUTOFF (WS-SC-IX)
               AND WS-REGULAR-LINE
               AND WS-SC-PAST-DUE (WS-SC-IX) = 0
               MOVE WS-SC-SEQ (WS-SC-IX) TO WS-SC-CLEAN-SEQ (WS-SC-IX)
           END-IF.

      *    SETTLE HOW FAR EACH LOAN'S LINES MOVE AND COUNT THEM.
       2340-SET-LOAN-CUT.
           MOVE WS-SC-ID (WS-SC-IX) TO WS-FIND-ID
           PERFORM 8100-FIND-RETIRED-LOAN
           IF WS-LOAN-FOUND
               AND WS-RL-RETIRED-DATE (WS-RL-IX) < WS-LEDGER-CUTOFF
               MOVE WS-SC-LAST-SEQ (WS-SC-IX)
                   TO WS-SC-CLEAN-SEQ (WS-SC-IX)
           ELSE
               IF WS-SC-CLEAN-SEQ (WS-SC-IX)
                   NOT < WS-SC-LAST-SEQ (WS-SC-IX)
                   MOVE 0 TO WS-SC-CLEAN-SEQ (WS-SC-IX)
               END-IF
           END-IF
           ADD WS-SC-CLEAN-SEQ (WS-SC-IX) TO WS-ROWS-ARCHIVED
           MOVE 0 TO WS-SC-SEQ (WS-SC-IX).

       2350-REWRITE-SCHEDULE.
           MOVE 0 TO WS-ROWS-ARCHIVED
           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               AND WS-SCHEDULE-STATUS NOT = '05'
               DISPLAY 'ERROR REOPENING SCHEDULE FILE: '
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF
           PERFORM 8600-OPEN-WORK-OUTPUT
           MOVE 'N' TO WS-LEDGER-EOF-SW
           PERFORM 2360-MOVE-ONE-LINE UNTIL WS-LEDGER-EOF
           CLOSE AMORTIZATION-SCHEDULE-FILE
           CLOSE ARCHIVE-WORK-FILE
           IF WS-GEN-OPEN
               CLOSE SCHEDULE-GEN-FILE
           END-IF

           PERFORM 8610-OPEN-WORK-INPUT
           OPEN OUTPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'ERROR COPYING SCHEDULE BACK - ARCHWORK.TXT '
                       'HOLDS THE FILE: ' WS-SCHEDULE-STATUS
               STOP RUN
           END-IF
           PERFORM 2370-COPY-BACK-LINE UNTIL WS-WORK-EOF
           CLOSE ARCHIVE-WORK-FILE
           CLOSE AMORTIZATION-SCHEDULE-FILE
           PERFORM 8400-RECORD-CATALOG.

       2360-MOVE-ONE-LINE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   PERFORM 2400-PARSE-SCHEDULE-LINE
                   SET WS-KEEP-THIS-ROW TO TRUE
                   IF WS-INSTALLMENT-LINE
                       PERFORM 2450-FIND-OR-ADD-SCHEDULE-LOAN
                       ADD 1 TO WS-SC-SEQ (WS-SC-IX)
                       IF WS-SC-SEQ (WS-SC-IX)
                           NOT > WS-SC-CLEAN-SEQ (WS-SC-IX)
                           SET WS-ARCHIVE-THIS-ROW TO TRUE
                       END-IF
                   END-IF
                   IF WS-ARCHIVE-THIS-ROW
                       IF NOT WS-GEN-OPEN
                           OPEN EXTEND SCHEDULE-GEN-FILE
                           PERFORM 8620-CHECK-GEN-OPEN
                       END-IF
                       WRITE SCHEDULE-GEN-LINE FROM SCHEDULE-LINE
                       ADD 1 TO WS-ROWS-ARCHIVED
                       ADD WS-RECEIVED-AMT TO WS-AMOUNT-ARCHIVED
                   ELSE
                       WRITE ARCHIVE-WORK-RECORD FROM SCHEDULE-LINE
                       ADD 1 TO WS-ROWS-AFTER
                       ADD WS-RECEIVED-AMT TO WS-AMOUNT-AFTER
                   END-IF
           END-READ.

       2370-COPY-BACK-LINE.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE SCHEDULE-LINE FROM ARCHIVE-WORK-RECORD
           END-READ.

      *    SPLIT THE LINE.  WS-INSTALLMENT-LINE SAYS IT IS A LOAN'S
      *    LINE AT ALL - THE COLUMN HEADER HAS NO NUMERIC ID.
       2400-PARSE-SCHEDULE-LINE.
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

           MOVE 'N' TO WS-LINE-SW
           MOVE 0 TO WS-RECEIVED-AMT
           MOVE 0 TO WS-TOTAL-DUE-AMT
           IF WS-FLD-ID (1:6) NUMERIC
               SET WS-INSTALLMENT-LINE TO TRUE
               COMPUTE WS-LINE-ID = FUNCTION NUMVAL(WS-FLD-ID)
               COMPUTE WS-DUE-YEAR = FUNCTION NUMVAL(WS-FLD-YEAR)
               COMPUTE WS-DUE-MONTH = FUNCTION NUMVAL(WS-FLD-MONTH)
               COMPUTE WS-DUE-DATE =
                   WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 1
               IF WS-FLD-RECEIVED NOT = SPACES
                   COMPUTE WS-RECEIVED-AMT =
                       FUNCTION NUMVAL(WS-FLD-RECEIVED)
               END-IF
               IF WS-FLD-TOTAL-DUE NOT = SPACES
                   COMPUTE WS-TOTAL-DUE-AMT =
                       FUNCTION NUMVAL(WS-FLD-TOTAL-DUE)
               END-IF
           END-IF.

      ******************************************************************
      *    2450-FIND-OR-ADD-SCHEDULE-LOAN - LEAVE WS-SC-IX ON THE
      *    LINE'S LOAN, OPENING A FRESH ENTRY THE FIRST TIME THE LOAN
      *    APPEARS.  A FULL TABLE STOPS THE RUN - A LOAN LEFT OUT
      *    COULD NOT BE SPLIT SAFELY.
      ******************************************************************
       2450-FIND-OR-ADD-SCHEDULE-LOAN.
           IF WS-LINE-ID = WS-LAST-LINE-ID AND WS-LAST-SC-SLOT > 0
               SET WS-SC-IX TO WS-LAST-SC-SLOT
           ELSE
               PERFORM 2460-SCAN-ONE-SCHEDULE-LOAN
                   VARYING WS-SC-IX FROM 1 BY 1
                   UNTIL WS-SC-IX > WS-SC-COUNT
                   OR WS-SC-ID (WS-SC-IX) = WS-LINE-ID
               IF WS-SC-IX > WS-SC-COUNT
                   IF WS-SC-COUNT < 5000
                       ADD 1 TO WS-SC-COUNT
                       SET WS-SC-IX TO WS-SC-COUNT
                       MOVE WS-LINE-ID TO WS-SC-ID (WS-SC-IX)
                       MOVE 0 TO WS-SC-PAST-DUE (WS-SC-IX)
                       MOVE 0 TO WS-SC-SEQ (WS-SC-IX)
                       MOVE 0 TO WS-SC-CLEAN-SEQ (WS-SC-IX)
                       MOVE 0 TO WS-SC-LAST-SEQ (WS-SC-IX)
                       MOVE 'N' TO WS-SC-CUTOFF-SW (WS-SC-IX)
                   ELSE
                       DISPLAY 'SCHEDULE LOANS EXCEED TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
               END-IF
               MOVE WS-LINE-ID TO WS-LAST-LINE-ID
               SET WS-LAST-SC-SLOT TO WS-SC-IX
           END-IF.

       2460-SCAN-ONE-SCHEDULE-LOAN.
           CONTINUE.

      ******************************************************************
      *    2500-ARCHIVE-CASES - A COLLECTIONS CASE IS CLOSED WHEN ITS
      *    LOAN RETIRED BEFORE THE CUTOFF, OR WHEN IT IS CURED AND
      *    NEITHER THE AGING PASS NOR A COLLECTOR HAS TOUCHED IT SINCE
      *    BEFORE THE CUTOFF - A LOAN THAT SLIPS AGAIN OPENS A NEW
      *    CASE.  THE DOLLARS ARE THE LAST PAST DUE ON THE CASE.
      ******************************************************************
       2500-ARCHIVE-CASES.
           MOVE 'COLLCASE' TO WS-LEDGER-NAME
           MOVE 'collcase' TO WS-GEN-PREFIX
           MOVE WS-CUTOFF-DATE TO WS-LEDGER-CUTOFF
           PERFORM 8200-START-LEDGER

           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               AND WS-CASE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CASE FILE: ' WS-CASE-STATUS
               STOP RUN
           END-IF
           PERFORM 8600-OPEN-WORK-OUTPUT
           PERFORM 2510-MOVE-ONE-CASE UNTIL WS-LEDGER-EOF
           CLOSE CASE-FILE
           CLOSE ARCHIVE-WORK-FILE
           IF WS-GEN-OPEN
               CLOSE CASE-GEN-FILE
           END-IF

           IF WS-ROWS-ARCHIVED > 0
               PERFORM 8610-OPEN-WORK-INPUT
               OPEN OUTPUT CASE-FILE
               IF WS-CASE-STATUS NOT = '00'
                   DISPLAY 'ERROR COPYING CASE FILE BACK - '
                           'ARCHWORK.TXT HOLDS THE FILE: '
                           WS-CASE-STATUS
                   STOP RUN
               END-IF
               PERFORM 2530-COPY-BACK-CASE UNTIL WS-WORK-EOF
               CLOSE ARCHIVE-WORK-FILE
               CLOSE CASE-FILE
               PERFORM 8400-RECORD-CATALOG
           END-IF
           PERFORM 8500-SHOW-LEDGER-TOTALS.

       2510-MOVE-ONE-CASE.
           READ CASE-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-BEFORE
                   ADD CC-LAST-PAST-DUE TO WS-AMOUNT-BEFORE
                   PERFORM 2520-CLASSIFY-CASE
                   IF WS-ARCHIVE-THIS-ROW
                       IF NOT WS-GEN-OPEN
                           OPEN EXTEND CASE-GEN-FILE
                           PERFORM 8620-CHECK-GEN-OPEN
                       END-IF
                       WRITE CASE-GEN-RECORD
                           FROM COLLECTION-CASE-RECORD
                       ADD 1 TO WS-ROWS-ARCHIVED
                       ADD CC-LAST-PAST-DUE TO WS-AMOUNT-ARCHIVED
                   ELSE
                       WRITE ARCHIVE-WORK-RECORD
                           FROM COLLECTION-CASE-RECORD
                       ADD 1 TO WS-ROWS-AFTER
                       ADD CC-LAST-PAST-DUE TO WS-AMOUNT-AFTER
                   END-IF
           END-READ.

       2520-CLASSIFY-CASE.
           SET WS-KEEP-THIS-ROW TO TRUE
           MOVE CC-MORTGAGEE-ID TO WS-FIND-ID
           PERFORM 8100-FIND-RETIRED-LOAN
           IF WS-LOAN-FOUND
               IF WS-RL-RETIRED-DATE (WS-RL-IX) < WS-LEDGER-CUTOFF
                   SET WS-ARCHIVE-THIS-ROW TO TRUE
               END-IF
           ELSE
               IF CC-STATUS-CURED
                   AND CC-LAST-ASOF-DATE < WS-LEDGER-CUTOFF
                   AND CC-LAST-CONTACT-DATE < WS-LEDGER-CUTOFF
                   SET WS-ARCHIVE-THIS-ROW TO TRUE
               END-IF
           END-IF.

       2530-COPY-BACK-CASE.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE COLLECTION-CASE-RECORD
                       FROM ARCHIVE-WORK-RECORD
           END-READ.

      ******************************************************************
      *    2600-ARCHIVE-JOURNAL - A MAINTENANCE JOURNAL ENTRY IS CLOSED
      *    THE DAY IT IS WRITTEN; ENTRIES RUN BEFORE THE CUTOFF MOVE.
      *    MORTAUDR PULLS THE GENERATIONS BACK WHEN ITS DATE RANGE
      *    REACHES PAST A CUTOFF.  THE JOURNAL CARRIES NO DOLLARS.
      ******************************************************************
       2600-ARCHIVE-JOURNAL.
           MOVE 'MORTJRNL' TO WS-LEDGER-NAME
           MOVE 'mortjrnl' TO WS-GEN-PREFIX
           MOVE WS-CUTOFF-DATE TO WS-LEDGER-CUTOFF
           PERFORM 8200-START-LEDGER

           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING AUDIT JOURNAL: ' WS-JRNL-STATUS
               STOP RUN
           END-IF
           PERFORM 8600-OPEN-WORK-OUTPUT
           PERFORM 2610-MOVE-ONE-ENTRY UNTIL WS-LEDGER-EOF
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE ARCHIVE-WORK-FILE
           IF WS-GEN-OPEN
               CLOSE JOURNAL-GEN-FILE
           END-IF

           IF WS-ROWS-ARCHIVED > 0
               PERFORM 8610-OPEN-WORK-INPUT
               OPEN OUTPUT AUDIT-JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = '00'
                   DISPLAY 'ERROR COPYING JOURNAL BACK - '
                           'ARCHWORK.TXT HOLDS THE FILE: '
                           WS-JRNL-STATUS
                   STOP RUN
               END-IF
               PERFORM 2630-COPY-BACK-ENTRY UNTIL WS-WORK-EOF
               CLOSE ARCHIVE-WORK-FILE
               CLOSE AUDIT-JOURNAL-FILE
               PERFORM 8400-RECORD-CATALOG
           END-IF
           PERFORM 8500-SHOW-LEDGER-TOTALS.

       2610-MOVE-ONE-ENTRY.
           READ AUDIT-JOURNAL-FILE
               AT END SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-BEFORE
                   IF AJ-RUN-DATE < WS-LEDGER-CUTOFF
                       IF NOT WS-GEN-OPEN
                           OPEN EXTEND JOURNAL-GEN-FILE
                           PERFORM 8620-CHECK-GEN-OPEN
                       END-IF
                       WRITE JOURNAL-GEN-RECORD
                           FROM AUDIT-JOURNAL-RECORD
                       ADD 1 TO WS-ROWS-ARCHIVED
                   ELSE
                       WRITE ARCHIVE-WORK-RECORD
                           FROM AUDIT-JOURNAL-RECORD
                       ADD 1 TO WS-ROWS-AFTER
                   END-IF
           END-READ.

       2630-COPY-BACK-ENTRY.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE AUDIT-JOURNAL-RECORD FROM ARCHIVE-WORK-RECORD
           END-READ.

      ******************************************************************
      *    2800-REWRITE-CATALOG - THE CATALOG GOES BACK WHOLE, ONLY
      *    WHEN THIS RUN CUT A GENERATION.
      ******************************************************************
       2800-REWRITE-CATALOG.
           IF WS-CATALOG-CHANGED
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = '00'
                   AND WS-CATALOG-STATUS NOT = '05'
                   DISPLAY 'ERROR REWRITING ARCHIVE CATALOG: '
                           WS-CATALOG-STATUS
                   STOP RUN
               END-IF
               PERFORM 2810-WRITE-ONE-CATALOG-ROW
                   VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       2810-WRITE-ONE-CATALOG-ROW.
           MOVE WS-CAT-ENTRY (WS-CAT-IX) TO ARCHIVE-CATALOG-RECORD
           WRITE ARCHIVE-CATALOG-RECORD.

       3000-TERMINATE.
           DISPLAY ' '
           DISPLAY '***** LEDGARCH RUN TOTALS *****'
           DISPLAY 'CYCLE DATE.........: ' WS-CYCLE-DATE
           DISPLAY 'LEDGERS TRIMMED....: ' WS-LEDGERS-TRIMMED
           DISPLAY 'ROWS ARCHIVED......: ' WS-TOTAL-ARCHIVED
           DISPLAY 'CATALOG ENTRIES....: ' WS-CAT-COUNT
           IF WS-PROOF-BREAKS > 0
               DISPLAY 'WARNING: ' WS-PROOF-BREAKS ' LEDGER(S) OUT '
                       'OF BALANCE - SEE THE LEDGER TOTALS ABOVE'
           END-IF.

      ******************************************************************
      *    8100-FIND-RETIRED-LOAN - LOCATE WS-FIND-ID AMONG THE
      *    RETIRED LOANS, REMEMBERING THE LAST LOOKUP (HIT OR MISS).
      *    WS-RL-IX IS LEFT ON THE ENTRY.
      ******************************************************************
       8100-FIND-RETIRED-LOAN.
           IF WS-FIND-ID = WS-LAST-FIND-ID
               AND WS-LAST-RL-SLOT > 0
               MOVE WS-LAST-FIND-SW TO WS-LOAN-FOUND-SW
               SET WS-RL-IX TO WS-LAST-RL-SLOT
           ELSE
               MOVE 'N' TO WS-LOAN-FOUND-SW
               PERFORM 8110-CHECK-ONE-RETIRED-LOAN
                   VARYING WS-RL-IX FROM 1 BY 1
                   UNTIL WS-RL-IX > WS-RL-COUNT
                   OR WS-RL-ID (WS-RL-IX) = WS-FIND-ID
               IF WS-RL-IX NOT > WS-RL-COUNT
                   SET WS-LOAN-FOUND TO TRUE
               END-IF
               MOVE WS-FIND-ID TO WS-LAST-FIND-ID
               MOVE WS-LOAN-FOUND-SW TO WS-LAST-FIND-SW
               SET WS-LAST-RL-SLOT TO WS-RL-IX
           END-IF.

       8110-CHECK-ONE-RETIRED-LOAN.
           CONTINUE.

      ******************************************************************
      *    8200-START-LEDGER - CLEAR THE FIGURES AND NAME THE
      *    GENERATION AFTER THE LEDGER AND THE CYCLE DATE.
      ******************************************************************
       8200-START-LEDGER.
           MOVE 0 TO WS-ROWS-BEFORE WS-AMOUNT-BEFORE
                     WS-ROWS-ARCHIVED WS-AMOUNT-ARCHIVED
                     WS-ROWS-FOLDED WS-CARRY-ROWS
                     WS-ROWS-AFTER WS-AMOUNT-AFTER
           MOVE 'N' TO WS-LEDGER-EOF-SW
           MOVE 'N' TO WS-GEN-OPEN-SW
           MOVE 'N' TO WS-CARRY-LEDGER-SW
           MOVE SPACES TO WS-GENERATION-NAME
           STRING WS-GEN-PREFIX DELIMITED BY SPACE
                  '.a' DELIMITED BY SIZE
                  WS-CYCLE-DATE DELIMITED BY SIZE
             INTO WS-GENERATION-NAME
           END-STRING.

      *    NOTHING TO MOVE - THE LEDGER IS LEFT AS IT STANDS.
       8300-LEDGER-UNCHANGED.
           MOVE 0 TO WS-ROWS-ARCHIVED WS-AMOUNT-ARCHIVED
           MOVE WS-ROWS-BEFORE TO WS-ROWS-AFTER
           MOVE WS-AMOUNT-BEFORE TO WS-AMOUNT-AFTER
           MOVE 0 TO WS-CARRY-ROWS.

      ******************************************************************
      *    8400-RECORD-CATALOG - ADD THE GENERATION TO THE CATALOG,
      *    OR ADD ON TO ITS ROW WHEN A RERUN OF THE SAME CYCLE DATE
      *    EXTENDED IT.
      ******************************************************************
       8400-RECORD-CATALOG.
           ADD 1 TO WS-LEDGERS-TRIMMED
           ADD WS-ROWS-ARCHIVED TO WS-TOTAL-ARCHIVED
           SET WS-CATALOG-CHANGED TO TRUE
           PERFORM 8410-CHECK-ONE-CATALOG-ROW
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT
               OR WS-CAT-GEN-NAME (WS-CAT-IX) = WS-GENERATION-NAME
           IF WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-COUNT < 500
                   ADD 1 TO WS-CAT-COUNT
                   SET WS-CAT-IX TO WS-CAT-COUNT
                   MOVE WS-LEDGER-NAME TO WS-CAT-LEDGER (WS-CAT-IX)
                   MOVE WS-CYCLE-DATE TO WS-CAT-RUN-DATE (WS-CAT-IX)
                   MOVE WS-GENERATION-NAME
                       TO WS-CAT-GEN-NAME (WS-CAT-IX)
                   MOVE 0 TO WS-CAT-ROWS (WS-CAT-IX)
                   MOVE 0 TO WS-CAT-AMOUNT (WS-CAT-IX)
               ELSE
                   DISPLAY 'ARCHIVE CATALOG EXCEEDS TABLE LIMIT - '
                           'RAISE THE OCCURS AND RERUN'
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-LEDGER-CUTOFF TO WS-CAT-CUTOFF (WS-CAT-IX)
           ADD WS-ROWS-ARCHIVED TO WS-CAT-ROWS (WS-CAT-IX)
           ADD WS-AMOUNT-ARCHIVED TO WS-CAT-AMOUNT (WS-CAT-IX).

       8410-CHECK-ONE-CATALOG-ROW.
           CONTINUE.

      ******************************************************************
      *    8500-SHOW-LEDGER-TOTALS - BEFORE, MOVED AND AFTER FOR THE
      *    LEDGER, AND ITS PROOF: A LEDGER WITH CARRY-FORWARD ROWS
      *    HOLDS THE SAME DOLLARS AFTER AS BEFORE; ANY OTHER LOST
      *    EXACTLY THE ROWS AND DOLLARS THAT MOVED.
      ******************************************************************
       8500-SHOW-LEDGER-TOTALS.
           MOVE WS-AMOUNT-BEFORE TO OUT-AMOUNT-BEFORE
           MOVE WS-AMOUNT-ARCHIVED TO OUT-AMOUNT-ARCHIVED
           MOVE WS-AMOUNT-AFTER TO OUT-AMOUNT-AFTER
           DISPLAY ' '
           DISPLAY 'LEDGER.............: ' WS-LEDGER-NAME
           DISPLAY 'CUTOFF DATE........: ' WS-LEDGER-CUTOFF
           DISPLAY 'ROWS BEFORE........: ' WS-ROWS-BEFORE
                   ' FOR ' OUT-AMOUNT-BEFORE
           DISPLAY 'ROWS ARCHIVED......: ' WS-ROWS-ARCHIVED
                   ' FOR ' OUT-AMOUNT-ARCHIVED
           IF WS-CARRY-LEDGER
               DISPLAY 'CARRY ROWS FOLDED..: ' WS-ROWS-FOLDED
               DISPLAY 'CARRY ROWS WRITTEN.: ' WS-CARRY-ROWS
           END-IF
           DISPLAY 'ROWS AFTER.........: ' WS-ROWS-AFTER
                   ' FOR ' OUT-AMOUNT-AFTER
           IF WS-ROWS-ARCHIVED > 0
               DISPLAY 'GENERATION.........: ' WS-GENERATION-NAME
           ELSE
               DISPLAY 'GENERATION.........: NONE - NOTHING TO MOVE'
           END-IF

           IF WS-CARRY-LEDGER
               IF WS-AMOUNT-BEFORE = WS-AMOUNT-AFTER
                   DISPLAY 'LEDGER PROOF.......: IN BALANCE'
               ELSE
                   DISPLAY 'LEDGER PROOF.......: *** OUT OF '
                           'BALANCE ***'
                   ADD 1 TO WS-PROOF-BREAKS
               END-IF
           ELSE
               IF WS-ROWS-BEFORE = WS-ROWS-AFTER + WS-ROWS-ARCHIVED
                   AND WS-AMOUNT-BEFORE =
                       WS-AMOUNT-AFTER + WS-AMOUNT-ARCHIVED
                   DISPLAY 'LEDGER PROOF.......: IN BALANCE'
               ELSE
                   DISPLAY 'LEDGER PROOF.......: *** OUT OF '
                           'BALANCE ***'
                   ADD 1 TO WS-PROOF-BREAKS
               END-IF
           END-IF.

       8600-OPEN-WORK-OUTPUT.
           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE WORK FILE: '
                       WS-WORK-STATUS
               STOP RUN
           END-IF.

       8610-OPEN-WORK-INPUT.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT ARCHIVE-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING ARCHIVE WORK FILE: '
                       WS-WORK-STATUS
               STOP RUN
           END-IF.

      *    A GENERATION THAT WILL NOT OPEN STOPS THE RUN BEFORE THE
      *    LEDGER IS TOUCHED - THE ROWS WOULD HAVE NOWHERE TO GO.
       8620-CHECK-GEN-OPEN.
           IF WS-GEN-STATUS NOT = '00'
               AND WS-GEN-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARCHIVE GENERATION '
                       WS-GENERATION-NAME ': ' WS-GEN-STATUS
               STOP RUN
           END-IF
           SET WS-GEN-OPEN TO TRUE.
