       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBEXTR.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  MONTH-END CREDIT BUREAU
      *                     EXTRACT IN METRO 2 FORMAT (METRO2.TXT,
      *                     METRO2 COPYBOOK): A HEADER, ONE BASE
      *                     SEGMENT PER LOAN REPORTED, AND A TRAILER
      *                     OF COUNTS BY ACCOUNT STATUS.  FOR THE
      *                     TARGET MONTH (CRBX-YEAR/CRBX-MONTH, ELSE
      *                     THE CYCLE DATE ON THE PROCESSING CALENDAR)
      *                     EVERY ACTIVE LOAN IS REPORTED AS OF THE
      *                     LAST DAY OF THE MONTH - BALANCE, SCHEDULED
      *                     PAYMENT AND AMOUNT PAST DUE OFF MORTPOS.DAT,
      *                     THE DAYS-DELINQUENT STATUS AND 24-MONTH
      *                     PAYMENT HISTORY PROFILE FROM THE AMORTSCH
      *                     RECON CODES, NAME OFF THE MASTER, MAILING
      *                     ADDRESS OFF BORRCONT.DAT, AND THE SPECIAL
      *                     COMMENT, COMPLIANCE CONDITION AND CONSUMER
      *                     INFORMATION INDICATOR FROM THE COLLCASE.TXT
      *                     STATUS.  A LOAN RETIRED DURING THE MONTH IS
      *                     REPORTED ONCE, CLOSED - PAID IN FULL (13)
      *                     ON A PAYOFF, FORECLOSURE COMPLETED (94) ON
      *                     A FORECLOSURE SALE OR REO TRANSFER.  THE
      *                     CONTROL REPORT (CRBCTL.TXT) LISTS WHAT
      *                     COULD NOT BE REPORTED CLEANLY AND PROVES
      *                     THE FILE'S COUNTS AND BALANCES BACK TO THE
      *                     PORTFOLIO.  COMPLETION STAMPS CYCLRUNS.TXT
      *                     AND A SECOND RUN OF THE SAME CYCLE DATE
      *                     REFUSES UNLESS CYCL-RERUN=Y.
      *    10/15/2026 AJI   A MODCAP SCHEDULE LINE (PAST DUE A
      *                     PERMANENT MODIFICATION CAPITALIZED INTO
      *                     PRINCIPAL) BRINGS THE PAST-DUE ROLL BACK
      *                     DOWN, SO A MODIFIED LOAN REPORTS CURRENT
      *                     FROM THE MONTH AFTER THE MODIFICATION.
      *    10/15/2026 AJI   A BOARDED SCHEDULE LINE (LOANBRD'S OPENING
      *                     LINE FOR AN ACQUIRED LOAN) OPENS THE
      *                     PAST-DUE ROLL AT THE PAST DUE THAT CAME
      *                     OVER WITH THE LOAN, DATING THE FIRST
      *                     DELINQUENCY FROM ITS FIRST UNPAID
      *                     INSTALLMENT.  IT STAMPS NO MONTH - THE
      *                     MONTHS BEFORE BOARDING WERE NOT OURS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORTIZATION-SCHEDULE-FILE ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPTIONAL CASE-FILE ASSIGN TO 'collcase.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

           SELECT METRO2-FILE ASSIGN TO 'metro2.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METRO2-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO 'crbctl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL CYCLE-RUN-FILE ASSIGN TO 'cyclruns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCRUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

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

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY COLLREC.

       FD  METRO2-FILE
           LABEL RECORDS ARE STANDARD.
       01  METRO2-LINE                   PIC X(426).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-LINE           PIC X(132).

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       FD  CYCLE-RUN-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLRUNS.

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-CASE-STATUS            PIC XX.
       01  WS-METRO2-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT (SYSTEM DATE WITH A WARNING WHEN NO CALENDAR
      *    IS ON HAND) AND THE ONCE-PER-CYCLE STAMPS ON CYCLRUNS.TXT.
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.
           05  WS-CYCRUN-EOF-SW      PIC X VALUE 'N'.
               88  WS-CYCRUN-EOF         VALUE 'Y'.
           05  WS-RERUN-FLAG         PIC X VALUE 'N'.
               88  WS-RERUN-ALLOWED      VALUE 'Y'.
           05  WS-OWN-PROGRAM        PIC X(9) VALUE 'CRBEXTR'.

       01  WS-RUN-STAMP-TABLE.
           05  WS-RS-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-RS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RS-IX.
               10  WS-RS-PROGRAM     PIC X(9).
               10  WS-RS-DATE        PIC 9(8).

       01  WS-SWITCHES.
           05  WS-SCHEDULE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SCHEDULE-EOF       VALUE 'Y'.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-CASE-EOF-SW        PIC X VALUE 'N'.
               88  WS-CASE-EOF           VALUE 'Y'.
           05  WS-POSITION-ON-SW     PIC X VALUE 'N'.
               88  WS-POSITION-ON-HAND   VALUE 'Y'.
           05  WS-POSITION-FOUND-SW  PIC X VALUE 'N'.
               88  WS-POSITION-FOUND     VALUE 'Y'.
           05  WS-REPORT-SW          PIC X VALUE 'N'.
               88  WS-REPORT-ACTIVE      VALUE 'A'.
               88  WS-REPORT-PAID        VALUE 'P'.
               88  WS-REPORT-FCL-DONE    VALUE 'F'.
               88  WS-REPORT-SKIP        VALUE 'N'.

      *    TARGET REPORTING MONTH FROM THE ENVIRONMENT.  THE AS-OF
      *    DATE (DATE OF ACCOUNT INFORMATION) IS ITS LAST DAY; MONTHS
      *    ARE ALSO CARRIED AS YEAR * 12 + MONTH SO THE DISTANCE BACK
      *    TO A SCHEDULE LINE'S DUE MONTH IS A SUBTRACTION.
       01  WS-TARGET-VALUES.
           05  WS-TGT-YEAR-TEXT      PIC X(4) VALUE SPACES.
           05  WS-TGT-MONTH-TEXT     PIC X(2) VALUE SPACES.
           05  WS-TGT-YEAR           PIC 9(4) VALUE 0.
           05  WS-TGT-MONTH          PIC 9(2) VALUE 0.
           05  WS-TGT-YYYYMM         PIC 9(6) VALUE 0.
           05  WS-TGT-MONTHS         PIC 9(6) VALUE 0.
           05  WS-NEXT-MONTH-DATE    PIC 9(8) VALUE 0.
           05  WS-ASOF-DATE          PIC 9(8) VALUE 0.
           05  WS-ASOF-INTEGER       PIC 9(8) VALUE 0.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-RUN-TIME           PIC 9(6) VALUE 0.

      *    FURNISHER IDENTITY THE BUREAUS ASSIGNED - KEPT OUT OF THE
      *    SOURCE AND SUPPLIED BY THE RUN.
       01  WS-FURNISHER-VALUES.
           05  WS-FURNISHER-ID       PIC X(20) VALUE SPACES.
           05  WS-REPORTER-NAME      PIC X(40) VALUE SPACES.
           05  WS-INNOVIS-ID         PIC X(10) VALUE SPACES.
           05  WS-EQUIFAX-ID         PIC X(10) VALUE SPACES.
           05  WS-EXPERIAN-ID        PIC X(5) VALUE SPACES.
           05  WS-TRANSUNION-ID      PIC X(10) VALUE SPACES.

      *    THE SCHEDULE LINE SPLIT INTO ITS COMMA FIELDS.  FIELD
      *    POSITIONS FOLLOW THE AMORTSCH.TXT HEADER WRITTEN BY
      *    MORTGAGES - ID, YEAR, MONTH, RECON CODE, AMOUNT RECEIVED
      *    AND TOTAL DUE ARE THE ONES RATED HERE.
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

       01  WS-LINE-VALUES.
           05  WS-LINE-ID            PIC 9(6) VALUE 0.
           05  WS-DUE-YEAR           PIC 9(4) VALUE 0.
           05  WS-DUE-MONTH          PIC 9(2) VALUE 0.
           05  WS-DUE-DATE           PIC 9(8) VALUE 0.
           05  WS-LINE-MONTHS        PIC 9(6) VALUE 0.
           05  WS-MONTHS-BACK        PIC S9(6) VALUE 0.
           05  WS-TOTAL-DUE-AMT      PIC 9(7)V99 VALUE 0.
           05  WS-RECEIVED-AMT       PIC 9(7)V99 VALUE 0.
           05  WS-SHORT-AMT          PIC S9(7)V99 VALUE 0.
           05  WS-LAST-LINE-ID       PIC 9(6) VALUE 0.
           05  WS-LAST-SLOT          PIC 9(4) VALUE 0 COMP.

      *    ONE SLOT PER LOAN ON THE SCHEDULE, ROLLED FORWARD LINE BY
      *    LINE IN FILE ORDER (THE ROLLING HISTORY IS CHRONOLOGICAL
      *    BUT REPEATS A LOAN'S ID ACROSS CYCLE APPENDS).  THE PAST
      *    DUE GROWS BY WHAT A NOT-RECEIVED OR SHORT-PAY INSTALLMENT
      *    LEFT UNPAID AND BY WHAT A RETURNED RECEIPT RESTORED, AND
      *    FALLS BY WHAT AN ARREARS CATCH-UP PAID - THE SAME MONEY
      *    MORTDELQ AGES.  MONTHS BEHIND IS THAT PAST DUE IN WHOLE
      *    INSTALLMENTS, ROUNDED UP: CATCH-UPS APPLY OLDEST FIRST, SO
      *    WHAT IS STILL OWED SITS ON THE NEWEST INSTALLMENTS AND A
      *    PART INSTALLMENT OUTSTANDING IS ONE MORE MONTH LATE.  THE
      *    PROFILE HOLDS THE RATING AS EACH PRIOR MONTH CLOSED,
      *    POSITION 1 BEING THE MONTH BEFORE THE TARGET MONTH.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-COUNT         PIC 9(4) VALUE 0 COMP.
           05  WS-LOAN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LOAN-IX.
               10  WS-LN-ID          PIC 9(6).
               10  WS-LN-PAST-DUE    PIC 9(7)V99.
               10  WS-LN-INSTALLMENT PIC 9(7)V99.
               10  WS-LN-BEHIND      PIC 9(3).
               10  WS-LN-FCBD        PIC 9(8).
               10  WS-LN-PAID-MONTH  PIC 9(7)V99.
               10  WS-LN-LAST-PAID   PIC 9(8).
               10  WS-LN-PROFILE     PIC X(24).

      *    COLLECTION CASE STATUS BY LOAN - ONLY THE STATUS MATTERS
      *    TO THE BUREAU.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT         PIC 9(4) VALUE 0 COMP.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CASE-IX.
               10  WS-CASE-ID        PIC 9(6).
               10  WS-CASE-STAT      PIC X.
                   88  WS-CASE-DISPUTE   VALUE 'D'.
                   88  WS-CASE-BANKRUPT  VALUE 'K'.
                   88  WS-CASE-FORECLOSE VALUE 'F'.

      *    PAYMENT RATING BY MONTHS BEHIND (0 THROUGH 6 OR MORE) AND
      *    THE ACTIVE ACCOUNT STATUS THE SAME COUNT REPORTS AS -
      *    CURRENT, THEN 30, 60, 90, 120, 150 AND 180 DAYS PAST DUE.
       01  WS-RATING-LIST            PIC X(7) VALUE '0123456'.
       01  WS-RATINGS REDEFINES WS-RATING-LIST.
           05  WS-RATING-CODE        PIC X OCCURS 7 TIMES.
       01  WS-ACTIVE-STATUS-LIST     PIC X(14)
                   VALUE '11717880828384'.
       01  WS-ACTIVE-STATUSES REDEFINES WS-ACTIVE-STATUS-LIST.
           05  WS-ACTIVE-STATUS      PIC X(2) OCCURS 7 TIMES.

      *    EVERY ACCOUNT STATUS THIS EXTRACT REPORTS, WITH ITS
      *    CONTROL-REPORT ACCUMULATORS.
       01  WS-STATUS-LIST.
           05  FILLER                PIC X(32)
                   VALUE '11CURRENT                       '.
           05  FILLER                PIC X(32)
                   VALUE '7130-59 DAYS PAST DUE           '.
           05  FILLER                PIC X(32)
                   VALUE '7860-89 DAYS PAST DUE           '.
           05  FILLER                PIC X(32)
                   VALUE '8090-119 DAYS PAST DUE          '.
           05  FILLER                PIC X(32)
                   VALUE '82120-149 DAYS PAST DUE         '.
           05  FILLER                PIC X(32)
                   VALUE '83150-179 DAYS PAST DUE         '.
           05  FILLER                PIC X(32)
                   VALUE '84180 OR MORE DAYS PAST DUE     '.
           05  FILLER                PIC X(32)
                   VALUE '13PAID IN FULL - CLOSED         '.
           05  FILLER                PIC X(32)
                   VALUE '94FORECLOSURE COMPLETED         '.
       01  WS-STATUSES REDEFINES WS-STATUS-LIST.
           05  WS-STC-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-STC-IX.
               10  WS-STC-CODE       PIC X(2).
               10  WS-STC-LABEL      PIC X(30).

       01  WS-STATUS-TOTALS.
           05  WS-STT-ENTRY OCCURS 9 TIMES.
               10  WS-STT-ACCOUNTS   PIC 9(6) VALUE 0.
               10  WS-STT-BALANCE    PIC 9(11) VALUE 0.
               10  WS-STT-PAST-DUE   PIC 9(11) VALUE 0.

      *    THE LOAN BEING REPORTED.
       01  WS-LOAN-VALUES.
           05  WS-LOAN-BEHIND        PIC 9(3) VALUE 0.
           05  WS-RATING-SUB         PIC 9(2) VALUE 0 COMP.
           05  WS-PROFILE-SUB        PIC 9(2) VALUE 0 COMP.
           05  WS-SUB                PIC 9(2) VALUE 0 COMP.
           05  WS-ORIG-MONTHS        PIC 9(6) VALUE 0.
           05  WS-LOAN-BALANCE       PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-PAYMENT       PIC 9(6)V99 VALUE 0.
           05  WS-LOAN-PAST-DUE      PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-TERM-MONTHS   PIC 9(3) VALUE 0.
           05  WS-XCP-REASON         PIC X(60) VALUE SPACES.

      *    YYYYMMDD TO THE MMDDYYYY EVERY METRO 2 DATE CARRIES.
       01  WS-CONVERT-VALUES.
           05  WS-CONV-IN            PIC 9(8) VALUE 0.
           05  WS-CONV-IN-R REDEFINES WS-CONV-IN.
               10  WS-CONV-IN-YEAR   PIC 9(4).
               10  WS-CONV-IN-MONTH  PIC 9(2).
               10  WS-CONV-IN-DAY    PIC 9(2).
           05  WS-CONV-OUT.
               10  WS-CONV-OUT-MONTH PIC 9(2).
               10  WS-CONV-OUT-DAY   PIC 9(2).
               10  WS-CONV-OUT-YEAR  PIC 9(4).
           05  WS-CONV-OUT-N REDEFINES WS-CONV-OUT PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-LINES-READ         PIC 9(7) VALUE 0.
           05  WS-MASTERS-READ       PIC 9(6) VALUE 0.
           05  WS-ACTIVE-REPORTED    PIC 9(6) VALUE 0.
           05  WS-PAID-REPORTED      PIC 9(6) VALUE 0.
           05  WS-FCL-REPORTED       PIC 9(6) VALUE 0.
           05  WS-NOT-YET-OPEN       PIC 9(6) VALUE 0.
           05  WS-RETIRED-UNREPORTED PIC 9(6) VALUE 0.
           05  WS-RETIRED-EARLIER    PIC 9(6) VALUE 0.
           05  WS-BASE-WRITTEN       PIC 9(6) VALUE 0.
           05  WS-PHONES-REPORTED    PIC 9(6) VALUE 0.
           05  WS-NO-POSITION        PIC 9(6) VALUE 0.
           05  WS-NO-ADDRESS         PIC 9(6) VALUE 0.
           05  WS-EXCEPTIONS         PIC 9(6) VALUE 0.
           05  WS-PORTFOLIO-UPB      PIC 9(9)V99 VALUE 0.
           05  WS-PORTFOLIO-PAST-DUE PIC 9(9)V99 VALUE 0.
           05  WS-REPORTED-BALANCE   PIC 9(11) VALUE 0.
           05  WS-REPORTED-PAST-DUE  PIC 9(11) VALUE 0.
           05  WS-CENTS-DROPPED      PIC 9(9)V99 VALUE 0.
           05  OUT-DOLLARS           PIC ZZZZZZZZZZ9.
           05  OUT-AMOUNT            PIC ZZZZZZZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  XCP-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-NAME              PIC X(29).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  XCP-REASON            PIC X(60).

       01  WS-COUNT-LINE.
           05  CNT-LABEL             PIC X(40).
           05  CNT-VALUE             PIC ZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  AMT-LABEL             PIC X(40).
           05  AMT-VALUE             PIC ZZZZZZZZ9.99.

       01  WS-STATUS-LINE.
           05  STL-CODE              PIC X(2).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  STL-LABEL             PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  STL-ACCOUNTS          PIC ZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  STL-BALANCE           PIC ZZZZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  STL-PAST-DUE          PIC ZZZZZZZZZZ9.

           COPY METRO2.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCHEDULE UNTIL WS-SCHEDULE-EOF
           PERFORM 2500-PROCESS-LOAN UNTIL WS-MASTER-EOF
           PERFORM 2800-WRITE-TRAILER
           PERFORM 2900-WRITE-CONTROL-SUMMARY
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           ACCEPT WS-TGT-YEAR-TEXT FROM ENVIRONMENT 'CRBX-YEAR'
           ACCEPT WS-TGT-MONTH-TEXT FROM ENVIRONMENT 'CRBX-MONTH'
           EVALUATE TRUE
               WHEN WS-TGT-YEAR-TEXT NUMERIC
                   AND WS-TGT-MONTH-TEXT NUMERIC
                   MOVE WS-TGT-YEAR-TEXT TO WS-TGT-YEAR
                   MOVE WS-TGT-MONTH-TEXT TO WS-TGT-MONTH
               WHEN WS-CALENDAR-ON-HAND
                   MOVE WS-CYCLE-DATE (1:4) TO WS-TGT-YEAR
                   MOVE WS-CYCLE-DATE (5:2) TO WS-TGT-MONTH
               WHEN OTHER
                   DISPLAY 'CRBEXTR: NO PROCESSING CALENDAR - SET '
                           'CRBX-YEAR (YYYY) AND CRBX-MONTH (MM) '
                           'TO THE REPORTING MONTH'
                   STOP RUN
           END-EVALUATE
           COMPUTE WS-TGT-YYYYMM = WS-TGT-YEAR * 100 + WS-TGT-MONTH
           COMPUTE WS-TGT-MONTHS = WS-TGT-YEAR * 12 + WS-TGT-MONTH

      *    THE AS-OF DATE IS THE DAY BEFORE THE FIRST OF NEXT MONTH.
           IF WS-TGT-MONTH = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-TGT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = WS-TGT-YEAR * 10000
                   + (WS-TGT-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           COMPUTE WS-ASOF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ASOF-INTEGER)
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME

           ACCEPT WS-FURNISHER-ID FROM ENVIRONMENT 'CRBX-FURNISHER'
           ACCEPT WS-REPORTER-NAME FROM ENVIRONMENT 'CRBX-REPORTER'
           ACCEPT WS-INNOVIS-ID FROM ENVIRONMENT 'CRBX-INNOVIS'
           ACCEPT WS-EQUIFAX-ID FROM ENVIRONMENT 'CRBX-EQUIFAX'
           ACCEPT WS-EXPERIAN-ID FROM ENVIRONMENT 'CRBX-EXPERIAN'
           ACCEPT WS-TRANSUNION-ID FROM ENVIRONMENT 'CRBX-TRANSUNION'
           IF WS-FURNISHER-ID = SPACES
               DISPLAY 'WARNING: CRBX-FURNISHER NOT SET - BASE '
                       'SEGMENTS CARRY NO IDENTIFICATION NUMBER'
           END-IF

           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCHEDULE FILE: '
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS = '00'
               SET WS-POSITION-ON-HAND TO TRUE
           ELSE
               DISPLAY 'WARNING: NO SERVICING POSITION FILE ON HAND '
                       '- ORIGINAL AMOUNTS REPORTED AS BALANCES'
           END-IF

      *    NO CONTACT FILE ON HAND STILL RUNS - EVERY LOAN THEN LISTS
      *    ON THE CONTROL REPORT WITH NO MAILING ADDRESS.
           OPEN INPUT BORROWER-CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               AND WS-CONTACT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BORROWER CONTACT FILE: '
                       WS-CONTACT-STATUS
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-CASE-FILE

           OPEN OUTPUT METRO2-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'METRO 2 CREDIT REPORTING CONTROL - MONTH '
                  WS-TGT-YEAR '/' WS-TGT-MONTH
                  '   DATE OF ACCOUNT INFORMATION ' WS-ASOF-DATE
             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'ID      NAME                           EXCEPTION'
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           PERFORM 1300-WRITE-HEADER

           PERFORM 1100-READ-SCHEDULE
      *    FIRST LINE OF AMORTSCH.TXT IS THE COLUMN HEADER
           IF NOT WS-SCHEDULE-EOF
               PERFORM 1100-READ-SCHEDULE
           END-IF
           PERFORM 1150-READ-MASTER.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  NO CALENDAR ON HAND WARNS AND RUNS ON THE
      *    ENVIRONMENT OVERRIDES ALONE; WITH ONE ON HAND THE SAME
      *    CYCLE DATE REFUSES TO RUN TWICE WITHOUT CYCL-RERUN=Y.
      ******************************************************************
       1005-READ-CYCLE-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 1006-FIND-CONTROL-RECORD
                   UNTIL WS-CALENDAR-EOF OR WS-CALENDAR-ON-HAND
           END-IF
           CLOSE CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-ON-HAND
               PERFORM 1008-LOAD-RUN-STAMPS
               PERFORM 1007-VERIFY-CYCLE-NOT-RUN
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

       1007-VERIFY-CYCLE-NOT-RUN.
           ACCEPT WS-RERUN-FLAG FROM ENVIRONMENT 'CYCL-RERUN'
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX NOT > WS-RS-COUNT
               AND WS-RS-DATE (WS-RS-IX) = WS-CYCLE-DATE
               AND NOT WS-RERUN-ALLOWED
               DISPLAY 'CRBEXTR: CYCLE ' WS-CYCLE-DATE ' ALREADY '
                       'RUN - ADVANCE THE CALENDAR WITH CYCLEEND '
                       'OR SET CYCL-RERUN=Y'
               STOP RUN
           END-IF.

       1008-LOAD-RUN-STAMPS.
           OPEN INPUT CYCLE-RUN-FILE
           IF WS-CYCRUN-STATUS = '00'
               PERFORM 1009-LOAD-ONE-RUN-STAMP UNTIL WS-CYCRUN-EOF
           ELSE
               SET WS-CYCRUN-EOF TO TRUE
           END-IF
           CLOSE CYCLE-RUN-FILE.

       1009-LOAD-ONE-RUN-STAMP.
           READ CYCLE-RUN-FILE
               AT END SET WS-CYCRUN-EOF TO TRUE
               NOT AT END
                   IF WS-RS-COUNT < 20
                       ADD 1 TO WS-RS-COUNT
                       SET WS-RS-IX TO WS-RS-COUNT
                       MOVE CR-PROGRAM TO WS-RS-PROGRAM (WS-RS-IX)
                       MOVE CR-LAST-CYCLE-DATE
                           TO WS-RS-DATE (WS-RS-IX)
                   END-IF
           END-READ.

       1011-CHECK-ONE-RUN-STAMP.
           CONTINUE.

       1100-READ-SCHEDULE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-SCHEDULE-EOF TO TRUE
           END-READ.

       1150-READ-MASTER.
           READ MORTGAGE-FILE
               AT END SET WS-MASTER-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    1200-LOAD-CASE-FILE - PULL EVERY COLLECTION CASE'S STATUS
      *    INTO THE TABLE.  NO FILE ON HAND MEANS NO LOAN HAS EVER
      *    BEEN WORKED.  A CASE FILE PAST THE TABLE LIMIT STOPS THE
      *    RUN - DROPPING A CASE WOULD FURNISH A DISPUTED ACCOUNT
      *    WITHOUT ITS DISPUTE FLAG.
      ******************************************************************
       1200-LOAD-CASE-FILE.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               AND WS-CASE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CASE FILE: ' WS-CASE-STATUS
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-CASE UNTIL WS-CASE-EOF
           CLOSE CASE-FILE.

       1210-LOAD-ONE-CASE.
           READ CASE-FILE
               AT END SET WS-CASE-EOF TO TRUE
               NOT AT END
                   IF WS-CASE-COUNT < 2000
                       ADD 1 TO WS-CASE-COUNT
                       SET WS-CASE-IX TO WS-CASE-COUNT
                       MOVE CC-MORTGAGEE-ID
                           TO WS-CASE-ID (WS-CASE-IX)
                       MOVE CC-STATUS TO WS-CASE-STAT (WS-CASE-IX)
                   ELSE
                       DISPLAY 'CASE FILE EXCEEDS TABLE LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    1300-WRITE-HEADER - THE HEADER RECORD NAMES THE FURNISHER,
      *    THE ACTIVITY DATE (THE MONTH'S AS-OF DATE) AND THE DATE
      *    THE FILE WAS CREATED.
      ******************************************************************
       1300-WRITE-HEADER.
           MOVE SPACES TO M2-HEADER-RECORD
           MOVE 426 TO M2H-RDW
           MOVE 'HEADER' TO M2H-RECORD-ID
           MOVE WS-INNOVIS-ID TO M2H-INNOVIS-PROGRAM-ID
           MOVE WS-EQUIFAX-ID TO M2H-EQUIFAX-PROGRAM-ID
           MOVE WS-EXPERIAN-ID TO M2H-EXPERIAN-PROGRAM-ID
           MOVE WS-TRANSUNION-ID TO M2H-TRANSUNION-PROGRAM-ID
           MOVE WS-ASOF-DATE TO WS-CONV-IN
           PERFORM 2990-CONVERT-DATE
           MOVE WS-CONV-OUT-N TO M2H-ACTIVITY-DATE
           MOVE WS-RUN-DATE TO WS-CONV-IN
           PERFORM 2990-CONVERT-DATE
           MOVE WS-CONV-OUT-N TO M2H-DATE-CREATED
           MOVE 0 TO M2H-PROGRAM-DATE
           MOVE 0 TO M2H-PROGRAM-REVISION-DATE
           MOVE WS-REPORTER-NAME TO M2H-REPORTER-NAME
           MOVE 0 TO M2H-REPORTER-PHONE
           WRITE METRO2-LINE FROM M2-HEADER-RECORD.

      ******************************************************************
      *    2000-PROCESS-SCHEDULE - SPLIT THE LINE, FIND (OR OPEN) THE
      *    LOAN'S SLOT, AND ROLL THE LOAN'S PAST DUE AND RATING
      *    FORWARD.  A LINE DUE AFTER THE TARGET MONTH (A RERUN FOR
      *    AN EARLIER MONTH) IS NOT YET HISTORY AND IS PASSED OVER.
      ******************************************************************
       2000-PROCESS-SCHEDULE.
           ADD 1 TO WS-LINES-READ
           PERFORM 2100-PARSE-SCHEDULE-LINE
           COMPUTE WS-MONTHS-BACK = WS-TGT-MONTHS - WS-LINE-MONTHS
           IF WS-MONTHS-BACK NOT < 0
               PERFORM 2150-FIND-OR-ADD-LOAN-SLOT
               PERFORM 2200-APPLY-RECON-CODE
           END-IF
           PERFORM 1100-READ-SCHEDULE.

       2100-PARSE-SCHEDULE-LINE.
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
           END-UNSTRING

           COMPUTE WS-LINE-ID = FUNCTION NUMVAL(WS-FLD-ID)
           COMPUTE WS-DUE-YEAR = FUNCTION NUMVAL(WS-FLD-YEAR)
           COMPUTE WS-DUE-MONTH = FUNCTION NUMVAL(WS-FLD-MONTH)
           COMPUTE WS-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 1
           COMPUTE WS-LINE-MONTHS = WS-DUE-YEAR * 12 + WS-DUE-MONTH

           IF WS-FLD-TOTAL-DUE = SPACES
               MOVE 0 TO WS-TOTAL-DUE-AMT
           ELSE
               COMPUTE WS-TOTAL-DUE-AMT =
                   FUNCTION NUMVAL(WS-FLD-TOTAL-DUE)
           END-IF
           IF WS-FLD-RECEIVED = SPACES
               MOVE 0 TO WS-RECEIVED-AMT
           ELSE
               COMPUTE WS-RECEIVED-AMT =
                   FUNCTION NUMVAL(WS-FLD-RECEIVED)
           END-IF.

      ******************************************************************
      *    2150-FIND-OR-ADD-LOAN-SLOT - LEAVE WS-LOAN-IX ON THE LINE'S
      *    LOAN, OPENING A FRESH SLOT THE FIRST TIME THE LOAN APPEARS.
      *    A FULL TABLE STOPS THE RUN - A LOAN DROPPED HERE WOULD BE
      *    FURNISHED AS CURRENT WITH NO HISTORY.
      ******************************************************************
       2150-FIND-OR-ADD-LOAN-SLOT.
           IF WS-LINE-ID = WS-LAST-LINE-ID AND WS-LAST-SLOT > 0
               SET WS-LOAN-IX TO WS-LAST-SLOT
           ELSE
               PERFORM 2160-SCAN-ONE-LOAN-SLOT
                   VARYING WS-LOAN-IX FROM 1 BY 1
                   UNTIL WS-LOAN-IX > WS-LOAN-COUNT
                   OR WS-LN-ID (WS-LOAN-IX) = WS-LINE-ID
               IF WS-LOAN-IX > WS-LOAN-COUNT
                   IF WS-LOAN-COUNT < 2000
                       ADD 1 TO WS-LOAN-COUNT
                       SET WS-LOAN-IX TO WS-LOAN-COUNT
                       MOVE WS-LINE-ID TO WS-LN-ID (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-PAST-DUE (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-INSTALLMENT (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-BEHIND (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-FCBD (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-PAID-MONTH (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-LAST-PAID (WS-LOAN-IX)
                       MOVE ALL 'D' TO WS-LN-PROFILE (WS-LOAN-IX)
                   ELSE
                       DISPLAY 'LOAN TABLE EXCEEDS LIMIT - '
                               'RAISE THE OCCURS AND RERUN'
                       STOP RUN
                   END-IF
               END-IF
               MOVE WS-LINE-ID TO WS-LAST-LINE-ID
               SET WS-LAST-SLOT TO WS-LOAN-IX
           END-IF.

       2160-SCAN-ONE-LOAN-SLOT.
           CONTINUE.

      ******************************************************************
      *    2200-APPLY-RECON-CODE - MOVE THE LOAN'S PAST DUE BY WHAT
      *    THE LINE SAYS HAPPENED, RE-RATE IT, AND STAMP THE RATING
      *    ON THE LINE'S MONTH.  A RETURNED LINE CARRIES THE DUE
      *    MONTH OF THE INSTALLMENT IT REOPENED, NOT THE MONTH IT
      *    HAPPENED, SO IT MOVES THE PAST DUE BUT STAMPS NO MONTH -
      *    THE CYCLE'S OWN INSTALLMENT LINE THAT FOLLOWS IT DOES.  A
      *    MODCAP LINE (THE ARREARS A PERMANENT MODIFICATION
      *    CAPITALIZED) CLEARS THAT PAST DUE WITHOUT BEING A PAYMENT,
      *    AND LIKEWISE STAMPS NO MONTH.  A BOARDED LINE (AN ACQUIRED
      *    LOAN'S OPENING LINE) OPENS THE ROLL AT THE PAST DUE THAT
      *    CAME OVER WITH THE LOAN AND STAMPS NO MONTH EITHER.
      ******************************************************************
       2200-APPLY-RECON-CODE.
           EVALUATE TRUE
               WHEN WS-FLD-RECON-CODE = 'ARREARS'
                   IF WS-RECEIVED-AMT > WS-LN-PAST-DUE (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-PAST-DUE (WS-LOAN-IX)
                   ELSE
                       SUBTRACT WS-RECEIVED-AMT
                           FROM WS-LN-PAST-DUE (WS-LOAN-IX)
                   END-IF
                   PERFORM 2230-NOTE-RECEIPT
               WHEN WS-FLD-RECON-CODE = 'MODCAP'
                   IF WS-RECEIVED-AMT > WS-LN-PAST-DUE (WS-LOAN-IX)
                       MOVE 0 TO WS-LN-PAST-DUE (WS-LOAN-IX)
                   ELSE
                       SUBTRACT WS-RECEIVED-AMT
                           FROM WS-LN-PAST-DUE (WS-LOAN-IX)
                   END-IF
               WHEN WS-FLD-RECON-CODE = 'RETURNED'
                   PERFORM 2220-NOTE-NEW-DELINQUENCY
                   ADD WS-RECEIVED-AMT TO WS-LN-PAST-DUE (WS-LOAN-IX)
                   IF WS-MONTHS-BACK = 0
                       IF WS-RECEIVED-AMT >
                           WS-LN-PAID-MONTH (WS-LOAN-IX)
                           MOVE 0 TO WS-LN-PAID-MONTH (WS-LOAN-IX)
                       ELSE
                           SUBTRACT WS-RECEIVED-AMT
                               FROM WS-LN-PAID-MONTH (WS-LOAN-IX)
                       END-IF
                   END-IF
               WHEN WS-FLD-RECON-CODE = 'BOARDED'
                   IF WS-RECEIVED-AMT > 0
                       PERFORM 2220-NOTE-NEW-DELINQUENCY
                       ADD WS-RECEIVED-AMT
                           TO WS-LN-PAST-DUE (WS-LOAN-IX)
                   END-IF
               WHEN WS-FLD-RECON-CODE = 'NOT-RECEIVED'
                   OR WS-FLD-RECON-CODE (1:9) = 'SHORT-PAY'
                   MOVE WS-TOTAL-DUE-AMT
                       TO WS-LN-INSTALLMENT (WS-LOAN-IX)
                   COMPUTE WS-SHORT-AMT =
                       WS-TOTAL-DUE-AMT - WS-RECEIVED-AMT
                   IF WS-SHORT-AMT > 0
                       PERFORM 2220-NOTE-NEW-DELINQUENCY
                       ADD WS-SHORT-AMT
                           TO WS-LN-PAST-DUE (WS-LOAN-IX)
                   END-IF
                   PERFORM 2230-NOTE-RECEIPT
               WHEN OTHER
                   IF WS-TOTAL-DUE-AMT > 0
                       MOVE WS-TOTAL-DUE-AMT
                           TO WS-LN-INSTALLMENT (WS-LOAN-IX)
                   END-IF
                   PERFORM 2230-NOTE-RECEIPT
           END-EVALUATE

           PERFORM 2250-RATE-LOAN
           IF WS-FLD-RECON-CODE NOT = 'RETURNED'
               AND WS-FLD-RECON-CODE NOT = 'MODCAP'
               AND WS-FLD-RECON-CODE NOT = 'BOARDED'
               AND WS-MONTHS-BACK > 0
               AND WS-MONTHS-BACK NOT > 24
               MOVE WS-MONTHS-BACK TO WS-PROFILE-SUB
               MOVE WS-RATING-CODE (WS-RATING-SUB)
                   TO WS-LN-PROFILE (WS-LOAN-IX) (WS-PROFILE-SUB:1)
           END-IF.

      ******************************************************************
      *    2220-NOTE-NEW-DELINQUENCY - A LOAN GOING FROM NOTHING PAST
      *    DUE TO SOMETHING PAST DUE STARTS A NEW DELINQUENCY; THE
      *    DATE OF FIRST DELINQUENCY IS 30 DAYS AFTER THE MISSED
      *    INSTALLMENT FELL DUE.
      ******************************************************************
       2220-NOTE-NEW-DELINQUENCY.
           IF WS-LN-PAST-DUE (WS-LOAN-IX) = 0
               COMPUTE WS-LN-FCBD (WS-LOAN-IX) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 30)
           END-IF.

      ******************************************************************
      *    2230-NOTE-RECEIPT - MONEY RECEIVED ON A LINE OF THE TARGET
      *    MONTH IS THE MONTH'S ACTUAL PAYMENT.  THE SCHEDULE CARRIES
      *    NO RECEIPT DAY, SO THE LAST PAYMENT IS DATED THE FIRST OF
      *    THE LATEST MONTH THAT TOOK MONEY.
      ******************************************************************
       2230-NOTE-RECEIPT.
           IF WS-RECEIVED-AMT > 0
               IF WS-MONTHS-BACK = 0
                   ADD WS-RECEIVED-AMT
                       TO WS-LN-PAID-MONTH (WS-LOAN-IX)
               END-IF
               IF WS-DUE-DATE > WS-LN-LAST-PAID (WS-LOAN-IX)
                   MOVE WS-DUE-DATE TO WS-LN-LAST-PAID (WS-LOAN-IX)
               END-IF
           END-IF.

      ******************************************************************
      *    2250-RATE-LOAN - MONTHS BEHIND IS THE PAST DUE IN WHOLE
      *    INSTALLMENTS, ROUNDED UP; ANY PAST DUE BEFORE AN
      *    INSTALLMENT AMOUNT IS KNOWN COUNTS AS ONE.  PAID BACK TO
      *    NOTHING, THE DELINQUENCY (AND ITS FIRST-DELINQUENCY DATE)
      *    IS OVER.  WS-RATING-SUB IS LEFT ON THE RATING.
      ******************************************************************
       2250-RATE-LOAN.
           EVALUATE TRUE
               WHEN WS-LN-PAST-DUE (WS-LOAN-IX) = 0
                   MOVE 0 TO WS-LN-BEHIND (WS-LOAN-IX)
                   MOVE 0 TO WS-LN-FCBD (WS-LOAN-IX)
               WHEN WS-LN-INSTALLMENT (WS-LOAN-IX) = 0
                   MOVE 1 TO WS-LN-BEHIND (WS-LOAN-IX)
               WHEN OTHER
                   DIVIDE WS-LN-PAST-DUE (WS-LOAN-IX)
                       BY WS-LN-INSTALLMENT (WS-LOAN-IX)
                       GIVING WS-LN-BEHIND (WS-LOAN-IX)
                   IF WS-LN-BEHIND (WS-LOAN-IX)
                       * WS-LN-INSTALLMENT (WS-LOAN-IX)
                       < WS-LN-PAST-DUE (WS-LOAN-IX)
                       ADD 1 TO WS-LN-BEHIND (WS-LOAN-IX)
                   END-IF
           END-EVALUATE
           IF WS-LN-BEHIND (WS-LOAN-IX) > 6
               MOVE 7 TO WS-RATING-SUB
           ELSE
               COMPUTE WS-RATING-SUB = WS-LN-BEHIND (WS-LOAN-IX) + 1
           END-IF.

      ******************************************************************
      *    2500-PROCESS-LOAN - DECIDE WHETHER THE MASTER RECORD IS
      *    FURNISHED THIS MONTH.  EVERY ACTIVE LOAN OPENED BY THE
      *    AS-OF DATE IS.  A RETIRED LOAN IS FURNISHED ONLY IN THE
      *    MONTH IT RETIRED, AND ONLY WHEN THE RETIREMENT SAYS HOW
      *    THE ACCOUNT ENDED - A PAYOFF OR A FORECLOSURE SALE / REO
      *    TRANSFER.  A RETIREMENT THAT SAYS NEITHER IS LISTED FOR
      *    THE FURNISHING DESK TO REPORT BY HAND.
      ******************************************************************
       2500-PROCESS-LOAN.
           ADD 1 TO WS-MASTERS-READ
           SET WS-REPORT-SKIP TO TRUE
           IF MORTGAGEE-RETIRED
               IF MORTGAGEE-RETIRED-DATE (1:6) = WS-TGT-YYYYMM
                   EVALUATE TRUE
                       WHEN MORTGAGEE-DISP-PAID-OFF
                           SET WS-REPORT-PAID TO TRUE
                       WHEN MORTGAGEE-DISP-FCL-SALE
                           OR MORTGAGEE-DISP-REO
                           SET WS-REPORT-FCL-DONE TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-RETIRED-UNREPORTED
                           MOVE 'RETIRED - NO PAYOFF OR SALE RECORDED'
                               TO WS-XCP-REASON
                           PERFORM 2780-WRITE-EXCEPTION
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-RETIRED-EARLIER
               END-IF
           ELSE
               IF MORTGAGEE-ORIG-DATE > WS-ASOF-DATE
                   ADD 1 TO WS-NOT-YET-OPEN
               ELSE
                   SET WS-REPORT-ACTIVE TO TRUE
               END-IF
           END-IF

           IF NOT WS-REPORT-SKIP
               PERFORM 2510-RESOLVE-POSITION
               PERFORM 2600-BUILD-BASE-SEGMENT
               PERFORM 2750-WRITE-BASE-SEGMENT
           END-IF
           PERFORM 1150-READ-MASTER.

      ******************************************************************
      *    2510-RESOLVE-POSITION - BALANCE, SCHEDULED PAYMENT AND
      *    PAST DUE OFF THE SERVICING POSITION.  A LOAN MORTGAGES HAS
      *    NOT YET ROLLED HAS NO POSITION; IT IS FURNISHED AT ITS
      *    ORIGINAL AMOUNT AND LISTED.
      ******************************************************************
       2510-RESOLVE-POSITION.
           MOVE 'N' TO WS-POSITION-FOUND-SW
           IF WS-POSITION-ON-HAND
               MOVE MORTGAGEE-ID TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-POSITION-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-POSITION-FOUND
               MOVE SP-CUR-BALANCE TO WS-LOAN-BALANCE
               MOVE SP-CUR-PAYMENT TO WS-LOAN-PAYMENT
               MOVE SP-PAST-DUE-AMOUNT TO WS-LOAN-PAST-DUE
           ELSE
               MOVE MORTGAGEE-AMOUNT TO WS-LOAN-BALANCE
               MOVE 0 TO WS-LOAN-PAYMENT
               MOVE 0 TO WS-LOAN-PAST-DUE
               IF WS-REPORT-ACTIVE
                   ADD 1 TO WS-NO-POSITION
                   MOVE 'NO POSITION - ORIGINAL AMOUNT FURNISHED'
                       TO WS-XCP-REASON
                   PERFORM 2780-WRITE-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      *    2600-BUILD-BASE-SEGMENT - ONE METRO 2 BASE SEGMENT FOR THE
      *    LOAN: A CONVENTIONAL REAL ESTATE MORTGAGE (PORTFOLIO TYPE
      *    M, ACCOUNT TYPE 26), INDIVIDUAL LIABILITY (ECOA 1), MONTHLY
      *    TERMS.  THE SOCIAL SECURITY NUMBER AND DATE OF BIRTH ARE
      *    NOT CARRIED ON THE MASTER AND GO ZERO-FILLED.
      ******************************************************************
       2600-BUILD-BASE-SEGMENT.
           MOVE SPACES TO M2-BASE-RECORD
           MOVE 426 TO M2B-RDW
           MOVE '1' TO M2B-PROCESSING-IND
           MOVE WS-ASOF-DATE TO WS-CONV-IN
           PERFORM 2990-CONVERT-DATE
           MOVE WS-CONV-OUT-N TO M2B-DATE-ACCOUNT-INFO
           COMPUTE M2B-TIME-STAMP =
               WS-CONV-OUT-N * 1000000 + WS-RUN-TIME
           MOVE WS-FURNISHER-ID TO M2B-IDENTIFICATION-NO
           MOVE MORTGAGEE-ID TO M2B-ACCOUNT-NUMBER
           MOVE 'M' TO M2B-PORTFOLIO-TYPE
           MOVE '26' TO M2B-ACCOUNT-TYPE
           MOVE MORTGAGEE-ORIG-DATE TO WS-CONV-IN
           PERFORM 2990-CONVERT-DATE
           MOVE WS-CONV-OUT-N TO M2B-DATE-OPENED
           MOVE 0 TO M2B-CREDIT-LIMIT
           MOVE MORTGAGEE-AMOUNT TO M2B-HIGHEST-CREDIT
           COMPUTE WS-LOAN-TERM-MONTHS = MORTGAGEE-TERM * 12
           MOVE WS-LOAN-TERM-MONTHS TO M2B-TERMS-DURATION
           MOVE 'M' TO M2B-TERMS-FREQUENCY
           MOVE WS-LOAN-PAYMENT TO M2B-SCHEDULED-PAYMENT
           MOVE 0 TO M2B-ORIG-CHARGE-OFF
           IF MORTGAGEE-TYPE-ARM
               MOVE 'V' TO M2B-INTEREST-TYPE
           ELSE
               MOVE 'F' TO M2B-INTEREST-TYPE
           END-IF

      *    THE LOAN'S SCHEDULE HISTORY - A LOAN THE SCHEDULE NEVER
      *    SHOWED HAS NO DELINQUENCY AND NO PROFILE YET.
           PERFORM 2160-SCAN-ONE-LOAN-SLOT
               VARYING WS-LOAN-IX FROM 1 BY 1
               UNTIL WS-LOAN-IX > WS-LOAN-COUNT
               OR WS-LN-ID (WS-LOAN-IX) = MORTGAGEE-ID
           IF WS-LOAN-IX > WS-LOAN-COUNT
               MOVE 0 TO WS-LOAN-BEHIND
               MOVE 0 TO M2B-ACTUAL-PAYMENT
               MOVE 0 TO M2B-FCBD
               MOVE 0 TO M2B-DATE-LAST-PAYMENT
               MOVE ALL 'D' TO M2B-PAYMENT-HISTORY
           ELSE
               MOVE WS-LN-BEHIND (WS-LOAN-IX) TO WS-LOAN-BEHIND
               MOVE WS-LN-PAID-MONTH (WS-LOAN-IX)
                   TO M2B-ACTUAL-PAYMENT
               MOVE WS-LN-FCBD (WS-LOAN-IX) TO WS-CONV-IN
               PERFORM 2990-CONVERT-DATE
               MOVE WS-CONV-OUT-N TO M2B-FCBD
               MOVE WS-LN-LAST-PAID (WS-LOAN-IX) TO WS-CONV-IN
               PERFORM 2990-CONVERT-DATE
               MOVE WS-CONV-OUT-N TO M2B-DATE-LAST-PAYMENT
               MOVE WS-LN-PROFILE (WS-LOAN-IX) TO M2B-PAYMENT-HISTORY
           END-IF
           PERFORM 2700-MARK-PRE-OPENING-MONTHS

           IF WS-REPORT-ACTIVE
               PERFORM 2650-SET-ACTIVE-STATUS
           ELSE
               PERFORM 2660-SET-CLOSED-STATUS
           END-IF
           PERFORM 2670-SET-CASE-CODES

           MOVE MORTGAGEE-LAST-NAME TO M2B-SURNAME
           MOVE MORTGAGEE-FIRST-NAME TO M2B-FIRST-NAME
           MOVE MORTGAGEE-FIRST-INIT TO M2B-MIDDLE-NAME
           MOVE 0 TO M2B-SSN
           MOVE 0 TO M2B-DATE-OF-BIRTH
           MOVE '1' TO M2B-ECOA-CODE
           PERFORM 2680-SET-ADDRESS.

      ******************************************************************
      *    2650-SET-ACTIVE-STATUS - THE STATUS IS THE MONTHS BEHIND
      *    THE SCHEDULE SHOWS, BUT A LOAN WHOSE POSITION CARRIES
      *    NOTHING PAST DUE IS CURRENT WHATEVER THE HISTORY SAYS -
      *    THE BUREAUS REJECT A DELINQUENT STATUS WITH NO AMOUNT PAST
      *    DUE.  A CURRENT ACCOUNT CARRIES NO FIRST-DELINQUENCY DATE.
      ******************************************************************
       2650-SET-ACTIVE-STATUS.
           IF WS-LOAN-PAST-DUE = 0
               MOVE 0 TO WS-LOAN-BEHIND
           END-IF
           IF WS-LOAN-BEHIND > 6
               MOVE 7 TO WS-RATING-SUB
           ELSE
               COMPUTE WS-RATING-SUB = WS-LOAN-BEHIND + 1
           END-IF
           MOVE WS-ACTIVE-STATUS (WS-RATING-SUB) TO M2B-ACCOUNT-STATUS
           IF WS-RATING-SUB = 1
               MOVE 0 TO M2B-FCBD
           END-IF
           MOVE SPACE TO M2B-PAYMENT-RATING
           MOVE WS-LOAN-BALANCE TO M2B-CURRENT-BALANCE
           MOVE WS-LOAN-PAST-DUE TO M2B-AMOUNT-PAST-DUE
           MOVE 0 TO M2B-DATE-CLOSED
           ADD 1 TO WS-ACTIVE-REPORTED
           ADD WS-LOAN-BALANCE TO WS-PORTFOLIO-UPB
           ADD WS-LOAN-PAST-DUE TO WS-PORTFOLIO-PAST-DUE.

      ******************************************************************
      *    2660-SET-CLOSED-STATUS - A LOAN RETIRED THIS MONTH REPORTS
      *    ZERO BALANCE AND ZERO PAST DUE, CLOSED ON ITS RETIRED
      *    DATE: PAID IN FULL (13) OR FORECLOSURE COMPLETED (94).  THE
      *    PAYMENT RATING CARRIES HOW FAR BEHIND IT STOOD WHEN IT
      *    CLOSED.
      ******************************************************************
       2660-SET-CLOSED-STATUS.
           IF WS-REPORT-PAID
               MOVE '13' TO M2B-ACCOUNT-STATUS
               ADD 1 TO WS-PAID-REPORTED
           ELSE
               MOVE '94' TO M2B-ACCOUNT-STATUS
               ADD 1 TO WS-FCL-REPORTED
           END-IF
           IF WS-LOAN-BEHIND > 6
               MOVE 7 TO WS-RATING-SUB
           ELSE
               COMPUTE WS-RATING-SUB = WS-LOAN-BEHIND + 1
           END-IF
           MOVE WS-RATING-CODE (WS-RATING-SUB) TO M2B-PAYMENT-RATING
           MOVE 0 TO M2B-CURRENT-BALANCE
           MOVE 0 TO M2B-AMOUNT-PAST-DUE
           MOVE MORTGAGEE-RETIRED-DATE TO WS-CONV-IN
           PERFORM 2990-CONVERT-DATE
           MOVE WS-CONV-OUT-N TO M2B-DATE-CLOSED.

      ******************************************************************
      *    2670-SET-CASE-CODES - THE COLLECTION CASE'S STANDING: A
      *    DISPUTE IS COMPLIANCE CONDITION XB (ACCOUNT INFORMATION
      *    DISPUTED BY THE CONSUMER); A BANKRUPTCY IS CONSUMER
      *    INFORMATION INDICATOR Z (PETITION FILED, CHAPTER NOT
      *    DESIGNATED - THE CASE DOES NOT CARRY THE CHAPTER); A LOAN
      *    STILL ACTIVE IN FORECLOSURE CARRIES SPECIAL COMMENT BO
      *    (FORECLOSURE PROCEEDINGS STARTED).
      ******************************************************************
       2670-SET-CASE-CODES.
           PERFORM 2675-CHECK-ONE-CASE
               VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-COUNT
               OR WS-CASE-ID (WS-CASE-IX) = MORTGAGEE-ID
           IF WS-CASE-IX NOT > WS-CASE-COUNT
               EVALUATE TRUE
                   WHEN WS-CASE-DISPUTE (WS-CASE-IX)
                       MOVE 'XB' TO M2B-COMPLIANCE-CODE
                   WHEN WS-CASE-BANKRUPT (WS-CASE-IX)
                       MOVE 'Z' TO M2B-CONSUMER-INFO-IND
                   WHEN WS-CASE-FORECLOSE (WS-CASE-IX)
                       IF WS-REPORT-ACTIVE
                           MOVE 'BO' TO M2B-SPECIAL-COMMENT
                       END-IF
               END-EVALUATE
           END-IF.

       2675-CHECK-ONE-CASE.
           CONTINUE.

      ******************************************************************
      *    2680-SET-ADDRESS - MAILING ADDRESS AND PHONE OFF THE
      *    BORROWER CONTACT FILE.  NO RECORD, OR A BLANK MAILING LINE,
      *    STILL FURNISHES THE ACCOUNT BUT LISTS IT FOR CORRECTION.
      ******************************************************************
       2680-SET-ADDRESS.
           MOVE MORTGAGEE-ID TO BC-MORTGAGEE-ID
           READ BORROWER-CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO BC-MAILING-ADDRESS
                   MOVE SPACES TO BC-PHONE
           END-READ
           IF BC-MAIL-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS
               MOVE 'NO MAILING ADDRESS - FURNISHED WITHOUT ONE'
                   TO WS-XCP-REASON
               PERFORM 2780-WRITE-EXCEPTION
           ELSE
               MOVE 'US' TO M2B-COUNTRY-CODE
               MOVE BC-MAIL-LINE-1 TO M2B-ADDRESS-LINE-1
               MOVE BC-MAIL-LINE-2 TO M2B-ADDRESS-LINE-2
               MOVE BC-MAIL-CITY TO M2B-CITY
               MOVE BC-MAIL-STATE TO M2B-STATE
               MOVE BC-MAIL-ZIP (1:5) TO M2B-POSTAL-CODE
               IF BC-MAIL-ZIP (6:1) = '-'
                   MOVE BC-MAIL-ZIP (7:4) TO M2B-POSTAL-CODE (6:4)
               ELSE
                   MOVE BC-MAIL-ZIP (6:4) TO M2B-POSTAL-CODE (6:4)
               END-IF
           END-IF
           IF BC-PHONE NUMERIC
               MOVE BC-PHONE TO M2B-TELEPHONE
               ADD 1 TO WS-PHONES-REPORTED
           ELSE
               MOVE 0 TO M2B-TELEPHONE
           END-IF.

      ******************************************************************
      *    2700-MARK-PRE-OPENING-MONTHS - PROFILE POSITIONS FOR MONTHS
      *    BEFORE THE LOAN WAS OPENED CARRY B (NO HISTORY PRIOR TO
      *    THIS TIME); A MONTH THE SCHEDULE NEVER SHOWED STAYS D.
      ******************************************************************
       2700-MARK-PRE-OPENING-MONTHS.
           COMPUTE WS-ORIG-MONTHS =
               MORTGAGEE-ORIG-YEAR * 12 + MORTGAGEE-ORIG-MONTH
           PERFORM 2710-MARK-ONE-MONTH
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 24.

       2710-MARK-ONE-MONTH.
           IF WS-TGT-MONTHS - WS-SUB < WS-ORIG-MONTHS
               MOVE 'B' TO M2B-PAYMENT-HISTORY (WS-SUB:1)
           END-IF.

      ******************************************************************
      *    2750-WRITE-BASE-SEGMENT - WRITE THE SEGMENT AND ROLL IT
      *    INTO THE TRAILER AND CONTROL-REPORT COUNTS BY STATUS.
      ******************************************************************
       2750-WRITE-BASE-SEGMENT.
           WRITE METRO2-LINE FROM M2-BASE-RECORD
           ADD 1 TO WS-BASE-WRITTEN
           ADD M2B-CURRENT-BALANCE TO WS-REPORTED-BALANCE
           ADD M2B-AMOUNT-PAST-DUE TO WS-REPORTED-PAST-DUE
           PERFORM 2760-CHECK-ONE-STATUS
               VARYING WS-STC-IX FROM 1 BY 1
               UNTIL WS-STC-IX > 9
               OR WS-STC-CODE (WS-STC-IX) = M2B-ACCOUNT-STATUS
           IF WS-STC-IX NOT > 9
               SET WS-SUB TO WS-STC-IX
               ADD 1 TO WS-STT-ACCOUNTS (WS-SUB)
               ADD M2B-CURRENT-BALANCE TO WS-STT-BALANCE (WS-SUB)
               ADD M2B-AMOUNT-PAST-DUE TO WS-STT-PAST-DUE (WS-SUB)
           END-IF.

       2760-CHECK-ONE-STATUS.
           CONTINUE.

       2780-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE MORTGAGEE-ID TO XCP-ID
           MOVE MORTGAGEE-NAME TO XCP-NAME
           MOVE WS-XCP-REASON TO XCP-REASON
           WRITE CONTROL-REPORT-LINE FROM WS-EXCEPTION-LINE.

      ******************************************************************
      *    2800-WRITE-TRAILER - BASE-SEGMENT COUNT AND THE COUNT AT
      *    EACH ACCOUNT STATUS FURNISHED.  NO ASSOCIATED SEGMENTS,
      *    SOCIAL SECURITY NUMBERS OR BIRTH DATES ARE FURNISHED, SO
      *    THOSE COUNTS STAY ZERO.
      ******************************************************************
       2800-WRITE-TRAILER.
           MOVE ZEROS TO M2-TRAILER-RECORD
           MOVE 426 TO M2T-RDW
           MOVE 'TRAILER' TO M2T-RECORD-ID
           MOVE WS-BASE-WRITTEN TO M2T-TOTAL-BASE
           MOVE WS-STT-ACCOUNTS (1) TO M2T-STATUS-11
           MOVE WS-STT-ACCOUNTS (2) TO M2T-STATUS-71
           MOVE WS-STT-ACCOUNTS (3) TO M2T-STATUS-78
           MOVE WS-STT-ACCOUNTS (4) TO M2T-STATUS-80
           MOVE WS-STT-ACCOUNTS (5) TO M2T-STATUS-82
           MOVE WS-STT-ACCOUNTS (6) TO M2T-STATUS-83
           MOVE WS-STT-ACCOUNTS (7) TO M2T-STATUS-84
           MOVE WS-STT-ACCOUNTS (8) TO M2T-STATUS-13
           MOVE WS-STT-ACCOUNTS (9) TO M2T-STATUS-94
           MOVE WS-PHONES-REPORTED TO M2T-TELEPHONE-ALL
           MOVE SPACES TO M2T-RESERVED-2
           WRITE METRO2-LINE FROM M2-TRAILER-RECORD.

      ******************************************************************
      *    2900-WRITE-CONTROL-SUMMARY - THE COUNTS THAT PROVE EVERY
      *    MASTER RECORD WAS EITHER FURNISHED OR ACCOUNTED FOR, THE
      *    FILE BY ACCOUNT STATUS (WHAT THE TRAILER CARRIES), AND THE
      *    ACTIVE BALANCES FURNISHED TIED BACK TO THE PORTFOLIO'S
      *    SERVICING POSITIONS - THE SEGMENTS CARRY WHOLE DOLLARS, SO
      *    THE DROPPED CENTS ARE THE ONLY DIFFERENCE ALLOWED.
      ******************************************************************
       2900-WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'MASTER RECORDS READ' TO CNT-LABEL
           MOVE WS-MASTERS-READ TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  ACTIVE - FURNISHED' TO CNT-LABEL
           MOVE WS-ACTIVE-REPORTED TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  PAID IN FULL THIS MONTH - FURNISHED' TO CNT-LABEL
           MOVE WS-PAID-REPORTED TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  FORECLOSED THIS MONTH - FURNISHED' TO CNT-LABEL
           MOVE WS-FCL-REPORTED TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  RETIRED THIS MONTH - NOT FURNISHED' TO CNT-LABEL
           MOVE WS-RETIRED-UNREPORTED TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  RETIRED BEFORE THIS MONTH' TO CNT-LABEL
           MOVE WS-RETIRED-EARLIER TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  NOT YET OPENED AS OF THE MONTH' TO CNT-LABEL
           MOVE WS-NOT-YET-OPEN TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'BASE SEGMENTS WRITTEN' TO CNT-LABEL
           MOVE WS-BASE-WRITTEN TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXCEPTIONS LISTED' TO CNT-LABEL
           MOVE WS-EXCEPTIONS TO CNT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'ST  ACCOUNT STATUS                  ACCOUNTS'
                  '      BALANCE     PAST DUE'
             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           PERFORM 2910-WRITE-ONE-STATUS
               VARYING WS-STC-IX FROM 1 BY 1
               UNTIL WS-STC-IX > 9
           MOVE SPACES TO WS-STATUS-LINE
           MOVE 'TOTAL FURNISHED' TO STL-LABEL
           MOVE WS-BASE-WRITTEN TO STL-ACCOUNTS
           MOVE WS-REPORTED-BALANCE TO STL-BALANCE
           MOVE WS-REPORTED-PAST-DUE TO STL-PAST-DUE
           WRITE CONTROL-REPORT-LINE FROM WS-STATUS-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'ACTIVE BALANCES ON POSITIONS $' TO AMT-LABEL
           MOVE WS-PORTFOLIO-UPB TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'ACTIVE PAST DUE ON POSITIONS $' TO AMT-LABEL
           MOVE WS-PORTFOLIO-PAST-DUE TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'BALANCE + PAST DUE FURNISHED $' TO AMT-LABEL
           COMPUTE AMT-VALUE =
               WS-REPORTED-BALANCE + WS-REPORTED-PAST-DUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           COMPUTE WS-CENTS-DROPPED = WS-PORTFOLIO-UPB
               + WS-PORTFOLIO-PAST-DUE - WS-REPORTED-BALANCE
               - WS-REPORTED-PAST-DUE
           MOVE 'CENTS DROPPED TO WHOLE DOLLARS $' TO AMT-LABEL
           MOVE WS-CENTS-DROPPED TO AMT-VALUE
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE.

       2910-WRITE-ONE-STATUS.
           SET WS-SUB TO WS-STC-IX
           MOVE WS-STC-CODE (WS-STC-IX) TO STL-CODE
           MOVE WS-STC-LABEL (WS-STC-IX) TO STL-LABEL
           MOVE WS-STT-ACCOUNTS (WS-SUB) TO STL-ACCOUNTS
           MOVE WS-STT-BALANCE (WS-SUB) TO STL-BALANCE
           MOVE WS-STT-PAST-DUE (WS-SUB) TO STL-PAST-DUE
           WRITE CONTROL-REPORT-LINE FROM WS-STATUS-LINE.

      ******************************************************************
      *    2990-CONVERT-DATE - WS-CONV-IN (YYYYMMDD) TO WS-CONV-OUT-N
      *    (MMDDYYYY).  A ZERO DATE STAYS ZERO.
      ******************************************************************
       2990-CONVERT-DATE.
           IF WS-CONV-IN = 0
               MOVE 0 TO WS-CONV-OUT-N
           ELSE
               MOVE WS-CONV-IN-MONTH TO WS-CONV-OUT-MONTH
               MOVE WS-CONV-IN-DAY TO WS-CONV-OUT-DAY
               MOVE WS-CONV-IN-YEAR TO WS-CONV-OUT-YEAR
           END-IF.

       3000-TERMINATE.
           CLOSE AMORTIZATION-SCHEDULE-FILE
           CLOSE MORTGAGE-FILE
           IF WS-POSITION-ON-HAND
               CLOSE SERVICING-POSITION-FILE
           END-IF
           CLOSE BORROWER-CONTACT-FILE
           CLOSE METRO2-FILE
           CLOSE CONTROL-REPORT-FILE

           DISPLAY ' '
           DISPLAY '***** CRBEXTR RUN TOTALS *****'
           DISPLAY 'REPORTING MONTH....: ' WS-TGT-YEAR '/' WS-TGT-MONTH
           DISPLAY 'ACCOUNT INFO DATE..: ' WS-ASOF-DATE
           DISPLAY 'SCHEDULE LINES READ: ' WS-LINES-READ
           DISPLAY 'MASTER RECORDS READ: ' WS-MASTERS-READ
           DISPLAY 'ACTIVE FURNISHED...: ' WS-ACTIVE-REPORTED
           DISPLAY 'PAID IN FULL (13)..: ' WS-PAID-REPORTED
           DISPLAY 'FCL COMPLETED (94).: ' WS-FCL-REPORTED
           DISPLAY 'BASE SEGMENTS......: ' WS-BASE-WRITTEN
           DISPLAY 'NO POSITION........: ' WS-NO-POSITION
           DISPLAY 'NO ADDRESS.........: ' WS-NO-ADDRESS
           MOVE WS-REPORTED-BALANCE TO OUT-DOLLARS
           DISPLAY 'BALANCE FURNISHED $: ' OUT-DOLLARS
           MOVE WS-PORTFOLIO-UPB TO OUT-AMOUNT
           DISPLAY 'ACTIVE UPB $.......: ' OUT-AMOUNT

           IF WS-CALENDAR-ON-HAND
               PERFORM 3900-STAMP-CYCLE-RUN
           END-IF.

       3900-STAMP-CYCLE-RUN.
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX > WS-RS-COUNT
               IF WS-RS-COUNT < 20
                   ADD 1 TO WS-RS-COUNT
                   SET WS-RS-IX TO WS-RS-COUNT
                   MOVE WS-OWN-PROGRAM TO WS-RS-PROGRAM (WS-RS-IX)
               ELSE
                   DISPLAY 'RUN-STAMP TABLE FULL - STAMP DROPPED'
               END-IF
           END-IF
           IF WS-RS-IX NOT > WS-RS-COUNT
               MOVE WS-CYCLE-DATE TO WS-RS-DATE (WS-RS-IX)
           END-IF
           OPEN OUTPUT CYCLE-RUN-FILE
           IF WS-CYCRUN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CYCLE RUN STAMPS: '
                       WS-CYCRUN-STATUS
           ELSE
               PERFORM 3950-WRITE-ONE-RUN-STAMP
                   VARYING WS-RS-IX FROM 1 BY 1
                   UNTIL WS-RS-IX > WS-RS-COUNT
               CLOSE CYCLE-RUN-FILE
           END-IF.

       3950-WRITE-ONE-RUN-STAMP.
           MOVE WS-RS-PROGRAM (WS-RS-IX) TO CR-PROGRAM
           MOVE WS-RS-DATE (WS-RS-IX) TO CR-LAST-CYCLE-DATE
           WRITE CYCLE-RUN-RECORD.
