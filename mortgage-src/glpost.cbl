       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  GENERAL-LEDGER POSTING
      *                     INTERFACE - EVERY STEP OF THE CHAIN MOVES
      *                     MONEY ON ITS OWN SUBLEDGER BUT NOTHING
      *                     EVER TOLD THE GENERAL LEDGER, SO THE
      *                     BOOKS WERE KEYED BY HAND FROM THE RUN
      *                     TOTALS.  FOR THE CYCLE DATE ON
      *                     CYCLECAL.TXT THIS PROGRAM READS EACH
      *                     STEP'S OUTPUT - THE INSTALLMENT, ESCROW
      *                     AND ARREARS LINES MORTGAGES APPENDS TO
      *                     AMORTSCH.TXT, THE CHECKS AND CORPORATE
      *                     ADVANCES ESCRDISB CUTS, THE LATE CHARGES
      *                     ASSESSED, COLLECTED AND WAIVED ON
      *                     LATEOPEN.TXT, THE RECEIPTS SUSPENDED AND
      *                     RESOLVED ON SUSPENSE.TXT, AND THE PAYOFFS
      *                     AND ESCROW REFUNDS MORTSATS SETTLES - AND
      *                     WRITES BALANCED DOUBLE-ENTRY JOURNAL
      *                     ENTRIES TO THE GL EXTRACT (GLEXTRCT.TXT).
      *                     DEBIT/CREDIT ACCOUNTS COME FROM THE
      *                     ACCOUNT MAP (GLACCTMP.TXT, GLACCT LAYOUT)
      *                     ACCOUNTING MAINTAINS WITHOUT A RECOMPILE.
      *                     CONTROL-ACCOUNT BALANCES ROLL FORWARD ON
      *                     GLBAL.TXT AND THE DAILY TRIAL BALANCE
      *                     (GLTRIAL.TXT) TIES EACH SUBLEDGER - LOAN
      *                     PRINCIPAL ON MORTPOS.DAT, ESCROW ON
      *                     MORTMAST.DAT, OPEN FEES ON LATEOPEN.TXT,
      *                     OPEN SUSPENSE, PAST DUE ON MORTPOS.DAT -
      *                     TO ITS GL CONTROL ACCOUNT.  THE SAME CYCLE
      *                     REFUSES TO POST TWICE (CYCLRUNS.TXT).
      *    10/15/2026 AJI   SATISFACTION-LETTER LINE AND ESCROW-REFUND
      *                     RECORD LAYOUTS FOLLOW MORTSATS OUT TO THE
      *                     MAIL-HOLD FLAG AND MAILING ADDRESS IT NOW
      *                     APPENDS.  HELD PIECES POST THE SAME AS
      *                     MAILED ONES - THE MONEY MOVED EITHER WAY.
      *    10/15/2026 AJI   RETURNED-PAYMENT REVERSALS OFF PAYRTRN'S
      *                     JOURNAL (RTRNJRNL.TXT) POST IN THE WINDOW
      *                     BY RUN DATE, ONE ENTRY PER LEG THE
      *                     RECEIPT HAD APPLIED TO - PAST DUE RESTORED
      *                     (RTPD), FEES REOPENED (RTFE) AND UNAPPLIED
      *                     REVERSED (RTUN) - AND THE RETURNED-PAYMENT
      *                     FEE ASSESSES UNDER ITS OWN CODE (NSFA).
      *                     A FEE WHOSE OVERAGE SOURCE CAME BACK
      *                     UNPAID IS COLLECTED FROM CASH (LFCO), NOT
      *                     THE OVERAGE.  THE RETURNED LINE ON THE
      *                     SCHEDULE IS AGING DATA AND DOES NOT POST.
      *                     THE ACCOUNT MAP NEEDS T ROWS FOR THE FOUR
      *                     NEW CODES.
      *    10/15/2026 AJI   FORECLOSURE CORPORATE ADVANCES OFF
      *                     FCLMAINT'S MILESTONE JOURNAL (FCLJRNL.TXT)
      *                     POST IN THE WINDOW BY RUN DATE - ATTORNEY
      *                     FEES (FCAF) AND COSTS (FCCA) UNDER CODES
      *                     OF THEIR OWN.  THE ACCOUNT MAP NEEDS T ROWS
      *                     FOR THE TWO NEW CODES.
      *    10/15/2026 AJI   PMI PREMIUMS - THE PREMIUM BILLED ON EACH
      *                     INSTALLMENT LINE (AMORTSCH.TXT PMIPREMIUM
      *                     COLUMN, PART OF THE TOTAL DUE) POSTS AS
      *                     COLLECTED FOR THE CARRIER (PMIC), AND THE
      *                     PMI REMITTANCE CHECKS ESCRDISB CUTS POST
      *                     AGAINST THAT PAYABLE (PMIR) RATHER THAN
      *                     OUT OF ESCROW.  THE ACCOUNT MAP NEEDS T
      *                     ROWS FOR THE TWO NEW CODES.
      *    10/15/2026 AJI   MODIFICATIONS - THE MODCAP LINE WORKOUT
      *                     (AND THE REPLAY) WRITES WHEN A PERMANENT
      *                     MODIFICATION CAPITALIZES THE ARREARS POSTS
      *                     THE AMOUNT UNDER A CODE OF ITS OWN (MCAP),
      *                     MOVING IT OUT OF PAST DUE AND INTO LOAN
      *                     PRINCIPAL.  THE ACCOUNT MAP NEEDS A T ROW
      *                     FOR THE NEW CODE.
      *    10/15/2026 AJI   BOARDED LOANS - EACH LOAN LOANBRD BOARDED
      *                     INSIDE THE WINDOW (AUDIT JOURNAL ACTION B,
      *                     BY RUN DATE) BOOKS ITS ACQUIRED PRINCIPAL
      *                     (BRDP), PAST DUE (BRDD) AND ESCROW BALANCE
      *                     (BRDE) OFF THE JOURNAL'S AFTER IMAGES.  THE
      *                     BOARDED LINE ON THE SCHEDULE IS AGING DATA
      *                     AND DOES NOT POST.  THE ACCOUNT MAP NEEDS T
      *                     ROWS FOR THE THREE NEW CODES.
      *    10/15/2026 AJI   ACCOUNT MAP CHECK NOW RUNS TO THE REQUIRED
      *                     CODE COUNT KEPT WITH THE TABLE - THE OLD
      *                     FIXED LIMIT MISSED THE BOARDING CODES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'glacctmp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO 'glbal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLBAL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO 'glextrct.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO 'gltrial.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRIAL-STATUS.

           SELECT OPTIONAL AMORTIZATION-SCHEDULE-FILE
           ASSIGN TO 'amortsch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL OPEN-FEE-FILE ASSIGN TO 'lateopen.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPENFEE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'suspense.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL CHECK-EXTRACT-FILE ASSIGN TO 'eschecks.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.

           SELECT OPTIONAL DISBURSE-REPORT-FILE ASSIGN TO 'escdisb.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISB-STATUS.

           SELECT OPTIONAL PAYOFF-QUOTE-FILE ASSIGN TO 'payoffqt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTE-STATUS.

           SELECT OPTIONAL SATISFACTION-LETTER-FILE
           ASSIGN TO 'satslttr.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

           SELECT OPTIONAL ESCROW-REFUND-FILE ASSIGN TO 'escrfund.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT OPTIONAL RETURN-JOURNAL-FILE ASSIGN TO 'rtrnjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL FCL-JOURNAL-FILE ASSIGN TO 'fcljrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FJRN-STATUS.

           SELECT OPTIONAL AUDIT-JOURNAL-FILE ASSIGN TO 'mortjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AJRN-STATUS.

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

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL CYCLE-RUN-FILE ASSIGN TO 'cyclruns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCRUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD.

           COPY GLACCT.

      *    CONTROL-ACCOUNT BALANCES CARRIED CYCLE TO CYCLE - ONE
      *    HEADER ROW (THE CYCLE DATE THE BALANCES ARE POSTED THROUGH
      *    AND THE LAST ESCROW DISBURSEMENT MONTH POSTED) FOLLOWED BY
      *    ONE ROW PER ACCOUNT WITH ITS CUMULATIVE DEBITS AND CREDITS.
       FD  GL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BALANCE-RECORD.
           05  GB-RECORD-TYPE            PIC X.
               88  GB-HEADER-REC             VALUE 'H'.
               88  GB-ACCOUNT-REC            VALUE 'A'.
           05  GB-ACCOUNT                PIC X(6).
           05  GB-DEBIT-TOTAL            PIC 9(11)V99.
           05  GB-CREDIT-TOTAL           PIC 9(11)V99.
       01  GL-BALANCE-HEADER.
           05  FILLER                    PIC X.
           05  GH-POSTED-THRU-DATE       PIC 9(8).
           05  GH-DISB-MONTH-POSTED      PIC 9(8).

       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.

           COPY GLREC.

       FD  TRIAL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-BALANCE-LINE            PIC X(132).

       FD  AMORTIZATION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-LINE                 PIC X(320).

       FD  OPEN-FEE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY LATEREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY SUSPREC.

      *    SAME LAYOUT ESCRDISB WRITES - ONE RECORD PER CHECK CUT.
       FD  CHECK-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-EXTRACT-RECORD.
           05  CK-MORTGAGEE-ID           PIC 9(6).
           05  CK-PAYEE-TYPE             PIC X.
           05  CK-PAYEE-NAME             PIC X(30).
           05  CK-PAYEE-ADDR             PIC X(30).
           05  CK-AMOUNT                 PIC 9(5)V99.
           05  CK-DUE-YEAR               PIC 9(4).
           05  CK-DUE-MONTH              PIC 9(2).

       FD  DISBURSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISBURSE-REPORT-LINE          PIC X(132).

       FD  PAYOFF-QUOTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYOFF-QUOTE-LINE             PIC X(132).

       FD  SATISFACTION-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SATISFACTION-LETTER-LINE      PIC X(200).

      *    SAME LAYOUT MORTSATS WRITES - ONE RECORD PER REFUND CHECK.
       FD  ESCROW-REFUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCROW-REFUND-RECORD.
           05  ER-MORTGAGEE-ID           PIC 9(6).
           05  ER-NAME                   PIC X(30).
           05  ER-REFUND-AMOUNT          PIC 9(7)V99.
           05  ER-REFUND-DATE            PIC 9(8).
           05  ER-MAIL-HOLD              PIC X.
           05  ER-MAILING-ADDRESS        PIC X(92).

       FD  RETURN-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.

           COPY RTRNJRNL.

       FD  FCL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 307 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY FCLJRNL.

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

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

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       FD  CYCLE-RUN-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLRUNS.

       WORKING-STORAGE SECTION.
      *    THE AFTER IMAGES OF A BOARDING ENTRY ON THE AUDIT JOURNAL,
      *    DECODED THROUGH THE MORTREC AND MORTPOS LAYOUTS.
           COPY MORTREC REPLACING LEADING ==MORTGAGEE== BY ==BRD==.

           COPY MORTPOS REPLACING ==SERVICING-POSITION-RECORD==
                               BY ==BRDP-RECORD==
                               LEADING ==SP== BY ==BRDP==.

       01  WS-MAP-STATUS             PIC XX.
       01  WS-GLBAL-STATUS           PIC XX.
       01  WS-EXTRACT-STATUS         PIC XX.
       01  WS-TRIAL-STATUS           PIC XX.
       01  WS-SCHEDULE-STATUS        PIC XX.
       01  WS-OPENFEE-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS        PIC XX.
       01  WS-CHECK-STATUS           PIC XX.
       01  WS-DISB-STATUS            PIC XX.
       01  WS-QUOTE-STATUS           PIC XX.
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-REFUND-STATUS          PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-FJRN-STATUS            PIC XX.
       01  WS-AJRN-STATUS            PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
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
           05  WS-OWN-PROGRAM        PIC X(9) VALUE 'GLPOST'.

       01  WS-RUN-STAMP-TABLE.
           05  WS-RS-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-RS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RS-IX.
               10  WS-RS-PROGRAM     PIC X(9).
               10  WS-RS-DATE        PIC 9(8).

       01  WS-SWITCHES.
           05  WS-MAP-EOF-SW         PIC X VALUE 'N'.
               88  WS-MAP-EOF            VALUE 'Y'.
           05  WS-MAP-ERROR-SW       PIC X VALUE 'N'.
               88  WS-MAP-ERROR          VALUE 'Y'.
           05  WS-GLBAL-EOF-SW       PIC X VALUE 'N'.
               88  WS-GLBAL-EOF          VALUE 'Y'.
           05  WS-GLBAL-ON-HAND-SW   PIC X VALUE 'N'.
               88  WS-GLBAL-ON-HAND      VALUE 'Y'.
           05  WS-SCHEDULE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SCHEDULE-EOF       VALUE 'Y'.
               88  WS-SCHEDULE-NOT-EOF   VALUE 'N'.
           05  WS-OPENFEE-EOF-SW     PIC X VALUE 'N'.
               88  WS-OPENFEE-EOF        VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SW    PIC X VALUE 'N'.
               88  WS-SUSPENSE-EOF       VALUE 'Y'.
           05  WS-CHECK-EOF-SW       PIC X VALUE 'N'.
               88  WS-CHECK-EOF          VALUE 'Y'.
           05  WS-DISB-EOF-SW        PIC X VALUE 'N'.
               88  WS-DISB-EOF           VALUE 'Y'.
           05  WS-QUOTE-EOF-SW       PIC X VALUE 'N'.
               88  WS-QUOTE-EOF          VALUE 'Y'.
           05  WS-LETTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-LETTER-EOF         VALUE 'Y'.
           05  WS-REFUND-EOF-SW      PIC X VALUE 'N'.
               88  WS-REFUND-EOF         VALUE 'Y'.
           05  WS-JRNL-EOF-SW        PIC X VALUE 'N'.
               88  WS-JRNL-EOF           VALUE 'Y'.
           05  WS-FJRN-EOF-SW        PIC X VALUE 'N'.
               88  WS-FJRN-EOF           VALUE 'Y'.
           05  WS-AJRN-EOF-SW        PIC X VALUE 'N'.
               88  WS-AJRN-EOF           VALUE 'Y'.
           05  WS-MASTER-EOF-SW      PIC X VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-POSITION-ON-SW     PIC X VALUE 'N'.
               88  WS-POSITION-ON-HAND   VALUE 'Y'.
           05  WS-CHECKS-POSTED-SW   PIC X VALUE 'N'.
               88  WS-CHECKS-POSTED      VALUE 'Y'.

      *    THE POSTING WINDOW.  A SUBLEDGER ROW POSTS WHEN ITS DATE
      *    FALLS AFTER THE DATE GLBAL.TXT IS POSTED THROUGH AND ON OR
      *    BEFORE THE CYCLE DATE, SO A DAY THE INTERFACE DID NOT RUN
      *    IS PICKED UP BY THE NEXT ONE AND NOTHING POSTS TWICE.
      *    SCHEDULE LINES CARRY ONLY A DUE YEAR/MONTH AND POST WITH
      *    THE FIRST CYCLE OF THEIR MONTH; THE MONTHLY ESCROW CHECK
      *    RUN POSTS ONCE, THE FIRST CYCLE THAT SEES ITS MONTH.
       01  WS-WINDOW-VALUES.
           05  WS-WINDOW-AFTER       PIC 9(8) VALUE 0.
           05  WS-WINDOW-MONTHS      PIC 9(6) VALUE 0.
           05  WS-CYCLE-MONTHS       PIC 9(6) VALUE 0.
           05  WS-CYCLE-MONTH-STAMP  PIC 9(8) VALUE 0.
           05  WS-DISB-MONTH-POSTED  PIC 9(8) VALUE 0.
           05  WS-NEW-DISB-MONTH     PIC 9(8) VALUE 0.
           05  WS-CHECK-MONTH-STAMP  PIC 9(8) VALUE 0.
           05  WS-LINE-MONTHS        PIC 9(6) VALUE 0.

      *    EVERY TRANSACTION CODE THIS PROGRAM CAN POST.  THE ACCOUNT
      *    MAP MUST CARRY A T ROW FOR EACH ONE BEFORE ANYTHING POSTS
      *    - HALF A CYCLE ON THE LEDGER IS WORSE THAN NONE.
      *      PRIN INSTALLMENT PRINCIPAL     INTR INSTALLMENT INTEREST
      *      ESCD ESCROW DEPOSIT            CURT PRINCIPAL CURTAILMENT
      *      SHRT INSTALLMENT SHORTFALL     OVRG RECEIPT OVER AMOUNT DUE
      *      ARRS ARREARS RECEIPT           LFAS LATE FEE ASSESSED
      *      LFCO LATE FEE COLLECTED        LFOV LATE FEE FROM OVERAGE
      *      LFWV LATE FEE WAIVED           SUSP RECEIPT SUSPENDED
      *      SURA SUSPENSE REAPPLIED        SURF SUSPENSE REFUNDED
      *      SUWO SUSPENSE WRITTEN OFF      ESCK ESCROW CHECK CUT
      *      ADVC CORPORATE ADVANCE         PAYP PAYOFF PRINCIPAL
      *      PAYI PAYOFF INTEREST           PAYX PAYOFF OVERAGE
      *      PAYS PAYOFF SHORTAGE           ESRF ESCROW REFUND
      *      RTPD RETURNED PAST DUE         RTFE RETURNED FEES REOPENED
      *      RTUN RETURNED UNAPPLIED        NSFA RETURNED-PMT FEE
      *      FCAF FCL ATTORNEY FEE ADVANCED FCCA FCL COST ADVANCED
      *      PMIC PMI PREMIUM COLLECTED     PMIR PMI PREMIUM REMITTED
      *      MCAP ARREARS CAPITALIZED       BRDP BOARDED PRINCIPAL
      *      BRDD BOARDED PAST DUE          BRDE BOARDED ESCROW
       01  WS-REQUIRED-CODE-LIST.
           05  FILLER                PIC X(24)
                   VALUE 'PRININTRESCDCURTSHRTOVRG'.
           05  FILLER                PIC X(24)
                   VALUE 'ARRSLFASLFCOLFOVLFWVSUSP'.
           05  FILLER                PIC X(24)
                   VALUE 'SURASURFSUWOESCKADVCPAYP'.
           05  FILLER                PIC X(24)
                   VALUE 'PAYIPAYXPAYSESRFRTPDRTFE'.
           05  FILLER                PIC X(24)
                   VALUE 'RTUNNSFAFCAFFCCAPMICPMIR'.
           05  FILLER                PIC X(16)
                   VALUE 'MCAPBRDPBRDDBRDE'.
       01  WS-REQUIRED-CODES REDEFINES WS-REQUIRED-CODE-LIST.
           05  WS-REQ-CODE           PIC X(4) OCCURS 34 TIMES
                   INDEXED BY WS-REQ-IX.
      *    CODES IN THE LIST ABOVE - MOVES WITH THE OCCURS WHEN A CODE
      *    IS ADDED.
       01  WS-REQ-CODE-COUNT         PIC 9(3) VALUE 34 COMP.

      *    ACCOUNTS - DEFINED BY THE MAP'S A ROWS (PLUS ANY ACCOUNT
      *    GLBAL.TXT STILL CARRIES THAT THE MAP HAS SINCE DROPPED),
      *    WITH THE BALANCE BROUGHT FORWARD AND THIS CYCLE'S ACTIVITY.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-COUNT          PIC 9(4) VALUE 0 COMP.
           05  WS-ACT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACT-IX.
               10  WS-ACT-ACCT       PIC X(6).
               10  WS-ACT-DESC       PIC X(30).
               10  WS-ACT-OPEN-DR    PIC 9(11)V99.
               10  WS-ACT-OPEN-CR    PIC 9(11)V99.
               10  WS-ACT-DAY-DR     PIC 9(11)V99.
               10  WS-ACT-DAY-CR     PIC 9(11)V99.

       01  WS-TXN-MAP-TABLE.
           05  WS-TM-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-TM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TM-IX.
               10  WS-TM-CODE        PIC X(4).
               10  WS-TM-DEBIT       PIC X(6).
               10  WS-TM-CREDIT      PIC X(6).
               10  WS-TM-DESC        PIC X(30).

       01  WS-CONTROL-TABLE.
           05  WS-CT-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-CT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CT-IX.
               10  WS-CT-CODE        PIC X(4).
               10  WS-CT-ACCT        PIC X(6).
               10  WS-CT-SIDE        PIC X.
                   88  WS-CT-DEBIT-NORMAL  VALUE 'D'.
                   88  WS-CT-CREDIT-NORMAL VALUE 'C'.
               10  WS-CT-DESC        PIC X(30).

      *    PAYOFFS SATISFIED INSIDE THE WINDOW, OFF SATSLTTR.TXT,
      *    WITH THE QUOTED INTEREST AND THE LATE CHARGES THE WIRE
      *    COLLECTED GATHERED AGAINST EACH BEFORE IT POSTS.
       01  WS-PAYOFF-TABLE.
           05  WS-PO-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-PO-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PO-IX.
               10  WS-PO-ID          PIC 9(6).
               10  WS-PO-AMOUNT      PIC 9(9)V99.
               10  WS-PO-INTEREST    PIC 9(7)V99.
               10  WS-PO-FEES        PIC 9(7)V99.

      *    THE SCHEDULE LINE SPLIT INTO ITS COMMA FIELDS.  FIELD
      *    POSITIONS FOLLOW THE AMORTSCH.TXT HEADER WRITTEN BY
      *    MORTGAGES.
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
           05  WS-LINE-PRINCIPAL     PIC 9(7)V99 VALUE 0.
           05  WS-LINE-INTEREST      PIC 9(7)V99 VALUE 0.
           05  WS-LINE-RECEIVED      PIC 9(7)V99 VALUE 0.
           05  WS-LINE-EXTRA         PIC 9(7)V99 VALUE 0.
           05  WS-LINE-ESCROW        PIC 9(7)V99 VALUE 0.
           05  WS-LINE-TOTAL-DUE     PIC 9(7)V99 VALUE 0.
           05  WS-LINE-PMI           PIC 9(7)V99 VALUE 0.

      *    THE QUOTE LINE SPLIT INTO ITS COMMA FIELDS - SAME COLUMN
      *    ORDER 2980-WRITE-PAYOFF-QUOTE IN MORTGAGES WRITES.
       01  WS-QT-PARSED-FIELDS.
           05  WS-QTF-RUN-DATE       PIC X(10).
           05  WS-QTF-ID             PIC X(8).
           05  WS-QTF-NAME           PIC X(40).
           05  WS-QTF-PAYOFF-DATE    PIC X(10).
           05  WS-QTF-LP-PMT-NO      PIC X(5).
           05  WS-QTF-BALANCE        PIC X(14).
           05  WS-QTF-RATE           PIC X(8).
           05  WS-QTF-PER-DIEM       PIC X(10).
           05  WS-QTF-DAYS           PIC X(7).
           05  WS-QTF-INTEREST       PIC X(12).
           05  WS-QTF-TOTAL          PIC X(15).
           05  WS-QTF-GOOD-THRU      PIC X(10).

      *    THE SATISFACTION-LETTER LINE - SAME COLUMNS MORTSATS
      *    WRITES.
       01  WS-LETTER-DETAIL.
           05  LTR-ID                PIC 9(6).
           05  FILLER                PIC X(2).
           05  LTR-NAME              PIC X(30).
           05  FILLER                PIC X(2).
           05  LTR-DATE              PIC 9(8).
           05  FILLER                PIC X(2).
           05  LTR-AMOUNT            PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2).
           05  LTR-TEXT              PIC X(26).
           05  FILLER                PIC X(2).
           05  LTR-MAIL-HOLD         PIC X.
           05  FILLER                PIC X(107).

      *    THE DISBURSEMENT REPORT LINE - SAME COLUMNS ESCRDISB
      *    WRITES.  AN ADVANCE LINE'S SHORTFALL IS THE CHECK AMOUNT
      *    LESS THE BALANCE THAT WAS ON HAND BEFORE IT.
       01  WS-DISB-REPORT-DETAIL.
           05  RPT-ID                PIC 9(6).
           05  FILLER                PIC X(2).
           05  RPT-NAME              PIC X(30).
           05  FILLER                PIC X(2).
           05  RPT-TYPE              PIC X(3).
           05  FILLER                PIC X(2).
           05  RPT-PAYEE             PIC X(30).
           05  FILLER                PIC X(2).
           05  RPT-AMOUNT            PIC ZZZZ9.99.
           05  FILLER                PIC X(2).
           05  RPT-BAL-BEFORE        PIC ZZZZ9.99.
           05  FILLER                PIC X(2).
           05  RPT-BAL-AFTER         PIC ZZZZ9.99.
           05  FILLER                PIC X(2).
           05  RPT-FLAG              PIC X(10).

      *    ONE ENTRY'S WORKING FIELDS - THE CALLER SETS THE CODE,
      *    AMOUNT AND LOAN AND PERFORMS 2800-POST-ENTRY.
       01  WS-POST-VALUES.
           05  WS-POST-CODE          PIC X(4) VALUE SPACES.
           05  WS-POST-AMOUNT        PIC 9(9)V99 VALUE 0.
           05  WS-POST-ID            PIC 9(6) VALUE 0.
           05  WS-FIND-ACCT          PIC X(6) VALUE SPACES.
           05  WS-FIND-CODE          PIC X(4) VALUE SPACES.
           05  WS-ENTRY-NO           PIC 9(6) VALUE 0.

      *    PAYOFF AND DISBURSEMENT WORK FIELDS
       01  WS-WORK-VALUES.
           05  WS-PO-PRINCIPAL       PIC 9(7)V99 VALUE 0.
           05  WS-PO-REMAINDER       PIC S9(9)V99 VALUE 0.
           05  WS-DISB-AMOUNT        PIC 9(5)V99 VALUE 0.
           05  WS-DISB-BAL-BEFORE    PIC 9(5)V99 VALUE 0.
           05  WS-QUOTE-ID           PIC 9(6) VALUE 0.

      *    SUBLEDGER TOTALS THE CONTROL ACCOUNTS TIE TO
       01  WS-SUBLEDGER-TOTALS.
           05  WS-SUB-PRINCIPAL      PIC 9(11)V99 VALUE 0.
           05  WS-SUB-ESCROW         PIC 9(11)V99 VALUE 0.
           05  WS-SUB-FEES           PIC 9(11)V99 VALUE 0.
           05  WS-SUB-SUSPENSE       PIC 9(11)V99 VALUE 0.
           05  WS-SUB-PAST-DUE       PIC 9(11)V99 VALUE 0.
           05  WS-SUB-AMOUNT         PIC 9(11)V99 VALUE 0.

      *    TRIAL-BALANCE ARITHMETIC - SIGNED, DEBIT POSITIVE
       01  WS-BALANCE-VALUES.
           05  WS-NET-OPEN           PIC S9(11)V99 VALUE 0.
           05  WS-NET-ACTIVITY       PIC S9(11)V99 VALUE 0.
           05  WS-NET-CLOSE          PIC S9(11)V99 VALUE 0.
           05  WS-TIE-DIFFERENCE     PIC S9(11)V99 VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-SCHED-LINES-POSTED PIC 9(6) VALUE 0.
           05  WS-FEE-ROWS-POSTED    PIC 9(6) VALUE 0.
           05  WS-SUSP-ROWS-POSTED   PIC 9(6) VALUE 0.
           05  WS-CHECKS-POSTED-CNT  PIC 9(6) VALUE 0.
           05  WS-PAYOFFS-POSTED     PIC 9(6) VALUE 0.
           05  WS-REFUNDS-POSTED     PIC 9(6) VALUE 0.
           05  WS-RETURNS-POSTED     PIC 9(6) VALUE 0.
           05  WS-FCL-ADVANCES-POSTED PIC 9(6) VALUE 0.
           05  WS-BOARDINGS-POSTED   PIC 9(6) VALUE 0.
           05  WS-ENTRIES-WRITTEN    PIC 9(6) VALUE 0.
           05  WS-CONTROL-BREAKS     PIC 9(4) VALUE 0.
           05  WS-TOTAL-DEBITS       PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-CREDITS      PIC 9(11)V99 VALUE 0.
           05  OUT-TOTAL-DEBITS      PIC ZZZZZZZZZZ9.99.
           05  OUT-TOTAL-CREDITS     PIC ZZZZZZZZZZ9.99.

       01  WS-TB-HEADING.
           05  FILLER                PIC X(35)
                   VALUE 'GLPOST DAILY TRIAL BALANCE - CYCLE '.
           05  TBH-CYCLE-DATE        PIC 9(8).
           05  FILLER                PIC X(16)
                   VALUE '   POSTED AFTER '.
           05  TBH-WINDOW-AFTER      PIC 9(8).

       01  WS-TB-DETAIL.
           05  TB-ACCOUNT            PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TB-DESC               PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TB-OPENING            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TB-DEBITS             PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TB-CREDITS            PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TB-CLOSING            PIC -ZZZZZZZZZZ9.99.

       01  WS-TIE-DETAIL.
           05  TIE-CODE              PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TIE-ACCOUNT           PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TIE-DESC              PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TIE-GL-BALANCE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TIE-SUBLEDGER         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TIE-DIFFERENCE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TIE-FLAG              PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-SCHEDULE-LINES
           PERFORM 2100-POST-LATE-FEES
           PERFORM 2200-POST-SUSPENSE
           PERFORM 2300-POST-ESCROW-CHECKS
           PERFORM 2400-POST-ONE-PAYOFF
               VARYING WS-PO-IX FROM 1 BY 1
               UNTIL WS-PO-IX > WS-PO-COUNT
           PERFORM 2500-POST-ESCROW-REFUNDS
           PERFORM 2550-POST-RETURNED-RECEIPTS
           PERFORM 2570-POST-FCL-ADVANCES
           PERFORM 2590-POST-BOARDED-LOANS
           PERFORM 2600-TOTAL-MASTER-SUBLEDGERS
           IF NOT WS-GLBAL-ON-HAND
               PERFORM 2700-OPEN-ONE-CONTROL-ACCOUNT
                   VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
           END-IF
           PERFORM 2900-PRINT-TRIAL-BALANCE
           PERFORM 2950-REWRITE-GL-BALANCES
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           PERFORM 1100-LOAD-ACCOUNT-MAP
           PERFORM 1150-VERIFY-ACCOUNT-MAP
           PERFORM 1200-LOAD-GL-BALANCES
           PERFORM 1250-SET-POSTING-WINDOW
           PERFORM 1300-LOAD-PAYOFF-LETTERS
           PERFORM 1350-LOAD-PAYOFF-QUOTES

           OPEN INPUT SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS = '00'
               SET WS-POSITION-ON-HAND TO TRUE
           ELSE
               DISPLAY 'WARNING: NO SERVICING POSITION FILE ON HAND - '
                       'PRINCIPAL SUBLEDGER IS ZERO'
           END-IF

           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL EXTRACT FILE: '
                       WS-EXTRACT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TRIAL-BALANCE-FILE
           IF WS-TRIAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRIAL BALANCE FILE: '
                       WS-TRIAL-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  NO CALENDAR ON HAND WARNS AND RUNS ON THE
      *    SYSTEM DATE, THE PRE-CALENDAR BEHAVIOR; WITH ONE ON HAND
      *    THE SAME CYCLE DATE REFUSES TO POST TWICE WITHOUT
      *    CYCL-RERUN=Y.
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
           ELSE
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

       1007-VERIFY-CYCLE-NOT-RUN.
           ACCEPT WS-RERUN-FLAG FROM ENVIRONMENT 'CYCL-RERUN'
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX NOT > WS-RS-COUNT
               AND WS-RS-DATE (WS-RS-IX) = WS-CYCLE-DATE
               AND NOT WS-RERUN-ALLOWED
               DISPLAY 'GLPOST: CYCLE ' WS-CYCLE-DATE ' ALREADY '
                       'POSTED - ADVANCE THE CALENDAR WITH CYCLEEND '
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

      ******************************************************************
      *    1100-LOAD-ACCOUNT-MAP - THE MAP IS THE ONE INPUT THIS RUN
      *    CANNOT DO WITHOUT: NO MAP, NO POSTING.
      ******************************************************************
       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'GLPOST: NO ACCOUNT MAP ON HAND (GLACCTMP.TXT) '
                       '- NOTHING CAN POST: ' WS-MAP-STATUS
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-MAP-ROW UNTIL WS-MAP-EOF
           CLOSE ACCOUNT-MAP-FILE.

       1110-LOAD-ONE-MAP-ROW.
           READ ACCOUNT-MAP-FILE
               AT END SET WS-MAP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GA-ACCOUNT-DEF
                           MOVE GA-DEBIT-ACCT TO WS-FIND-ACCT
                           PERFORM 1120-ADD-ACCOUNT
                           MOVE GA-DESCRIPTION
                               TO WS-ACT-DESC (WS-ACT-IX)
                       WHEN GA-TXN-MAP
                           PERFORM 1130-ADD-TXN-MAP
                       WHEN GA-CONTROL-MAP
                           PERFORM 1140-ADD-CONTROL-MAP
                       WHEN OTHER
                           DISPLAY 'ACCOUNT MAP ROW IGNORED - UNKNOWN '
                                   'RECORD TYPE: ' GL-ACCOUNT-MAP-RECORD
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    1120-ADD-ACCOUNT - FIND WS-FIND-ACCT ON THE ACCOUNT TABLE,
      *    ADDING IT WITH ZERO BALANCES WHEN IT IS NOT THERE YET.
      *    LEAVES WS-ACT-IX ON THE ENTRY.
      ******************************************************************
       1120-ADD-ACCOUNT.
           PERFORM 2850-FIND-ACCOUNT
           IF WS-ACT-IX > WS-ACT-COUNT
               IF WS-ACT-COUNT < 200
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IX TO WS-ACT-COUNT
                   MOVE WS-FIND-ACCT TO WS-ACT-ACCT (WS-ACT-IX)
                   MOVE SPACES TO WS-ACT-DESC (WS-ACT-IX)
                   MOVE 0 TO WS-ACT-OPEN-DR (WS-ACT-IX)
                   MOVE 0 TO WS-ACT-OPEN-CR (WS-ACT-IX)
                   MOVE 0 TO WS-ACT-DAY-DR (WS-ACT-IX)
                   MOVE 0 TO WS-ACT-DAY-CR (WS-ACT-IX)
               ELSE
                   DISPLAY 'GL ACCOUNTS EXCEED TABLE LIMIT - '
                           'RAISE THE OCCURS AND RERUN'
                   STOP RUN
               END-IF
           END-IF.

       1130-ADD-TXN-MAP.
           IF WS-TM-COUNT < 100
               ADD 1 TO WS-TM-COUNT
               SET WS-TM-IX TO WS-TM-COUNT
               MOVE GA-CODE TO WS-TM-CODE (WS-TM-IX)
               MOVE GA-DEBIT-ACCT TO WS-TM-DEBIT (WS-TM-IX)
               MOVE GA-CREDIT-ACCT TO WS-TM-CREDIT (WS-TM-IX)
               MOVE GA-DESCRIPTION TO WS-TM-DESC (WS-TM-IX)
           ELSE
               DISPLAY 'TRANSACTION MAP EXCEEDS TABLE LIMIT - '
                       'RAISE THE OCCURS AND RERUN'
               STOP RUN
           END-IF.

       1140-ADD-CONTROL-MAP.
           IF WS-CT-COUNT < 20
               ADD 1 TO WS-CT-COUNT
               SET WS-CT-IX TO WS-CT-COUNT
               MOVE GA-CODE TO WS-CT-CODE (WS-CT-IX)
               MOVE GA-DESCRIPTION TO WS-CT-DESC (WS-CT-IX)
               IF GA-DEBIT-ACCT NOT = SPACES
                   MOVE GA-DEBIT-ACCT TO WS-CT-ACCT (WS-CT-IX)
                   MOVE 'D' TO WS-CT-SIDE (WS-CT-IX)
               ELSE
                   MOVE GA-CREDIT-ACCT TO WS-CT-ACCT (WS-CT-IX)
                   MOVE 'C' TO WS-CT-SIDE (WS-CT-IX)
               END-IF
           ELSE
               DISPLAY 'CONTROL MAP EXCEEDS TABLE LIMIT - '
                       'RAISE THE OCCURS AND RERUN'
               STOP RUN
           END-IF.

      ******************************************************************
      *    1150-VERIFY-ACCOUNT-MAP - EVERY CODE THIS PROGRAM POSTS
      *    NEEDS A T ROW, AND EVERY ACCOUNT A T OR C ROW NAMES NEEDS
      *    AN A ROW.  ANY GAP IS LISTED IN FULL AND STOPS THE RUN
      *    BEFORE A SINGLE ENTRY IS WRITTEN.
      ******************************************************************
       1150-VERIFY-ACCOUNT-MAP.
           PERFORM 1155-VERIFY-ONE-REQUIRED-CODE
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-CODE-COUNT
           PERFORM 1160-VERIFY-ONE-TXN-ROW
               VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX > WS-TM-COUNT
           PERFORM 1165-VERIFY-ONE-CONTROL-ROW
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
           IF WS-MAP-ERROR
               DISPLAY 'GLPOST: ACCOUNT MAP INCOMPLETE - CORRECT '
                       'GLACCTMP.TXT AND RERUN'
               STOP RUN
           END-IF.

       1155-VERIFY-ONE-REQUIRED-CODE.
           MOVE WS-REQ-CODE (WS-REQ-IX) TO WS-FIND-CODE
           PERFORM 2810-FIND-TXN-MAP
           IF WS-TM-IX > WS-TM-COUNT
               DISPLAY 'NO ACCOUNT MAPPING FOR TRANSACTION CODE '
                       WS-FIND-CODE
               SET WS-MAP-ERROR TO TRUE
           END-IF.

       1160-VERIFY-ONE-TXN-ROW.
           MOVE WS-TM-DEBIT (WS-TM-IX) TO WS-FIND-ACCT
           PERFORM 1170-VERIFY-ACCOUNT-DEFINED
           MOVE WS-TM-CREDIT (WS-TM-IX) TO WS-FIND-ACCT
           PERFORM 1170-VERIFY-ACCOUNT-DEFINED.

       1165-VERIFY-ONE-CONTROL-ROW.
           MOVE WS-CT-ACCT (WS-CT-IX) TO WS-FIND-ACCT
           PERFORM 1170-VERIFY-ACCOUNT-DEFINED
           IF WS-CT-CODE (WS-CT-IX) NOT = 'PRIN'
               AND WS-CT-CODE (WS-CT-IX) NOT = 'ESCR'
               AND WS-CT-CODE (WS-CT-IX) NOT = 'FEES'
               AND WS-CT-CODE (WS-CT-IX) NOT = 'SUSP'
               AND WS-CT-CODE (WS-CT-IX) NOT = 'PDUE'
               DISPLAY 'UNKNOWN SUBLEDGER ON CONTROL ROW: '
                       WS-CT-CODE (WS-CT-IX)
               SET WS-MAP-ERROR TO TRUE
           END-IF.

       1170-VERIFY-ACCOUNT-DEFINED.
           PERFORM 2850-FIND-ACCOUNT
           IF WS-ACT-IX > WS-ACT-COUNT
               DISPLAY 'ACCOUNT NOT DEFINED ON THE MAP: ' WS-FIND-ACCT
               SET WS-MAP-ERROR TO TRUE
           END-IF.

      ******************************************************************
      *    1200-LOAD-GL-BALANCES - THE BALANCES BROUGHT FORWARD.  NO
      *    FILE ON HAND IS THE FIRST-EVER RUN: THE CONTROL ACCOUNTS
      *    ARE OPENED FROM THE SUBLEDGERS ONCE THIS CYCLE HAS POSTED
      *    (2700), SO THE CONVERSION DAY TIES BY CONSTRUCTION AND
      *    EVERY LATER DAY TIES ONLY IF THE POSTINGS DO.
      ******************************************************************
       1200-LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLBAL-STATUS = '00'
               PERFORM 1210-LOAD-ONE-BALANCE UNTIL WS-GLBAL-EOF
           ELSE
               SET WS-GLBAL-EOF TO TRUE
           END-IF
           CLOSE GL-BALANCE-FILE
           IF NOT WS-GLBAL-ON-HAND
               DISPLAY 'WARNING: NO GL BALANCE FILE ON HAND - CONTROL '
                       'ACCOUNTS OPENED FROM THE SUBLEDGERS'
           END-IF.

       1210-LOAD-ONE-BALANCE.
           READ GL-BALANCE-FILE
               AT END SET WS-GLBAL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GB-HEADER-REC
                           SET WS-GLBAL-ON-HAND TO TRUE
                           MOVE GH-POSTED-THRU-DATE TO WS-WINDOW-AFTER
                           MOVE GH-DISB-MONTH-POSTED
                               TO WS-DISB-MONTH-POSTED
                       WHEN GB-ACCOUNT-REC
                           MOVE GB-ACCOUNT TO WS-FIND-ACCT
                           PERFORM 1120-ADD-ACCOUNT
                           IF WS-ACT-DESC (WS-ACT-IX) = SPACES
                               MOVE '*** NOT ON ACCOUNT MAP ***'
                                   TO WS-ACT-DESC (WS-ACT-IX)
                           END-IF
                           MOVE GB-DEBIT-TOTAL
                               TO WS-ACT-OPEN-DR (WS-ACT-IX)
                           MOVE GB-CREDIT-TOTAL
                               TO WS-ACT-OPEN-CR (WS-ACT-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    1250-SET-POSTING-WINDOW - AFTER THE POSTED-THROUGH DATE ON
      *    GLBAL.TXT, THROUGH THE CYCLE DATE.  THE FIRST-EVER RUN
      *    POSTS THE CYCLE DATE ALONE.  A WINDOW THAT IS ALREADY
      *    SHUT (A FORCED RERUN OVER BALANCES THAT ALREADY CARRY THE
      *    CYCLE) POSTS NOTHING AND JUST REPRINTS THE TRIAL BALANCE.
      ******************************************************************
       1250-SET-POSTING-WINDOW.
           IF NOT WS-GLBAL-ON-HAND OR WS-WINDOW-AFTER = 0
               COMPUTE WS-WINDOW-AFTER = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - 1)
               COMPUTE WS-DISB-MONTH-POSTED =
                   FUNCTION NUMVAL(WS-WINDOW-AFTER (1:6)) * 100
           END-IF
           COMPUTE WS-WINDOW-MONTHS =
               FUNCTION NUMVAL(WS-WINDOW-AFTER (1:4)) * 12
               + FUNCTION NUMVAL(WS-WINDOW-AFTER (5:2))
           COMPUTE WS-CYCLE-MONTHS =
               FUNCTION NUMVAL(WS-CYCLE-DATE (1:4)) * 12
               + FUNCTION NUMVAL(WS-CYCLE-DATE (5:2))
           COMPUTE WS-CYCLE-MONTH-STAMP =
               FUNCTION NUMVAL(WS-CYCLE-DATE (1:6)) * 100
           MOVE WS-DISB-MONTH-POSTED TO WS-NEW-DISB-MONTH
           IF WS-WINDOW-AFTER NOT < WS-CYCLE-DATE
               DISPLAY 'GLPOST: GL BALANCES ALREADY POSTED THROUGH '
                       WS-WINDOW-AFTER ' - NOTHING NEW TO POST'
           END-IF.

      ******************************************************************
      *    1300-LOAD-PAYOFF-LETTERS - EVERY LOAN MORTSATS SATISFIED
      *    ON FUNDS RECEIVED INSIDE THE WINDOW.
      ******************************************************************
       1300-LOAD-PAYOFF-LETTERS.
           OPEN INPUT SATISFACTION-LETTER-FILE
           IF WS-LETTER-STATUS = '00'
               PERFORM 1310-LOAD-ONE-LETTER UNTIL WS-LETTER-EOF
           ELSE
               SET WS-LETTER-EOF TO TRUE
           END-IF
           CLOSE SATISFACTION-LETTER-FILE.

       1310-LOAD-ONE-LETTER.
           READ SATISFACTION-LETTER-FILE
               AT END SET WS-LETTER-EOF TO TRUE
               NOT AT END
                   MOVE SATISFACTION-LETTER-LINE TO WS-LETTER-DETAIL
                   IF LTR-ID NUMERIC AND LTR-DATE NUMERIC
                       AND LTR-DATE > WS-WINDOW-AFTER
                       AND LTR-DATE NOT > WS-CYCLE-DATE
                       PERFORM 1320-ADD-PAYOFF
                   END-IF
           END-READ.

       1320-ADD-PAYOFF.
           IF WS-PO-COUNT < 500
               ADD 1 TO WS-PO-COUNT
               SET WS-PO-IX TO WS-PO-COUNT
               MOVE LTR-ID TO WS-PO-ID (WS-PO-IX)
               MOVE LTR-AMOUNT TO WS-PO-AMOUNT (WS-PO-IX)
               MOVE 0 TO WS-PO-INTEREST (WS-PO-IX)
               MOVE 0 TO WS-PO-FEES (WS-PO-IX)
           ELSE
               DISPLAY 'PAYOFFS EXCEED TABLE LIMIT - '
                       'RAISE THE OCCURS AND RERUN'
               STOP RUN
           END-IF.

      ******************************************************************
      *    1350-LOAD-PAYOFF-QUOTES - THE QUOTED INTEREST FOR EACH LOAN
      *    PAID OFF.  THE QUOTE FILE ONLY EVER EXTENDS, SO THE LAST
      *    QUOTE READ FOR A LOAN IS THE ONE MORTSATS SETTLED AGAINST.
      ******************************************************************
       1350-LOAD-PAYOFF-QUOTES.
           IF WS-PO-COUNT > 0
               OPEN INPUT PAYOFF-QUOTE-FILE
               IF WS-QUOTE-STATUS = '00'
                   PERFORM 1360-LOAD-ONE-QUOTE UNTIL WS-QUOTE-EOF
               ELSE
                   SET WS-QUOTE-EOF TO TRUE
               END-IF
               CLOSE PAYOFF-QUOTE-FILE
           END-IF.

       1360-LOAD-ONE-QUOTE.
           READ PAYOFF-QUOTE-FILE
               AT END SET WS-QUOTE-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-QT-PARSED-FIELDS
                   UNSTRING PAYOFF-QUOTE-LINE DELIMITED BY ','
                       INTO WS-QTF-RUN-DATE WS-QTF-ID WS-QTF-NAME
                            WS-QTF-PAYOFF-DATE WS-QTF-LP-PMT-NO
                            WS-QTF-BALANCE WS-QTF-RATE WS-QTF-PER-DIEM
                            WS-QTF-DAYS WS-QTF-INTEREST WS-QTF-TOTAL
                            WS-QTF-GOOD-THRU
                   END-UNSTRING
                   IF WS-QTF-ID (1:6) NUMERIC
                       COMPUTE WS-QUOTE-ID =
                           FUNCTION NUMVAL(WS-QTF-ID)
                       PERFORM 2410-FIND-PAYOFF
                       IF WS-PO-IX NOT > WS-PO-COUNT
                           COMPUTE WS-PO-INTEREST (WS-PO-IX) =
                               FUNCTION NUMVAL(WS-QTF-INTEREST)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    2000-POST-SCHEDULE-LINES - THE INSTALLMENT AND ARREARS
      *    LINES MORTGAGES APPENDED FOR THE MONTHS INSIDE THE WINDOW.
      ******************************************************************
       2000-POST-SCHEDULE-LINES.
           OPEN INPUT AMORTIZATION-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM 2010-READ-SCHEDULE
      *    FIRST LINE OF AMORTSCH.TXT IS THE COLUMN HEADER
               IF WS-SCHEDULE-NOT-EOF
                   PERFORM 2010-READ-SCHEDULE
               END-IF
               PERFORM 2020-POST-ONE-SCHEDULE-LINE
                   UNTIL WS-SCHEDULE-EOF
           ELSE
               DISPLAY 'WARNING: NO SCHEDULE FILE ON HAND - NO '
                       'INSTALLMENT ACTIVITY POSTED'
           END-IF
           CLOSE AMORTIZATION-SCHEDULE-FILE.

       2010-READ-SCHEDULE.
           READ AMORTIZATION-SCHEDULE-FILE
               AT END SET WS-SCHEDULE-EOF TO TRUE
           END-READ.

       2020-POST-ONE-SCHEDULE-LINE.
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

           IF WS-FLD-ID (1:6) NUMERIC
               AND WS-FLD-RECON-CODE NOT = 'RETURNED'
               AND WS-FLD-RECON-CODE NOT = 'BOARDED'
               COMPUTE WS-LINE-MONTHS =
                   FUNCTION NUMVAL(WS-FLD-YEAR) * 12
                   + FUNCTION NUMVAL(WS-FLD-MONTH)
               IF WS-LINE-MONTHS > WS-WINDOW-MONTHS
                   AND WS-LINE-MONTHS NOT > WS-CYCLE-MONTHS
                   PERFORM 2030-POST-INSTALLMENT
               END-IF
           END-IF
           PERFORM 2010-READ-SCHEDULE.

      ******************************************************************
      *    2030-POST-INSTALLMENT - A SCHEDULED LINE CREDITS ITS
      *    PRINCIPAL, INTEREST, ESCROW, PMI PREMIUM AND ANY
      *    CURTAILMENT IN FULL - THE POSITION AMORTIZES ON SCHEDULE
      *    WHETHER OR NOT THE MONEY CAME - AND THE GAP BETWEEN THE
      *    TOTAL DUE AND THE RECEIPT GOES TO PAST DUE (SHORT) OR
      *    UNAPPLIED (OVER).  AN ARREARS LINE IS A CATCH-UP RECEIPT
      *    PAYING PAST DUE DOWN.  A MODCAP LINE IS NO CASH AT ALL -
      *    THE PAST DUE A MODIFICATION CAPITALIZED INTO PRINCIPAL.
      *    A RETURNED LINE NEVER GETS HERE -
      *    THE REVERSAL POSTS OFF THE RETURN JOURNAL BY THE DATE IT
      *    WAS WORKED.  NOR DOES A BOARDED LINE - THE ACQUIRED
      *    BALANCES POST OFF THE AUDIT JOURNAL.
      ******************************************************************
       2030-POST-INSTALLMENT.
           ADD 1 TO WS-SCHED-LINES-POSTED
           COMPUTE WS-LINE-ID = FUNCTION NUMVAL(WS-FLD-ID)
           MOVE WS-LINE-ID TO WS-POST-ID
           PERFORM 2040-PARSE-LINE-AMOUNTS

           EVALUATE TRUE
               WHEN WS-FLD-RECON-CODE (1:7) = 'ARREARS'
                   MOVE 'ARRS' TO WS-POST-CODE
                   MOVE WS-LINE-RECEIVED TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
               WHEN WS-FLD-RECON-CODE (1:6) = 'MODCAP'
                   MOVE 'MCAP' TO WS-POST-CODE
                   MOVE WS-LINE-RECEIVED TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
               WHEN OTHER
                   MOVE 'PRIN' TO WS-POST-CODE
                   MOVE WS-LINE-PRINCIPAL TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
                   MOVE 'INTR' TO WS-POST-CODE
                   MOVE WS-LINE-INTEREST TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
                   MOVE 'ESCD' TO WS-POST-CODE
                   MOVE WS-LINE-ESCROW TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
                   MOVE 'PMIC' TO WS-POST-CODE
                   MOVE WS-LINE-PMI TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
                   MOVE 'CURT' TO WS-POST-CODE
                   MOVE WS-LINE-EXTRA TO WS-POST-AMOUNT
                   PERFORM 2800-POST-ENTRY
                   IF WS-LINE-RECEIVED < WS-LINE-TOTAL-DUE
                       MOVE 'SHRT' TO WS-POST-CODE
                       COMPUTE WS-POST-AMOUNT =
                           WS-LINE-TOTAL-DUE - WS-LINE-RECEIVED
                       PERFORM 2800-POST-ENTRY
                   END-IF
                   IF WS-LINE-RECEIVED > WS-LINE-TOTAL-DUE
                       MOVE 'OVRG' TO WS-POST-CODE
                       COMPUTE WS-POST-AMOUNT =
                           WS-LINE-RECEIVED - WS-LINE-TOTAL-DUE
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-EVALUATE.

       2040-PARSE-LINE-AMOUNTS.
           IF WS-FLD-PRINCIPAL = SPACES
               MOVE 0 TO WS-LINE-PRINCIPAL
           ELSE
               COMPUTE WS-LINE-PRINCIPAL ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-PRINCIPAL)
           END-IF
           IF WS-FLD-INTEREST = SPACES
               MOVE 0 TO WS-LINE-INTEREST
           ELSE
               COMPUTE WS-LINE-INTEREST ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-INTEREST)
           END-IF
           IF WS-FLD-RECEIVED = SPACES
               MOVE 0 TO WS-LINE-RECEIVED
           ELSE
               COMPUTE WS-LINE-RECEIVED ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-RECEIVED)
           END-IF
           IF WS-FLD-EXTRA = SPACES
               MOVE 0 TO WS-LINE-EXTRA
           ELSE
               COMPUTE WS-LINE-EXTRA ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-EXTRA)
           END-IF
           IF WS-FLD-ESCROW = SPACES
               MOVE 0 TO WS-LINE-ESCROW
           ELSE
               COMPUTE WS-LINE-ESCROW ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-ESCROW)
           END-IF
           IF WS-FLD-TOTAL-DUE = SPACES
               MOVE 0 TO WS-LINE-TOTAL-DUE
           ELSE
               COMPUTE WS-LINE-TOTAL-DUE ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-TOTAL-DUE)
           END-IF
           IF WS-FLD-PMI = SPACES
               MOVE 0 TO WS-LINE-PMI
           ELSE
               COMPUTE WS-LINE-PMI ROUNDED =
                   FUNCTION NUMVAL(WS-FLD-PMI)
           END-IF.

      ******************************************************************
      *    2100-POST-LATE-FEES - ASSESSMENTS, COLLECTIONS AND WAIVERS
      *    DATED INSIDE THE WINDOW, AND THE OPEN-FEE SUBLEDGER.  A
      *    FEE PAID OUT OF A CURTAILMENT'S OVERAGE CLEARS UNAPPLIED
      *    FUNDS RATHER THAN CASH - THE OVERAGE ALREADY CAME IN -
      *    UNLESS THAT RECEIPT CAME BACK UNPAID, WHEN WHAT FINALLY
      *    PAID THE REOPENED FEE WAS CASH.  A RETURNED-PAYMENT FEE
      *    ASSESSES UNDER ITS OWN CODE SO IT BOOKS TO ITS OWN INCOME.
      ******************************************************************
       2100-POST-LATE-FEES.
           OPEN INPUT OPEN-FEE-FILE
           IF WS-OPENFEE-STATUS = '00'
               PERFORM 2110-POST-ONE-FEE UNTIL WS-OPENFEE-EOF
           ELSE
               SET WS-OPENFEE-EOF TO TRUE
           END-IF
           CLOSE OPEN-FEE-FILE.

       2110-POST-ONE-FEE.
           READ OPEN-FEE-FILE
               AT END SET WS-OPENFEE-EOF TO TRUE
               NOT AT END PERFORM 2120-POST-FEE-ACTIVITY
           END-READ.

       2120-POST-FEE-ACTIVITY.
           MOVE OF-MORTGAGEE-ID TO WS-POST-ID
           IF OF-ASSESS-DATE > WS-WINDOW-AFTER
               AND OF-ASSESS-DATE NOT > WS-CYCLE-DATE
               ADD 1 TO WS-FEE-ROWS-POSTED
               IF OF-RETURNED-ITEM-FEE
                   MOVE 'NSFA' TO WS-POST-CODE
               ELSE
                   MOVE 'LFAS' TO WS-POST-CODE
               END-IF
               MOVE OF-CHARGE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2800-POST-ENTRY
           END-IF

           IF OF-RESOLVE-DATE > WS-WINDOW-AFTER
               AND OF-RESOLVE-DATE NOT > WS-CYCLE-DATE
               ADD 1 TO WS-FEE-ROWS-POSTED
               EVALUATE TRUE
                   WHEN OF-COLLECTED AND OF-SOURCE-PMT-NO > 0
                       AND NOT OF-SOURCE-WAS-RETURNED
                       MOVE 'LFOV' TO WS-POST-CODE
                       MOVE OF-PAID-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                   WHEN OF-COLLECTED
                       MOVE 'LFCO' TO WS-POST-CODE
                       MOVE OF-PAID-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                       PERFORM 2130-NOTE-PAYOFF-FEE
                   WHEN OF-WAIVED
                       MOVE 'LFWV' TO WS-POST-CODE
                       COMPUTE WS-POST-AMOUNT =
                           OF-CHARGE-AMOUNT - OF-PAID-AMOUNT
                       PERFORM 2800-POST-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF OF-OPEN
               COMPUTE WS-SUB-FEES =
                   WS-SUB-FEES + OF-CHARGE-AMOUNT - OF-PAID-AMOUNT
           END-IF.

      *    A FEE COLLECTED FOR A LOAN PAID OFF IN THE WINDOW CAME IN
      *    ON THE PAYOFF WIRE - THE PAYOFF POSTING NETS IT OUT.
       2130-NOTE-PAYOFF-FEE.
           MOVE OF-MORTGAGEE-ID TO WS-QUOTE-ID
           PERFORM 2410-FIND-PAYOFF
           IF WS-PO-IX NOT > WS-PO-COUNT
               ADD OF-PAID-AMOUNT TO WS-PO-FEES (WS-PO-IX)
           END-IF.

      ******************************************************************
      *    2200-POST-SUSPENSE - RECEIPTS SUSPENDED AND SUSPENSE ITEMS
      *    RESOLVED INSIDE THE WINDOW, AND THE OPEN SUSPENSE
      *    SUBLEDGER.  A RE-APPLIED ITEM LEAVES SUSPENSE THROUGH CASH
      *    BECAUSE IT COMES BACK IN ON THE NEXT CYCLE'S RECEIPT FEED.
      ******************************************************************
       2200-POST-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM 2210-POST-ONE-SUSPENSE UNTIL WS-SUSPENSE-EOF
           ELSE
               SET WS-SUSPENSE-EOF TO TRUE
           END-IF
           CLOSE SUSPENSE-FILE.

       2210-POST-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END PERFORM 2220-POST-SUSPENSE-ACTIVITY
           END-READ.

       2220-POST-SUSPENSE-ACTIVITY.
           MOVE SUS-MORTGAGEE-ID TO WS-POST-ID
           MOVE SUS-AMOUNT TO WS-POST-AMOUNT
           IF SUS-DATE-RECEIVED > WS-WINDOW-AFTER
               AND SUS-DATE-RECEIVED NOT > WS-CYCLE-DATE
               ADD 1 TO WS-SUSP-ROWS-POSTED
               MOVE 'SUSP' TO WS-POST-CODE
               PERFORM 2800-POST-ENTRY
           END-IF

           IF SUS-RESOLVE-DATE > WS-WINDOW-AFTER
               AND SUS-RESOLVE-DATE NOT > WS-CYCLE-DATE
               ADD 1 TO WS-SUSP-ROWS-POSTED
               EVALUATE TRUE
                   WHEN SUS-REAPPLIED
                       MOVE 'SURA' TO WS-POST-CODE
                       PERFORM 2800-POST-ENTRY
                   WHEN SUS-REFUNDED
                       MOVE 'SURF' TO WS-POST-CODE
                       PERFORM 2800-POST-ENTRY
                   WHEN SUS-WRITTEN-OFF
                       MOVE 'SUWO' TO WS-POST-CODE
                       PERFORM 2800-POST-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF SUS-OPEN
               ADD SUS-AMOUNT TO WS-SUB-SUSPENSE
           END-IF.

      ******************************************************************
      *    2300-POST-ESCROW-CHECKS - ESCRDISB CUTS ITS CHECKS ONCE A
      *    MONTH.  A CHECK RUN FOR A MONTH AFTER THE LAST ONE POSTED
      *    (AND NOT AFTER THE CYCLE MONTH) POSTS EVERY CHECK OUT OF
      *    ESCROW - A PMI REMITTANCE AGAINST THE PREMIUMS COLLECTED
      *    FOR THE CARRIER INSTEAD - THEN RECLASSES EACH ADVANCE (THE
      *    PART OF A BILL THE BORROWER'S BALANCE COULD NOT COVER) FROM
      *    ESCROW TO CORPORATE ADVANCES RECEIVABLE.
      ******************************************************************
       2300-POST-ESCROW-CHECKS.
           OPEN INPUT CHECK-EXTRACT-FILE
           IF WS-CHECK-STATUS = '00'
               PERFORM 2310-POST-ONE-CHECK UNTIL WS-CHECK-EOF
           ELSE
               SET WS-CHECK-EOF TO TRUE
           END-IF
           CLOSE CHECK-EXTRACT-FILE

           IF WS-CHECKS-POSTED
               OPEN INPUT DISBURSE-REPORT-FILE
               IF WS-DISB-STATUS = '00'
                   PERFORM 2320-POST-ONE-ADVANCE UNTIL WS-DISB-EOF
               ELSE
                   DISPLAY 'WARNING: NO DISBURSEMENT REPORT ON HAND - '
                           'ADVANCES NOT RECLASSED'
                   SET WS-DISB-EOF TO TRUE
               END-IF
               CLOSE DISBURSE-REPORT-FILE
               MOVE WS-NEW-DISB-MONTH TO WS-DISB-MONTH-POSTED
           END-IF.

       2310-POST-ONE-CHECK.
           READ CHECK-EXTRACT-FILE
               AT END SET WS-CHECK-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-CHECK-MONTH-STAMP =
                       CK-DUE-YEAR * 10000 + CK-DUE-MONTH * 100
                   IF WS-CHECK-MONTH-STAMP > WS-DISB-MONTH-POSTED
                       AND WS-CHECK-MONTH-STAMP
                           NOT > WS-CYCLE-MONTH-STAMP
                       SET WS-CHECKS-POSTED TO TRUE
                       ADD 1 TO WS-CHECKS-POSTED-CNT
                       IF WS-CHECK-MONTH-STAMP > WS-NEW-DISB-MONTH
                           MOVE WS-CHECK-MONTH-STAMP
                               TO WS-NEW-DISB-MONTH
                       END-IF
                       IF CK-PAYEE-TYPE = 'P'
                           MOVE 'PMIR' TO WS-POST-CODE
                       ELSE
                           MOVE 'ESCK' TO WS-POST-CODE
                       END-IF
                       MOVE CK-AMOUNT TO WS-POST-AMOUNT
                       MOVE CK-MORTGAGEE-ID TO WS-POST-ID
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-READ.

       2320-POST-ONE-ADVANCE.
           READ DISBURSE-REPORT-FILE
               AT END SET WS-DISB-EOF TO TRUE
               NOT AT END
                   MOVE DISBURSE-REPORT-LINE TO WS-DISB-REPORT-DETAIL
                   IF RPT-ID NUMERIC AND RPT-FLAG = 'ADVANCE'
                       MOVE RPT-AMOUNT TO WS-DISB-AMOUNT
                       MOVE RPT-BAL-BEFORE TO WS-DISB-BAL-BEFORE
                       MOVE 'ADVC' TO WS-POST-CODE
                       COMPUTE WS-POST-AMOUNT =
                           WS-DISB-AMOUNT - WS-DISB-BAL-BEFORE
                       MOVE RPT-ID TO WS-POST-ID
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-READ.

      ******************************************************************
      *    2400-POST-ONE-PAYOFF - THE WIRE RETIRES THE LOAN'S
      *    PRINCIPAL AT ITS SERVICING-POSITION BALANCE AND EARNS THE
      *    QUOTED INTEREST; THE LATE CHARGES IT COLLECTED ALREADY
      *    POSTED OFF LATEOPEN.  WHATEVER IS LEFT OVER RIDES THE
      *    ESCROW REFUND BACK TO THE BORROWER; A SHORTFALL MORTSATS
      *    ABSORBED INSIDE ITS TOLERANCE IS WRITTEN OFF.
      ******************************************************************
       2400-POST-ONE-PAYOFF.
           ADD 1 TO WS-PAYOFFS-POSTED
           MOVE WS-PO-ID (WS-PO-IX) TO WS-POST-ID
           MOVE 0 TO WS-PO-PRINCIPAL
           IF WS-POSITION-ON-HAND
               MOVE WS-PO-ID (WS-PO-IX) TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY
                       DISPLAY 'WARNING: NO POSITION FOR PAID-OFF '
                               'LOAN ' WS-PO-ID (WS-PO-IX)
                   NOT INVALID KEY
                       MOVE SP-CUR-BALANCE TO WS-PO-PRINCIPAL
               END-READ
           END-IF

           MOVE 'PAYP' TO WS-POST-CODE
           MOVE WS-PO-PRINCIPAL TO WS-POST-AMOUNT
           PERFORM 2800-POST-ENTRY
           MOVE 'PAYI' TO WS-POST-CODE
           MOVE WS-PO-INTEREST (WS-PO-IX) TO WS-POST-AMOUNT
           PERFORM 2800-POST-ENTRY

           COMPUTE WS-PO-REMAINDER = WS-PO-AMOUNT (WS-PO-IX)
               - WS-PO-PRINCIPAL - WS-PO-INTEREST (WS-PO-IX)
               - WS-PO-FEES (WS-PO-IX)
           IF WS-PO-REMAINDER > 0
               MOVE 'PAYX' TO WS-POST-CODE
               MOVE WS-PO-REMAINDER TO WS-POST-AMOUNT
               PERFORM 2800-POST-ENTRY
           END-IF
           IF WS-PO-REMAINDER < 0
               MOVE 'PAYS' TO WS-POST-CODE
               COMPUTE WS-POST-AMOUNT = 0 - WS-PO-REMAINDER
               PERFORM 2800-POST-ENTRY
           END-IF.

       2410-FIND-PAYOFF.
           PERFORM 2415-CHECK-ONE-PAYOFF
               VARYING WS-PO-IX FROM 1 BY 1
               UNTIL WS-PO-IX > WS-PO-COUNT
               OR WS-PO-ID (WS-PO-IX) = WS-QUOTE-ID.

       2415-CHECK-ONE-PAYOFF.
           CONTINUE.

      ******************************************************************
      *    2500-POST-ESCROW-REFUNDS - THE REFUND CHECKS MORTSATS CUT
      *    INSIDE THE WINDOW.
      ******************************************************************
       2500-POST-ESCROW-REFUNDS.
           OPEN INPUT ESCROW-REFUND-FILE
           IF WS-REFUND-STATUS = '00'
               PERFORM 2510-POST-ONE-REFUND UNTIL WS-REFUND-EOF
           ELSE
               SET WS-REFUND-EOF TO TRUE
           END-IF
           CLOSE ESCROW-REFUND-FILE.

       2510-POST-ONE-REFUND.
           READ ESCROW-REFUND-FILE
               AT END SET WS-REFUND-EOF TO TRUE
               NOT AT END
                   IF ER-REFUND-DATE > WS-WINDOW-AFTER
                       AND ER-REFUND-DATE NOT > WS-CYCLE-DATE
                       ADD 1 TO WS-REFUNDS-POSTED
                       MOVE 'ESRF' TO WS-POST-CODE
                       MOVE ER-REFUND-AMOUNT TO WS-POST-AMOUNT
                       MOVE ER-MORTGAGEE-ID TO WS-POST-ID
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-READ.

      ******************************************************************
      *    2550-POST-RETURNED-RECEIPTS - EVERY RECEIPT PAYRTRN
      *    REVERSED INSIDE THE WINDOW (BY THE RUN DATE ON ITS JOURNAL
      *    ROW) TAKES BACK THE CASH IT BROUGHT IN, ONE ENTRY PER LEG
      *    IT HAD APPLIED TO: PAST DUE RESTORED, FEES REOPENED, AND
      *    UNAPPLIED REVERSED.  A ZERO LEG POSTS NOTHING.  NO JOURNAL
      *    ON HAND MEANS NOTHING HAS EVER COME BACK.
      ******************************************************************
       2550-POST-RETURNED-RECEIPTS.
           OPEN INPUT RETURN-JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               PERFORM 2560-POST-ONE-RETURN UNTIL WS-JRNL-EOF
           ELSE
               SET WS-JRNL-EOF TO TRUE
           END-IF
           CLOSE RETURN-JOURNAL-FILE.

       2560-POST-ONE-RETURN.
           READ RETURN-JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   IF RJ-RUN-DATE > WS-WINDOW-AFTER
                       AND RJ-RUN-DATE NOT > WS-CYCLE-DATE
                       ADD 1 TO WS-RETURNS-POSTED
                       MOVE RJ-MORTGAGEE-ID TO WS-POST-ID
                       MOVE 'RTPD' TO WS-POST-CODE
                       MOVE RJ-PAST-DUE-RESTORED TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                       MOVE 'RTFE' TO WS-POST-CODE
                       MOVE RJ-FEES-REOPENED TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                       MOVE 'RTUN' TO WS-POST-CODE
                       MOVE RJ-UNAPPLIED-REVERSED TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-READ.

      ******************************************************************
      *    2570-POST-FCL-ADVANCES - ATTORNEY FEES AND COSTS FCLMAINT
      *    ADVANCED ON A FORECLOSURE CASE INSIDE THE WINDOW (BY THE
      *    RUN DATE ON ITS JOURNAL ROW), EACH UNDER ITS OWN CODE.  A
      *    MILESTONE ROW THAT ADVANCED NOTHING POSTS NOTHING.  NO
      *    JOURNAL ON HAND MEANS NO CASE HAS EVER BEEN REFERRED.
      ******************************************************************
       2570-POST-FCL-ADVANCES.
           OPEN INPUT FCL-JOURNAL-FILE
           IF WS-FJRN-STATUS = '00'
               PERFORM 2580-POST-ONE-FCL-ADVANCE UNTIL WS-FJRN-EOF
           ELSE
               SET WS-FJRN-EOF TO TRUE
           END-IF
           CLOSE FCL-JOURNAL-FILE.

       2580-POST-ONE-FCL-ADVANCE.
           READ FCL-JOURNAL-FILE
               AT END SET WS-FJRN-EOF TO TRUE
               NOT AT END
                   IF FJ-RUN-DATE > WS-WINDOW-AFTER
                       AND FJ-RUN-DATE NOT > WS-CYCLE-DATE
                       AND (FJ-ATTY-FEE > 0 OR FJ-COST > 0)
                       ADD 1 TO WS-FCL-ADVANCES-POSTED
                       MOVE FJ-MORTGAGEE-ID TO WS-POST-ID
                       MOVE 'FCAF' TO WS-POST-CODE
                       MOVE FJ-ATTY-FEE TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                       MOVE 'FCCA' TO WS-POST-CODE
                       MOVE FJ-COST TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-READ.

      ******************************************************************
      *    2590-POST-BOARDED-LOANS - EVERY LOAN LOANBRD BOARDED INSIDE
      *    THE WINDOW (BY THE RUN DATE ON ITS AUDIT JOURNAL ENTRY)
      *    BRINGS ITS ACQUIRED BALANCES ONTO THE BOOKS: THE PRINCIPAL
      *    AND PAST DUE ON THE POSITION IT WAS BOARDED WITH AND THE
      *    ESCROW BALANCE ON ITS MASTER RECORD.  EVERY OTHER JOURNAL
      *    ACTION IS MAINTENANCE, NOT MONEY.  NO JOURNAL ON HAND MEANS
      *    NOTHING HAS EVER BEEN BOARDED.
      ******************************************************************
       2590-POST-BOARDED-LOANS.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AJRN-STATUS = '00'
               PERFORM 2595-POST-ONE-BOARDING UNTIL WS-AJRN-EOF
           ELSE
               SET WS-AJRN-EOF TO TRUE
           END-IF
           CLOSE AUDIT-JOURNAL-FILE.

       2595-POST-ONE-BOARDING.
           READ AUDIT-JOURNAL-FILE
               AT END SET WS-AJRN-EOF TO TRUE
               NOT AT END
                   IF AJ-ACTION-BOARD
                       AND AJ-RUN-DATE > WS-WINDOW-AFTER
                       AND AJ-RUN-DATE NOT > WS-CYCLE-DATE
                       ADD 1 TO WS-BOARDINGS-POSTED
                       MOVE AJ-AFTER-IMAGE TO BRD-RECORD
                       MOVE AJ-POS-AFTER-IMAGE TO BRDP-RECORD
                       MOVE AJ-MORTGAGEE-ID TO WS-POST-ID
                       MOVE 'BRDP' TO WS-POST-CODE
                       MOVE BRDP-CUR-BALANCE TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                       MOVE 'BRDD' TO WS-POST-CODE
                       MOVE BRDP-PAST-DUE-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                       MOVE 'BRDE' TO WS-POST-CODE
                       MOVE BRD-ESCROW-BALANCE TO WS-POST-AMOUNT
                       PERFORM 2800-POST-ENTRY
                   END-IF
           END-READ.

      ******************************************************************
      *    2600-TOTAL-MASTER-SUBLEDGERS - ESCROW BALANCES OFF THE
      *    MASTER (A RETIRED LOAN'S IS ZEROED BY ITS REFUND), LOAN
      *    PRINCIPAL AND PAST DUE OFF THE POSITION OF EVERY ACTIVE
      *    LOAN.  A RETIRED LOAN'S POSITION IS LEFT AS IT STOOD AT
      *    PAYOFF AND NO LONGER COUNTS.
      ******************************************************************
       2600-TOTAL-MASTER-SUBLEDGERS.
           OPEN INPUT MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF
           PERFORM 2610-TOTAL-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE MORTGAGE-FILE.

       2610-TOTAL-ONE-MASTER.
           READ MORTGAGE-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD MORTGAGEE-ESCROW-BALANCE TO WS-SUB-ESCROW
                   IF MORTGAGEE-ACTIVE AND WS-POSITION-ON-HAND
                       MOVE MORTGAGEE-ID TO SP-MORTGAGEE-ID
                       READ SERVICING-POSITION-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD SP-CUR-BALANCE TO WS-SUB-PRINCIPAL
                               ADD SP-PAST-DUE-AMOUNT
                                   TO WS-SUB-PAST-DUE
                       END-READ
                   END-IF
           END-READ.

      ******************************************************************
      *    2700-OPEN-ONE-CONTROL-ACCOUNT - CONVERSION ONLY: OPEN THE
      *    CONTROL ACCOUNT AT ITS SUBLEDGER LESS THIS CYCLE'S
      *    ACTIVITY, ON ITS NORMAL SIDE.
      ******************************************************************
       2700-OPEN-ONE-CONTROL-ACCOUNT.
           PERFORM 2720-PICK-SUBLEDGER
           MOVE WS-CT-ACCT (WS-CT-IX) TO WS-FIND-ACCT
           PERFORM 2850-FIND-ACCOUNT
           COMPUTE WS-NET-ACTIVITY = WS-ACT-DAY-DR (WS-ACT-IX)
               - WS-ACT-DAY-CR (WS-ACT-IX)
           IF WS-CT-DEBIT-NORMAL (WS-CT-IX)
               COMPUTE WS-NET-OPEN = WS-SUB-AMOUNT - WS-NET-ACTIVITY
           ELSE
               COMPUTE WS-NET-OPEN = 0 - WS-SUB-AMOUNT
                   - WS-NET-ACTIVITY
           END-IF
           IF WS-NET-OPEN < 0
               MOVE 0 TO WS-ACT-OPEN-DR (WS-ACT-IX)
               COMPUTE WS-ACT-OPEN-CR (WS-ACT-IX) = 0 - WS-NET-OPEN
           ELSE
               MOVE WS-NET-OPEN TO WS-ACT-OPEN-DR (WS-ACT-IX)
               MOVE 0 TO WS-ACT-OPEN-CR (WS-ACT-IX)
           END-IF.

       2720-PICK-SUBLEDGER.
           EVALUATE WS-CT-CODE (WS-CT-IX)
               WHEN 'PRIN'
                   MOVE WS-SUB-PRINCIPAL TO WS-SUB-AMOUNT
               WHEN 'ESCR'
                   MOVE WS-SUB-ESCROW TO WS-SUB-AMOUNT
               WHEN 'FEES'
                   MOVE WS-SUB-FEES TO WS-SUB-AMOUNT
               WHEN 'SUSP'
                   MOVE WS-SUB-SUSPENSE TO WS-SUB-AMOUNT
               WHEN 'PDUE'
                   MOVE WS-SUB-PAST-DUE TO WS-SUB-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-SUB-AMOUNT
           END-EVALUATE.

      ******************************************************************
      *    2800-POST-ENTRY - ONE BALANCED ENTRY FOR WS-POST-CODE: A
      *    DEBIT LINE AND A CREDIT LINE FOR WS-POST-AMOUNT UNDER ONE
      *    ENTRY NUMBER, BOTH SIDES ROLLED INTO THE ACCOUNT TABLE.  A
      *    ZERO AMOUNT POSTS NOTHING.  THE MAP WAS PROVED COMPLETE AT
      *    STARTUP, SO THE LOOKUPS CANNOT MISS.
      ******************************************************************
       2800-POST-ENTRY.
           IF WS-POST-AMOUNT > 0
               MOVE WS-POST-CODE TO WS-FIND-CODE
               PERFORM 2810-FIND-TXN-MAP
               ADD 1 TO WS-ENTRY-NO
               ADD 1 TO WS-ENTRIES-WRITTEN
               MOVE WS-CYCLE-DATE TO GE-CYCLE-DATE
               MOVE WS-ENTRY-NO TO GE-ENTRY-NO
               MOVE WS-POST-CODE TO GE-TXN-CODE
               MOVE WS-POST-AMOUNT TO GE-AMOUNT
               MOVE WS-POST-ID TO GE-MORTGAGEE-ID
               MOVE WS-TM-DESC (WS-TM-IX) TO GE-DESCRIPTION

               MOVE WS-TM-DEBIT (WS-TM-IX) TO GE-ACCOUNT
               SET GE-DEBIT TO TRUE
               WRITE GL-ENTRY-RECORD
               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
               MOVE WS-TM-DEBIT (WS-TM-IX) TO WS-FIND-ACCT
               PERFORM 2850-FIND-ACCOUNT
               ADD WS-POST-AMOUNT TO WS-ACT-DAY-DR (WS-ACT-IX)

               MOVE WS-TM-CREDIT (WS-TM-IX) TO GE-ACCOUNT
               SET GE-CREDIT TO TRUE
               WRITE GL-ENTRY-RECORD
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
               MOVE WS-TM-CREDIT (WS-TM-IX) TO WS-FIND-ACCT
               PERFORM 2850-FIND-ACCOUNT
               ADD WS-POST-AMOUNT TO WS-ACT-DAY-CR (WS-ACT-IX)
           END-IF.

       2810-FIND-TXN-MAP.
           PERFORM 2815-CHECK-ONE-TXN-MAP
               VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX > WS-TM-COUNT
               OR WS-TM-CODE (WS-TM-IX) = WS-FIND-CODE.

       2815-CHECK-ONE-TXN-MAP.
           CONTINUE.

       2850-FIND-ACCOUNT.
           PERFORM 2855-CHECK-ONE-ACCOUNT
               VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
               OR WS-ACT-ACCT (WS-ACT-IX) = WS-FIND-ACCT.

       2855-CHECK-ONE-ACCOUNT.
           CONTINUE.

      ******************************************************************
      *    2900-PRINT-TRIAL-BALANCE - EVERY ACCOUNT'S BALANCE BROUGHT
      *    FORWARD, THE CYCLE'S DEBITS AND CREDITS, AND THE CLOSING
      *    BALANCE (DEBIT POSITIVE), THEN EACH CONTROL ACCOUNT TIED
      *    TO ITS SUBLEDGER ON THE ACCOUNT'S NORMAL SIDE.
      ******************************************************************
       2900-PRINT-TRIAL-BALANCE.
           MOVE WS-CYCLE-DATE TO TBH-CYCLE-DATE
           MOVE WS-WINDOW-AFTER TO TBH-WINDOW-AFTER
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-HEADING
           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING 'ACCT    DESCRIPTION'
                  '                         OPENING BALANCE'
                  '          DEBITS         CREDITS'
                  '  CLOSING BALANCE'
             DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           END-STRING
           WRITE TRIAL-BALANCE-LINE
           PERFORM 2910-PRINT-ONE-ACCOUNT
               VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT

           MOVE SPACES TO TB-ACCOUNT
           MOVE 'CYCLE TOTALS' TO TB-DESC
           MOVE 0 TO TB-OPENING
           MOVE WS-TOTAL-DEBITS TO TB-DEBITS
           MOVE WS-TOTAL-CREDITS TO TB-CREDITS
           MOVE 0 TO TB-CLOSING
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-DETAIL

           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE 'SUBLEDGER CONTROL TIES' TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING 'SUBL  ACCT    DESCRIPTION'
                  '                          GL CONTROL'
                  '        SUBLEDGER       DIFFERENCE  STATUS'
             DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           END-STRING
           WRITE TRIAL-BALANCE-LINE
           PERFORM 2920-PRINT-ONE-TIE
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT.

       2910-PRINT-ONE-ACCOUNT.
           COMPUTE WS-NET-OPEN = WS-ACT-OPEN-DR (WS-ACT-IX)
               - WS-ACT-OPEN-CR (WS-ACT-IX)
           COMPUTE WS-NET-CLOSE = WS-NET-OPEN
               + WS-ACT-DAY-DR (WS-ACT-IX) - WS-ACT-DAY-CR (WS-ACT-IX)
           MOVE WS-ACT-ACCT (WS-ACT-IX) TO TB-ACCOUNT
           MOVE WS-ACT-DESC (WS-ACT-IX) TO TB-DESC
           MOVE WS-NET-OPEN TO TB-OPENING
           MOVE WS-ACT-DAY-DR (WS-ACT-IX) TO TB-DEBITS
           MOVE WS-ACT-DAY-CR (WS-ACT-IX) TO TB-CREDITS
           MOVE WS-NET-CLOSE TO TB-CLOSING
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-DETAIL.

       2920-PRINT-ONE-TIE.
           PERFORM 2720-PICK-SUBLEDGER
           MOVE WS-CT-ACCT (WS-CT-IX) TO WS-FIND-ACCT
           PERFORM 2850-FIND-ACCOUNT
           COMPUTE WS-NET-CLOSE = WS-ACT-OPEN-DR (WS-ACT-IX)
               + WS-ACT-DAY-DR (WS-ACT-IX)
               - WS-ACT-OPEN-CR (WS-ACT-IX)
               - WS-ACT-DAY-CR (WS-ACT-IX)
           IF WS-CT-CREDIT-NORMAL (WS-CT-IX)
               COMPUTE WS-NET-CLOSE = 0 - WS-NET-CLOSE
           END-IF
           COMPUTE WS-TIE-DIFFERENCE = WS-NET-CLOSE - WS-SUB-AMOUNT

           MOVE WS-CT-CODE (WS-CT-IX) TO TIE-CODE
           MOVE WS-CT-ACCT (WS-CT-IX) TO TIE-ACCOUNT
           MOVE WS-CT-DESC (WS-CT-IX) TO TIE-DESC
           MOVE WS-NET-CLOSE TO TIE-GL-BALANCE
           MOVE WS-SUB-AMOUNT TO TIE-SUBLEDGER
           MOVE WS-TIE-DIFFERENCE TO TIE-DIFFERENCE
           IF WS-TIE-DIFFERENCE = 0
               MOVE 'TIES' TO TIE-FLAG
           ELSE
               MOVE '*** BREAK ***' TO TIE-FLAG
               ADD 1 TO WS-CONTROL-BREAKS
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM WS-TIE-DETAIL.

      ******************************************************************
      *    2950-REWRITE-GL-BALANCES - THE BALANCES CARRIED INTO THE
      *    NEXT CYCLE, STAMPED WITH THE CYCLE DATE THEY ARE NOW POSTED
      *    THROUGH AND THE LAST ESCROW CHECK MONTH POSTED.
      ******************************************************************
       2950-REWRITE-GL-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           IF WS-GLBAL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING GL BALANCE FILE: '
                       WS-GLBAL-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO GL-BALANCE-RECORD
           SET GB-HEADER-REC TO TRUE
           IF WS-WINDOW-AFTER > WS-CYCLE-DATE
               MOVE WS-WINDOW-AFTER TO GH-POSTED-THRU-DATE
           ELSE
               MOVE WS-CYCLE-DATE TO GH-POSTED-THRU-DATE
           END-IF
           MOVE WS-DISB-MONTH-POSTED TO GH-DISB-MONTH-POSTED
           WRITE GL-BALANCE-RECORD
           PERFORM 2960-WRITE-ONE-BALANCE
               VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
           CLOSE GL-BALANCE-FILE.

       2960-WRITE-ONE-BALANCE.
           SET GB-ACCOUNT-REC TO TRUE
           MOVE WS-ACT-ACCT (WS-ACT-IX) TO GB-ACCOUNT
           COMPUTE GB-DEBIT-TOTAL = WS-ACT-OPEN-DR (WS-ACT-IX)
               + WS-ACT-DAY-DR (WS-ACT-IX)
           COMPUTE GB-CREDIT-TOTAL = WS-ACT-OPEN-CR (WS-ACT-IX)
               + WS-ACT-DAY-CR (WS-ACT-IX)
           WRITE GL-BALANCE-RECORD.

       3000-TERMINATE.
           IF WS-POSITION-ON-HAND
               CLOSE SERVICING-POSITION-FILE
           END-IF
           CLOSE GL-EXTRACT-FILE
           CLOSE TRIAL-BALANCE-FILE

           MOVE WS-TOTAL-DEBITS TO OUT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO OUT-TOTAL-CREDITS
           DISPLAY ' '
           DISPLAY '***** GLPOST RUN TOTALS *****'
           DISPLAY 'CYCLE DATE.........: ' WS-CYCLE-DATE
           DISPLAY 'POSTED AFTER.......: ' WS-WINDOW-AFTER
           DISPLAY 'SCHEDULE LINES.....: ' WS-SCHED-LINES-POSTED
           DISPLAY 'FEE ACTIVITY ROWS..: ' WS-FEE-ROWS-POSTED
           DISPLAY 'SUSPENSE ACTIVITY..: ' WS-SUSP-ROWS-POSTED
           DISPLAY 'ESCROW CHECKS......: ' WS-CHECKS-POSTED-CNT
           DISPLAY 'PAYOFFS............: ' WS-PAYOFFS-POSTED
           DISPLAY 'ESCROW REFUNDS.....: ' WS-REFUNDS-POSTED
           DISPLAY 'RECEIPTS RETURNED..: ' WS-RETURNS-POSTED
           DISPLAY 'FCL ADVANCE ROWS...: ' WS-FCL-ADVANCES-POSTED
           DISPLAY 'LOANS BOARDED......: ' WS-BOARDINGS-POSTED
           DISPLAY 'ENTRIES WRITTEN....: ' WS-ENTRIES-WRITTEN
           DISPLAY 'TOTAL DEBITS $.....: ' OUT-TOTAL-DEBITS
           DISPLAY 'TOTAL CREDITS $....: ' OUT-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY 'ENTRY PROOF........: IN BALANCE'
           ELSE
               DISPLAY 'ENTRY PROOF........: *** OUT OF BALANCE ***'
           END-IF
           DISPLAY 'CONTROL BREAKS.....: ' WS-CONTROL-BREAKS

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
