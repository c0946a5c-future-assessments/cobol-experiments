      ******************************************************************
      *    FCLJRNL.CPY
      *    FORECLOSURE MILESTONE JOURNAL RECORD - FCLMAINT WRITES ONE
      *    TO FCLJRNL.TXT (OPENED EXTEND, HISTORY ACCUMULATES ACROSS
      *    RUNS) PER APPLIED MILESTONE TRANSACTION, AND ONE PER CASE
      *    IT CLOSES BECAUSE THE LOAN RETIRED OFF-CYCLE (ACTION X).
      *    THE EVENT DATE IS THE DATE THE STEP HAPPENED (THE SALE
      *    DATE ON A SCHEDULING); THE ATTORNEY FEE AND COST ARE WHAT
      *    THE TRANSACTION ADVANCED - GLPOST POSTS THEM AS CORPORATE
      *    ADVANCES BY RUN DATE.  THE FULL BEFORE AND AFTER IMAGES OF
      *    THE FORECLOSURE-CASE-RECORD (BEFORE IMAGE IS SPACES WHEN
      *    THE REFERRAL OPENS THE LOAN'S FIRST CASE) ANSWER WHAT EACH
      *    STEP DID TO THE CASE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  FCL-JOURNAL-RECORD.
           05  FJ-RUN-DATE               PIC 9(8).
           05  FJ-OPERATOR               PIC X(8).
           05  FJ-ACTION                 PIC X.
               88  FJ-ACTION-REFER           VALUE 'R'.
               88  FJ-ACTION-FIRST-LEGAL     VALUE 'L'.
               88  FJ-ACTION-SALE-SCHEDULED  VALUE 'S'.
               88  FJ-ACTION-SALE-HELD       VALUE 'H'.
               88  FJ-ACTION-REO-TRANSFER    VALUE 'O'.
               88  FJ-ACTION-REINSTATED      VALUE 'I'.
               88  FJ-ACTION-ADVANCE         VALUE 'A'.
               88  FJ-ACTION-LOAN-RETIRED    VALUE 'X'.
           05  FJ-MORTGAGEE-ID           PIC 9(6).
           05  FJ-EVENT-DATE             PIC 9(8).
           05  FJ-ATTY-FEE               PIC 9(6)V99.
           05  FJ-COST                   PIC 9(6)V99.
           05  FJ-BEFORE-IMAGE           PIC X(130).
           05  FJ-AFTER-IMAGE            PIC X(130).
