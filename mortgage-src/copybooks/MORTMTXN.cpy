      ******************************************************************
      *    MORTMTXN.CPY
      *    MASTER MAINTENANCE TRANSACTION LAYOUT - MORTMTXN.TXT, ONE
      *    ADD, UPDATE OR RETIRE PER ROW.  CARVED OUT OF MORTMAINT SO
      *    A PROGRAM THAT QUEUES MAINTENANCE FOR THE NEXT MORTMAINT
      *    RUN (FCLMAINT RETIRING A LOAN AFTER A FORECLOSURE SALE OR
      *    REO TRANSFER) BUILDS THE ROW IN THE SAME LAYOUT MORTMAINT
      *    READS.  A RETIRE NEEDS ONLY THE ACTION, THE ID AND THE
      *    DISPOSITION CODE; THE REST OF THE ROW IS IGNORED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION, WITH THE RETIRE
      *                     DISPOSITION CODE ADDED AT THE END.
      *    10/15/2026 AJI   PMI TERMS (ORIGINAL VALUE, PREMIUM,
      *                     INSURER) AND THE BORROWER-REQUEST PMI
      *                     CANCEL FLAG APPENDED.  A ROW KEYED IN THE
      *                     OLD LAYOUT ENDS SHORT - BLANK PMI FIELDS
      *                     ON AN UPDATE LEAVE THE LOAN'S PMI TERMS AS
      *                     THEY ARE.
      ******************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  MT-ACTION                 PIC X.
               88  MT-ACTION-ADD             VALUE 'A'.
               88  MT-ACTION-UPDATE          VALUE 'U'.
               88  MT-ACTION-RETIRE          VALUE 'R'.
           05  MT-MORTGAGEE-ID           PIC 9(6).
           05  MT-LAST-NAME              PIC X(14).
           05  MT-FIRST-INIT             PIC X.
           05  MT-FIRST-NAME             PIC X(14).
           05  MT-AMOUNT                 PIC 9(6).
           05  MT-RATE                   PIC 9(2)V99.
           05  MT-TERM                   PIC 99.
           05  MT-TYPE                   PIC X.
           05  MT-ORIG-YEAR              PIC 9(4).
           05  MT-ORIG-MONTH             PIC 9(2).
           05  MT-ORIG-DAY               PIC 9(2).
           05  MT-ARM-MARGIN             PIC 9(2)V99.
           05  MT-ARM-INDEX-RATE         PIC 9(2)V99.
           05  MT-ESCROW-DEPOSIT         PIC 9(4)V99.
           05  MT-TAX-AMOUNT             PIC 9(5)V99.
           05  MT-TAX-DUE-MONTH          PIC 9(2).
           05  MT-INS-AMOUNT             PIC 9(5)V99.
           05  MT-INS-DUE-MONTH          PIC 9(2).
           05  MT-ESCROW-BALANCE         PIC 9(5)V99.
           05  MT-GRACE-DAYS             PIC 9(2).
           05  MT-LATE-METHOD            PIC X.
           05  MT-LATE-PCT               PIC 9(2)V99.
           05  MT-LATE-CAP               PIC 9(3)V99.
           05  MT-LATE-FLAT              PIC 9(3)V99.
           05  MT-INVESTOR-CODE          PIC X(3).
           05  MT-NSF-FEE                PIC 9(3)V99.
      *    RETIRE ONLY - P PAID IN FULL, S FORECLOSURE SALE, O REO
      *    TRANSFER, M MANUAL (THE DEFAULT WHEN LEFT BLANK).
           05  MT-DISPOSITION            PIC X.
      *    ADD/UPDATE - ORIGINAL PROPERTY VALUE AND THE PMI PREMIUM
      *    AND INSURER (ZERO PREMIUM = NO PMI).  CANCEL = Y ON AN
      *    UPDATE CANCELS ACTIVE PMI AT THE BORROWER'S REQUEST.
           05  MT-ORIG-VALUE             PIC 9(7)V99.
           05  MT-PMI-PREMIUM            PIC 9(4)V99.
           05  MT-PMI-INSURER            PIC X(4).
           05  MT-PMI-CANCEL             PIC X.
               88  MT-PMI-CANCEL-REQUESTED   VALUE 'Y'.
