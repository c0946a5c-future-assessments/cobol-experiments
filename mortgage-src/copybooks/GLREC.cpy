      ******************************************************************
      *    GLREC.CPY
      *    GENERAL-LEDGER EXTRACT RECORD - ONE LINE OF A DOUBLE-ENTRY
      *    JOURNAL ENTRY ON GLEXTRCT.TXT, THE FILE GLPOST HANDS THE
      *    GENERAL LEDGER EACH CYCLE.  EVERY ENTRY IS A DEBIT LINE AND
      *    A CREDIT LINE FOR THE SAME AMOUNT SHARING ONE ENTRY NUMBER,
      *    SO THE FILE BALANCES ENTRY BY ENTRY AS WELL AS IN TOTAL.
      *    THE LOAN NUMBER IS ZERO ON AN ENTRY THAT IS NOT ABOUT ONE
      *    LOAN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  GL-ENTRY-RECORD.
           05  GE-CYCLE-DATE             PIC 9(8).
           05  GE-ENTRY-NO               PIC 9(6).
           05  GE-TXN-CODE               PIC X(4).
           05  GE-ACCOUNT                PIC X(6).
           05  GE-DR-CR                  PIC X.
               88  GE-DEBIT                  VALUE 'D'.
               88  GE-CREDIT                 VALUE 'C'.
           05  GE-AMOUNT                 PIC 9(9)V99.
           05  GE-MORTGAGEE-ID           PIC 9(6).
           05  GE-DESCRIPTION            PIC X(30).
