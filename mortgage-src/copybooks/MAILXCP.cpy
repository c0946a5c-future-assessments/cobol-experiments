      ******************************************************************
      *    MAILXCP.CPY
      *    MAIL EXCEPTION RECORD - ONE ROW PER BORROWER-FACING PIECE
      *    THAT COULD NOT BE ADDRESSED FROM THE BORROWER CONTACT FILE
      *    (BORRCNT COPYBOOK).  MAILXCP.TXT IS SHARED BY EVERY
      *    PROGRAM THAT PRODUCES BORROWER MAIL AND IS OPENED EXTEND,
      *    THE WAY MORTJRNL.TXT IS, SO THE MAILROOM WORKS ONE LIST.
      *    THE DISPOSITION SAYS WHAT BECAME OF THE PIECE: A STATEMENT
      *    OR NOTICE IS SKIPPED (NOT WRITTEN TO ITS OUTPUT AT ALL); A
      *    CHECK OR SATISFACTION LETTER STILL CARRIES MONEY THE
      *    LEDGERS HAVE ALREADY MOVED, SO IT IS WRITTEN WITH ITS
      *    MAIL-HOLD FLAG SET AND THE MAILING HOUSE PULLS IT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  MAIL-EXCEPTION-RECORD.
           05  MX-RUN-DATE               PIC 9(8).
           05  MX-PROGRAM                PIC X(8).
           05  MX-OUTPUT-NAME            PIC X(12).
           05  MX-MORTGAGEE-ID           PIC 9(6).
           05  MX-NAME                   PIC X(30).
           05  MX-DISPOSITION            PIC X.
               88  MX-PIECE-SKIPPED          VALUE 'S'.
               88  MX-PIECE-HELD             VALUE 'H'.
           05  MX-REASON                 PIC X(30).
