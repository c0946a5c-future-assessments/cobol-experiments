      ******************************************************************
      *    ARCHCAT.CPY
      *    LEDGER ARCHIVE CATALOG RECORD - SHARED BY LEDGARCH (WRITER)
      *    AND EVERY READER THAT PULLS ARCHIVED HISTORY BACK IN
      *    (SUSPAGE, MORTAUDR, MORTDELQ, MORTSTMT, MORTREMT), SO ALL
      *    OF THEM AGREE ON THE LAYOUT OF ARCHCAT.TXT.
      *    ONE ROW PER ARCHIVE GENERATION: WHICH ROLLING
      *    LEDGER IT CAME OFF, THE RUN THAT MOVED IT, THE CUTOFF DATE
      *    (EVERY ROW IN THE GENERATION IS DATED BEFORE IT), THE FILE
      *    NAME OF THE GENERATION, AND THE ROWS AND DOLLARS IT HOLDS.
      *    ROWS ARE IN THE ORDER THE GENERATIONS WERE CUT, SO A READER
      *    THAT WALKS THE CATALOG TOP DOWN AND THEN THE LIVE FILE SEES
      *    THE LEDGER OLDEST FIRST, AS IT WAS WRITTEN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  ARCHIVE-CATALOG-RECORD.
           05  AC-LEDGER-NAME            PIC X(8).
               88  AC-SUSPENSE-LEDGER        VALUE 'SUSPENSE'.
               88  AC-LATE-FEE-LEDGER        VALUE 'LATEOPEN'.
               88  AC-PAYMENT-HISTORY        VALUE 'PAYHIST'.
               88  AC-SCHEDULE-HISTORY       VALUE 'AMORTSCH'.
               88  AC-COLLECTION-CASES       VALUE 'COLLCASE'.
               88  AC-AUDIT-JOURNAL          VALUE 'MORTJRNL'.
           05  AC-RUN-DATE               PIC 9(8).
           05  AC-CUTOFF-DATE            PIC 9(8).
           05  AC-GENERATION-NAME        PIC X(18).
           05  AC-ROWS-MOVED             PIC 9(7).
           05  AC-AMOUNT-MOVED           PIC 9(9)V99.
