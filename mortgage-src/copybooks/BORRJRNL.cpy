      ******************************************************************
      *    BORRJRNL.CPY
      *    BORROWER CONTACT AUDIT JOURNAL RECORD - BORRMAINT WRITES
      *    ONE TO BORRJRNL.TXT (OPENED EXTEND, HISTORY ACCUMULATES
      *    ACROSS RUNS) PER APPLIED ADD OR UPDATE, THE SAME SHAPE
      *    MORTJRNL.TXT USES FOR THE MASTER: THE ACTION, THE RUN DATE
      *    AND OPERATOR, AND THE FULL BEFORE AND AFTER IMAGES OF THE
      *    BORROWER-CONTACT-RECORD (BEFORE IMAGE IS SPACES ON AN
      *    ADD).  AN ADDRESS CHANGE IS ANSWERABLE FROM THIS FILE
      *    ALONE - WHO MOVED THE MAIL, WHEN, AND FROM WHERE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  BORROWER-JOURNAL-RECORD.
           05  BJ-RUN-DATE               PIC 9(8).
           05  BJ-OPERATOR               PIC X(8).
           05  BJ-ACTION                 PIC X.
               88  BJ-ACTION-ADD             VALUE 'A'.
               88  BJ-ACTION-UPDATE          VALUE 'U'.
           05  BJ-MORTGAGEE-ID           PIC 9(6).
           05  BJ-BEFORE-IMAGE           PIC X(208).
           05  BJ-AFTER-IMAGE            PIC X(208).
