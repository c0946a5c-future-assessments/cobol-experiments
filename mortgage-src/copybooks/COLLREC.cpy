      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/02/2026 AJI   ORIGINAL VERSION.
      *    10/15/2026 AJI   ADDED WORKOUT STATUS AND THE PLAN TYPE AND
      *                     COVERAGE WINDOW (DUE DATES OF THE FIRST
      *                     AND LAST INSTALLMENT), SET BY WORKOUT WHEN
      *                     A MODIFICATION, FORBEARANCE, TRIAL OR
      *                     REPAYMENT PLAN IS AGREED.  MORTDELQ DOES
      *                     NOT AGE AN INSTALLMENT DUE INSIDE THE
      *                     WINDOW AND DOES NOT ESCALATE OR CURE A
      *                     CASE WHILE THE PLAN RUNS.  OLDER RECORDS
      *                     CARRY SPACES HERE (NO PLAN).
      ******************************************************************
       01  COLLECTION-CASE-RECORD.
           05  CC-MORTGAGEE-ID           PIC 9(6).
               88  CC-STATUS-BANKRUPT        VALUE 'K'.
               88  CC-STATUS-FORECLOSE       VALUE 'F'.
               88  CC-STATUS-CURED           VALUE 'C'.
               88  CC-STATUS-WORKOUT         VALUE 'W'.
           05  CC-OPENED-DATE            PIC 9(8).
           05  CC-LAST-CONTACT-DATE      PIC 9(8).
           05  CC-PROMISE-DATE           PIC 9(8).
           05  CC-B120-RUNS              PIC 9(3).
           05  CC-LAST-ASOF-DATE         PIC 9(8).
           05  CC-LAST-PAST-DUE          PIC 9(7)V99.
           05  CC-PLAN-TYPE              PIC X.
               88  CC-PLAN-NONE              VALUE ' '.
               88  CC-PLAN-TRIAL             VALUE 'T'.
               88  CC-PLAN-FORBEAR           VALUE 'F'.
               88  CC-PLAN-REPAY             VALUE 'R'.
               88  CC-PLAN-MODIFIED          VALUE 'M'.
           05  CC-PLAN-START             PIC 9(8).
           05  CC-PLAN-END               PIC 9(8).
