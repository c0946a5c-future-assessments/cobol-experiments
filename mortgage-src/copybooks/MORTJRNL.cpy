      *    08/22/2026 AJI   ORIGINAL VERSION.
      *    08/22/2026 AJI   IMAGES WIDENED 113 -> 116 FOR THE
      *                     INVESTOR CODE ADDED TO MORTREC.
      *    10/15/2026 AJI   IMAGES WIDENED 116 -> 121 FOR THE
      *                     RETURNED-PAYMENT FEE ADDED TO MORTREC.
      *    10/15/2026 AJI   IMAGES WIDENED 121 -> 130 FOR THE
      *                     DISPOSITION CODE AND RETIRED DATE ADDED
      *                     TO MORTREC.
      *    10/15/2026 AJI   IMAGES WIDENED 130 -> 166 FOR THE PMI
      *                     TERMS ADDED TO MORTREC.  PMITERM NOW
      *                     JOURNALS THE PMI CHANGES IT MAKES ON ITS
      *                     OWN - AN AUTOMATIC CANCELLATION (ACTION P)
      *                     AND THE ELIGIBILITY NOTICE STAMP (ACTION
      *                     N).
      *    10/15/2026 AJI   IMAGES WIDENED 166 -> 229 FOR THE WORKOUT
      *                     AND MODIFICATION TERMS ADDED TO MORTREC.
      *                     WORKOUT JOURNALS EACH PLAN IT SETS UP,
      *                     CONVERTS OR CLOSES, AND SINCE A WORKOUT
      *                     ALSO MOVES THE SERVICING POSITION THE
      *                     RECORD NOW CARRIES BEFORE AND AFTER IMAGES
      *                     OF THE MORTPOS RECORD AS WELL (SPACES ON
      *                     EVERY ACTION THAT LEAVES THE POSITION
      *                     ALONE).
      *    10/15/2026 AJI   IMAGES WIDENED 229 -> 270 FOR THE BOARDING
      *                     TERMS ADDED TO MORTREC.  LOANBRD JOURNALS
      *                     EACH LOAN IT BOARDS FROM A PRIOR SERVICER
      *                     (ACTION B) WITH THE AFTER IMAGES OF THE
      *                     NEW MASTER AND POSITION; GLPOST POSTS THE
      *                     BOARDED BALANCES OFF THOSE IMAGES.
      ******************************************************************
       01  AUDIT-JOURNAL-RECORD.
           05  AJ-RUN-DATE               PIC 9(8).
               88  AJ-ACTION-ADD             VALUE 'A'.
               88  AJ-ACTION-UPDATE          VALUE 'U'.
               88  AJ-ACTION-RETIRE          VALUE 'R'.
               88  AJ-ACTION-PMI-CANCEL      VALUE 'P'.
               88  AJ-ACTION-PMI-NOTICE      VALUE 'N'.
               88  AJ-ACTION-WKO-MODIFY      VALUE 'M'.
               88  AJ-ACTION-WKO-FORBEAR     VALUE 'F'.
               88  AJ-ACTION-WKO-TRIAL       VALUE 'T'.
               88  AJ-ACTION-WKO-REPAY       VALUE 'S'.
               88  AJ-ACTION-WKO-CANCEL      VALUE 'X'.
               88  AJ-ACTION-WKO-COMPLETE    VALUE 'C'.
               88  AJ-ACTION-WKO-FAILED      VALUE 'L'.
               88  AJ-ACTION-BOARD           VALUE 'B'.
           05  AJ-MORTGAGEE-ID           PIC 9(6).
           05  AJ-BEFORE-IMAGE           PIC X(270).
           05  AJ-AFTER-IMAGE            PIC X(270).
           05  AJ-POS-BEFORE-IMAGE       PIC X(76).
           05  AJ-POS-AFTER-IMAGE        PIC X(76).
