      *                     OVER FROM THE LATEFEES.TXT ASSESSMENT ROW
      *                     MORTGAGES WRITES AND EXTENDED WITH THE
      *                     STATUS AND RESOLUTION FIELDS FOR LATEPOST.
      *    10/15/2026 AJI   ADDED FEE TYPE - THE LEDGER NOW ALSO
      *                     CARRIES THE RETURNED-PAYMENT (NSF) FEE
      *                     PAYRTRN ASSESSES, KEYED ON THE PAYMENT
      *                     NUMBER OF THE RECEIPT THAT CAME BACK.
      *                     ADDED SOURCE-RETURNED FLAG - SET BY
      *                     PAYRTRN WHEN THE CURTAILMENT RECEIPT THAT
      *                     PAID A FEE IS RETURNED AND THE FEE IS
      *                     REOPENED.
      *    10/15/2026 AJI   LEDGARCH MOVES CLOSED FEES OLDER THAN THE
      *                     RETENTION PERIOD TO A DATED ARCHIVE
      *                     GENERATION AND LEAVES ONE CARRY-FORWARD
      *                     ROW PER STATUS AND FEE TYPE IN THEIR
      *                     PLACE - LOAN ZERO, PAYMENT ZERO, EVERY DATE
      *                     THE CUTOFF, CARRYING THE CHARGE AND PAID
      *                     TOTALS.  LATEPOST TAKES THE CUTOFF OFF THE
      *                     CARRY ROW'S DUE DATE SO A SCHEDULE REPLAY
      *                     NEVER RE-ASSESSES AN ARCHIVED FEE.
      ******************************************************************
       01  OPEN-FEE-RECORD.
           05  OF-MORTGAGEE-ID           PIC 9(6).
               88  OF-ARCHIVE-CARRY          VALUE 0.
           05  OF-PAYMENT-NO             PIC 9(3).
           05  OF-DUE-DATE               PIC 9(8).
           05  OF-DATE-RECEIVED          PIC 9(8).
           05  OF-SOURCE-PMT-NO          PIC 9(3).
           05  OF-WAIVE-OPER             PIC X(8).
           05  OF-WAIVE-REASON           PIC X(20).
      *    SPACE ON EVERY ROW WRITTEN BEFORE THE RETURNED-PAYMENT FEE
      *    EXISTED - A LATE CHARGE.
           05  OF-FEE-TYPE               PIC X.
               88  OF-LATE-CHARGE            VALUE 'L' ' '.
               88  OF-RETURNED-ITEM-FEE      VALUE 'R'.
      *    THE SOURCE STAMP STAYS ON A REOPENED FEE SO THE RETURNED
      *    OVERAGE IS NEVER SPENT AGAIN ON A SCHEDULE RESCAN; THIS
      *    FLAG SAYS THE STAMPED RECEIPT NO LONGER PAID ANYTHING.
           05  OF-SOURCE-RETURNED        PIC X.
               88  OF-SOURCE-WAS-RETURNED    VALUE 'Y'.
