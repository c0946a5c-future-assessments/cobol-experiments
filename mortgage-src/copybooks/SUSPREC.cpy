      *                     MATCHING FDS IN MORTGAGES AND SUSPAGE AND
      *                     EXTENDED WITH THE RESOLUTION FIELDS FOR
      *                     SUSPRES.
      *    10/15/2026 AJI   LEDGARCH MOVES RESOLVED ROWS OLDER THAN
      *                     THE RETENTION PERIOD TO A DATED ARCHIVE
      *                     GENERATION AND LEAVES ONE CARRY-FORWARD
      *                     ROW PER DISPOSITION IN THEIR PLACE - LOAN
      *                     ZERO, PAYMENT ZERO, RECEIVED AND RESOLVED
      *                     ON THE CUTOFF DATE - SO OPEN + RESOLVED =
      *                     LEDGER STILL PROVES.  NO RECEIPT EVER
      *                     CARRIES LOAN ZERO.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-MORTGAGEE-ID          PIC 9(6).
               88  SUS-ARCHIVE-CARRY         VALUE 0.
           05  SUS-PAYMENT-NO            PIC 9(3).
           05  SUS-AMOUNT                PIC 9(6)V99.
           05  SUS-DATE-RECEIVED         PIC 9(8).
