      ******************************************************************
      *    RTRNJRNL.CPY
      *    RETURNED-PAYMENT REVERSAL JOURNAL RECORD - PAYRTRN WRITES
      *    ONE TO RTRNJRNL.TXT (OPENED EXTEND, HISTORY ACCUMULATES
      *    ACROSS RUNS) PER RECEIPT IT REVERSES; GLPOST POSTS THE
      *    REVERSAL LEGS OFF IT AND THE MORTGAGES CASH PROOF SHOWS
      *    THE CYCLE'S RECEIPTS REVERSED FROM IT.  THE RECEIPT IS
      *    IDENTIFIED THE WAY PAYHIST.TXT CARRIES IT (ID, PAYMENT NO,
      *    AMOUNT, DATE RECEIVED) AND THE AMOUNT IS SPLIT THE WAY IT
      *    ORIGINALLY APPLIED:
      *        PAST DUE RESTORED - WHAT NOW AGES AGAIN ON THE
      *                            INSTALLMENT (OR ON THE ARREARS IT
      *                            HAD CAUGHT UP);
      *        FEES REOPENED     - CURTAILMENT OVERAGE LATEPOST HAD
      *                            SPENT ON LATE FEES;
      *        UNAPPLIED         - CURTAILMENT OVERAGE LEFT UNSPENT.
      *    THE THREE ALWAYS SUM TO THE RECEIPT AMOUNT.  THE POSITION
      *    BEFORE AND AFTER IMAGES ANSWER WHAT THE REVERSAL DID TO THE
      *    LOAN WITHOUT A REPLAY.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  RETURN-JOURNAL-RECORD.
           05  RJ-RUN-DATE               PIC 9(8).
           05  RJ-OPERATOR               PIC X(8).
           05  RJ-RECEIPT.
               10  RJ-MORTGAGEE-ID       PIC 9(6).
               10  RJ-PAYMENT-NO         PIC 9(3).
               10  RJ-RECEIPT-AMOUNT     PIC 9(6)V99.
               10  RJ-DATE-RECEIVED      PIC 9(8).
           05  RJ-RETURN-DATE            PIC 9(8).
           05  RJ-REASON                 PIC X(20).
           05  RJ-APPLIED-AS             PIC X.
               88  RJ-INSTALLMENT-RECEIPT    VALUE 'I'.
               88  RJ-ARREARS-RECEIPT        VALUE 'A'.
           05  RJ-PAST-DUE-RESTORED      PIC 9(6)V99.
           05  RJ-FEES-REOPENED          PIC 9(6)V99.
           05  RJ-UNAPPLIED-REVERSED     PIC 9(6)V99.
           05  RJ-NSF-FEE                PIC 9(3)V99.
           05  RJ-PAID-THRU-BEFORE       PIC 9(3).
           05  RJ-PAID-THRU-AFTER        PIC 9(3).
           05  RJ-PAST-DUE-BEFORE        PIC 9(7)V99.
           05  RJ-PAST-DUE-AFTER         PIC 9(7)V99.
