      *                     MORTMAINT VALIDATES AGAINST THAT FILE, SO
      *                     A NEW INVESTOR NO LONGER MEANS A COPYBOOK
      *                     EDIT AND A RECOMPILE.
      *    10/15/2026 AJI   ADDED RETURNED-PAYMENT (NSF) FEE NOTE TERM
      *                     ASSESSED BY PAYRTRN WHEN A RECEIPT COMES
      *                     BACK UNPAID (ZERO = NO FEE).
      *    10/15/2026 AJI   ADDED DISPOSITION CODE AND RETIRED DATE,
      *                     SET WHEN THE LOAN IS RETIRED - PAID IN
      *                     FULL (MORTSATS), FORECLOSURE SALE OR REO
      *                     TRANSFER (FCLMAINT THROUGH A MORTMAINT
      *                     RETIRE), OR A MANUAL RETIRE.  SPACES AND
      *                     ZERO ON AN ACTIVE LOAN.
      *    10/15/2026 AJI   ADDED PRIVATE MORTGAGE INSURANCE TERMS -
      *                     ORIGINAL PROPERTY VALUE, MONTHLY PREMIUM,
      *                     INSURER CODE (PMIINS.TXT), PMI STATUS, THE
      *                     DATE THE PREMIUM STOPPED AND THE DATE THE
      *                     80 PERCENT ELIGIBILITY NOTICE WENT OUT.
      *                     THE PREMIUM BILLS ONLY WHILE THE STATUS IS
      *                     ACTIVE; PMITERM CANCELS IT AT 78 PERCENT
      *                     OF ORIGINAL VALUE, MORTMAINT ON A BORROWER
      *                     REQUEST.
      *    10/15/2026 AJI   ADDED WORKOUT TERMS, MAINTAINED BY WORKOUT -
      *                     THE PLAN TYPE (TRIAL, FORBEARANCE,
      *                     REPAYMENT, MODIFIED) AND STATUS, THE FIRST
      *                     INSTALLMENT THE PLAN COVERS AND THE DUE
      *                     DATES OF ITS FIRST AND LAST INSTALLMENT,
      *                     THE PLAN PAYMENT (TRIAL PAYMENT OR
      *                     REPAYMENT INSTALLMENT) AND THE PROPOSED
      *                     RATE AND TERM (TRIAL) OR REPAYMENT MONTHS
      *                     (FORBEARANCE).  ALSO THE PERMANENT
      *                     MODIFICATION - THE INSTALLMENT IT TAKES
      *                     EFFECT ON, THE DATE IT WAS MADE, THE
      *                     ARREARS CAPITALIZED AND THE NEW RATE AND
      *                     TERM IN MONTHS.  MORTGAGES RECASTS THE
      *                     SCHEDULE FROM THESE ON A REPLAY.
      *    10/15/2026 AJI   ADDED BOARDING TERMS, SET BY LOANBRD WHEN A
      *                     LOAN IS ACQUIRED FROM A PRIOR SERVICER -
      *                     THE DATE IT WAS BOARDED AND WHAT THE
      *                     TRANSFER SAID IT STOOD AT: THE LAST
      *                     INSTALLMENT PAID, THE UNPAID PRINCIPAL
      *                     BALANCE AFTER IT, THE RATE AND P&I PAYMENT
      *                     THEN IN EFFECT, AND THE PAST DUE.  ZERO ON
      *                     A LOAN ORIGINATED HERE.  MORTGAGES STARTS
      *                     A BOARDED LOAN'S REPLAY FROM THESE - THERE
      *                     IS NO RECEIPT HISTORY BEFORE THEM.
      ******************************************************************
       01  MORTGAGEE-RECORD.
           05  MORTGAGEE-ID              PIC 9(6).
           05  MORTGAGEE-LATE-FLAT       PIC 9(3)V99 VALUE 0.
           05  MORTGAGEE-INVESTOR-CODE   PIC X(3).
               88  MORTGAGEE-PORTFOLIO-OWNED  VALUE '   '.
           05  MORTGAGEE-NSF-FEE         PIC 9(3)V99 VALUE 0.
           05  MORTGAGEE-DISPOSITION     PIC X.
               88  MORTGAGEE-DISP-NONE        VALUE ' '.
               88  MORTGAGEE-DISP-PAID-OFF    VALUE 'P'.
               88  MORTGAGEE-DISP-FCL-SALE    VALUE 'S'.
               88  MORTGAGEE-DISP-REO         VALUE 'O'.
               88  MORTGAGEE-DISP-MANUAL      VALUE 'M'.
               88  MORTGAGEE-DISP-VALID       VALUE 'P' 'S' 'O' 'M'.
           05  MORTGAGEE-RETIRED-DATE    PIC 9(8) VALUE 0.
           05  MORTGAGEE-ORIG-VALUE      PIC 9(7)V99 VALUE 0.
           05  MORTGAGEE-PMI-PREMIUM     PIC 9(4)V99 VALUE 0.
           05  MORTGAGEE-PMI-INSURER     PIC X(4).
           05  MORTGAGEE-PMI-STATUS      PIC X.
               88  MORTGAGEE-PMI-NONE         VALUE ' '.
               88  MORTGAGEE-PMI-ACTIVE       VALUE 'A'.
               88  MORTGAGEE-PMI-AUTO-CANCEL  VALUE 'C'.
               88  MORTGAGEE-PMI-BORR-CANCEL  VALUE 'R'.
               88  MORTGAGEE-PMI-CANCELLED    VALUE 'C' 'R'.
           05  MORTGAGEE-PMI-STOP-DATE   PIC 9(8) VALUE 0.
           05  MORTGAGEE-PMI-NOTICE-DATE PIC 9(8) VALUE 0.
           05  MORTGAGEE-WORKOUT-TYPE    PIC X.
               88  MORTGAGEE-WKO-NONE         VALUE ' '.
               88  MORTGAGEE-WKO-TRIAL        VALUE 'T'.
               88  MORTGAGEE-WKO-FORBEAR      VALUE 'F'.
               88  MORTGAGEE-WKO-REPAY        VALUE 'R'.
               88  MORTGAGEE-WKO-MODIFIED     VALUE 'M'.
           05  MORTGAGEE-WORKOUT-STATUS  PIC X.
               88  MORTGAGEE-WKO-NO-PLAN      VALUE ' '.
               88  MORTGAGEE-WKO-ACTIVE       VALUE 'A'.
               88  MORTGAGEE-WKO-COMPLETED    VALUE 'C'.
               88  MORTGAGEE-WKO-FAILED       VALUE 'F'.
           05  MORTGAGEE-WORKOUT-PMT-NO  PIC 9(3) VALUE 0.
           05  MORTGAGEE-WORKOUT-START   PIC 9(8) VALUE 0.
           05  MORTGAGEE-WORKOUT-END     PIC 9(8) VALUE 0.
           05  MORTGAGEE-WORKOUT-AMOUNT  PIC 9(6)V99 VALUE 0.
           05  MORTGAGEE-WORKOUT-RATE    PIC 9(2)V99 VALUE 0.
           05  MORTGAGEE-WORKOUT-TERM    PIC 9(3) VALUE 0.
           05  MORTGAGEE-MOD-PMT-NO      PIC 9(3) VALUE 0.
           05  MORTGAGEE-MOD-DATE        PIC 9(8) VALUE 0.
           05  MORTGAGEE-MOD-CAP-AMOUNT  PIC 9(7)V99 VALUE 0.
           05  MORTGAGEE-MOD-RATE        PIC 9(2)V99 VALUE 0.
           05  MORTGAGEE-MOD-TERM        PIC 9(3) VALUE 0.
           05  MORTGAGEE-BOARD-DATE      PIC 9(8) VALUE 0.
           05  MORTGAGEE-BOARD-PMT-NO    PIC 9(3) VALUE 0.
           05  MORTGAGEE-BOARD-BALANCE   PIC 9(7)V99 VALUE 0.
           05  MORTGAGEE-BOARD-RATE      PIC 9(2)V99 VALUE 0.
           05  MORTGAGEE-BOARD-PAYMENT   PIC 9(6)V99 VALUE 0.
           05  MORTGAGEE-BOARD-PAST-DUE  PIC 9(7)V99 VALUE 0.
