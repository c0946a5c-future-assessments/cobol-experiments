      ******************************************************************
      *    FCLREC.CPY
      *    FORECLOSURE CASE RECORD LAYOUT - THE INDEXED FORECLOSURE
      *    CASE FILE (FCLCASE.DAT, KEYED ON MORTGAGEE-ID, ONE RECORD
      *    PER LOAN) FCLMAINT BUILDS AND ROLLS FORWARD FROM THE
      *    MILESTONE TRANSACTIONS, AND FCLRPT REPORTS THE MONTHLY
      *    PIPELINE FROM.  A CASE OPENS ON THE ATTORNEY REFERRAL OF A
      *    LOAN MORTDELQ HAS ESCALATED TO FORECLOSE ON COLLCASE.TXT.
      *
      *    THE MILESTONE LIFECYCLE: REFERRED TO THE ATTORNEY, FIRST
      *    LEGAL ACTION FILED, SALE SCHEDULED (A POSTPONEMENT IS A
      *    NEW SALE DATE ON THE SAME MILESTONE), SALE HELD, AND - WHEN
      *    THE PROPERTY REVERTED TO US AT THE SALE - TRANSFERRED TO
      *    REO.  THE CASE CLOSES ON A REINSTATEMENT, A THIRD-PARTY
      *    SALE, THE REO TRANSFER, OR THE LOAN RETIRING OFF-CYCLE (A
      *    PAYOFF THROUGH MORTSATS).  THE CURRENT MILESTONE STAYS
      *    WHERE THE CASE ENDED; THE CLOSE REASON SAYS WHY.
      *
      *    THE MILESTONE DATE IS WHEN THE CASE REACHED ITS CURRENT
      *    MILESTONE.  THE STATE TIMELINE ALLOWS SO MANY DAYS AT EACH
      *    MILESTONE FOR THE PROPERTY STATE; A CASE HELD LONGER IS
      *    FLAGGED PAST TIMELINE.  ATTORNEY FEES AND COSTS ADVANCED
      *    ARE CORPORATE ADVANCES AGAINST THE LOAN, ACCUMULATED OVER
      *    THE LIFE OF THE CASE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  FORECLOSURE-CASE-RECORD.
           05  FC-MORTGAGEE-ID           PIC 9(6).
           05  FC-CASE-STATUS            PIC X.
               88  FC-CASE-OPEN              VALUE 'O'.
               88  FC-CASE-CLOSED            VALUE 'C'.
           05  FC-MILESTONE              PIC X.
               88  FC-MS-REFERRED            VALUE 'R'.
               88  FC-MS-FIRST-LEGAL         VALUE 'L'.
               88  FC-MS-SALE-SCHEDULED      VALUE 'S'.
               88  FC-MS-SALE-HELD           VALUE 'H'.
               88  FC-MS-REO                 VALUE 'O'.
               88  FC-MS-REINSTATED          VALUE 'I'.
           05  FC-MILESTONE-DATE         PIC 9(8).
           05  FC-PROPERTY-STATE         PIC X(2).
           05  FC-ATTORNEY               PIC X(20).
           05  FC-REFERRAL-DATE          PIC 9(8).
           05  FC-FIRST-LEGAL-DATE       PIC 9(8).
           05  FC-SALE-DATE              PIC 9(8).
           05  FC-POSTPONEMENTS          PIC 9(2).
           05  FC-SALE-HELD-DATE         PIC 9(8).
           05  FC-SALE-RESULT            PIC X.
               88  FC-SOLD-THIRD-PARTY       VALUE 'T'.
               88  FC-REVERTED-TO-LENDER     VALUE 'L'.
           05  FC-SALE-AMOUNT            PIC 9(7)V99.
           05  FC-REO-DATE               PIC 9(8).
           05  FC-CLOSED-DATE            PIC 9(8).
           05  FC-CLOSE-REASON           PIC X.
               88  FC-CLOSED-REINSTATED      VALUE 'I'.
               88  FC-CLOSED-SOLD            VALUE 'S'.
               88  FC-CLOSED-REO             VALUE 'O'.
               88  FC-CLOSED-PAID-OFF        VALUE 'P'.
               88  FC-CLOSED-RETIRED         VALUE 'M'.
           05  FC-ATTY-FEES-ADVANCED     PIC 9(7)V99.
           05  FC-COSTS-ADVANCED         PIC 9(7)V99.
      *    DAYS THE STATE TIMELINE ALLOWS AT THE CURRENT MILESTONE -
      *    ZERO WHEN THE TIMELINE TABLE SETS NO LIMIT.
           05  FC-TIMELINE-DAYS          PIC 9(4).
           05  FC-PAST-TIMELINE-SW       PIC X.
               88  FC-PAST-TIMELINE          VALUE 'Y'.
               88  FC-WITHIN-TIMELINE        VALUE 'N'.
           05  FC-LAST-ACTIVITY-DATE     PIC 9(8).
