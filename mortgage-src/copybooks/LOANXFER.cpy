      ******************************************************************
      *    LOANXFER.CPY
      *    SERVICING TRANSFER FILE - LOANXFER.TXT, THE PRIOR
      *    SERVICER'S HAND-OFF OF A BLOCK OF LOANS WE HAVE BOUGHT THE
      *    SERVICING ON.  ONE HEADER NAMING THE PRIOR SERVICER AND THE
      *    TRANSFER DATE, ONE DETAIL PER LOAN, AND ONE TRAILER
      *    CARRYING THE LOAN COUNT AND THE TOTAL UNPAID PRINCIPAL THE
      *    BLOCK WAS SOLD ON.  LOANBRD BOARDS THE DETAILS AND TIES WHAT
      *    IT BOARDED AND REJECTED BACK TO THE TRAILER.
      *
      *    A DETAIL CARRIES THE NOTE TERMS IN THE MASTER'S OWN
      *    LAYOUT, THE SERVICING POSITION AS OF THE TRANSFER (UNPAID
      *    PRINCIPAL, NEXT DUE DATE, LAST INSTALLMENT PAID, PAST DUE,
      *    ESCROW BALANCE) AND THE BORROWER'S ADDRESSES.  A ZERO
      *    CURRENT RATE MEANS THE NOTE RATE; A ZERO CURRENT P&I MEANS
      *    FIGURE IT FROM THE BALANCE AND THE TERM REMAINING.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  LX-HEADER-RECORD.
           05  LXH-RECORD-TYPE           PIC X.
               88  LXH-HEADER-REC            VALUE 'H'.
               88  LXH-DETAIL-REC            VALUE 'D'.
               88  LXH-TRAILER-REC           VALUE 'T'.
           05  LXH-PRIOR-SERVICER        PIC X(30).
           05  LXH-TRANSFER-DATE         PIC 9(8).

       01  LX-DETAIL-RECORD.
           05  LX-RECORD-TYPE            PIC X.
           05  LX-MORTGAGEE-ID           PIC 9(6).
           05  LX-NAME.
               10  LX-LAST-NAME          PIC X(14).
               10  LX-FIRST-INIT         PIC X.
               10  LX-FIRST-NAME         PIC X(14).
           05  LX-AMOUNT                 PIC 9(6).
           05  LX-RATE                   PIC 9(2)V99.
           05  LX-TERM                   PIC 99.
           05  LX-TYPE                   PIC X.
           05  LX-ORIG-YEAR              PIC 9(4).
           05  LX-ORIG-MONTH             PIC 9(2).
           05  LX-ORIG-DAY               PIC 9(2).
           05  LX-ARM-MARGIN             PIC 9(2)V99.
           05  LX-ARM-INDEX-RATE         PIC 9(2)V99.
           05  LX-CUR-RATE               PIC 9(2)V99.
           05  LX-CUR-PAYMENT            PIC 9(6)V99.
           05  LX-UNPAID-BALANCE         PIC 9(7)V99.
           05  LX-NEXT-DUE-DATE          PIC 9(8).
           05  LX-PAID-THRU-PMT-NO       PIC 9(3).
           05  LX-PAST-DUE-AMOUNT        PIC 9(7)V99.
           05  LX-ESCROW-BALANCE         PIC 9(5)V99.
           05  LX-ESCROW-DEPOSIT         PIC 9(4)V99.
           05  LX-TAX-AMOUNT             PIC 9(5)V99.
           05  LX-TAX-DUE-MONTH          PIC 9(2).
           05  LX-INS-AMOUNT             PIC 9(5)V99.
           05  LX-INS-DUE-MONTH          PIC 9(2).
           05  LX-GRACE-DAYS             PIC 9(2).
           05  LX-LATE-METHOD            PIC X.
           05  LX-LATE-PCT               PIC 9(2)V99.
           05  LX-LATE-CAP               PIC 9(3)V99.
           05  LX-LATE-FLAT              PIC 9(3)V99.
           05  LX-INVESTOR-CODE          PIC X(3).
           05  LX-NSF-FEE                PIC 9(3)V99.
           05  LX-ORIG-VALUE             PIC 9(7)V99.
           05  LX-PMI-PREMIUM            PIC 9(4)V99.
           05  LX-PMI-INSURER            PIC X(4).
           05  LX-MAIL-LINE-1            PIC X(30).
           05  LX-MAIL-LINE-2            PIC X(30).
           05  LX-MAIL-CITY              PIC X(20).
           05  LX-MAIL-STATE             PIC X(2).
           05  LX-MAIL-ZIP               PIC X(10).
           05  LX-PROP-LINE-1            PIC X(30).
           05  LX-PROP-CITY              PIC X(20).
           05  LX-PROP-STATE             PIC X(2).
           05  LX-PROP-ZIP               PIC X(10).
           05  LX-PHONE                  PIC X(10).
           05  LX-COBORROWER-NAME        PIC X(30).

       01  LX-TRAILER-RECORD.
           05  LXT-RECORD-TYPE           PIC X.
           05  LXT-LOAN-COUNT            PIC 9(6).
           05  LXT-TOTAL-UPB             PIC 9(11)V99.
