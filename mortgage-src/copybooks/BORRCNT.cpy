      ******************************************************************
      *    BORRCNT.CPY
      *    BORROWER CONTACT RECORD LAYOUT - THE INDEXED BORROWER
      *    CONTACT FILE (BORRCONT.DAT, KEYED ON MORTGAGEE-ID, ONE
      *    RECORD PER LOAN) MAINTAINED BY BORRMAINT.  MORTREC CARRIES
      *    ONLY THE BORROWER'S NAME; EVERYTHING THE MAILING HOUSE
      *    NEEDS TO DELIVER A PIECE OF PAPER LIVES HERE: THE CURRENT
      *    MAILING ADDRESS, THE PROPERTY ADDRESS (WHICH IS NOT
      *    ALWAYS WHERE THE BORROWER LIVES), A CONTACT PHONE AND THE
      *    CO-BORROWER'S NAME.
      *
      *    EVERY BORROWER-FACING OUTPUT (MORTSTMT STATEMENTS, THE
      *    MORTGAGES ARM RATE-CHANGE NOTICES, THE MORTSATS
      *    SATISFACTION LETTERS AND ESCROW REFUNDS, THE SUSPRES
      *    SUSPENSE REFUNDS) READS THE MAILING ADDRESS FROM HERE BY
      *    KEY.  A LOAN WITH NO RECORD, OR WITH A BLANK MAILING
      *    ADDRESS, IS LISTED ON THE MAIL EXCEPTION FILE (MAILXCP
      *    COPYBOOK) RATHER THAN MAILED BLANK.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  BORROWER-CONTACT-RECORD.
           05  BC-MORTGAGEE-ID           PIC 9(6).
           05  BC-MAILING-ADDRESS.
               10  BC-MAIL-LINE-1        PIC X(30).
               10  BC-MAIL-LINE-2        PIC X(30).
               10  BC-MAIL-CITY          PIC X(20).
               10  BC-MAIL-STATE         PIC X(2).
               10  BC-MAIL-ZIP           PIC X(10).
           05  BC-PROPERTY-ADDRESS.
               10  BC-PROP-LINE-1        PIC X(30).
               10  BC-PROP-CITY          PIC X(20).
               10  BC-PROP-STATE         PIC X(2).
               10  BC-PROP-ZIP           PIC X(10).
           05  BC-PHONE                  PIC X(10).
           05  BC-COBORROWER-NAME        PIC X(30).
           05  BC-LAST-CHANGE-DATE       PIC 9(8).
