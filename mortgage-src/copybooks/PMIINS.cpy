      ******************************************************************
      *    PMIINS.CPY
      *    PRIVATE MORTGAGE INSURANCE CARRIER RECORD - PMIINS.TXT, ONE
      *    ROW PER CARRIER WE REMIT PREMIUMS TO.  MORTMAINT VALIDATES
      *    A LOAN'S PMI INSURER CODE AGAINST IT; ESCRDISB TAKES THE
      *    REMITTANCE PAYEE NAME AND ADDRESS FROM IT.  A NEW CARRIER
      *    IS A ROW ADDED HERE, NOT A RECOMPILE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  PMI-INSURER-RECORD.
           05  PI-INSURER-CODE           PIC X(4).
           05  PI-INSURER-NAME           PIC X(30).
           05  PI-INSURER-ADDR           PIC X(30).
