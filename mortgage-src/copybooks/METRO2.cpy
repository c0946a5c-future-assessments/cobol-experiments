      ******************************************************************
      *    METRO2.CPY
      *    CREDIT BUREAU REPORTING RECORDS - THE METRO 2 FIXED-LENGTH
      *    426-BYTE HEADER, BASE SEGMENT AND TRAILER CRBEXTR WRITES
      *    TO METRO2.TXT FOR THE MONTHLY FURNISHING TO THE BUREAUS.
      *    FIELD ORDER AND WIDTHS FOLLOW THE CREDIT REPORTING RESOURCE
      *    GUIDE, RESERVED AREAS INCLUDED.  AMOUNTS ARE WHOLE
      *    DOLLARS, DATES ARE MMDDYYYY (ZERO WHEN NOT APPLICABLE), THE
      *    TIME STAMP IS MMDDYYYYHHMMSS.
      *
      *    ONE BASE SEGMENT PER LOAN REPORTED.  NO J1/J2 ASSOCIATED
      *    CONSUMER SEGMENTS OR K/L/N APPENDAGES ARE FURNISHED - THE
      *    TRAILER COUNTS FOR THEM STAY ZERO.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  M2-HEADER-RECORD.
           05  M2H-RDW                   PIC 9(4).
           05  M2H-RECORD-ID             PIC X(6).
           05  M2H-CYCLE-ID              PIC X(2).
           05  M2H-INNOVIS-PROGRAM-ID    PIC X(10).
           05  M2H-EQUIFAX-PROGRAM-ID    PIC X(10).
           05  M2H-EXPERIAN-PROGRAM-ID   PIC X(5).
           05  M2H-TRANSUNION-PROGRAM-ID PIC X(10).
           05  M2H-ACTIVITY-DATE         PIC 9(8).
           05  M2H-DATE-CREATED          PIC 9(8).
           05  M2H-PROGRAM-DATE          PIC 9(8).
           05  M2H-PROGRAM-REVISION-DATE PIC 9(8).
           05  M2H-REPORTER-NAME         PIC X(40).
           05  M2H-REPORTER-ADDRESS      PIC X(96).
           05  M2H-REPORTER-PHONE        PIC 9(10).
           05  M2H-SOFTWARE-VENDOR       PIC X(40).
           05  M2H-SOFTWARE-VERSION      PIC X(5).
           05  M2H-PRBC-PROGRAM-ID       PIC X(10).
           05  M2H-RESERVED              PIC X(146).

       01  M2-BASE-RECORD.
           05  M2B-RDW                   PIC 9(4).
           05  M2B-PROCESSING-IND        PIC X.
           05  M2B-TIME-STAMP            PIC 9(14).
           05  M2B-CORRECTION-IND        PIC X.
           05  M2B-IDENTIFICATION-NO     PIC X(20).
           05  M2B-CYCLE-ID              PIC X(2).
           05  M2B-ACCOUNT-NUMBER        PIC X(30).
           05  M2B-PORTFOLIO-TYPE        PIC X.
           05  M2B-ACCOUNT-TYPE          PIC X(2).
           05  M2B-DATE-OPENED           PIC 9(8).
           05  M2B-CREDIT-LIMIT          PIC 9(9).
           05  M2B-HIGHEST-CREDIT        PIC 9(9).
           05  M2B-TERMS-DURATION        PIC X(3).
           05  M2B-TERMS-FREQUENCY       PIC X.
           05  M2B-SCHEDULED-PAYMENT     PIC 9(9).
           05  M2B-ACTUAL-PAYMENT        PIC 9(9).
           05  M2B-ACCOUNT-STATUS        PIC X(2).
           05  M2B-PAYMENT-RATING        PIC X.
           05  M2B-PAYMENT-HISTORY       PIC X(24).
           05  M2B-SPECIAL-COMMENT       PIC X(2).
           05  M2B-COMPLIANCE-CODE       PIC X(2).
           05  M2B-CURRENT-BALANCE       PIC 9(9).
           05  M2B-AMOUNT-PAST-DUE       PIC 9(9).
           05  M2B-ORIG-CHARGE-OFF       PIC 9(9).
           05  M2B-DATE-ACCOUNT-INFO     PIC 9(8).
           05  M2B-FCBD                  PIC 9(8).
           05  M2B-DATE-CLOSED           PIC 9(8).
           05  M2B-DATE-LAST-PAYMENT     PIC 9(8).
           05  M2B-INTEREST-TYPE         PIC X.
           05  M2B-RESERVED              PIC X(17).
           05  M2B-SURNAME               PIC X(25).
           05  M2B-FIRST-NAME            PIC X(20).
           05  M2B-MIDDLE-NAME           PIC X(20).
           05  M2B-GENERATION-CODE       PIC X.
           05  M2B-SSN                   PIC 9(9).
           05  M2B-DATE-OF-BIRTH         PIC 9(8).
           05  M2B-TELEPHONE             PIC 9(10).
           05  M2B-ECOA-CODE             PIC X.
           05  M2B-CONSUMER-INFO-IND     PIC X(2).
           05  M2B-COUNTRY-CODE          PIC X(2).
           05  M2B-ADDRESS-LINE-1        PIC X(32).
           05  M2B-ADDRESS-LINE-2        PIC X(32).
           05  M2B-CITY                  PIC X(20).
           05  M2B-STATE                 PIC X(2).
           05  M2B-POSTAL-CODE           PIC X(9).
           05  M2B-ADDRESS-IND           PIC X.
           05  M2B-RESIDENCE-CODE        PIC X.

       01  M2-TRAILER-RECORD.
           05  M2T-RDW                   PIC 9(4).
           05  M2T-RECORD-ID             PIC X(7).
           05  M2T-TOTAL-BASE            PIC 9(9).
           05  M2T-RESERVED-1            PIC 9(9).
           05  M2T-STATUS-DF             PIC 9(9).
           05  M2T-TOTAL-J1              PIC 9(9).
           05  M2T-TOTAL-J2              PIC 9(9).
           05  M2T-BLOCK-COUNT           PIC 9(9).
           05  M2T-STATUS-DA             PIC 9(9).
           05  M2T-STATUS-05             PIC 9(9).
           05  M2T-STATUS-11             PIC 9(9).
           05  M2T-STATUS-13             PIC 9(9).
           05  M2T-STATUS-61             PIC 9(9).
           05  M2T-STATUS-62             PIC 9(9).
           05  M2T-STATUS-63             PIC 9(9).
           05  M2T-STATUS-64             PIC 9(9).
           05  M2T-STATUS-65             PIC 9(9).
           05  M2T-STATUS-71             PIC 9(9).
           05  M2T-STATUS-78             PIC 9(9).
           05  M2T-STATUS-80             PIC 9(9).
           05  M2T-STATUS-82             PIC 9(9).
           05  M2T-STATUS-83             PIC 9(9).
           05  M2T-STATUS-84             PIC 9(9).
           05  M2T-STATUS-88             PIC 9(9).
           05  M2T-STATUS-89             PIC 9(9).
           05  M2T-STATUS-93             PIC 9(9).
           05  M2T-STATUS-94             PIC 9(9).
           05  M2T-STATUS-95             PIC 9(9).
           05  M2T-STATUS-96             PIC 9(9).
           05  M2T-STATUS-97             PIC 9(9).
           05  M2T-TOTAL-ECOA-Z          PIC 9(9).
           05  M2T-TOTAL-EMPLOYMENT      PIC 9(9).
           05  M2T-TOTAL-ORIG-CREDITOR   PIC 9(9).
           05  M2T-TOTAL-PURCHASED-SOLD  PIC 9(9).
           05  M2T-TOTAL-MORTGAGE-INFO   PIC 9(9).
           05  M2T-TOTAL-SPECIALIZED     PIC 9(9).
           05  M2T-TOTAL-CHANGE          PIC 9(9).
           05  M2T-SSN-ALL               PIC 9(9).
           05  M2T-SSN-BASE              PIC 9(9).
           05  M2T-SSN-J1                PIC 9(9).
           05  M2T-SSN-J2                PIC 9(9).
           05  M2T-DOB-ALL               PIC 9(9).
           05  M2T-DOB-BASE              PIC 9(9).
           05  M2T-DOB-J1                PIC 9(9).
           05  M2T-DOB-J2                PIC 9(9).
           05  M2T-TELEPHONE-ALL         PIC 9(9).
           05  M2T-RESERVED-2            PIC X(19).
