       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCLMAINT.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  FORECLOSURE MILESTONE
      *                     MAINTENANCE - MORTDELQ ESCALATES A LOAN TO
      *                     FORECLOSE ON COLLCASE.TXT AND LISTS IT IN
      *                     THE REFERRAL SECTION OF THE WORKLIST, AND
      *                     FROM THERE THE ATTORNEY REFERRAL, FIRST
      *                     LEGAL, SALE AND REO STEPS LIVED ON A
      *                     SPREADSHEET.  THIS PROGRAM APPLIES THE
      *                     MILESTONE TRANSACTIONS ON FCLTXN.TXT TO
      *                     THE INDEXED FORECLOSURE CASE FILE
      *                     (FCLCASE.DAT, FCLREC COPYBOOK, KEYED ON
      *                     MORTGAGEE-ID): REFERRAL (ONLY FOR A LOAN
      *                     COLLECTIONS HAS REFERRED), FIRST LEGAL,
      *                     SALE SCHEDULED OR POSTPONED, SALE HELD
      *                     WITH ITS RESULT, REO TRANSFER, AND
      *                     REINSTATEMENT, EACH WITH ITS DATE AND IN
      *                     MILESTONE ORDER.  ATTORNEY FEES AND COSTS
      *                     RIDE ANY TRANSACTION (OR AN ADVANCE-ONLY
      *                     ONE) AND ACCUMULATE ON THE CASE AS
      *                     CORPORATE ADVANCES; GLPOST POSTS THEM OFF
      *                     THE MILESTONE JOURNAL (FCLJRNL.TXT,
      *                     FCLJRNL COPYBOOK, OPENED EXTEND, OPERATOR
      *                     FROM FCLM-OPER, FULL BEFORE/AFTER CASE
      *                     IMAGES).  A REINSTATEMENT CLOSES THE CASE
      *                     AND THE LOAN SERVICES ON; A THIRD-PARTY
      *                     SALE OR THE REO TRANSFER CLOSES IT AND
      *                     QUEUES A RETIRE WITH THE SALE OR REO
      *                     DISPOSITION CODE ON MORTMQUE.TXT
      *                     (MORTMTXN COPYBOOK) FOR THE NEXT MORTMAINT
      *                     RUN.  A CASE WHOSE LOAN RETIRED ANOTHER
      *                     WAY (A PAYOFF THROUGH MORTSATS) CLOSES
      *                     WITH THE MASTER'S DISPOSITION.  EVERY OPEN
      *                     CASE IS THEN CHECKED AGAINST THE STATE
      *                     TIMELINE TABLE (FCLTIME.TXT) FOR ITS
      *                     CURRENT MILESTONE AND FLAGGED - AND LISTED
      *                     ON FCLTMLN.TXT - WHEN IT HAS SAT THERE
      *                     LONGER THAN ITS STATE ALLOWS.  BAD
      *                     TRANSACTIONS ROUTE TO FCLXCP.TXT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORECLOSURE-CASE-FILE
           ASSIGN TO 'fclcase.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-MORTGAGEE-ID
           FILE STATUS IS WS-FCLCASE-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BORROWER-CONTACT-FILE
           ASSIGN TO 'borrcont.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BC-MORTGAGEE-ID
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPTIONAL COLLECTION-CASE-FILE
           ASSIGN TO 'collcase.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COLLCASE-STATUS.

           SELECT OPTIONAL TIMELINE-FILE ASSIGN TO 'fcltime.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMELINE-STATUS.

           SELECT OPTIONAL FCL-TXN-FILE ASSIGN TO 'fcltxn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

           SELECT FCL-EXCEPTION-FILE ASSIGN TO 'fclxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FXCP-STATUS.

           SELECT TIMELINE-REPORT-FILE ASSIGN TO 'fcltmln.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TMLN-STATUS.

           SELECT OPTIONAL MAINT-QUEUE-FILE ASSIGN TO 'mortmque.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MQUE-STATUS.

           SELECT OPTIONAL FCL-JOURNAL-FILE ASSIGN TO 'fcljrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECLOSURE-CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY FCLREC.

       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.

       FD  BORROWER-CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY BORRCNT.

       FD  COLLECTION-CASE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY COLLREC.

      *    ONE ROW PER STATE AND MILESTONE: THE DAYS A CASE MAY SIT
      *    AT THAT MILESTONE IN THAT STATE.  STATE ** IS THE DEFAULT
      *    FOR A STATE WITH NO ROW OF ITS OWN; NO ROW AT ALL MEANS NO
      *    LIMIT.
       FD  TIMELINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIMELINE-RECORD.
           05  TL-STATE                  PIC X(2).
           05  TL-MILESTONE              PIC X.
           05  TL-MAX-DAYS               PIC 9(4).

      *    ONE ROW PER FORECLOSURE STEP.  THE EVENT DATE IS THE DATE
      *    THE STEP HAPPENED - ON A SALE SCHEDULED IT IS THE SALE
      *    DATE, WHICH MAY STILL BE AHEAD.  ATTORNEY AND STATE ARE
      *    READ ON THE REFERRAL (STATE DEFAULTS TO THE PROPERTY STATE
      *    ON THE BORROWER CONTACT FILE), SALE RESULT AND AMOUNT ON
      *    THE SALE HELD.  ANY ROW MAY CARRY AN ATTORNEY FEE AND A
      *    COST ADVANCED.
       FD  FCL-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  FCL-TXN-RECORD.
           05  FT-ACTION                 PIC X.
               88  FT-ACTION-REFER           VALUE 'R'.
               88  FT-ACTION-FIRST-LEGAL     VALUE 'L'.
               88  FT-ACTION-SALE-SCHEDULED  VALUE 'S'.
               88  FT-ACTION-SALE-HELD       VALUE 'H'.
               88  FT-ACTION-REO-TRANSFER    VALUE 'O'.
               88  FT-ACTION-REINSTATED      VALUE 'I'.
               88  FT-ACTION-ADVANCE         VALUE 'A'.
               88  FT-ACTION-VALID           VALUE 'R' 'L' 'S' 'H'
                                                   'O' 'I' 'A'.
           05  FT-MORTGAGEE-ID           PIC 9(6).
           05  FT-EVENT-DATE             PIC 9(8).
           05  FT-ATTORNEY               PIC X(20).
           05  FT-PROPERTY-STATE         PIC X(2).
           05  FT-SALE-RESULT            PIC X.
           05  FT-SALE-AMOUNT            PIC 9(7)V99.
           05  FT-ATTY-FEE               PIC 9(6)V99.
           05  FT-COST                   PIC 9(6)V99.

       FD  FCL-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  FCL-EXCEPTION-LINE            PIC X(80).

       FD  TIMELINE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIMELINE-REPORT-LINE          PIC X(100).

       FD  MAINT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MORTMTXN.

       FD  FCL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 307 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY FCLJRNL.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
       01  WS-FCLCASE-STATUS         PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-COLLCASE-STATUS        PIC XX.
       01  WS-TIMELINE-STATUS        PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-FXCP-STATUS            PIC XX.
       01  WS-TMLN-STATUS            PIC XX.
       01  WS-MQUE-STATUS            PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT STAMPS THE JOURNAL AND IS THE DATE THE
      *    TIMELINE IS MEASURED TO (SYSTEM DATE WITH A WARNING WHEN
      *    NO CALENDAR IS ON HAND).
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-TXN-EOF-SW         PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-CASE-EOF-SW        PIC X VALUE 'N'.
               88  WS-CASE-EOF           VALUE 'Y'.
           05  WS-COLLCASE-EOF-SW    PIC X VALUE 'N'.
               88  WS-COLLCASE-EOF       VALUE 'Y'.
           05  WS-TIMELINE-EOF-SW    PIC X VALUE 'N'.
               88  WS-TIMELINE-EOF       VALUE 'Y'.
           05  WS-COLLCASE-ON-SW     PIC X VALUE 'N'.
               88  WS-COLLCASE-ON-HAND   VALUE 'Y'.
           05  WS-CONTACT-ON-SW      PIC X VALUE 'N'.
               88  WS-CONTACT-ON-HAND    VALUE 'Y'.
           05  WS-CASE-ON-FILE-SW    PIC X VALUE 'N'.
               88  WS-CASE-ON-FILE       VALUE 'Y'.

      *    LOANS COLLECTIONS HAS ESCALATED TO FORECLOSE, OFF
      *    COLLCASE.TXT - A REFERRAL FOR ANY OTHER LOAN IS REJECTED.
      *    NO CASE FILE ON HAND LETS REFERRALS THROUGH UNCHECKED,
      *    WITH A WARNING.
       01  WS-REFERRED-TABLE.
           05  WS-REF-COUNT          PIC 9(4) VALUE 0 COMP.
           05  WS-REF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-REF-IX.
               10  WS-REF-ID         PIC 9(6).

      *    STATE TIMELINE TABLE OFF FCLTIME.TXT
       01  WS-TIMELINE-TABLE.
           05  WS-TL-COUNT           PIC 9(4) VALUE 0 COMP.
           05  WS-TL-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-TL-IX.
               10  WS-TL-STATE       PIC X(2).
               10  WS-TL-MILESTONE   PIC X.
               10  WS-TL-MAX-DAYS    PIC 9(4).

      *    TIMELINE LOOKUP AND MEASUREMENT FIELDS
       01  WS-TIMELINE-VALUES.
           05  WS-LOOK-STATE         PIC X(2) VALUE SPACES.
           05  WS-ALLOWED-DAYS       PIC 9(4) VALUE 0.
           05  WS-DAYS-AT-MILESTONE  PIC S9(5) VALUE 0.
           05  WS-CYCLE-INTEGER      PIC 9(8) VALUE 0.
           05  WS-MILESTONE-INTEGER  PIC 9(8) VALUE 0.

      *    AUDIT JOURNAL WORKING FIELDS - THE BEFORE IMAGE IS CAUGHT
      *    AFTER THE KEYED READ AND BEFORE THE TRANSACTION TOUCHES
      *    THE CASE.  OPERATOR COMES FROM FCLM-OPER.
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-BEFORE-IMAGE       PIC X(130) VALUE SPACES.
           05  WS-JRNL-ACTION        PIC X VALUE SPACE.
           05  WS-JRNL-EVENT-DATE    PIC 9(8) VALUE 0.
           05  WS-JRNL-FEE           PIC 9(6)V99 VALUE 0.
           05  WS-JRNL-COST          PIC 9(6)V99 VALUE 0.

      *    CASE CLOSE WORKING FIELDS - THE REASON AND DATE THE CASE
      *    CLOSES WITH, AND THE DISPOSITION A QUEUED RETIRE CARRIES.
       01  WS-CLOSE-VALUES.
           05  WS-CLOSE-REASON       PIC X VALUE SPACE.
           05  WS-CLOSE-DATE         PIC 9(8) VALUE 0.
           05  WS-RETIRE-DISP        PIC X VALUE SPACE.

      *    TRANSACTION VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-FT-VALID-SWITCH    PIC X VALUE 'Y'.
               88  WS-FT-VALID           VALUE 'Y'.
               88  WS-FT-INVALID         VALUE 'N'.
           05  WS-FT-REJECT-REASON   PIC X(40) VALUE SPACES.

      *    RUN TOTALS
       01  WS-RUN-TOTALS.
           05  WS-REFERRALS          PIC 9(6) VALUE 0.
           05  WS-FIRST-LEGALS       PIC 9(6) VALUE 0.
           05  WS-SALES-SCHEDULED    PIC 9(6) VALUE 0.
           05  WS-POSTPONEMENTS      PIC 9(6) VALUE 0.
           05  WS-SALES-HELD         PIC 9(6) VALUE 0.
           05  WS-REO-TRANSFERS      PIC 9(6) VALUE 0.
           05  WS-REINSTATEMENTS     PIC 9(6) VALUE 0.
           05  WS-ADVANCE-ONLY       PIC 9(6) VALUE 0.
           05  WS-RETIRES-QUEUED     PIC 9(6) VALUE 0.
           05  WS-CLOSED-RETIRED     PIC 9(6) VALUE 0.
           05  WS-OPEN-CASES         PIC 9(6) VALUE 0.
           05  WS-PAST-TIMELINE      PIC 9(6) VALUE 0.
           05  WS-REJECTED           PIC 9(6) VALUE 0.
           05  WS-FEES-ADVANCED      PIC 9(9)V99 VALUE 0.
           05  WS-COSTS-ADVANCED     PIC 9(9)V99 VALUE 0.
           05  OUT-FEES-ADVANCED     PIC ZZZZZZZZ9.99.
           05  OUT-COSTS-ADVANCED    PIC ZZZZZZZZ9.99.

       01  WS-TIMELINE-DETAIL.
           05  TLD-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TLD-NAME              PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TLD-STATE             PIC X(2).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  TLD-MILESTONE         PIC X.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  TLD-SINCE             PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TLD-DAYS              PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TLD-ALLOWED           PIC ZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TLD-ATTORNEY          PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TXN-EOF
           PERFORM 3100-SWEEP-OPEN-CASES
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'FCLM-OPER'
           IF WS-OPERATOR = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR
           END-IF

           PERFORM 1100-LOAD-REFERRED-LOANS
           PERFORM 1150-LOAD-TIMELINE

      *    NO CASE FILE ON HAND IS THE FIRST-EVER RUN; THE FILE IS
      *    BUILT FROM THE REFERRALS ON THIS RUN.
           OPEN I-O FORECLOSURE-CASE-FILE
           IF WS-FCLCASE-STATUS NOT = '00'
               AND WS-FCLCASE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING FORECLOSURE CASE FILE: '
                       WS-FCLCASE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MORTGAGE-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORTGAGE FILE: ' WS-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN INPUT BORROWER-CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               SET WS-CONTACT-ON-HAND TO TRUE
           END-IF

      *    NO TRANSACTIONS ON HAND STILL RUNS - THE RETIRED-LOAN AND
      *    TIMELINE SWEEP OVER THE OPEN CASES IS A DAILY JOB.
           OPEN INPUT FCL-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               AND WS-TXN-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING FORECLOSURE TRANSACTION FILE: '
                       WS-TXN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT FCL-EXCEPTION-FILE
           OPEN OUTPUT TIMELINE-REPORT-FILE
           MOVE SPACES TO TIMELINE-REPORT-LINE
           STRING 'ID      NAME                            ST  MS  '
                  'SINCE         DAYS  ALLOW  ATTORNEY'
             DELIMITED BY SIZE INTO TIMELINE-REPORT-LINE
           END-STRING
           WRITE TIMELINE-REPORT-LINE

      *    THE QUEUE AND THE JOURNAL ONLY EXTEND - MORTMAINT EMPTIES
      *    THE QUEUE ONCE IT HAS APPLIED IT, AND THE JOURNAL IS THE
      *    PERMANENT HISTORY.
           OPEN EXTEND MAINT-QUEUE-FILE
           IF WS-MQUE-STATUS NOT = '00'
               AND WS-MQUE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING MAINTENANCE QUEUE: '
                       WS-MQUE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND FCL-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING FORECLOSURE JOURNAL: '
                       WS-JRNL-STATUS
               STOP RUN
           END-IF

           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  MILESTONE MAINTENANCE IS NOT A ONCE-PER-
      *    CYCLE STEP, SO NO CYCLRUNS.TXT STAMP GUARDS IT - THE DATE
      *    STAMPS WHAT IT CHANGES AND MEASURES THE TIMELINE.
      ******************************************************************
       1005-READ-CYCLE-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 1006-FIND-CONTROL-RECORD
                   UNTIL WS-CALENDAR-EOF OR WS-CALENDAR-ON-HAND
           END-IF
           CLOSE CYCLE-CALENDAR-FILE
           IF NOT WS-CALENDAR-ON-HAND
               DISPLAY 'WARNING: NO PROCESSING CALENDAR ON HAND - '
                       'USING SYSTEM DATE'
           END-IF.

       1006-FIND-CONTROL-RECORD.
           READ CYCLE-CALENDAR-FILE
               AT END SET WS-CALENDAR-EOF TO TRUE
               NOT AT END
                   IF CAL-CONTROL-REC
                       SET WS-CALENDAR-ON-HAND TO TRUE
                       MOVE CAL-DATE TO WS-CYCLE-DATE
                   END-IF
           END-READ.

       1100-LOAD-REFERRED-LOANS.
           OPEN INPUT COLLECTION-CASE-FILE
           IF WS-COLLCASE-STATUS = '00'
               SET WS-COLLCASE-ON-HAND TO TRUE
               PERFORM 1110-LOAD-ONE-COLLECTION-CASE
                   UNTIL WS-COLLCASE-EOF
           ELSE
               DISPLAY 'WARNING: NO COLLECTIONS CASE FILE ON HAND - '
                       'REFERRALS NOT CHECKED'
           END-IF
           CLOSE COLLECTION-CASE-FILE.

       1110-LOAD-ONE-COLLECTION-CASE.
           READ COLLECTION-CASE-FILE
               AT END SET WS-COLLCASE-EOF TO TRUE
               NOT AT END
                   IF CC-STATUS-FORECLOSE
                       IF WS-REF-COUNT < 2000
                           ADD 1 TO WS-REF-COUNT
                           SET WS-REF-IX TO WS-REF-COUNT
                           MOVE CC-MORTGAGEE-ID
                               TO WS-REF-ID (WS-REF-IX)
                       ELSE
                           DISPLAY 'REFERRED LOANS EXCEED TABLE '
                                   'LIMIT - RAISE THE OCCURS AND '
                                   'RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       1150-LOAD-TIMELINE.
           OPEN INPUT TIMELINE-FILE
           IF WS-TIMELINE-STATUS = '00'
               PERFORM 1160-LOAD-ONE-TIMELINE UNTIL WS-TIMELINE-EOF
           ELSE
               DISPLAY 'WARNING: NO STATE TIMELINE TABLE ON HAND - '
                       'NO CASE WILL FLAG'
           END-IF
           CLOSE TIMELINE-FILE.

       1160-LOAD-ONE-TIMELINE.
           READ TIMELINE-FILE
               AT END SET WS-TIMELINE-EOF TO TRUE
               NOT AT END
                   IF TL-MAX-DAYS NUMERIC
                       IF WS-TL-COUNT < 400
                           ADD 1 TO WS-TL-COUNT
                           SET WS-TL-IX TO WS-TL-COUNT
                           MOVE TL-STATE TO WS-TL-STATE (WS-TL-IX)
                           MOVE TL-MILESTONE
                               TO WS-TL-MILESTONE (WS-TL-IX)
                           MOVE TL-MAX-DAYS
                               TO WS-TL-MAX-DAYS (WS-TL-IX)
                       ELSE
                           DISPLAY 'TIMELINE TABLE EXCEEDS TABLE '
                                   'LIMIT - RAISE THE OCCURS AND '
                                   'RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       1200-READ-TRANSACTION.
           IF WS-TXN-STATUS = '05'
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ FCL-TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      *    2000-PROCESS-TRANSACTION - VALIDATE THE ROW AGAINST THE
      *    MASTER AND THE CASE, APPLY THE MILESTONE (WHICH CHECKS ITS
      *    OWN PLACE IN THE SEQUENCE), ACCUMULATE ANY FEE AND COST
      *    ADVANCED, THEN STORE AND JOURNAL THE CASE.
      ******************************************************************
       2000-PROCESS-TRANSACTION.
           PERFORM 2100-VALIDATE-TRANSACTION
           IF WS-FT-VALID
               EVALUATE TRUE
                   WHEN FT-ACTION-REFER
                       PERFORM 2200-APPLY-REFERRAL
                   WHEN FT-ACTION-FIRST-LEGAL
                       PERFORM 2300-APPLY-FIRST-LEGAL
                   WHEN FT-ACTION-SALE-SCHEDULED
                       PERFORM 2400-APPLY-SALE-SCHEDULED
                   WHEN FT-ACTION-SALE-HELD
                       PERFORM 2500-APPLY-SALE-HELD
                   WHEN FT-ACTION-REO-TRANSFER
                       PERFORM 2600-APPLY-REO-TRANSFER
                   WHEN FT-ACTION-REINSTATED
                       PERFORM 2650-APPLY-REINSTATEMENT
                   WHEN OTHER
                       ADD 1 TO WS-ADVANCE-ONLY
               END-EVALUATE
           END-IF
           IF WS-FT-VALID
               ADD FT-ATTY-FEE TO FC-ATTY-FEES-ADVANCED
               ADD FT-COST TO FC-COSTS-ADVANCED
               ADD FT-ATTY-FEE TO WS-FEES-ADVANCED
               ADD FT-COST TO WS-COSTS-ADVANCED
               MOVE WS-RUN-DATE TO FC-LAST-ACTIVITY-DATE
               PERFORM 2850-STORE-CASE
               MOVE FT-ACTION TO WS-JRNL-ACTION
               MOVE FT-EVENT-DATE TO WS-JRNL-EVENT-DATE
               MOVE FT-ATTY-FEE TO WS-JRNL-FEE
               MOVE FT-COST TO WS-JRNL-COST
               PERFORM 2900-WRITE-FCL-JOURNAL
           ELSE
               PERFORM 1400-WRITE-FCL-EXCEPTION
           END-IF
           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    2100-VALIDATE-TRANSACTION - THE ROW MUST NAME A LOAN ON THE
      *    MASTER AND A DATED, RECOGNIZED STEP.  ONLY A REFERRAL MAY
      *    ARRIVE WITHOUT AN OPEN CASE (IT OPENS ONE); AN ADVANCE MAY
      *    POST TO A CLOSED CASE - THE ATTORNEY'S LAST BILL USUALLY
      *    ARRIVES AFTER THE SALE.  ONLY A SALE DATE MAY LIE AHEAD OF
      *    THE RUN DATE.  A FEE OR COST LEFT BLANK IS ZERO.
      ******************************************************************
       2100-VALIDATE-TRANSACTION.
           SET WS-FT-VALID TO TRUE
           MOVE SPACES TO WS-FT-REJECT-REASON
           MOVE 'N' TO WS-CASE-ON-FILE-SW
           MOVE SPACES TO WS-BEFORE-IMAGE

           IF FT-ATTY-FEE NOT NUMERIC
               MOVE ZERO TO FT-ATTY-FEE
           END-IF
           IF FT-COST NOT NUMERIC
               MOVE ZERO TO FT-COST
           END-IF
           IF FT-SALE-AMOUNT NOT NUMERIC
               MOVE ZERO TO FT-SALE-AMOUNT
           END-IF

           IF NOT FT-ACTION-VALID
               SET WS-FT-INVALID TO TRUE
               MOVE 'UNRECOGNIZED FORECLOSURE ACTION' TO
                   WS-FT-REJECT-REASON
           END-IF

           IF WS-FT-VALID
               AND (FT-MORTGAGEE-ID NOT NUMERIC
                    OR FT-MORTGAGEE-ID = 0)
               SET WS-FT-INVALID TO TRUE
               MOVE 'MORTGAGEE ID MISSING' TO WS-FT-REJECT-REASON
           END-IF

           IF WS-FT-VALID
               AND (FT-EVENT-DATE NOT NUMERIC
                    OR FT-EVENT-DATE = 0)
               SET WS-FT-INVALID TO TRUE
               MOVE 'EVENT DATE MISSING' TO WS-FT-REJECT-REASON
           END-IF

           IF WS-FT-VALID
               AND NOT FT-ACTION-SALE-SCHEDULED
               AND FT-EVENT-DATE > WS-RUN-DATE
               SET WS-FT-INVALID TO TRUE
               MOVE 'EVENT DATE AFTER RUN DATE' TO WS-FT-REJECT-REASON
           END-IF

           IF WS-FT-VALID
               AND FT-ACTION-ADVANCE
               AND FT-ATTY-FEE = 0
               AND FT-COST = 0
               SET WS-FT-INVALID TO TRUE
               MOVE 'ADVANCE CARRIES NO FEE OR COST' TO
                   WS-FT-REJECT-REASON
           END-IF

           IF WS-FT-VALID
               MOVE FT-MORTGAGEE-ID TO MORTGAGEE-ID
               READ MORTGAGE-FILE
                   INVALID KEY
                       SET WS-FT-INVALID TO TRUE
                       MOVE 'LOAN NOT ON MASTER' TO
                           WS-FT-REJECT-REASON
               END-READ
           END-IF

           IF WS-FT-VALID
               MOVE FT-MORTGAGEE-ID TO FC-MORTGAGEE-ID
               READ FORECLOSURE-CASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-ON-FILE TO TRUE
                       MOVE FORECLOSURE-CASE-RECORD TO
                           WS-BEFORE-IMAGE
               END-READ
           END-IF

           IF WS-FT-VALID AND FT-ACTION-REFER
               IF WS-CASE-ON-FILE AND FC-CASE-OPEN
                   SET WS-FT-INVALID TO TRUE
                   MOVE 'FORECLOSURE CASE ALREADY OPEN' TO
                       WS-FT-REJECT-REASON
               END-IF
               IF WS-FT-VALID AND MORTGAGEE-RETIRED
                   SET WS-FT-INVALID TO TRUE
                   MOVE 'LOAN IS RETIRED' TO WS-FT-REJECT-REASON
               END-IF
           END-IF

           IF WS-FT-VALID AND NOT FT-ACTION-REFER
               IF NOT WS-CASE-ON-FILE
                   SET WS-FT-INVALID TO TRUE
                   MOVE 'NO FORECLOSURE CASE ON FILE' TO
                       WS-FT-REJECT-REASON
               ELSE
                   IF FC-CASE-CLOSED AND NOT FT-ACTION-ADVANCE
                       SET WS-FT-INVALID TO TRUE
                       MOVE 'FORECLOSURE CASE IS CLOSED' TO
                           WS-FT-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-APPLY-REFERRAL - OPEN THE CASE AT THE ATTORNEY
      *    REFERRAL.  THE LOAN MUST BE ONE COLLECTIONS ESCALATED TO
      *    FORECLOSE, THE ATTORNEY MUST BE NAMED, AND THE PROPERTY
      *    STATE - KEYED, OR OFF THE BORROWER CONTACT FILE - MUST BE
      *    KNOWN, SINCE THE WHOLE TIMELINE HANGS ON IT.  A LOAN
      *    REFERRED AGAIN AFTER AN EARLIER CASE CLOSED STARTS A FRESH
      *    CASE; THE OLD ONE SURVIVES ON THE JOURNAL.
      ******************************************************************
       2200-APPLY-REFERRAL.
           IF WS-COLLCASE-ON-HAND
               PERFORM 2210-CHECK-ONE-REFERRED
                   VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
                   OR WS-REF-ID (WS-REF-IX) = FT-MORTGAGEE-ID
               IF WS-REF-IX > WS-REF-COUNT
                   SET WS-FT-INVALID TO TRUE
                   MOVE 'LOAN NOT REFERRED BY COLLECTIONS' TO
                       WS-FT-REJECT-REASON
               END-IF
           END-IF

           IF WS-FT-VALID AND FT-ATTORNEY = SPACES
               SET WS-FT-INVALID TO TRUE
               MOVE 'ATTORNEY NOT NAMED ON REFERRAL' TO
                   WS-FT-REJECT-REASON
           END-IF

           MOVE FT-PROPERTY-STATE TO WS-LOOK-STATE
           IF WS-FT-VALID AND WS-LOOK-STATE = SPACES
               AND WS-CONTACT-ON-HAND
               MOVE FT-MORTGAGEE-ID TO BC-MORTGAGEE-ID
               READ BORROWER-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BC-PROP-STATE TO WS-LOOK-STATE
               END-READ
           END-IF
           IF WS-FT-VALID AND WS-LOOK-STATE = SPACES
               SET WS-FT-INVALID TO TRUE
               MOVE 'NO PROPERTY STATE - KEY IT ON REFERRAL' TO
                   WS-FT-REJECT-REASON
           END-IF

           IF WS-FT-VALID
               MOVE SPACES TO FORECLOSURE-CASE-RECORD
               MOVE FT-MORTGAGEE-ID TO FC-MORTGAGEE-ID
               SET FC-CASE-OPEN TO TRUE
               SET FC-MS-REFERRED TO TRUE
               MOVE FT-EVENT-DATE TO FC-MILESTONE-DATE
               MOVE WS-LOOK-STATE TO FC-PROPERTY-STATE
               MOVE FT-ATTORNEY TO FC-ATTORNEY
               MOVE FT-EVENT-DATE TO FC-REFERRAL-DATE
               MOVE 0 TO FC-FIRST-LEGAL-DATE
               MOVE 0 TO FC-SALE-DATE
               MOVE 0 TO FC-POSTPONEMENTS
               MOVE 0 TO FC-SALE-HELD-DATE
               MOVE 0 TO FC-SALE-AMOUNT
               MOVE 0 TO FC-REO-DATE
               MOVE 0 TO FC-CLOSED-DATE
               MOVE 0 TO FC-ATTY-FEES-ADVANCED
               MOVE 0 TO FC-COSTS-ADVANCED
               MOVE 0 TO FC-TIMELINE-DAYS
               SET FC-WITHIN-TIMELINE TO TRUE
               MOVE 0 TO FC-LAST-ACTIVITY-DATE
               ADD 1 TO WS-REFERRALS
           END-IF.

       2210-CHECK-ONE-REFERRED.
           CONTINUE.

       2300-APPLY-FIRST-LEGAL.
           IF FC-MS-REFERRED
               SET FC-MS-FIRST-LEGAL TO TRUE
               MOVE FT-EVENT-DATE TO FC-MILESTONE-DATE
               MOVE FT-EVENT-DATE TO FC-FIRST-LEGAL-DATE
               ADD 1 TO WS-FIRST-LEGALS
           ELSE
               SET WS-FT-INVALID TO TRUE
               MOVE 'FIRST LEGAL OUT OF MILESTONE ORDER' TO
                   WS-FT-REJECT-REASON
           END-IF.

      ******************************************************************
      *    2400-APPLY-SALE-SCHEDULED - THE FIRST SCHEDULING MOVES THE
      *    CASE TO SALE SCHEDULED AS OF THE RUN DATE (THE EVENT DATE
      *    IS THE SALE DATE ITSELF).  A LATER ONE IS A POSTPONEMENT:
      *    NEW SALE DATE, SAME MILESTONE, AND THE TIMELINE CLOCK KEEPS
      *    RUNNING FROM THE FIRST SCHEDULING.
      ******************************************************************
       2400-APPLY-SALE-SCHEDULED.
           EVALUATE TRUE
               WHEN FC-MS-FIRST-LEGAL
                   SET FC-MS-SALE-SCHEDULED TO TRUE
                   MOVE WS-RUN-DATE TO FC-MILESTONE-DATE
                   MOVE FT-EVENT-DATE TO FC-SALE-DATE
                   ADD 1 TO WS-SALES-SCHEDULED
               WHEN FC-MS-SALE-SCHEDULED
                   MOVE FT-EVENT-DATE TO FC-SALE-DATE
                   ADD 1 TO FC-POSTPONEMENTS
                   ADD 1 TO WS-POSTPONEMENTS
               WHEN OTHER
                   SET WS-FT-INVALID TO TRUE
                   MOVE 'SALE SCHEDULED OUT OF MILESTONE ORDER' TO
                       WS-FT-REJECT-REASON
           END-EVALUATE.

      ******************************************************************
      *    2500-APPLY-SALE-HELD - A THIRD-PARTY BUYER ENDS THE LOAN:
      *    THE CASE CLOSES AND A RETIRE IS QUEUED WITH THE
      *    FORECLOSURE-SALE DISPOSITION.  A PROPERTY THAT REVERTED TO
      *    US STAYS OPEN AT SALE HELD UNTIL THE REO TRANSFER.
      ******************************************************************
       2500-APPLY-SALE-HELD.
           IF NOT FC-MS-SALE-SCHEDULED
               SET WS-FT-INVALID TO TRUE
               MOVE 'SALE HELD OUT OF MILESTONE ORDER' TO
                   WS-FT-REJECT-REASON
           END-IF
           IF WS-FT-VALID
               AND FT-SALE-RESULT NOT = 'T'
               AND FT-SALE-RESULT NOT = 'L'
               SET WS-FT-INVALID TO TRUE
               MOVE 'SALE RESULT NOT T OR L' TO WS-FT-REJECT-REASON
           END-IF
           IF WS-FT-VALID
               SET FC-MS-SALE-HELD TO TRUE
               MOVE FT-EVENT-DATE TO FC-MILESTONE-DATE
               MOVE FT-EVENT-DATE TO FC-SALE-HELD-DATE
               MOVE FT-SALE-RESULT TO FC-SALE-RESULT
               MOVE FT-SALE-AMOUNT TO FC-SALE-AMOUNT
               ADD 1 TO WS-SALES-HELD
               IF FC-SOLD-THIRD-PARTY
                   MOVE 'S' TO WS-CLOSE-REASON
                   MOVE FT-EVENT-DATE TO WS-CLOSE-DATE
                   PERFORM 2680-CLOSE-CASE
                   MOVE 'S' TO WS-RETIRE-DISP
                   PERFORM 2690-QUEUE-RETIRE
               END-IF
           END-IF.

       2600-APPLY-REO-TRANSFER.
           IF FC-MS-SALE-HELD AND FC-REVERTED-TO-LENDER
               SET FC-MS-REO TO TRUE
               MOVE FT-EVENT-DATE TO FC-MILESTONE-DATE
               MOVE FT-EVENT-DATE TO FC-REO-DATE
               ADD 1 TO WS-REO-TRANSFERS
               MOVE 'O' TO WS-CLOSE-REASON
               MOVE FT-EVENT-DATE TO WS-CLOSE-DATE
               PERFORM 2680-CLOSE-CASE
               MOVE 'O' TO WS-RETIRE-DISP
               PERFORM 2690-QUEUE-RETIRE
           ELSE
               SET WS-FT-INVALID TO TRUE
               MOVE 'REO TRANSFER WITHOUT A REVERTED SALE' TO
                   WS-FT-REJECT-REASON
           END-IF.

      ******************************************************************
      *    2650-APPLY-REINSTATEMENT - THE BORROWER BROUGHT THE LOAN
      *    CURRENT BEFORE THE SALE.  THE CASE CLOSES AND THE LOAN
      *    SERVICES ON - NOTHING IS RETIRED; MORTDELQ CURES THE
      *    COLLECTIONS CASE ONCE THE PAST DUE IS GONE.
      ******************************************************************
       2650-APPLY-REINSTATEMENT.
           IF FC-MS-REFERRED OR FC-MS-FIRST-LEGAL
               OR FC-MS-SALE-SCHEDULED
               SET FC-MS-REINSTATED TO TRUE
               MOVE FT-EVENT-DATE TO FC-MILESTONE-DATE
               ADD 1 TO WS-REINSTATEMENTS
               MOVE 'I' TO WS-CLOSE-REASON
               MOVE FT-EVENT-DATE TO WS-CLOSE-DATE
               PERFORM 2680-CLOSE-CASE
           ELSE
               SET WS-FT-INVALID TO TRUE
               MOVE 'REINSTATEMENT AFTER THE SALE WAS HELD' TO
                   WS-FT-REJECT-REASON
           END-IF.

       2680-CLOSE-CASE.
           SET FC-CASE-CLOSED TO TRUE
           MOVE WS-CLOSE-REASON TO FC-CLOSE-REASON
           MOVE WS-CLOSE-DATE TO FC-CLOSED-DATE
           MOVE 0 TO FC-TIMELINE-DAYS
           SET FC-WITHIN-TIMELINE TO TRUE.

      ******************************************************************
      *    2690-QUEUE-RETIRE - THE MASTER IS MORTMAINT'S TO CHANGE.
      *    A RETIRE ROW WITH THE DISPOSITION GOES ON THE MAINTENANCE
      *    QUEUE, WHICH THE NEXT MORTMAINT RUN APPLIES (AND
      *    JOURNALS) AFTER ITS OWN TRANSACTIONS.
      ******************************************************************
       2690-QUEUE-RETIRE.
           MOVE SPACES TO MAINT-TRANSACTION-RECORD
           SET MT-ACTION-RETIRE TO TRUE
           MOVE FT-MORTGAGEE-ID TO MT-MORTGAGEE-ID
           MOVE WS-RETIRE-DISP TO MT-DISPOSITION
           WRITE MAINT-TRANSACTION-RECORD
           ADD 1 TO WS-RETIRES-QUEUED.

       2850-STORE-CASE.
           IF WS-CASE-ON-FILE
               REWRITE FORECLOSURE-CASE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING FORECLOSURE CASE: '
                               FC-MORTGAGEE-ID ' ' WS-FCLCASE-STATUS
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE FORECLOSURE-CASE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING FORECLOSURE CASE: '
                               FC-MORTGAGEE-ID ' ' WS-FCLCASE-STATUS
                       STOP RUN
               END-WRITE
           END-IF.

      ******************************************************************
      *    2900-WRITE-FCL-JOURNAL - ONE JOURNAL RECORD PER APPLIED
      *    TRANSACTION (OR SWEEP CLOSE): ACTION, RUN DATE, OPERATOR,
      *    THE EVENT DATE AND ANY FEE AND COST ADVANCED, AND THE
      *    FULL BEFORE AND AFTER IMAGES OF THE CASE.
      ******************************************************************
       2900-WRITE-FCL-JOURNAL.
           MOVE WS-RUN-DATE TO FJ-RUN-DATE
           MOVE WS-OPERATOR TO FJ-OPERATOR
           MOVE WS-JRNL-ACTION TO FJ-ACTION
           MOVE FC-MORTGAGEE-ID TO FJ-MORTGAGEE-ID
           MOVE WS-JRNL-EVENT-DATE TO FJ-EVENT-DATE
           MOVE WS-JRNL-FEE TO FJ-ATTY-FEE
           MOVE WS-JRNL-COST TO FJ-COST
           MOVE WS-BEFORE-IMAGE TO FJ-BEFORE-IMAGE
           MOVE FORECLOSURE-CASE-RECORD TO FJ-AFTER-IMAGE
           WRITE FCL-JOURNAL-RECORD.

       1400-WRITE-FCL-EXCEPTION.
           ADD 1 TO WS-REJECTED
           MOVE SPACES TO FCL-EXCEPTION-LINE
           STRING FT-MORTGAGEE-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FT-ACTION DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-FT-REJECT-REASON DELIMITED BY SIZE
             INTO FCL-EXCEPTION-LINE
           END-STRING
           WRITE FCL-EXCEPTION-LINE.

      ******************************************************************
      *    3100-SWEEP-OPEN-CASES - ONE PASS OVER THE WHOLE CASE FILE
      *    IN KEY ORDER AFTER THE TRANSACTIONS.  AN OPEN CASE WHOSE
      *    LOAN HAS RETIRED SOME OTHER WAY CLOSES WITH THE MASTER'S
      *    DISPOSITION; EVERY OTHER OPEN CASE IS MEASURED AGAINST ITS
      *    STATE TIMELINE AS OF THE RUN DATE.
      ******************************************************************
       3100-SWEEP-OPEN-CASES.
           MOVE 0 TO FC-MORTGAGEE-ID
           START FORECLOSURE-CASE-FILE
               KEY NOT LESS THAN FC-MORTGAGEE-ID
               INVALID KEY SET WS-CASE-EOF TO TRUE
           END-START
           PERFORM 3110-SWEEP-ONE-CASE UNTIL WS-CASE-EOF.

       3110-SWEEP-ONE-CASE.
           READ FORECLOSURE-CASE-FILE NEXT
               AT END SET WS-CASE-EOF TO TRUE
               NOT AT END
                   IF FC-CASE-OPEN
                       PERFORM 3120-CHECK-OPEN-CASE
                   END-IF
           END-READ.

       3120-CHECK-OPEN-CASE.
           MOVE FORECLOSURE-CASE-RECORD TO WS-BEFORE-IMAGE
           MOVE FC-MORTGAGEE-ID TO MORTGAGEE-ID
           READ MORTGAGE-FILE
               INVALID KEY
                   MOVE SPACES TO MORTGAGEE-NAME
                   SET MORTGAGEE-ACTIVE TO TRUE
           END-READ
           IF MORTGAGEE-RETIRED
               PERFORM 3130-CLOSE-RETIRED-CASE
           ELSE
               ADD 1 TO WS-OPEN-CASES
               PERFORM 2800-EVALUATE-TIMELINE
               IF FORECLOSURE-CASE-RECORD NOT = WS-BEFORE-IMAGE
                   REWRITE FORECLOSURE-CASE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING FORECLOSURE CASE: '
                                   FC-MORTGAGEE-ID ' ' WS-FCLCASE-STATUS
                           STOP RUN
                   END-REWRITE
               END-IF
               IF FC-PAST-TIMELINE
                   ADD 1 TO WS-PAST-TIMELINE
                   PERFORM 3150-WRITE-TIMELINE-LINE
               END-IF
           END-IF.

      ******************************************************************
      *    3130-CLOSE-RETIRED-CASE - THE LOAN LEFT THE BOOKS WITHOUT
      *    A CLOSING MILESTONE (A PAYOFF THROUGH MORTSATS, OR A
      *    RETIRE KEYED STRAIGHT INTO MORTMAINT).  CLOSE THE CASE ON
      *    THE MASTER'S DISPOSITION AND RETIRED DATE AND JOURNAL IT.
      ******************************************************************
       3130-CLOSE-RETIRED-CASE.
           EVALUATE TRUE
               WHEN MORTGAGEE-DISP-PAID-OFF
                   MOVE 'P' TO WS-CLOSE-REASON
               WHEN MORTGAGEE-DISP-FCL-SALE
                   MOVE 'S' TO WS-CLOSE-REASON
               WHEN MORTGAGEE-DISP-REO
                   MOVE 'O' TO WS-CLOSE-REASON
               WHEN OTHER
                   MOVE 'M' TO WS-CLOSE-REASON
           END-EVALUATE
           IF MORTGAGEE-RETIRED-DATE > 0
               MOVE MORTGAGEE-RETIRED-DATE TO WS-CLOSE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CLOSE-DATE
           END-IF
           PERFORM 2680-CLOSE-CASE
           MOVE WS-RUN-DATE TO FC-LAST-ACTIVITY-DATE
           REWRITE FORECLOSURE-CASE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING FORECLOSURE CASE: '
                           FC-MORTGAGEE-ID ' ' WS-FCLCASE-STATUS
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-CLOSED-RETIRED
           MOVE 'X' TO WS-JRNL-ACTION
           MOVE WS-CLOSE-DATE TO WS-JRNL-EVENT-DATE
           MOVE 0 TO WS-JRNL-FEE
           MOVE 0 TO WS-JRNL-COST
           PERFORM 2900-WRITE-FCL-JOURNAL.

      ******************************************************************
      *    2800-EVALUATE-TIMELINE - DAYS ALLOWED AT THE CURRENT
      *    MILESTONE FOR THE CASE'S STATE (THE STATE'S OWN ROW, ELSE
      *    THE ** DEFAULT ROW, ELSE NO LIMIT), AGAINST THE DAYS SINCE
      *    THE CASE REACHED IT.
      ******************************************************************
       2800-EVALUATE-TIMELINE.
           MOVE FC-PROPERTY-STATE TO WS-LOOK-STATE
           PERFORM 2810-FIND-TIMELINE-ROW
           IF WS-TL-IX > WS-TL-COUNT
               MOVE '**' TO WS-LOOK-STATE
               PERFORM 2810-FIND-TIMELINE-ROW
           END-IF
           IF WS-TL-IX > WS-TL-COUNT
               MOVE 0 TO WS-ALLOWED-DAYS
           ELSE
               MOVE WS-TL-MAX-DAYS (WS-TL-IX) TO WS-ALLOWED-DAYS
           END-IF
           MOVE WS-ALLOWED-DAYS TO FC-TIMELINE-DAYS

           MOVE 0 TO WS-DAYS-AT-MILESTONE
           IF FC-MILESTONE-DATE > 0
               COMPUTE WS-MILESTONE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FC-MILESTONE-DATE)
               COMPUTE WS-DAYS-AT-MILESTONE =
                   WS-CYCLE-INTEGER - WS-MILESTONE-INTEGER
           END-IF

           IF WS-ALLOWED-DAYS > 0
               AND WS-DAYS-AT-MILESTONE > WS-ALLOWED-DAYS
               SET FC-PAST-TIMELINE TO TRUE
           ELSE
               SET FC-WITHIN-TIMELINE TO TRUE
           END-IF.

       2810-FIND-TIMELINE-ROW.
           PERFORM 2820-CHECK-ONE-TIMELINE-ROW
               VARYING WS-TL-IX FROM 1 BY 1
               UNTIL WS-TL-IX > WS-TL-COUNT
               OR (WS-TL-STATE (WS-TL-IX) = WS-LOOK-STATE
                   AND WS-TL-MILESTONE (WS-TL-IX) = FC-MILESTONE).

       2820-CHECK-ONE-TIMELINE-ROW.
           CONTINUE.

       3150-WRITE-TIMELINE-LINE.
           MOVE FC-MORTGAGEE-ID TO TLD-ID
           MOVE MORTGAGEE-NAME TO TLD-NAME
           MOVE FC-PROPERTY-STATE TO TLD-STATE
           MOVE FC-MILESTONE TO TLD-MILESTONE
           MOVE FC-MILESTONE-DATE TO TLD-SINCE
           MOVE WS-DAYS-AT-MILESTONE TO TLD-DAYS
           MOVE FC-TIMELINE-DAYS TO TLD-ALLOWED
           MOVE FC-ATTORNEY TO TLD-ATTORNEY
           WRITE TIMELINE-REPORT-LINE FROM WS-TIMELINE-DETAIL.

       3000-TERMINATE.
           CLOSE FORECLOSURE-CASE-FILE
           CLOSE MORTGAGE-FILE
           IF WS-CONTACT-ON-HAND
               CLOSE BORROWER-CONTACT-FILE
           END-IF
           IF WS-TXN-STATUS NOT = '05'
               CLOSE FCL-TXN-FILE
           END-IF
           CLOSE FCL-EXCEPTION-FILE
           CLOSE TIMELINE-REPORT-FILE
           CLOSE MAINT-QUEUE-FILE
           CLOSE FCL-JOURNAL-FILE

           MOVE WS-FEES-ADVANCED TO OUT-FEES-ADVANCED
           MOVE WS-COSTS-ADVANCED TO OUT-COSTS-ADVANCED
           DISPLAY ' '
           DISPLAY '***** FCLMAINT RUN TOTALS *****'
           DISPLAY 'RUN DATE...........: ' WS-RUN-DATE
           DISPLAY 'REFERRALS OPENED...: ' WS-REFERRALS
           DISPLAY 'FIRST LEGALS.......: ' WS-FIRST-LEGALS
           DISPLAY 'SALES SCHEDULED....: ' WS-SALES-SCHEDULED
           DISPLAY 'SALES POSTPONED....: ' WS-POSTPONEMENTS
           DISPLAY 'SALES HELD.........: ' WS-SALES-HELD
           DISPLAY 'REO TRANSFERS......: ' WS-REO-TRANSFERS
           DISPLAY 'REINSTATEMENTS.....: ' WS-REINSTATEMENTS
           DISPLAY 'ADVANCE-ONLY ROWS..: ' WS-ADVANCE-ONLY
           DISPLAY 'ATTORNEY FEES $....: ' OUT-FEES-ADVANCED
           DISPLAY 'COSTS ADVANCED $...: ' OUT-COSTS-ADVANCED
           DISPLAY 'RETIRES QUEUED.....: ' WS-RETIRES-QUEUED
           DISPLAY 'CLOSED ON RETIRE...: ' WS-CLOSED-RETIRED
           DISPLAY 'OPEN CASES.........: ' WS-OPEN-CASES
           DISPLAY 'PAST STATE TIMELINE: ' WS-PAST-TIMELINE
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED.
