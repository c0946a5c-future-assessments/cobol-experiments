       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCLRPT.
       AUTHOR. AIKEDA.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.  MONTHLY FORECLOSURE
      *                     PIPELINE REPORT OFF THE FORECLOSURE CASE
      *                     FILE FCLMAINT MAINTAINS (FCLCASE.DAT,
      *                     FCLREC COPYBOOK).  FOR THE TARGET MONTH
      *                     (FCLR-YEAR/FCLR-MONTH, ELSE THE CYCLE DATE
      *                     ON THE PROCESSING CALENDAR) THE REPORT
      *                     (FCLPIPE.TXT) LISTS EVERY OPEN CASE AND
      *                     EVERY CASE CLOSED DURING THE MONTH WITH
      *                     ITS MILESTONE, STATE TIMELINE STANDING,
      *                     UNPAID PRINCIPAL (SP-CUR-BALANCE OFF
      *                     MORTPOS.DAT) AND CORPORATE ADVANCES; THEN
      *                     SUMMARIZES THE OPEN PIPELINE BY MILESTONE
      *                     AND BY INVESTOR CODE (SPACES ON THE MASTER
      *                     IS THE PORTFOLIO BOOK), AND THE MONTH'S
      *                     CLOSINGS BY REASON.  COMPLETION STAMPS
      *                     CYCLRUNS.TXT AND A SECOND RUN OF THE SAME
      *                     CYCLE DATE REFUSES UNLESS CYCL-RERUN=Y.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FC-MORTGAGEE-ID
           FILE STATUS IS WS-FCLCASE-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO 'mortmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MORTGAGEE-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL SERVICING-POSITION-FILE
           ASSIGN TO 'mortpos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-MORTGAGEE-ID
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT PIPELINE-REPORT-FILE ASSIGN TO 'fclpipe.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL CYCLE-RUN-FILE ASSIGN TO 'cyclruns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCRUN-STATUS.

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

       FD  SERVICING-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 76 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTPOS.

       FD  PIPELINE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PIPELINE-REPORT-LINE          PIC X(132).

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLECAL.

       FD  CYCLE-RUN-FILE
           LABEL RECORDS ARE STANDARD.

           COPY CYCLRUNS.

       WORKING-STORAGE SECTION.
       01  WS-FCLCASE-STATUS         PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-POSITION-STATUS        PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.

      *    PROCESSING-CALENDAR FIELDS - THE CYCLE DATE OFF
      *    CYCLECAL.TXT (SYSTEM DATE WITH A WARNING WHEN NO CALENDAR
      *    IS ON HAND) AND THE ONCE-PER-CYCLE STAMPS ON CYCLRUNS.TXT.
       01  WS-CALENDAR-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
           05  WS-CALENDAR-ON-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-ON-HAND   VALUE 'Y'.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-CALENDAR-EOF       VALUE 'Y'.
           05  WS-CYCRUN-EOF-SW      PIC X VALUE 'N'.
               88  WS-CYCRUN-EOF         VALUE 'Y'.
           05  WS-RERUN-FLAG         PIC X VALUE 'N'.
               88  WS-RERUN-ALLOWED      VALUE 'Y'.
           05  WS-OWN-PROGRAM        PIC X(9) VALUE 'FCLRPT'.

       01  WS-RUN-STAMP-TABLE.
           05  WS-RS-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-RS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RS-IX.
               10  WS-RS-PROGRAM     PIC X(9).
               10  WS-RS-DATE        PIC 9(8).

       01  WS-SWITCHES.
           05  WS-CASE-EOF-SW        PIC X VALUE 'N'.
               88  WS-CASE-EOF           VALUE 'Y'.
           05  WS-POSITION-ON-SW     PIC X VALUE 'N'.
               88  WS-POSITION-ON-HAND   VALUE 'Y'.

      *    TARGET PIPELINE MONTH FROM THE ENVIRONMENT
       01  WS-TARGET-VALUES.
           05  WS-TGT-YEAR-TEXT      PIC X(4) VALUE SPACES.
           05  WS-TGT-MONTH-TEXT     PIC X(2) VALUE SPACES.
           05  WS-TGT-YEAR           PIC 9(4) VALUE 0.
           05  WS-TGT-MONTH          PIC 9(2) VALUE 0.
           05  WS-TGT-YYYYMM         PIC 9(6) VALUE 0.
           05  WS-CLOSED-YYYYMM      PIC 9(6) VALUE 0.

      *    THE FOUR MILESTONES A CASE CAN STAND OPEN AT (AN REO
      *    TRANSFER OR A REINSTATEMENT CLOSES IT), IN PIPELINE ORDER.
       01  WS-MILESTONE-LIST.
           05  FILLER                PIC X(21)
                   VALUE 'RREFERRED TO ATTORNEY'.
           05  FILLER                PIC X(21)
                   VALUE 'LFIRST LEGAL FILED   '.
           05  FILLER                PIC X(21)
                   VALUE 'SSALE SCHEDULED      '.
           05  FILLER                PIC X(21)
                   VALUE 'HSALE HELD - REVERTED'.
       01  WS-MILESTONES REDEFINES WS-MILESTONE-LIST.
           05  WS-MS-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-MS-IX.
               10  WS-MS-CODE        PIC X.
               10  WS-MS-LABEL       PIC X(20).

      *    OPEN-PIPELINE ACCUMULATORS BY MILESTONE, SAME ORDER AS
      *    WS-MILESTONE-LIST.
       01  WS-MILESTONE-TOTALS.
           05  WS-MST-ENTRY OCCURS 4 TIMES.
               10  WS-MST-CASES      PIC 9(5) VALUE 0.
               10  WS-MST-PAST       PIC 9(5) VALUE 0.
               10  WS-MST-UPB        PIC 9(9)V99 VALUE 0.
               10  WS-MST-FEES       PIC 9(9)V99 VALUE 0.
               10  WS-MST-COSTS      PIC 9(9)V99 VALUE 0.

      *    THE REASONS A CASE CLOSES, AS FC-CLOSE-REASON CARRIES THEM.
       01  WS-REASON-LIST.
           05  FILLER                PIC X(21)
                   VALUE 'IREINSTATED          '.
           05  FILLER                PIC X(21)
                   VALUE 'SSOLD AT SALE        '.
           05  FILLER                PIC X(21)
                   VALUE 'OTRANSFERRED TO REO  '.
           05  FILLER                PIC X(21)
                   VALUE 'PPAID IN FULL        '.
           05  FILLER                PIC X(21)
                   VALUE 'MRETIRED - OTHER     '.
       01  WS-REASONS REDEFINES WS-REASON-LIST.
           05  WS-RSN-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-RSN-IX.
               10  WS-RSN-CODE       PIC X.
               10  WS-RSN-LABEL      PIC X(20).

       01  WS-REASON-TOTALS.
           05  WS-RST-ENTRY OCCURS 5 TIMES.
               10  WS-RST-CASES      PIC 9(5) VALUE 0.
               10  WS-RST-FEES       PIC 9(9)V99 VALUE 0.
               10  WS-RST-COSTS      PIC 9(9)V99 VALUE 0.

      *    OPEN-PIPELINE ACCUMULATORS BY INVESTOR - SLOT 1 IS ALWAYS
      *    THE PORTFOLIO-OWNED BOOK (SPACES ON THE MASTER).  A CODE
      *    PAST THE LAST SLOT LUMPS INTO THE PORTFOLIO BOOK.
       01  WS-INVESTOR-TABLE.
           05  WS-INV-COUNT          PIC 9(2) VALUE 0 COMP.
           05  WS-INV-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-INV-IX.
               10  WS-INV-CODE       PIC X(3).
               10  WS-INV-MS-CASES   PIC 9(5) OCCURS 4 TIMES.
               10  WS-INV-CASES      PIC 9(5).
               10  WS-INV-PAST       PIC 9(5).
               10  WS-INV-UPB        PIC 9(9)V99.
               10  WS-INV-ADVANCES   PIC 9(9)V99.

      *    THE CASE BEING REPORTED, RESOLVED AGAINST THE MASTER AND
      *    THE POSITION.
       01  WS-CASE-VALUES.
           05  WS-CASE-INVESTOR      PIC X(3) VALUE SPACES.
           05  WS-CASE-UPB           PIC 9(7)V99 VALUE 0.
           05  WS-SUB                PIC 9(2) VALUE 0 COMP.

       01  WS-RUN-TOTALS.
           05  WS-CASES-READ         PIC 9(6) VALUE 0.
           05  WS-OPEN-CASES         PIC 9(6) VALUE 0.
           05  WS-CLOSED-IN-MONTH    PIC 9(6) VALUE 0.
           05  WS-PAST-TIMELINE      PIC 9(6) VALUE 0.
           05  WS-OPEN-UPB           PIC 9(9)V99 VALUE 0.
           05  WS-OPEN-ADVANCES      PIC 9(9)V99 VALUE 0.
           05  OUT-OPEN-UPB          PIC ZZZZZZZZ9.99.
           05  OUT-OPEN-ADVANCES     PIC ZZZZZZZZ9.99.

       01  WS-DETAIL-LINE.
           05  DTL-ID                PIC 9(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-NAME              PIC X(29).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-INVESTOR          PIC X(3).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-STATE             PIC X(2).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-MILESTONE         PIC X.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-SINCE             PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-TIMELINE          PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-UPB               PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-FEES              PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-COSTS             PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-STATUS            PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-CLOSED            PIC X(8).

       01  WS-MILESTONE-LINE.
           05  MSL-LABEL             PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  MSL-CASES             PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  MSL-PAST              PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  MSL-UPB               PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  MSL-FEES              PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  MSL-COSTS             PIC ZZZZZZZZ9.99.

       01  WS-INVESTOR-LINE.
           05  INL-INVESTOR          PIC X(3).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  INL-MS-CASES          PIC ZZZZ9 OCCURS 4 TIMES.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  INL-CASES             PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  INL-PAST              PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  INL-UPB               PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  INL-ADVANCES          PIC ZZZZZZZZ9.99.

       01  WS-REASON-LINE.
           05  RSL-LABEL             PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RSL-CASES             PIC ZZZZ9.
           05  FILLER                PIC X(9) VALUE SPACES.
           05  RSL-FEES              PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RSL-COSTS             PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CASE UNTIL WS-CASE-EOF
           PERFORM 2700-WRITE-MILESTONE-SUMMARY
           PERFORM 2800-WRITE-INVESTOR-SUMMARY
           PERFORM 2900-WRITE-CLOSED-SUMMARY
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1005-READ-CYCLE-CALENDAR
           ACCEPT WS-TGT-YEAR-TEXT FROM ENVIRONMENT 'FCLR-YEAR'
           ACCEPT WS-TGT-MONTH-TEXT FROM ENVIRONMENT 'FCLR-MONTH'
           EVALUATE TRUE
               WHEN WS-TGT-YEAR-TEXT NUMERIC
                   AND WS-TGT-MONTH-TEXT NUMERIC
                   MOVE WS-TGT-YEAR-TEXT TO WS-TGT-YEAR
                   MOVE WS-TGT-MONTH-TEXT TO WS-TGT-MONTH
               WHEN WS-CALENDAR-ON-HAND
                   MOVE WS-CYCLE-DATE (1:4) TO WS-TGT-YEAR
                   MOVE WS-CYCLE-DATE (5:2) TO WS-TGT-MONTH
               WHEN OTHER
                   DISPLAY 'FCLRPT: NO PROCESSING CALENDAR - SET '
                           'FCLR-YEAR (YYYY) AND FCLR-MONTH (MM) '
                           'TO THE PIPELINE MONTH'
                   STOP RUN
           END-EVALUATE
           COMPUTE WS-TGT-YYYYMM = WS-TGT-YEAR * 100 + WS-TGT-MONTH

      *    SLOT 1 IS THE PORTFOLIO BOOK EVEN IF NO CASE CARRIES
      *    SPACES, SO THE SUMMARY ALWAYS SHOWS IT.
           MOVE 1 TO WS-INV-COUNT
           SET WS-INV-IX TO 1
           MOVE SPACES TO WS-INV-CODE (WS-INV-IX)
           PERFORM 1150-CLEAR-INVESTOR-SLOT

      *    NO CASE FILE ON HAND MEANS NO LOAN HAS EVER BEEN REFERRED
      *    - THE REPORT STILL RUNS, EMPTY.
           OPEN INPUT FORECLOSURE-CASE-FILE
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

           OPEN INPUT SERVICING-POSITION-FILE
           IF WS-POSITION-STATUS = '00'
               SET WS-POSITION-ON-HAND TO TRUE
           ELSE
               DISPLAY 'WARNING: NO SERVICING POSITION FILE ON HAND '
                       '- UNPAID PRINCIPAL REPORTS AS ZERO'
           END-IF

           OPEN OUTPUT PIPELINE-REPORT-FILE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING 'FORECLOSURE PIPELINE - MONTH '
                  WS-TGT-YEAR '/' WS-TGT-MONTH
             DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING 'ID      NAME                           INV  ST  '
                  'MS  SINCE     TMLN         UPB        FEES'
                  '       COSTS  STATUS  CLOSED'
             DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE

           PERFORM 1100-READ-CASE.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
      *    CHAIN KEYS OFF.  NO CALENDAR ON HAND WARNS AND RUNS ON THE
      *    ENVIRONMENT OVERRIDES ALONE; WITH ONE ON HAND THE SAME
      *    CYCLE DATE REFUSES TO RUN TWICE WITHOUT CYCL-RERUN=Y.
      ******************************************************************
       1005-READ-CYCLE-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 1006-FIND-CONTROL-RECORD
                   UNTIL WS-CALENDAR-EOF OR WS-CALENDAR-ON-HAND
           END-IF
           CLOSE CYCLE-CALENDAR-FILE
           IF WS-CALENDAR-ON-HAND
               PERFORM 1008-LOAD-RUN-STAMPS
               PERFORM 1007-VERIFY-CYCLE-NOT-RUN
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

       1007-VERIFY-CYCLE-NOT-RUN.
           ACCEPT WS-RERUN-FLAG FROM ENVIRONMENT 'CYCL-RERUN'
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX NOT > WS-RS-COUNT
               AND WS-RS-DATE (WS-RS-IX) = WS-CYCLE-DATE
               AND NOT WS-RERUN-ALLOWED
               DISPLAY 'FCLRPT: CYCLE ' WS-CYCLE-DATE ' ALREADY '
                       'RUN - ADVANCE THE CALENDAR WITH CYCLEEND '
                       'OR SET CYCL-RERUN=Y'
               STOP RUN
           END-IF.

       1008-LOAD-RUN-STAMPS.
           OPEN INPUT CYCLE-RUN-FILE
           IF WS-CYCRUN-STATUS = '00'
               PERFORM 1009-LOAD-ONE-RUN-STAMP UNTIL WS-CYCRUN-EOF
           ELSE
               SET WS-CYCRUN-EOF TO TRUE
           END-IF
           CLOSE CYCLE-RUN-FILE.

       1009-LOAD-ONE-RUN-STAMP.
           READ CYCLE-RUN-FILE
               AT END SET WS-CYCRUN-EOF TO TRUE
               NOT AT END
                   IF WS-RS-COUNT < 20
                       ADD 1 TO WS-RS-COUNT
                       SET WS-RS-IX TO WS-RS-COUNT
                       MOVE CR-PROGRAM TO WS-RS-PROGRAM (WS-RS-IX)
                       MOVE CR-LAST-CYCLE-DATE
                           TO WS-RS-DATE (WS-RS-IX)
                   END-IF
           END-READ.

       1011-CHECK-ONE-RUN-STAMP.
           CONTINUE.

       1100-READ-CASE.
           IF WS-FCLCASE-STATUS = '05'
               SET WS-CASE-EOF TO TRUE
           ELSE
               READ FORECLOSURE-CASE-FILE
                   AT END SET WS-CASE-EOF TO TRUE
               END-READ
           END-IF.

       1150-CLEAR-INVESTOR-SLOT.
           MOVE 0 TO WS-INV-MS-CASES (WS-INV-IX 1)
           MOVE 0 TO WS-INV-MS-CASES (WS-INV-IX 2)
           MOVE 0 TO WS-INV-MS-CASES (WS-INV-IX 3)
           MOVE 0 TO WS-INV-MS-CASES (WS-INV-IX 4)
           MOVE 0 TO WS-INV-CASES (WS-INV-IX)
           MOVE 0 TO WS-INV-PAST (WS-INV-IX)
           MOVE 0 TO WS-INV-UPB (WS-INV-IX)
           MOVE 0 TO WS-INV-ADVANCES (WS-INV-IX).

      ******************************************************************
      *    2000-PROCESS-CASE - AN OPEN CASE IS IN THE PIPELINE AND
      *    FEEDS THE MILESTONE AND INVESTOR SUMMARIES; A CASE CLOSED
      *    DURING THE TARGET MONTH LISTS ONCE AND FEEDS THE CLOSINGS
      *    SUMMARY.  OLDER CLOSED CASES ARE HISTORY AND ARE SKIPPED.
      ******************************************************************
       2000-PROCESS-CASE.
           ADD 1 TO WS-CASES-READ
           IF FC-CASE-OPEN
               PERFORM 2100-RESOLVE-LOAN
               PERFORM 2200-ACCUMULATE-OPEN-CASE
               PERFORM 2400-WRITE-DETAIL-LINE
           ELSE
               DIVIDE FC-CLOSED-DATE BY 100 GIVING WS-CLOSED-YYYYMM
               IF WS-CLOSED-YYYYMM = WS-TGT-YYYYMM
                   PERFORM 2100-RESOLVE-LOAN
                   PERFORM 2300-ACCUMULATE-CLOSED-CASE
                   PERFORM 2400-WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 1100-READ-CASE.

      ******************************************************************
      *    2100-RESOLVE-LOAN - NAME AND INVESTOR OFF THE MASTER,
      *    UNPAID PRINCIPAL OFF THE SERVICING POSITION.  A LOAN
      *    MISSING FROM EITHER STILL REPORTS, BLANK OR ZERO.
      ******************************************************************
       2100-RESOLVE-LOAN.
           MOVE FC-MORTGAGEE-ID TO MORTGAGEE-ID
           READ MORTGAGE-FILE
               INVALID KEY
                   MOVE SPACES TO MORTGAGEE-NAME
                   MOVE SPACES TO MORTGAGEE-INVESTOR-CODE
           END-READ
           MOVE MORTGAGEE-INVESTOR-CODE TO WS-CASE-INVESTOR
           MOVE 0 TO WS-CASE-UPB
           IF WS-POSITION-ON-HAND
               MOVE FC-MORTGAGEE-ID TO SP-MORTGAGEE-ID
               READ SERVICING-POSITION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SP-CUR-BALANCE TO WS-CASE-UPB
               END-READ
           END-IF.

       2200-ACCUMULATE-OPEN-CASE.
           ADD 1 TO WS-OPEN-CASES
           ADD WS-CASE-UPB TO WS-OPEN-UPB
           ADD FC-ATTY-FEES-ADVANCED TO WS-OPEN-ADVANCES
           ADD FC-COSTS-ADVANCED TO WS-OPEN-ADVANCES
           IF FC-PAST-TIMELINE
               ADD 1 TO WS-PAST-TIMELINE
           END-IF

           PERFORM 2210-CHECK-ONE-MILESTONE
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > 4
               OR WS-MS-CODE (WS-MS-IX) = FC-MILESTONE
      *    A MILESTONE THE LIST DOES NOT CARRY COUNTS WITH THE
      *    REFERRALS RATHER THAN FALLING OUT OF THE TOTALS.
           IF WS-MS-IX > 4
               SET WS-MS-IX TO 1
           END-IF
           SET WS-SUB TO WS-MS-IX
           ADD 1 TO WS-MST-CASES (WS-SUB)
           ADD WS-CASE-UPB TO WS-MST-UPB (WS-SUB)
           ADD FC-ATTY-FEES-ADVANCED TO WS-MST-FEES (WS-SUB)
           ADD FC-COSTS-ADVANCED TO WS-MST-COSTS (WS-SUB)
           IF FC-PAST-TIMELINE
               ADD 1 TO WS-MST-PAST (WS-SUB)
           END-IF

           PERFORM 2250-FIND-INVESTOR-SLOT
           ADD 1 TO WS-INV-MS-CASES (WS-INV-IX WS-SUB)
           ADD 1 TO WS-INV-CASES (WS-INV-IX)
           ADD WS-CASE-UPB TO WS-INV-UPB (WS-INV-IX)
           ADD FC-ATTY-FEES-ADVANCED TO WS-INV-ADVANCES (WS-INV-IX)
           ADD FC-COSTS-ADVANCED TO WS-INV-ADVANCES (WS-INV-IX)
           IF FC-PAST-TIMELINE
               ADD 1 TO WS-INV-PAST (WS-INV-IX)
           END-IF.

       2210-CHECK-ONE-MILESTONE.
           CONTINUE.

      ******************************************************************
      *    2250-FIND-INVESTOR-SLOT - FIND (OR OPEN) THE ACCUMULATOR
      *    SLOT FOR THE CASE'S INVESTOR CODE, LEAVING WS-INV-IX
      *    POSITIONED ON IT.
      ******************************************************************
       2250-FIND-INVESTOR-SLOT.
           PERFORM 2260-CHECK-ONE-SLOT
               VARYING WS-INV-IX FROM 1 BY 1
               UNTIL WS-INV-IX > WS-INV-COUNT
               OR WS-INV-CODE (WS-INV-IX) = WS-CASE-INVESTOR
           IF WS-INV-IX > WS-INV-COUNT
               IF WS-INV-COUNT < 20
                   ADD 1 TO WS-INV-COUNT
                   SET WS-INV-IX TO WS-INV-COUNT
                   MOVE WS-CASE-INVESTOR TO WS-INV-CODE (WS-INV-IX)
                   PERFORM 1150-CLEAR-INVESTOR-SLOT
               ELSE
                   DISPLAY 'INVESTOR TABLE FULL - CASE LUMPED '
                           'INTO PORTFOLIO: ' WS-CASE-INVESTOR
                   SET WS-INV-IX TO 1
               END-IF
           END-IF.

       2260-CHECK-ONE-SLOT.
           CONTINUE.

       2300-ACCUMULATE-CLOSED-CASE.
           ADD 1 TO WS-CLOSED-IN-MONTH
           PERFORM 2310-CHECK-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > 5
               OR WS-RSN-CODE (WS-RSN-IX) = FC-CLOSE-REASON
           IF WS-RSN-IX > 5
               SET WS-RSN-IX TO 5
           END-IF
           SET WS-SUB TO WS-RSN-IX
           ADD 1 TO WS-RST-CASES (WS-SUB)
           ADD FC-ATTY-FEES-ADVANCED TO WS-RST-FEES (WS-SUB)
           ADD FC-COSTS-ADVANCED TO WS-RST-COSTS (WS-SUB).

       2310-CHECK-ONE-REASON.
           CONTINUE.

       2400-WRITE-DETAIL-LINE.
           MOVE FC-MORTGAGEE-ID TO DTL-ID
           MOVE MORTGAGEE-NAME TO DTL-NAME
           IF WS-CASE-INVESTOR = SPACES
               MOVE 'OWN' TO DTL-INVESTOR
           ELSE
               MOVE WS-CASE-INVESTOR TO DTL-INVESTOR
           END-IF
           MOVE FC-PROPERTY-STATE TO DTL-STATE
           MOVE FC-MILESTONE TO DTL-MILESTONE
           MOVE FC-MILESTONE-DATE TO DTL-SINCE
           IF FC-PAST-TIMELINE
               MOVE 'PAST' TO DTL-TIMELINE
           ELSE
               MOVE 'OK' TO DTL-TIMELINE
           END-IF
           MOVE WS-CASE-UPB TO DTL-UPB
           MOVE FC-ATTY-FEES-ADVANCED TO DTL-FEES
           MOVE FC-COSTS-ADVANCED TO DTL-COSTS
           IF FC-CASE-OPEN
               MOVE 'OPEN' TO DTL-STATUS
               MOVE SPACES TO DTL-CLOSED
           ELSE
               MOVE 'CLOSED' TO DTL-STATUS
               MOVE FC-CLOSED-DATE TO DTL-CLOSED
           END-IF
           WRITE PIPELINE-REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      *    2700-WRITE-MILESTONE-SUMMARY - THE OPEN PIPELINE BY
      *    MILESTONE: CASES, HOW MANY ARE PAST THEIR STATE TIMELINE,
      *    UNPAID PRINCIPAL, AND THE FEES AND COSTS ADVANCED.
      ******************************************************************
       2700-WRITE-MILESTONE-SUMMARY.
           MOVE SPACES TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING 'OPEN PIPELINE BY MILESTONE  CASES   PAST'
                  '           UPB          FEES         COSTS'
             DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           PERFORM 2710-WRITE-ONE-MILESTONE
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > 4.

       2710-WRITE-ONE-MILESTONE.
           SET WS-SUB TO WS-MS-IX
           MOVE WS-MS-LABEL (WS-MS-IX) TO MSL-LABEL
           MOVE WS-MST-CASES (WS-SUB) TO MSL-CASES
           MOVE WS-MST-PAST (WS-SUB) TO MSL-PAST
           MOVE WS-MST-UPB (WS-SUB) TO MSL-UPB
           MOVE WS-MST-FEES (WS-SUB) TO MSL-FEES
           MOVE WS-MST-COSTS (WS-SUB) TO MSL-COSTS
           WRITE PIPELINE-REPORT-LINE FROM WS-MILESTONE-LINE.

      ******************************************************************
      *    2800-WRITE-INVESTOR-SUMMARY - THE OPEN PIPELINE BY
      *    INVESTOR: CASES AT EACH MILESTONE (REFERRED, FIRST LEGAL,
      *    SALE SCHEDULED, SALE HELD), TOTAL, PAST TIMELINE, UNPAID
      *    PRINCIPAL, AND TOTAL ADVANCES - WHAT EACH INVESTOR'S
      *    MONTHLY DEFAULT REPORTING ASKS FOR.
      ******************************************************************
       2800-WRITE-INVESTOR-SUMMARY.
           MOVE SPACES TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING 'INV    REF  LEGAL  SCHED   HELD  TOTAL   PAST'
                  '           UPB      ADVANCES'
             DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           PERFORM 2810-WRITE-ONE-INVESTOR
               VARYING WS-INV-IX FROM 1 BY 1
               UNTIL WS-INV-IX > WS-INV-COUNT.

       2810-WRITE-ONE-INVESTOR.
           IF WS-INV-CODE (WS-INV-IX) = SPACES
               MOVE 'OWN' TO INL-INVESTOR
           ELSE
               MOVE WS-INV-CODE (WS-INV-IX) TO INL-INVESTOR
           END-IF
           MOVE WS-INV-MS-CASES (WS-INV-IX 1) TO INL-MS-CASES (1)
           MOVE WS-INV-MS-CASES (WS-INV-IX 2) TO INL-MS-CASES (2)
           MOVE WS-INV-MS-CASES (WS-INV-IX 3) TO INL-MS-CASES (3)
           MOVE WS-INV-MS-CASES (WS-INV-IX 4) TO INL-MS-CASES (4)
           MOVE WS-INV-CASES (WS-INV-IX) TO INL-CASES
           MOVE WS-INV-PAST (WS-INV-IX) TO INL-PAST
           MOVE WS-INV-UPB (WS-INV-IX) TO INL-UPB
           MOVE WS-INV-ADVANCES (WS-INV-IX) TO INL-ADVANCES
           WRITE PIPELINE-REPORT-LINE FROM WS-INVESTOR-LINE.

       2900-WRITE-CLOSED-SUMMARY.
           MOVE SPACES TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING 'CLOSED IN MONTH BY REASON   CASES'
                  '                  FEES         COSTS'
             DELIMITED BY SIZE INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           PERFORM 2910-WRITE-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > 5.

       2910-WRITE-ONE-REASON.
           SET WS-SUB TO WS-RSN-IX
           MOVE WS-RSN-LABEL (WS-RSN-IX) TO RSL-LABEL
           MOVE WS-RST-CASES (WS-SUB) TO RSL-CASES
           MOVE WS-RST-FEES (WS-SUB) TO RSL-FEES
           MOVE WS-RST-COSTS (WS-SUB) TO RSL-COSTS
           WRITE PIPELINE-REPORT-LINE FROM WS-REASON-LINE.

       3000-TERMINATE.
           IF WS-FCLCASE-STATUS NOT = '05'
               CLOSE FORECLOSURE-CASE-FILE
           END-IF
           CLOSE MORTGAGE-FILE
           IF WS-POSITION-ON-HAND
               CLOSE SERVICING-POSITION-FILE
           END-IF
           CLOSE PIPELINE-REPORT-FILE

           MOVE WS-OPEN-UPB TO OUT-OPEN-UPB
           MOVE WS-OPEN-ADVANCES TO OUT-OPEN-ADVANCES
           DISPLAY ' '
           DISPLAY '***** FCLRPT RUN TOTALS *****'
           DISPLAY 'PIPELINE MONTH.....: ' WS-TGT-YEAR '/' WS-TGT-MONTH
           DISPLAY 'CASES READ.........: ' WS-CASES-READ
           DISPLAY 'OPEN CASES.........: ' WS-OPEN-CASES
           DISPLAY 'PAST STATE TIMELINE: ' WS-PAST-TIMELINE
           DISPLAY 'OPEN UPB $.........: ' OUT-OPEN-UPB
           DISPLAY 'OPEN ADVANCES $....: ' OUT-OPEN-ADVANCES
           DISPLAY 'CLOSED IN MONTH....: ' WS-CLOSED-IN-MONTH

           IF WS-CALENDAR-ON-HAND
               PERFORM 3900-STAMP-CYCLE-RUN
           END-IF.

       3900-STAMP-CYCLE-RUN.
           PERFORM 1011-CHECK-ONE-RUN-STAMP
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-PROGRAM (WS-RS-IX) = WS-OWN-PROGRAM
           IF WS-RS-IX > WS-RS-COUNT
               IF WS-RS-COUNT < 20
                   ADD 1 TO WS-RS-COUNT
                   SET WS-RS-IX TO WS-RS-COUNT
                   MOVE WS-OWN-PROGRAM TO WS-RS-PROGRAM (WS-RS-IX)
               ELSE
                   DISPLAY 'RUN-STAMP TABLE FULL - STAMP DROPPED'
               END-IF
           END-IF
           IF WS-RS-IX NOT > WS-RS-COUNT
               MOVE WS-CYCLE-DATE TO WS-RS-DATE (WS-RS-IX)
           END-IF
           OPEN OUTPUT CYCLE-RUN-FILE
           IF WS-CYCRUN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CYCLE RUN STAMPS: '
                       WS-CYCRUN-STATUS
           ELSE
               PERFORM 3950-WRITE-ONE-RUN-STAMP
                   VARYING WS-RS-IX FROM 1 BY 1
                   UNTIL WS-RS-IX > WS-RS-COUNT
               CLOSE CYCLE-RUN-FILE
           END-IF.

       3950-WRITE-ONE-RUN-STAMP.
           MOVE WS-RS-PROGRAM (WS-RS-IX) TO CR-PROGRAM
           MOVE WS-RS-DATE (WS-RS-IX) TO CR-LAST-CYCLE-DATE
           WRITE CYCLE-RUN-RECORD.
