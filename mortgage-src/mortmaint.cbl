      *                     CALENDAR IS ON HAND; COMPLETION STAMPS
      *                     CYCLRUNS.TXT AND A SECOND RUN OF THE SAME
      *                     CYCLE DATE REFUSES UNLESS CYCL-RERUN=Y.
      *    10/15/2026 AJI   MAINTENANCE TRANSACTION NOW CARRIES THE
      *                     RETURNED-PAYMENT (NSF) FEE ADDED TO
      *                     MORTREC.  A TRANSACTION KEYED IN THE OLD
      *                     LAYOUT (FEE FIELD BLANK) CARRIES NO FEE.
      *    10/15/2026 AJI   TRANSACTION LAYOUT CARVED OUT TO THE
      *                     MORTMTXN COPYBOOK SO FCLMAINT CAN QUEUE A
      *                     RETIRE AFTER A FORECLOSURE SALE OR REO
      *                     TRANSFER.  A RETIRE NOW CARRIES A
      *                     DISPOSITION CODE (P/S/O/M, BLANK = M)
      *                     STAMPED ON THE MASTER WITH THE RETIRED
      *                     DATE; A RETIRE AGAINST A LOAN ALREADY
      *                     RETIRED IS REJECTED RATHER THAN
      *                     OVERWRITING THE FIRST DISPOSITION.  AN ADD
      *                     STARTS WITH NO DISPOSITION.
      *    10/15/2026 AJI   AFTER ITS OWN TRANSACTIONS THE RUN NOW
      *                     APPLIES THE MAINTENANCE QUEUE
      *                     (MORTMQUE.TXT, SAME MORTMTXN LAYOUT) THAT
      *                     OTHER PROGRAMS FILL - TODAY THE FORECLOSURE
      *                     SALE AND REO RETIRES FCLMAINT QUEUES - WITH
      *                     THE SAME EDITS, JOURNALING AND TOTALS, THEN
      *                     EMPTIES THE QUEUE SO NO ROW APPLIES TWICE.
      *    10/15/2026 AJI   MAINTENANCE TRANSACTION NOW CARRIES THE
      *                     PMI TERMS ADDED TO MORTREC - ORIGINAL
      *                     VALUE, MONTHLY PREMIUM AND INSURER, WITH
      *                     THE INSURER VALIDATED AGAINST THE PMI
      *                     CARRIER FILE (PMIINS.TXT, PMIINS COPYBOOK).
      *                     A PREMIUM MAKES THE PMI ACTIVE; PMI ONCE
      *                     CANCELLED STAYS CANCELLED.  AN UPDATE WITH
      *                     THE CANCEL FLAG SET CANCELS ACTIVE PMI AT
      *                     THE BORROWER'S REQUEST, ONCE PMITERM HAS
      *                     SENT THE 80 PERCENT ELIGIBILITY NOTICE.
      *                     AN UPDATE KEYED IN THE OLD LAYOUT (PMI
      *                     FIELDS BLANK) LEAVES THE PMI TERMS ALONE.
      *    10/15/2026 AJI   AN ADD STARTS THE NEW WORKOUT AND
      *                     MODIFICATION TERMS CLEAR - THEY ARE SET
      *                     ONLY BY WORKOUT, NEVER KEYED HERE.
      *    10/15/2026 AJI   AN ADD STARTS THE NEW BOARDING TERMS CLEAR
      *                     - A LOAN ADDED HERE IS ORIGINATED HERE.
      *                     A LOAN ACQUIRED FROM A PRIOR SERVICER IS
      *                     BOARDED BY LOANBRD, NOT KEYED AS AN ADD.
      *    10/15/2026 AJI   BEFORE IMAGE HELD FOR THE AUDIT JOURNAL
      *                     WIDENED TO THE FULL 270-BYTE MORTREC.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

      *    MAINTENANCE QUEUED BY OTHER PROGRAMS FOR THIS RUN.  NO
      *    QUEUE ON HAND IS THE USUAL CASE.
           SELECT OPTIONAL MAINT-QUEUE-FILE ASSIGN TO 'mortmque.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MQUE-STATUS.

           SELECT MAINT-EXCEPTION-FILE ASSIGN TO 'mortmxcp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MXCP-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVMAST-STATUS.

           SELECT OPTIONAL PMI-INSURER-FILE ASSIGN TO 'pmiins.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMIINS-STATUS.

           SELECT OPTIONAL CYCLE-CALENDAR-FILE ASSIGN TO 'cyclecal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
       FILE SECTION.
       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.

       FD  MAINT-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.

           COPY MORTMTXN.

       FD  MAINT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-QUEUE-RECORD            PIC X(142).

       FD  MAINT-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.

       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.

           COPY INVREC.

       FD  PMI-INSURER-FILE
           LABEL RECORDS ARE STANDARD.

           COPY PMIINS.

       FD  CYCLE-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.


       FD  MASTER-BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  MASTER-BACKUP-RECORD          PIC X(270).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-MQUE-STATUS            PIC XX.
       01  WS-MXCP-STATUS            PIC XX.
       01  WS-JRNL-STATUS            PIC XX.
       01  WS-RUNCTL-STATUS          PIC XX.
       01  WS-BACKUP-STATUS          PIC XX.
       01  WS-INVMAST-STATUS         PIC XX.
       01  WS-PMIINS-STATUS          PIC XX.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.

               88  WS-MASTER-EOF         VALUE 'Y'.
           05  WS-TXN-EOF-SW         PIC X VALUE 'N'.
               88  WS-TXN-EOF            VALUE 'Y'.
           05  WS-MQUE-EOF-SW        PIC X VALUE 'N'.
               88  WS-MQUE-EOF           VALUE 'Y'.
           05  WS-INVMAST-EOF-SW     PIC X VALUE 'N'.
               88  WS-INVMAST-EOF        VALUE 'Y'.
           05  WS-INV-CODE-OK-SW     PIC X VALUE 'N'.
               88  WS-INV-CODE-OK        VALUE 'Y'.
           05  WS-PMIINS-EOF-SW      PIC X VALUE 'N'.
               88  WS-PMIINS-EOF         VALUE 'Y'.
           05  WS-PMI-INSURER-OK-SW  PIC X VALUE 'N'.
               88  WS-PMI-INSURER-OK     VALUE 'Y'.
           05  WS-MT-PMI-KEYED-SW    PIC X VALUE 'N'.
               88  WS-MT-PMI-KEYED       VALUE 'Y'.

      *    ACTIVE INVESTOR CODES OFF INVMAST.TXT, LOADED AT STARTUP
      *    FOR THE INVESTOR-CODE EDIT IN 1300-VALIDATE-MAINT-FIELDS.
                   INDEXED BY WS-INVC-IX.
               10  WS-INVC-CODE      PIC X(3).

      *    PMI CARRIER CODES OFF PMIINS.TXT FOR THE PMI INSURER EDIT.
      *    NO FILE ON HAND MEANS NO PMI TERMS VALIDATE.
       01  WS-PMI-INSURER-TABLE.
           05  WS-PMIC-COUNT         PIC 9(3) VALUE 0 COMP.
           05  WS-PMIC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PMIC-IX.
               10  WS-PMIC-CODE      PIC X(4).

      *    WS-MAX-ID IS SEEDED FROM A READ-ONLY PASS OVER THE MASTER
      *    (1050-SCAN-MASTER-FOR-MAX-ID) SO AN AUTO-ASSIGN ADD
      *    (MT-MORTGAGEE-ID STILL ZERO) CAN TAKE THE NEXT FREE ID.
       01  WS-AUDIT-VALUES.
           05  WS-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-OPERATOR           PIC X(8) VALUE SPACES.
           05  WS-BEFORE-IMAGE       PIC X(270) VALUE SPACES.

      *    TRANSACTION VALIDATION SWITCH AND REASON
       01  WS-VALIDATION-SWITCHES.
           05  WS-MT-UPDATES         PIC 9(6) VALUE 0.
           05  WS-MT-RETIRES         PIC 9(6) VALUE 0.
           05  WS-MT-REJECTED        PIC 9(6) VALUE 0.
           05  WS-MT-PMI-CANCELS     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL WS-TXN-EOF
           PERFORM 2050-PROCESS-QUEUED-TRANSACTION
               UNTIL WS-MQUE-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

               STOP RUN
           END-IF

           OPEN INPUT MAINT-QUEUE-FILE
           IF WS-MQUE-STATUS NOT = '00'
               AND WS-MQUE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING MAINTENANCE QUEUE: '
                   WS-MQUE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-EXCEPTION-FILE

      *    THE JOURNAL IS THE PERMANENT CHANGE HISTORY - EXTEND, NEVER
           END-IF

           PERFORM 1060-LOAD-INVESTOR-CODES
           PERFORM 1070-LOAD-PMI-INSURERS

           PERFORM 1150-READ-TRANSACTION
           PERFORM 1160-READ-QUEUED-TRANSACTION.

      ******************************************************************
      *    1005-READ-CYCLE-CALENDAR - THE BUSINESS DATE THE WHOLE
                   END-IF
           END-READ.

      ******************************************************************
      *    1070-LOAD-PMI-INSURERS - THE CARRIERS A PMI PREMIUM CAN BE
      *    REMITTED TO.  NO FILE ON HAND IS NOT FATAL - ONLY A
      *    TRANSACTION CARRYING A PREMIUM NEEDS IT.
      ******************************************************************
       1070-LOAD-PMI-INSURERS.
           OPEN INPUT PMI-INSURER-FILE
           IF WS-PMIINS-STATUS = '00'
               PERFORM 1075-LOAD-ONE-PMI-INSURER
                   UNTIL WS-PMIINS-EOF
           ELSE
               DISPLAY 'WARNING: NO PMI CARRIER FILE ON HAND - NO '
                       'PMI TERMS WILL VALIDATE'
               SET WS-PMIINS-EOF TO TRUE
           END-IF
           CLOSE PMI-INSURER-FILE.

       1075-LOAD-ONE-PMI-INSURER.
           READ PMI-INSURER-FILE
               AT END SET WS-PMIINS-EOF TO TRUE
               NOT AT END
                   IF WS-PMIC-COUNT < 50
                       ADD 1 TO WS-PMIC-COUNT
                       SET WS-PMIC-IX TO WS-PMIC-COUNT
                       MOVE PI-INSURER-CODE TO WS-PMIC-CODE (WS-PMIC-IX)
                   ELSE
                       DISPLAY 'PMI CARRIER TABLE FULL - ROW DROPPED: '
                               PI-INSURER-CODE
                   END-IF
           END-READ.

      ******************************************************************
      *    1020-READ-RUN-CONTROL - PICK UP THE LAST RUN'S GENERATION
      *    AND STATUS.  NO FILE ON HAND IS A FIRST RUN (GENERATION
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.

       1160-READ-QUEUED-TRANSACTION.
           IF WS-MQUE-STATUS = '05'
               SET WS-MQUE-EOF TO TRUE
           ELSE
               READ MAINT-QUEUE-FILE INTO MAINT-TRANSACTION-RECORD
                   AT END SET WS-MQUE-EOF TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      *    2000-PROCESS-TRANSACTION - EACH MAINTENANCE TRANSACTION
      *    APPLIES DIRECTLY AGAINST THE KEYED MASTER.  NO MERGE, NO
      *    KEY EXISTS.
      ******************************************************************
       2000-PROCESS-TRANSACTION.
           PERFORM 2010-APPLY-TRANSACTION
           PERFORM 1150-READ-TRANSACTION.

      ******************************************************************
      *    2050-PROCESS-QUEUED-TRANSACTION - A QUEUED ROW IS MOVED
      *    INTO THE TRANSACTION RECORD AND TAKES EXACTLY THE SAME
      *    PATH AS ONE KEYED ON MORTMTXN.TXT.
      ******************************************************************
       2050-PROCESS-QUEUED-TRANSACTION.
           PERFORM 2010-APPLY-TRANSACTION
           PERFORM 1160-READ-QUEUED-TRANSACTION.

       2010-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   PERFORM 2500-PROCESS-ADD
                       WS-MT-REJECT-REASON
                   SET WS-MT-INVALID TO TRUE
                   PERFORM 1400-WRITE-MAINT-EXCEPTION
           END-EVALUATE.

      ******************************************************************
      *    1300-VALIDATE-MAINT-FIELDS - SAME FIELD-FORMAT CHECKS
                   MOVE 'INVESTOR NOT ON INVESTOR MASTER' TO
                       WS-MT-REJECT-REASON
               END-IF
           END-IF

      *    A TRANSACTION KEYED BEFORE THE RETURNED-PAYMENT FEE TERM
      *    EXISTED ENDS SHORT - THE BLANK FEE FIELD MEANS NO FEE.
           IF WS-MT-VALID AND MT-NSF-FEE NOT NUMERIC
               MOVE ZERO TO MT-NSF-FEE
           END-IF

      *    PMI TERMS - A TRANSACTION KEYED BEFORE THE PMI FIELDS
      *    EXISTED ENDS SHORT.  ON AN ADD THE BLANK FIELDS MEAN NO
      *    PMI; ON AN UPDATE THEY LEAVE THE LOAN'S PMI TERMS ALONE.
           IF MT-ORIG-VALUE NUMERIC AND MT-PMI-PREMIUM NUMERIC
               SET WS-MT-PMI-KEYED TO TRUE
           ELSE
               MOVE 'N' TO WS-MT-PMI-KEYED-SW
               MOVE ZERO TO MT-ORIG-VALUE
               MOVE ZERO TO MT-PMI-PREMIUM
               MOVE SPACES TO MT-PMI-INSURER
           END-IF

      *    A PREMIUM NEEDS THE ORIGINAL VALUE PMITERM MEASURES THE
      *    78/80 PERCENT TESTS AGAINST, AND A CARRIER ESCRDISB CAN
      *    REMIT IT TO.
           IF WS-MT-VALID
               AND MT-PMI-PREMIUM > 0
               AND MT-ORIG-VALUE = 0
               SET WS-MT-INVALID TO TRUE
               MOVE 'PMI PREMIUM WITH NO ORIGINAL VALUE' TO
                   WS-MT-REJECT-REASON
           END-IF

           IF WS-MT-VALID AND MT-PMI-PREMIUM > 0
               PERFORM 1370-CHECK-PMI-INSURER
               IF NOT WS-PMI-INSURER-OK
                   SET WS-MT-INVALID TO TRUE
                   MOVE 'PMI INSURER NOT ON CARRIER FILE' TO
                       WS-MT-REJECT-REASON
               END-IF
           END-IF.

       1350-CHECK-INVESTOR-CODE.
       1360-CHECK-ONE-INVESTOR-CODE.
           CONTINUE.

       1370-CHECK-PMI-INSURER.
           MOVE 'N' TO WS-PMI-INSURER-OK-SW
           PERFORM 1380-CHECK-ONE-PMI-INSURER
               VARYING WS-PMIC-IX FROM 1 BY 1
               UNTIL WS-PMIC-IX > WS-PMIC-COUNT
               OR WS-PMIC-CODE (WS-PMIC-IX) = MT-PMI-INSURER
           IF WS-PMIC-IX NOT > WS-PMIC-COUNT
               SET WS-PMI-INSURER-OK TO TRUE
           END-IF.

       1380-CHECK-ONE-PMI-INSURER.
           CONTINUE.

      ******************************************************************
      *    2500-PROCESS-ADD - VALIDATE, ASSIGN THE NEXT MORTGAGEE-ID
      *    WHEN THE TRANSACTION LEFT IT ZERO, AND WRITE THE NEW MASTER
           MOVE MT-LATE-PCT TO MORTGAGEE-LATE-PCT
           MOVE MT-LATE-CAP TO MORTGAGEE-LATE-CAP
           MOVE MT-LATE-FLAT TO MORTGAGEE-LATE-FLAT
           MOVE MT-INVESTOR-CODE TO MORTGAGEE-INVESTOR-CODE
           MOVE MT-NSF-FEE TO MORTGAGEE-NSF-FEE
           MOVE SPACE TO MORTGAGEE-DISPOSITION
           MOVE 0 TO MORTGAGEE-RETIRED-DATE
           MOVE MT-ORIG-VALUE TO MORTGAGEE-ORIG-VALUE
           MOVE MT-PMI-PREMIUM TO MORTGAGEE-PMI-PREMIUM
           MOVE MT-PMI-INSURER TO MORTGAGEE-PMI-INSURER
           IF MT-PMI-PREMIUM > 0
               SET MORTGAGEE-PMI-ACTIVE TO TRUE
           ELSE
               SET MORTGAGEE-PMI-NONE TO TRUE
           END-IF
           MOVE 0 TO MORTGAGEE-PMI-STOP-DATE
           MOVE 0 TO MORTGAGEE-PMI-NOTICE-DATE
           SET MORTGAGEE-WKO-NONE TO TRUE
           SET MORTGAGEE-WKO-NO-PLAN TO TRUE
           MOVE 0 TO MORTGAGEE-WORKOUT-PMT-NO
           MOVE 0 TO MORTGAGEE-WORKOUT-START
           MOVE 0 TO MORTGAGEE-WORKOUT-END
           MOVE 0 TO MORTGAGEE-WORKOUT-AMOUNT
           MOVE 0 TO MORTGAGEE-WORKOUT-RATE
           MOVE 0 TO MORTGAGEE-WORKOUT-TERM
           MOVE 0 TO MORTGAGEE-MOD-PMT-NO
           MOVE 0 TO MORTGAGEE-MOD-DATE
           MOVE 0 TO MORTGAGEE-MOD-CAP-AMOUNT
           MOVE 0 TO MORTGAGEE-MOD-RATE
           MOVE 0 TO MORTGAGEE-MOD-TERM
           MOVE 0 TO MORTGAGEE-BOARD-DATE
           MOVE 0 TO MORTGAGEE-BOARD-PMT-NO
           MOVE 0 TO MORTGAGEE-BOARD-BALANCE
           MOVE 0 TO MORTGAGEE-BOARD-RATE
           MOVE 0 TO MORTGAGEE-BOARD-PAYMENT
           MOVE 0 TO MORTGAGEE-BOARD-PAST-DUE.

      ******************************************************************
      *    2600-PROCESS-UPDATE - KEYED READ OF THE TARGET RECORD, THE
      *    UPDATABLE FIELDS REPLACED, AND THE RECORD REWRITTEN IN
      *    PLACE.  A PMI CANCEL REQUEST THE LOAN DOES NOT QUALIFY
      *    FOR REJECTS THE WHOLE UPDATE UNAPPLIED.
      ******************************************************************
       2600-PROCESS-UPDATE.
           PERFORM 1300-VALIDATE-MAINT-FIELDS
                   NOT INVALID KEY
                       MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 2650-APPLY-UPDATE
                       IF WS-MT-VALID
                           REWRITE MORTGAGEE-RECORD
                           ADD 1 TO WS-MT-UPDATES
                           PERFORM 2800-WRITE-AUDIT-JOURNAL
                       ELSE
                           PERFORM 1400-WRITE-MAINT-EXCEPTION
                       END-IF
               END-READ
           ELSE
               PERFORM 1400-WRITE-MAINT-EXCEPTION
           MOVE MT-LATE-PCT TO MORTGAGEE-LATE-PCT
           MOVE MT-LATE-CAP TO MORTGAGEE-LATE-CAP
           MOVE MT-LATE-FLAT TO MORTGAGEE-LATE-FLAT
           MOVE MT-INVESTOR-CODE TO MORTGAGEE-INVESTOR-CODE
           MOVE MT-NSF-FEE TO MORTGAGEE-NSF-FEE
           IF WS-MT-PMI-KEYED
               PERFORM 2660-APPLY-PMI-TERMS
           END-IF
           IF MT-PMI-CANCEL-REQUESTED
               PERFORM 2670-CANCEL-PMI-ON-REQUEST
           END-IF.

      ******************************************************************
      *    2660-APPLY-PMI-TERMS - A PREMIUM MAKES THE PMI ACTIVE, A
      *    ZERO PREMIUM TAKES IT OFF.  PMI ONCE CANCELLED STAYS
      *    CANCELLED - THE TERMS ARE KEPT FOR HISTORY BUT NEVER BILL
      *    AGAIN.
      ******************************************************************
       2660-APPLY-PMI-TERMS.
           MOVE MT-ORIG-VALUE TO MORTGAGEE-ORIG-VALUE
           MOVE MT-PMI-PREMIUM TO MORTGAGEE-PMI-PREMIUM
           MOVE MT-PMI-INSURER TO MORTGAGEE-PMI-INSURER
           EVALUATE TRUE
               WHEN MORTGAGEE-PMI-CANCELLED
                   CONTINUE
               WHEN MT-PMI-PREMIUM > 0
                   SET MORTGAGEE-PMI-ACTIVE TO TRUE
               WHEN OTHER
                   SET MORTGAGEE-PMI-NONE TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    2670-CANCEL-PMI-ON-REQUEST - THE BORROWER MAY ASK TO DROP
      *    PMI ONCE THE BALANCE REACHES 80 PERCENT OF ORIGINAL VALUE.
      *    PMITERM STAMPS THE NOTICE DATE WHEN IT TELLS THE BORROWER
      *    SO, AND THAT STAMP IS WHAT QUALIFIES THE REQUEST HERE.  THE
      *    PREMIUM STOPS AS OF THE RUN DATE.
      ******************************************************************
       2670-CANCEL-PMI-ON-REQUEST.
           EVALUATE TRUE
               WHEN NOT MORTGAGEE-PMI-ACTIVE
                   MOVE 'PMI NOT ACTIVE - NOTHING TO CANCEL' TO
                       WS-MT-REJECT-REASON
                   SET WS-MT-INVALID TO TRUE
               WHEN MORTGAGEE-PMI-NOTICE-DATE = 0
                   MOVE 'PMI NOT YET AT 80 PCT OF ORIGINAL VALUE' TO
                       WS-MT-REJECT-REASON
                   SET WS-MT-INVALID TO TRUE
               WHEN OTHER
                   SET MORTGAGEE-PMI-BORR-CANCEL TO TRUE
                   MOVE WS-RUN-DATE TO MORTGAGEE-PMI-STOP-DATE
                   ADD 1 TO WS-MT-PMI-CANCELS
           END-EVALUATE.

      ******************************************************************
      *    2700-PROCESS-RETIRE - KEYED READ, FLIP MORTGAGEE-STATUS,
      *    STAMP THE DISPOSITION AND RETIRED DATE, REWRITE IN PLACE.
      *    THE RECORD STAYS ON FILE FOR HISTORY.  A BLANK DISPOSITION
      *    IS A MANUAL RETIRE; A LOAN ALREADY RETIRED KEEPS THE
      *    DISPOSITION IT WAS FIRST RETIRED WITH.
      ******************************************************************
       2700-PROCESS-RETIRE.
           IF MT-DISPOSITION = SPACE
               MOVE 'M' TO MT-DISPOSITION
           END-IF
           MOVE MT-MORTGAGEE-ID TO MORTGAGEE-ID
           READ MORTGAGE-FILE
               INVALID KEY
                   SET WS-MT-INVALID TO TRUE
                   PERFORM 1400-WRITE-MAINT-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2750-APPLY-RETIRE
           END-READ.

       2750-APPLY-RETIRE.
           MOVE MORTGAGEE-RECORD TO WS-BEFORE-IMAGE
           MOVE MT-DISPOSITION TO MORTGAGEE-DISPOSITION
           EVALUATE TRUE
               WHEN MORTGAGEE-RETIRED
                   MOVE 'MORTGAGEE ALREADY RETIRED' TO
                       WS-MT-REJECT-REASON
                   SET WS-MT-INVALID TO TRUE
                   PERFORM 1400-WRITE-MAINT-EXCEPTION
               WHEN NOT MORTGAGEE-DISP-VALID
                   MOVE 'UNRECOGNIZED DISPOSITION CODE' TO
                       WS-MT-REJECT-REASON
                   SET WS-MT-INVALID TO TRUE
                   PERFORM 1400-WRITE-MAINT-EXCEPTION
               WHEN OTHER
                   SET MORTGAGEE-RETIRED TO TRUE
                   MOVE WS-RUN-DATE TO MORTGAGEE-RETIRED-DATE
                   REWRITE MORTGAGEE-RECORD
                   ADD 1 TO WS-MT-RETIRES
                   PERFORM 2800-WRITE-AUDIT-JOURNAL
           END-EVALUATE.

      ******************************************************************
      *    2800-WRITE-AUDIT-JOURNAL - ONE JOURNAL RECORD PER APPLIED
           MOVE MORTGAGEE-ID TO AJ-MORTGAGEE-ID
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
           MOVE MORTGAGEE-RECORD TO AJ-AFTER-IMAGE
           MOVE SPACES TO AJ-POS-BEFORE-IMAGE
           MOVE SPACES TO AJ-POS-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD.

       1400-WRITE-MAINT-EXCEPTION.
           CLOSE MORTGAGE-FILE
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE MAINT-EXCEPTION-FILE

      *    EVERY QUEUED ROW HAS BEEN APPLIED OR REJECTED TO
      *    MORTMXCP.TXT - EMPTY THE QUEUE SO THE NEXT RUN CANNOT
      *    APPLY IT AGAIN.
           CLOSE MAINT-QUEUE-FILE
           OPEN OUTPUT MAINT-QUEUE-FILE
           CLOSE MAINT-QUEUE-FILE
           CLOSE AUDIT-JOURNAL-FILE

      *    RETIRES STAY ON FILE, SO THE MASTER GROWS ONLY BY ADDS.
           DISPLAY 'RECORDS UPDATED....: ' WS-MT-UPDATES
           DISPLAY 'RECORDS RETIRED....: ' WS-MT-RETIRES
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-MT-REJECTED
           DISPLAY 'PMI CANCELLED (REQ).: ' WS-MT-PMI-CANCELS
           DISPLAY 'MASTER GENERATION..: ' WS-GENERATION
           DISPLAY 'MASTER RECORD COUNT: ' RC-MASTER-COUNT
           DISPLAY 'GENERATION BACKUP..: ' WS-BACKUP-NAME
