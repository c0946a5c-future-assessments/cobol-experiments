      *                     UPDATES AND RETIRES, ONE LINE PER FIELD
      *                     THAT CHANGED WITH ITS BEFORE AND AFTER
      *                     VALUES, TO MORTAUDR.TXT.
      *    10/15/2026 AJI   JOURNAL IMAGES WIDENED TO THE 130-BYTE
      *                     MORTREC.  CHANGE LINES NOW COVER THE
      *                     RETURNED-PAYMENT FEE, THE RETIRE
      *                     DISPOSITION CODE AND THE RETIRED DATE.
      *    10/15/2026 AJI   JOURNAL IMAGES WIDENED TO THE 166-BYTE
      *                     MORTREC.  CHANGE LINES NOW COVER THE PMI
      *                     TERMS, AND PMITERM'S OWN ENTRIES (AN
      *                     AUTOMATIC PMI CANCELLATION, AN ELIGIBILITY
      *                     NOTICE STAMP) REPORT UNDER THEIR OWN
      *                     ACTION NAMES.
      *    10/15/2026 AJI   JOURNAL IMAGES WIDENED TO THE 229-BYTE
      *                     MORTREC PLUS THE SERVICING POSITION
      *                     IMAGES WORKOUT JOURNALS.  CHANGE LINES NOW
      *                     COVER THE WORKOUT AND MODIFICATION TERMS,
      *                     AND WHERE AN ENTRY CARRIES POSITION IMAGES
      *                     THE POSITION FIELDS THAT MOVED (BALANCE,
      *                     RATE, PAYMENT, MONTHS REMAINING, PAID-THRU
      *                     AND PAST DUE) ARE LISTED AS WELL.  EACH
      *                     WORKOUT ACTION REPORTS UNDER ITS OWN NAME.
      *    10/15/2026 AJI   LEDGARCH NOW MOVES JOURNAL ENTRIES OLDER
      *                     THAN ITS CUTOFF TO DATED GENERATIONS.  A
      *                     MORTA-FROM DATE (OR NONE) EARLIER THAN A
      *                     GENERATION'S CUTOFF ON ARCHCAT.TXT PULLS
      *                     THAT GENERATION BACK IN, OLDEST FIRST,
      *                     AHEAD OF THE LIVE JOURNAL, SO THE REPORT
      *                     READS THE SAME AS BEFORE THE ARCHIVE.
      *    10/15/2026 AJI   JOURNAL IMAGES WIDENED TO THE 270-BYTE
      *                     MORTREC WITH THE BOARDING TERMS.  A LOAN
      *                     LOANBRD BOARDS FROM A PRIOR SERVICER
      *                     REPORTS AS BOARDED AND, LIKE AN ADD, HAS
      *                     NO BEFORE IMAGE TO DIFF AGAINST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LIVE JOURNAL, OR ONE OF ITS ARCHIVE GENERATIONS -
      *    1150-OPEN-NEXT-FILE WALKS THE LIST.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO 'archcat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 715 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTJRNL.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REPORT-LINE             PIC X(100).

       FD  ARCHIVE-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.

           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
      *    THE BEFORE AND AFTER IMAGES DECODED THROUGH THE MORTREC
      *    LAYOUT SO THE REPORT CAN NAME THE FIELDS THAT CHANGED.

           COPY MORTREC REPLACING LEADING ==MORTGAGEE== BY ==AFT==.

      *    THE SERVICING POSITION IMAGES A WORKOUT ENTRY CARRIES,
      *    DECODED THE SAME WAY THROUGH THE MORTPOS LAYOUT.
           COPY MORTPOS REPLACING ==SERVICING-POSITION-RECORD==
                               BY ==BPOS-RECORD==
                               LEADING ==SP== BY ==BPOS==.

           COPY MORTPOS REPLACING ==SERVICING-POSITION-RECORD==
                               BY ==APOS-RECORD==
                               LEADING ==SP== BY ==APOS==.

       01  WS-JRNL-STATUS            PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-CATALOG-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SW        PIC X VALUE 'N'.
               88  WS-JRNL-EOF           VALUE 'Y'.
               88  WS-JRNL-NOT-EOF       VALUE 'N'.
           05  WS-CATALOG-EOF-SW     PIC X VALUE 'N'.
               88  WS-CATALOG-EOF        VALUE 'Y'.

      *    THE FILES READ, IN ORDER - THE ARCHIVE GENERATIONS THE DATE
      *    RANGE REACHES INTO, AS CATALOGED, THEN THE LIVE JOURNAL.
       01  WS-FILE-LIST.
           05  WS-JOURNAL-NAME       PIC X(18) VALUE SPACES.
           05  WS-FL-COUNT           PIC 9(3) VALUE 0 COMP.
           05  WS-FL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FL-IX.
               10  WS-FL-NAME        PIC X(18).

      *    SELECTION FILTERS FROM THE ENVIRONMENT
       01  WS-FILTER-VALUES.

       01  WS-RUN-TOTALS.
           05  WS-RECORDS-READ       PIC 9(7) VALUE 0.
           05  WS-FILES-READ         PIC 9(3) VALUE 0.
           05  WS-RECORDS-REPORTED   PIC 9(7) VALUE 0.

       01  WS-HEADER-DETAIL.
       01  WS-EDIT-VALUES.
           05  WS-EDIT-RATE          PIC Z9.99.
           05  WS-EDIT-MONEY         PIC ZZZZ9.99.
           05  WS-EDIT-VALUE         PIC ZZZZZZ9.99.

       01  WS-CHANGE-DETAIL.
           05  FILLER                PIC X(4) VALUE SPACES.
               MOVE WS-THRU-TEXT TO WS-THRU-DATE
           END-IF

           PERFORM 1200-LOAD-GENERATIONS
           ADD 1 TO WS-FL-COUNT
           SET WS-FL-IX TO WS-FL-COUNT
           MOVE 'mortjrnl.txt' TO WS-FL-NAME (WS-FL-IX)
           SET WS-FL-IX TO 1
           PERFORM 1120-OPEN-JOURNAL

           OPEN OUTPUT AUDIT-REPORT-FILE


           PERFORM 1100-READ-JOURNAL.

      ******************************************************************
      *    1100-READ-JOURNAL - THE NEXT ENTRY, MOVING ON TO THE NEXT
      *    FILE IN THE LIST WHEN ONE RUNS OUT.  END OF FILE ONLY
      *    STANDS AT THE END OF THE LIVE JOURNAL.
      ******************************************************************
       1100-READ-JOURNAL.
           PERFORM 1110-READ-ONE-ENTRY
           PERFORM 1150-OPEN-NEXT-FILE
               UNTIL WS-JRNL-NOT-EOF
               OR WS-FL-IX NOT < WS-FL-COUNT.

       1110-READ-ONE-ENTRY.
           READ AUDIT-JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1120-OPEN-JOURNAL.
           MOVE WS-FL-NAME (WS-FL-IX) TO WS-JOURNAL-NAME
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT JOURNAL '
                       WS-JOURNAL-NAME ': ' WS-JRNL-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-FILES-READ.

       1150-OPEN-NEXT-FILE.
           CLOSE AUDIT-JOURNAL-FILE
           SET WS-FL-IX UP BY 1
           PERFORM 1120-OPEN-JOURNAL
           PERFORM 1110-READ-ONE-ENTRY.

      ******************************************************************
      *    1200-LOAD-GENERATIONS - EVERY JOURNAL ENTRY IN A GENERATION
      *    IS DATED BEFORE ITS CUTOFF, SO ONLY A GENERATION CUT AFTER
      *    THE FROM DATE CAN HOLD AN ENTRY IN RANGE.
      ******************************************************************
       1200-LOAD-GENERATIONS.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               AND WS-CATALOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ARCHIVE CATALOG: '
                       WS-CATALOG-STATUS
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-GENERATION UNTIL WS-CATALOG-EOF
           CLOSE ARCHIVE-CATALOG-FILE.

       1210-LOAD-ONE-GENERATION.
           READ ARCHIVE-CATALOG-FILE
               AT END SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   IF AC-AUDIT-JOURNAL
                       AND AC-CUTOFF-DATE > WS-FROM-DATE
                       IF WS-FL-COUNT < 99
                           ADD 1 TO WS-FL-COUNT
                           SET WS-FL-IX TO WS-FL-COUNT
                           MOVE AC-GENERATION-NAME
                               TO WS-FL-NAME (WS-FL-IX)
                       ELSE
                           DISPLAY 'JOURNAL GENERATIONS EXCEED TABLE '
                                   'LIMIT - RAISE THE OCCURS AND RERUN'
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-JOURNAL.
           IF (NOT WS-FILTER-ON-ID
                   OR AJ-MORTGAGEE-ID = WS-FILTER-ID)
                   MOVE 'UPDATE' TO HDR-ACTION
               WHEN AJ-ACTION-RETIRE
                   MOVE 'RETIRE' TO HDR-ACTION
               WHEN AJ-ACTION-PMI-CANCEL
                   MOVE 'PMI-CAN' TO HDR-ACTION
               WHEN AJ-ACTION-PMI-NOTICE
                   MOVE 'PMI-NTC' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-MODIFY
                   MOVE 'MODIFY' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-FORBEAR
                   MOVE 'FORBEAR' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-TRIAL
                   MOVE 'TRIAL' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-REPAY
                   MOVE 'REPAY' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-CANCEL
                   MOVE 'WKO-CAN' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-COMPLETE
                   MOVE 'WKO-CMP' TO HDR-ACTION
               WHEN AJ-ACTION-WKO-FAILED
                   MOVE 'WKO-BRK' TO HDR-ACTION
               WHEN AJ-ACTION-BOARD
                   MOVE 'BOARDED' TO HDR-ACTION
               WHEN OTHER
                   MOVE AJ-ACTION TO HDR-ACTION
           END-EVALUATE
           END-STRING
           WRITE AUDIT-REPORT-LINE FROM WS-HEADER-DETAIL

      *    AN ADD OR A BOARDING HAS NO BEFORE IMAGE TO DIFF AGAINST -
      *    THE HEADER LINE IS THE WHOLE STORY.
           IF NOT AJ-ACTION-ADD
               AND NOT AJ-ACTION-BOARD
               PERFORM 2200-REPORT-CHANGED-FIELDS
           END-IF
      *    ONLY A WORKOUT ENTRY THAT MOVED THE SERVICING POSITION
      *    CARRIES BOTH POSITION IMAGES - A BOARDING CARRIES ONLY THE
      *    AFTER IMAGE AND EVERY OTHER ACTION LEAVES THEM SPACES.
           IF AJ-POS-BEFORE-IMAGE NOT = SPACES
               MOVE AJ-POS-BEFORE-IMAGE TO BPOS-RECORD
               MOVE AJ-POS-AFTER-IMAGE TO APOS-RECORD
               PERFORM 2300-REPORT-POSITION-CHANGES
           END-IF.

      ******************************************************************
               MOVE AFT-LATE-FLAT TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-NSF-FEE NOT = AFT-NSF-FEE
               MOVE 'NSF FEE' TO CHG-FIELD-NAME
               MOVE BEF-NSF-FEE TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO CHG-BEFORE
               MOVE AFT-NSF-FEE TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-DISPOSITION NOT = AFT-DISPOSITION
               MOVE 'DISPOSITION' TO CHG-FIELD-NAME
               MOVE BEF-DISPOSITION TO CHG-BEFORE
               MOVE AFT-DISPOSITION TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-RETIRED-DATE NOT = AFT-RETIRED-DATE
               MOVE 'RETIRED DATE' TO CHG-FIELD-NAME
               MOVE BEF-RETIRED-DATE TO CHG-BEFORE
               MOVE AFT-RETIRED-DATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-ORIG-VALUE NOT = AFT-ORIG-VALUE
               MOVE 'ORIGINAL VALUE' TO CHG-FIELD-NAME
               MOVE BEF-ORIG-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-BEFORE
               MOVE AFT-ORIG-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-PMI-PREMIUM NOT = AFT-PMI-PREMIUM
               MOVE 'PMI PREMIUM' TO CHG-FIELD-NAME
               MOVE BEF-PMI-PREMIUM TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO CHG-BEFORE
               MOVE AFT-PMI-PREMIUM TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-PMI-INSURER NOT = AFT-PMI-INSURER
               MOVE 'PMI INSURER' TO CHG-FIELD-NAME
               MOVE BEF-PMI-INSURER TO CHG-BEFORE
               MOVE AFT-PMI-INSURER TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-PMI-STATUS NOT = AFT-PMI-STATUS
               MOVE 'PMI STATUS' TO CHG-FIELD-NAME
               MOVE BEF-PMI-STATUS TO CHG-BEFORE
               MOVE AFT-PMI-STATUS TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-PMI-STOP-DATE NOT = AFT-PMI-STOP-DATE
               MOVE 'PMI STOP DATE' TO CHG-FIELD-NAME
               MOVE BEF-PMI-STOP-DATE TO CHG-BEFORE
               MOVE AFT-PMI-STOP-DATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-PMI-NOTICE-DATE NOT = AFT-PMI-NOTICE-DATE
               MOVE 'PMI NOTICE DATE' TO CHG-FIELD-NAME
               MOVE BEF-PMI-NOTICE-DATE TO CHG-BEFORE
               MOVE AFT-PMI-NOTICE-DATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-TYPE NOT = AFT-WORKOUT-TYPE
               MOVE 'WORKOUT TYPE' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-TYPE TO CHG-BEFORE
               MOVE AFT-WORKOUT-TYPE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-STATUS NOT = AFT-WORKOUT-STATUS
               MOVE 'WORKOUT STATUS' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-STATUS TO CHG-BEFORE
               MOVE AFT-WORKOUT-STATUS TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-PMT-NO NOT = AFT-WORKOUT-PMT-NO
               MOVE 'WORKOUT PMT NO' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-PMT-NO TO CHG-BEFORE
               MOVE AFT-WORKOUT-PMT-NO TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-START NOT = AFT-WORKOUT-START
               MOVE 'WORKOUT START' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-START TO CHG-BEFORE
               MOVE AFT-WORKOUT-START TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-END NOT = AFT-WORKOUT-END
               MOVE 'WORKOUT END' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-END TO CHG-BEFORE
               MOVE AFT-WORKOUT-END TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-AMOUNT NOT = AFT-WORKOUT-AMOUNT
               MOVE 'WORKOUT PAYMENT' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-BEFORE
               MOVE AFT-WORKOUT-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-RATE NOT = AFT-WORKOUT-RATE
               MOVE 'WORKOUT RATE' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO CHG-BEFORE
               MOVE AFT-WORKOUT-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-WORKOUT-TERM NOT = AFT-WORKOUT-TERM
               MOVE 'WORKOUT TERM' TO CHG-FIELD-NAME
               MOVE BEF-WORKOUT-TERM TO CHG-BEFORE
               MOVE AFT-WORKOUT-TERM TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-MOD-PMT-NO NOT = AFT-MOD-PMT-NO
               MOVE 'MOD PMT NO' TO CHG-FIELD-NAME
               MOVE BEF-MOD-PMT-NO TO CHG-BEFORE
               MOVE AFT-MOD-PMT-NO TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-MOD-DATE NOT = AFT-MOD-DATE
               MOVE 'MOD DATE' TO CHG-FIELD-NAME
               MOVE BEF-MOD-DATE TO CHG-BEFORE
               MOVE AFT-MOD-DATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-MOD-CAP-AMOUNT NOT = AFT-MOD-CAP-AMOUNT
               MOVE 'MOD CAPITALIZED' TO CHG-FIELD-NAME
               MOVE BEF-MOD-CAP-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-BEFORE
               MOVE AFT-MOD-CAP-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-MOD-RATE NOT = AFT-MOD-RATE
               MOVE 'MOD RATE' TO CHG-FIELD-NAME
               MOVE BEF-MOD-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO CHG-BEFORE
               MOVE AFT-MOD-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BEF-MOD-TERM NOT = AFT-MOD-TERM
               MOVE 'MOD TERM' TO CHG-FIELD-NAME
               MOVE BEF-MOD-TERM TO CHG-BEFORE
               MOVE AFT-MOD-TERM TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF.

       2250-WRITE-CHANGE-LINE.
           WRITE AUDIT-REPORT-LINE FROM WS-CHANGE-DETAIL.

      ******************************************************************
      *    2300-REPORT-POSITION-CHANGES - THE SAME ONE LINE PER
      *    CHANGED FIELD FOR THE SERVICING POSITION A WORKOUT MOVED,
      *    COMPARED THROUGH THE MORTPOS LAYOUT.
      ******************************************************************
       2300-REPORT-POSITION-CHANGES.
           IF BPOS-CUR-BALANCE NOT = APOS-CUR-BALANCE
               MOVE 'POS BALANCE' TO CHG-FIELD-NAME
               MOVE BPOS-CUR-BALANCE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-BEFORE
               MOVE APOS-CUR-BALANCE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BPOS-CUR-ANNUAL-RATE NOT = APOS-CUR-ANNUAL-RATE
               MOVE 'POS RATE' TO CHG-FIELD-NAME
               MOVE BPOS-CUR-ANNUAL-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO CHG-BEFORE
               MOVE APOS-CUR-ANNUAL-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BPOS-CUR-PAYMENT NOT = APOS-CUR-PAYMENT
               MOVE 'POS PAYMENT' TO CHG-FIELD-NAME
               MOVE BPOS-CUR-PAYMENT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-BEFORE
               MOVE APOS-CUR-PAYMENT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BPOS-MONTHS-REMAINING NOT = APOS-MONTHS-REMAINING
               MOVE 'POS MONTHS LEFT' TO CHG-FIELD-NAME
               MOVE BPOS-MONTHS-REMAINING TO CHG-BEFORE
               MOVE APOS-MONTHS-REMAINING TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BPOS-PAID-THRU-PMT-NO NOT = APOS-PAID-THRU-PMT-NO
               MOVE 'POS PAID THRU' TO CHG-FIELD-NAME
               MOVE BPOS-PAID-THRU-PMT-NO TO CHG-BEFORE
               MOVE APOS-PAID-THRU-PMT-NO TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BPOS-PAST-DUE-AMOUNT NOT = APOS-PAST-DUE-AMOUNT
               MOVE 'POS PAST DUE' TO CHG-FIELD-NAME
               MOVE BPOS-PAST-DUE-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-BEFORE
               MOVE APOS-PAST-DUE-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF
           IF BPOS-ARM-RESET-COUNT NOT = APOS-ARM-RESET-COUNT
               MOVE 'POS ARM RESET' TO CHG-FIELD-NAME
               MOVE BPOS-ARM-RESET-COUNT TO CHG-BEFORE
               MOVE APOS-ARM-RESET-COUNT TO CHG-AFTER
               PERFORM 2250-WRITE-CHANGE-LINE
           END-IF.

       3000-TERMINATE.
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE AUDIT-REPORT-FILE
           DISPLAY ' '
           DISPLAY '***** MORTAUDR RUN TOTALS *****'
           DISPLAY 'JOURNAL FILES READ.: ' WS-FILES-READ
           DISPLAY 'JOURNAL RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ENTRIES REPORTED...: ' WS-RECORDS-REPORTED.
