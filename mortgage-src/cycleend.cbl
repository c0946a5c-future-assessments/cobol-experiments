      *                     OPERATOR FORCES IT WITH CYCL-FORCE=Y -
      *                     ROLLING THE DATE PAST AN UNPOSTED CYCLE
      *                     IS HOW A BUSINESS DAY GOES MISSING.
      *    10/15/2026 AJI   ALSO REFUSES TO CLOSE A CYCLE WHOSE
      *                     INTEGRITY PROOF (INTGPROF, INTGCTL.TXT)
      *                     FOUND BREAKS, UNLESS FORCED WITH
      *                     CYCL-FORCE=Y.  NO PROOF ON HAND FOR THE
      *                     CYCLE IS A WARNING ONLY.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCRUN-STATUS.

           SELECT OPTIONAL INTEGRITY-CONTROL-FILE
           ASSIGN TO 'intgctl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTGCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CALENDAR-FILE

           COPY CYCLRUNS.

       FD  INTEGRITY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

           COPY INTGCTL.

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS        PIC XX.
       01  WS-CYCRUN-STATUS          PIC XX.
       01  WS-INTGCTL-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-CALENDAR-EOF-SW    PIC X VALUE 'N'.
               88  WS-HOLIDAY-HIT        VALUE 'Y'.
           05  WS-FORCE-FLAG         PIC X VALUE 'N'.
               88  WS-FORCE-CLOSE        VALUE 'Y'.
           05  WS-PROOF-SW           PIC X VALUE 'N'.
               88  WS-CYCLE-PROVED       VALUE 'Y'.
           05  WS-PROOF-BREAK-COUNT  PIC 9(6) VALUE 0.

       01  WS-CYCLE-VALUES.
           05  WS-CYCLE-DATE         PIC 9(8) VALUE 0.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-CYCLE-POSTED
           PERFORM 2200-VERIFY-INTEGRITY-PROOF
           PERFORM 2500-ADVANCE-ONE-BUSINESS-DAY
           PERFORM 2900-REWRITE-CALENDAR
           PERFORM 3000-TERMINATE
                   END-IF
           END-READ.

      ******************************************************************
      *    2200-VERIFY-INTEGRITY-PROOF - A CYCLE WHOSE FILES THE
      *    NIGHTLY PROOF FOUND OUT OF AGREEMENT STAYS OPEN UNTIL THE
      *    BREAKS ON INTGXCP.TXT ARE WORKED AND THE PROOF RERUN, OR
      *    THE OPERATOR FORCES IT.  A PROOF LEFT FROM AN EARLIER
      *    CYCLE SAYS NOTHING ABOUT THIS ONE.
      ******************************************************************
       2200-VERIFY-INTEGRITY-PROOF.
           OPEN INPUT INTEGRITY-CONTROL-FILE
           IF WS-INTGCTL-STATUS = '00'
               READ INTEGRITY-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IC-CYCLE-DATE = WS-CYCLE-DATE
                           SET WS-CYCLE-PROVED TO TRUE
                           MOVE IC-BREAK-COUNT TO WS-PROOF-BREAK-COUNT
                       END-IF
               END-READ
           END-IF
           CLOSE INTEGRITY-CONTROL-FILE

           IF NOT WS-CYCLE-PROVED
               DISPLAY 'WARNING: NO INTEGRITY PROOF ON HAND FOR CYCLE '
                       WS-CYCLE-DATE
           ELSE
               IF WS-PROOF-BREAK-COUNT > 0
                   IF WS-FORCE-CLOSE
                       DISPLAY 'WARNING: CLOSING CYCLE ' WS-CYCLE-DATE
                               ' WITH ' WS-PROOF-BREAK-COUNT
                               ' INTEGRITY BREAKS (CYCL-FORCE=Y)'
                   ELSE
                       DISPLAY 'CYCLEEND: INTEGRITY PROOF FOUND '
                               WS-PROOF-BREAK-COUNT ' BREAKS FOR CYCLE '
                               WS-CYCLE-DATE ' - WORK INTGXCP.TXT AND '
                               'RERUN INTGPROF OR FORCE WITH '
                               'CYCL-FORCE=Y'
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2500-ADVANCE-ONE-BUSINESS-DAY - STEP FORWARD A CALENDAR
      *    DAY AT A TIME PAST SATURDAYS, SUNDAYS AND LISTED HOLIDAYS.
