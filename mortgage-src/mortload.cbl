      *                     'I' LEFT BY A DEAD MAINTENANCE RUN AND
      *                     MORTMAINT/MORTGAGES CAN RUN AGAIN WITHOUT
      *                     ANY HAND EDIT OF MORTRUNC.TXT.
      *    10/15/2026 AJI   RETURNED-PAYMENT FEE ZERO-FILLED ON A
      *                     116-BYTE VINTAGE BACKUP.
      *    10/15/2026 AJI   RETIRED DATE ZERO-FILLED ON A 121-BYTE
      *                     VINTAGE BACKUP.  THE DISPOSITION CODE IS
      *                     CORRECT AS SPACES (NONE RECORDED).
      *    10/15/2026 AJI   ORIGINAL VALUE, PMI PREMIUM AND THE PMI
      *                     STOP AND NOTICE DATES ZERO-FILLED ON A
      *                     130-BYTE VINTAGE BACKUP.  THE PMI INSURER
      *                     AND STATUS ARE CORRECT AS SPACES (NO PMI).
      *    10/15/2026 AJI   WORKOUT AND MODIFICATION AMOUNTS, DATES,
      *                     RATES AND TERMS ZERO-FILLED ON A 166-BYTE
      *                     VINTAGE BACKUP.  THE WORKOUT TYPE AND
      *                     STATUS ARE CORRECT AS SPACES (NO PLAN).
      *    10/15/2026 AJI   BOARDING DATE, INSTALLMENT, BALANCE, RATE,
      *                     PAYMENT AND PAST DUE ZERO-FILLED ON A
      *                     229-BYTE VINTAGE BACKUP (ORIGINATED HERE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  OLD-MASTER-RECORD             PIC X(270).

       FD  MORTGAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

           COPY MORTREC.
      *    PAST ITS OLD RECORD END AS SPACES AFTER THE GROUP MOVE.
      *    EVERY NUMERIC FIELD ADDED SINCE THE ORIGINAL 65-BYTE
      *    LAYOUT IS CHECKED AND ZERO-FILLED HERE, FIELD BY FIELD, SO
      *    EACH VINTAGE OF BACKUP (65, 96, 113, 116, 121, 130, 166 OR
      *    229 BYTES) CONVERTS CLEAN - NO DOWNSTREAM COMPUTE EVER SEES
      *    SPACES.  THE ALPHANUMERIC LATE-METHOD, INVESTOR-CODE,
      *    DISPOSITION, PMI INSURER/STATUS AND WORKOUT TYPE/STATUS
      *    FIELDS ARE CORRECT AS SPACES (NO TERMS / PORTFOLIO OWNED /
      *    NONE RECORDED / NO PMI / NO PLAN).
      ******************************************************************
       2050-DEFAULT-MISSING-FIELDS.
           IF MORTGAGEE-ARM-MARGIN NOT NUMERIC
           END-IF
           IF MORTGAGEE-LATE-FLAT NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-LATE-FLAT
           END-IF
           IF MORTGAGEE-NSF-FEE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-NSF-FEE
           END-IF
           IF MORTGAGEE-RETIRED-DATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-RETIRED-DATE
           END-IF
           IF MORTGAGEE-ORIG-VALUE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-ORIG-VALUE
           END-IF
           IF MORTGAGEE-PMI-PREMIUM NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-PMI-PREMIUM
           END-IF
           IF MORTGAGEE-PMI-STOP-DATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-PMI-STOP-DATE
           END-IF
           IF MORTGAGEE-PMI-NOTICE-DATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-PMI-NOTICE-DATE
           END-IF
           IF MORTGAGEE-WORKOUT-PMT-NO NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-WORKOUT-PMT-NO
           END-IF
           IF MORTGAGEE-WORKOUT-START NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-WORKOUT-START
           END-IF
           IF MORTGAGEE-WORKOUT-END NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-WORKOUT-END
           END-IF
           IF MORTGAGEE-WORKOUT-AMOUNT NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-WORKOUT-AMOUNT
           END-IF
           IF MORTGAGEE-WORKOUT-RATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-WORKOUT-RATE
           END-IF
           IF MORTGAGEE-WORKOUT-TERM NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-WORKOUT-TERM
           END-IF
           IF MORTGAGEE-MOD-PMT-NO NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-MOD-PMT-NO
           END-IF
           IF MORTGAGEE-MOD-DATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-MOD-DATE
           END-IF
           IF MORTGAGEE-MOD-CAP-AMOUNT NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-MOD-CAP-AMOUNT
           END-IF
           IF MORTGAGEE-MOD-RATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-MOD-RATE
           END-IF
           IF MORTGAGEE-MOD-TERM NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-MOD-TERM
           END-IF
           IF MORTGAGEE-BOARD-DATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-BOARD-DATE
           END-IF
           IF MORTGAGEE-BOARD-PMT-NO NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-BOARD-PMT-NO
           END-IF
           IF MORTGAGEE-BOARD-BALANCE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-BOARD-BALANCE
           END-IF
           IF MORTGAGEE-BOARD-RATE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-BOARD-RATE
           END-IF
           IF MORTGAGEE-BOARD-PAYMENT NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-BOARD-PAYMENT
           END-IF
           IF MORTGAGEE-BOARD-PAST-DUE NOT NUMERIC
               MOVE ZERO TO MORTGAGEE-BOARD-PAST-DUE
           END-IF.

      ******************************************************************
