      ******************************************************************
      *    GLACCT.CPY
      *    GENERAL-LEDGER ACCOUNT MAP RECORD - THE LAYOUT OF
      *    GLACCTMP.TXT, THE TABLE GLPOST POSTS THROUGH.  ACCOUNTING
      *    KEEPS THE FILE; A NEW ACCOUNT OR A CHANGED DEBIT/CREDIT
      *    PAIR IS AN EDIT TO THE FILE, NEVER A RECOMPILE.  THREE
      *    RECORD TYPES:
      *
      *      A  ACCOUNT      GA-DEBIT-ACCT IS THE GL ACCOUNT NUMBER,
      *                      GA-DESCRIPTION ITS TITLE ON THE TRIAL
      *                      BALANCE.  EVERY ACCOUNT A T OR C ROW
      *                      NAMES MUST BE DEFINED HERE.
      *      T  TRANSACTION  GA-CODE IS THE SERVICING TRANSACTION
      *                      CODE, GA-DEBIT-ACCT/GA-CREDIT-ACCT THE
      *                      ACCOUNTS ITS ENTRY DEBITS AND CREDITS.
      *      C  CONTROL      GA-CODE NAMES A SUBLEDGER (PRIN, ESCR,
      *                      FEES, SUSP, PDUE) AND THE ACCOUNT IT TIES
      *                      TO ON THE TRIAL BALANCE.  THE ACCOUNT
      *                      SITS IN GA-DEBIT-ACCT WHEN ITS NORMAL
      *                      BALANCE IS A DEBIT (AN ASSET) AND IN
      *                      GA-CREDIT-ACCT WHEN IT IS A CREDIT (A
      *                      LIABILITY).
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GA-RECORD-TYPE            PIC X.
               88  GA-ACCOUNT-DEF            VALUE 'A'.
               88  GA-TXN-MAP                VALUE 'T'.
               88  GA-CONTROL-MAP            VALUE 'C'.
           05  GA-CODE                   PIC X(4).
           05  GA-DEBIT-ACCT             PIC X(6).
           05  GA-CREDIT-ACCT            PIC X(6).
           05  GA-DESCRIPTION            PIC X(30).
