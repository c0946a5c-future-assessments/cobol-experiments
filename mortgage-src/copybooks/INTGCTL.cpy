      ******************************************************************
      *    INTGCTL.CPY
      *    INTEGRITY-PROOF CONTROL RECORD - SHARED BY INTGPROF
      *    (WRITER) AND CYCLEEND (READER) SO BOTH PROGRAMS AGREE ON
      *    THE LAYOUT OF INTGCTL.TXT.  ONE RECORD, REWRITTEN BY EVERY
      *    PROOF RUN: THE CYCLE DATE PROVED, THE TOTAL BREAK COUNT,
      *    AND THE BREAKS BY CHECK.  CYCLEEND WILL NOT ADVANCE THE
      *    DATE PAST A CYCLE WHOSE PROOF FOUND BREAKS UNLESS THE
      *    OPERATOR FORCES IT WITH CYCL-FORCE=Y.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 AJI   ORIGINAL VERSION.
      ******************************************************************
       01  INTEGRITY-CONTROL-RECORD.
           05  IC-CYCLE-DATE             PIC 9(8).
           05  IC-BREAK-COUNT            PIC 9(6).
           05  IC-POSITION-BREAKS        PIC 9(6).
           05  IC-BALANCE-BREAKS         PIC 9(6).
           05  IC-LATE-FEE-BREAKS        PIC 9(6).
           05  IC-ESCROW-BREAKS          PIC 9(6).
           05  IC-SUSPENSE-BREAKS        PIC 9(6).
           05  IC-LOANS-PROVED           PIC 9(6).
