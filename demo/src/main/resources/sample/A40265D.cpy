      ******************************************************************
      **                                                              **
      **      GL JOURNAL INTERFACE RECORD                             **
      **                                                              **
      **       COBOL COPY BOOK     A40265D                            **
      **       DATA GROUP ID       840265                             **
      **                                                              **
      **      FIXED-LAYOUT, ALL-DISPLAY JOURNAL LINE WRITTEN BY THE   **
      **      MONTH-END FX REVALUATION RUN (A40244) FOR THE GENERAL   **
      **      LEDGER TO POST DIRECTLY.  ONE DEBIT AND ONE EQUAL       **
      **      CREDIT ARE WRITTEN FOR EVERY PRODUCT AND CURRENCY WHOSE **
      **      LEDGER OR LOAN BALANCES MOVED IN HOME-CURRENCY VALUE    **
      **      BETWEEN THE PRIOR AND THE CURRENT MONTH-END RATE, SO    **
      **      THE FILE BALANCES BY CONSTRUCTION.  THE AMOUNT IS       **
      **      ALWAYS POSITIVE IN HOME CURRENCY; THE DEBIT/CREDIT      **
      **      INDICATOR GIVES ITS SIDE.  THE FOREIGN BALANCE AND THE  **
      **      TWO RATES ARE CARRIED FOR THE LEDGER'S AUDIT TRAIL.  A  **
      **      CURRENCY WITH NO RATE IN FORCE AT EITHER MONTH-END HAS  **
      **      NO LINES ON THE FILE.                                   **
      **                                                              **
      ******************************************************************
      *
       01  GLJRNINTF.
      * THE MONTH-END DATE THE JOURNAL IS POSTED FOR
                 05 JR-JOURNALDATE          PIC  9(08).
      * 'LR' LEDGER BALANCE REVALUATION, 'NR' LOAN BALANCE
      * REVALUATION
                 05 JR-ENTRYTYPE            PIC  X(02).
                    88 JR-LEDGER-REVAL      VALUE 'LR'.
                    88 JR-LOAN-REVAL        VALUE 'NR'.
                 05 JR-GLACCOUNT            PIC  X(10).
                 05 JR-CURRENCYCODE         PIC  X(03).
                 05 JR-PRODUCT              PIC  X(40).
                 05 JR-DRCR-IND             PIC  X(01).
                    88 JR-DEBIT             VALUE 'D'.
                    88 JR-CREDIT            VALUE 'C'.
                 05 JR-HOMEAMOUNT           PIC S9(13)V99.
                 05 JR-FOREIGNBALANCE       PIC S9(13)V99.
                 05 JR-PRIORRATE            PIC  9(05)V9(09).
                 05 JR-CURRENTRATE          PIC  9(05)V9(09).
      *END OF COPYBOOK
