      ******************************************************************
      **                                                              **
      **      GL CONTROL-TOTALS RECORD                                **
      **                                                              **
      **       COBOL COPY BOOK     A40266D                            **
      **       DATA GROUP ID       840266                             **
      **                                                              **
      **      FIXED-LAYOUT, ALL-DISPLAY RECORD SENT NIGHTLY BY THE    **
      **      GENERAL LEDGER SYSTEM.  ONE RECORD PER PRODUCT AND      **
      **      CURRENCY CARRYING THE LEDGER, HOLDS AND LOAN BALANCES   **
      **      THE GENERAL LEDGER HOLDS FOR IT AT THE CLOSE OF THE     **
      **      BUSINESS DATE.  THE NIGHTLY GL CONTROL-TOTAL PROOF      **
      **      (A40245) COMPARES THESE WITH THE SAME TOTALS SUMMED     **
      **      FROM THE CONSOLIDATED EXTRACT (A40273D).                **
      **                                                              **
      ******************************************************************
      *
       01  GLCTLTOT.
                 05 GC-BUSINESSDATE         PIC  9(08).
                 05 GC-PRODUCT              PIC  X(40).
                 05 GC-CURRENCYCODE         PIC  X(03).
                 05 GC-LEDGERTOTAL          PIC S9(13)V99.
                 05 GC-HOLDSTOTAL           PIC S9(13)V99.
                 05 GC-LOANTOTAL            PIC S9(13)V99.
      *END OF COPYBOOK
