      ******************************************************************
      **                                                              **
      **      CURRENCY TRANSACTION REPORT CANDIDATE RECORD            **
      **                                                              **
      **       COBOL COPY BOOK     A40268D                            **
      **       DATA GROUP ID       840268                             **
      **                                                              **
      **      FIXED-LAYOUT, ALL-DISPLAY INTERFACE RECORD WRITTEN BY   **
      **      THE NIGHTLY CASH TRANSACTION MONITORING RUN (A40246)    **
      **      FOR THE COMPLIANCE FILING TO INGEST DIRECTLY.  ONE      **
      **      RECORD PER ACCOUNT WHOSE CASH IN OR CASH OUT FOR THE    **
      **      BUSINESS DATE, EACH AGGREGATED SEPARATELY, IS OVER THE  **
      **      REPORTING THRESHOLD.  BOTH DIRECTIONS ARE CARRIED       **
      **      WHICHEVER ONE TRIGGERED; THE TRIGGER INDICATOR SAYS     **
      **      WHICH DID -- I (IN), O (OUT) OR B (BOTH).  AMOUNTS ARE  **
      **      UNSIGNED CASH MOVED.                                    **
      **                                                              **
      ******************************************************************
      *
       01  CTRCANDINTF.
                 05 CT-BUSINESSDATE         PIC  9(08).
                 05 CT-ACCOUNTTYPE          PIC  X(03).
                 05 CT-ACCOUNTNUM           PIC  9(15).
                 05 CT-PRODUCT              PIC  X(40).
                 05 CT-CURRENCYCODE         PIC  X(03).
                 05 CT-CASHINAMOUNT         PIC  9(13)V99.
                 05 CT-CASHINCOUNT          PIC  9(03).
                 05 CT-CASHOUTAMOUNT        PIC  9(13)V99.
                 05 CT-CASHOUTCOUNT         PIC  9(03).
                 05 CT-TRIGGER-IND          PIC  X(01).
                    88 CT-TRIGGER-IN        VALUE 'I'.
                    88 CT-TRIGGER-OUT       VALUE 'O'.
                    88 CT-TRIGGER-BOTH      VALUE 'B'.
      *END OF COPYBOOK
