      ******************************************************************
      **                                                              **
      **      CUSTOMER ALERT INTERFACE RECORD                         **
      **                                                              **
      **       COBOL COPY BOOK     A40264D                            **
      **       DATA GROUP ID       840264                             **
      **                                                              **
      **      FIXED-LAYOUT, ALL-DISPLAY INTERFACE RECORD WRITTEN BY   **
      **      THE NIGHTLY ALERT RUN (A40243) FOR THE NOTIFICATION     **
      **      VENDOR TO INGEST DIRECTLY.  ONE RECORD PER ALERT        **
      **      RAISED.  THE CURRENT AMOUNT IS THE AVAILABLE BALANCE    **
      **      ('LB'), THE LOAN BALANCE ('LL') OR THE HOLDS PLACED     **
      **      SINCE THE PRIOR RUN ('HP'); THE THRESHOLD AMOUNT IS THE **
      **      FLOOR, THE PERCENTAGE OF THE LINE EXPRESSED AS AN       **
      **      AMOUNT, OR THE MINIMUM NEW HOLDS RESPECTIVELY.          **
      **                                                              **
      ******************************************************************
      *
       01  ALERTINTF.
                 05 AL-RECORDDATE           PIC  9(08).
                 05 AL-ALERTTYPE            PIC  X(02).
                 05 AL-DELIVERYCHANNEL      PIC  X(04).
                 05 AL-ACCOUNTTYPE          PIC  X(03).
                 05 AL-ACCOUNTNUM           PIC  9(15).
                 05 AL-PRODUCT              PIC  X(40).
                 05 AL-ACCOUNTNAME          PIC  X(25).
                 05 AL-CURRENCYCODE         PIC  X(03).
                 05 AL-CURRENTAMOUNT        PIC S9(11)V99.
                 05 AL-THRESHOLDAMOUNT      PIC S9(11)V99.
                 05 AL-THRESHOLDPCT         PIC S9(03)V99.
                 05 AL-LINEAMOUNT           PIC S9(11)V99.
      *END OF COPYBOOK
