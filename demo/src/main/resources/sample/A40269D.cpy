      ******************************************************************
      **                                                              **
      **      E-STATEMENT DATA RECORD                                 **
      **                                                              **
      **       COBOL COPY BOOK     A40269D                            **
      **       DATA GROUP ID       840269                             **
      **                                                              **
      **      FIXED-LAYOUT, ALL-DISPLAY RECORD WRITTEN BY THE         **
      **      STATEMENT RUN (A40221) TO THE E-STATEMENT DATA FILE FOR **
      **      EVERY ACCOUNT WHOSE DELIVERY METHOD (A40296D) IS        **
      **      ELECTRONIC OR BOTH, FOR THE ELECTRONIC DELIVERY         **
      **      VENDOR.  EACH STATEMENT IS ONE HEADER RECORD (H)        **
      **      CARRYING THE PRODUCT AND THE OPENING AND CLOSING        **
      **      BALANCES, ONE DETAIL RECORD (D) PER TRANSACTION IN DATE **
      **      ORDER, AND ONE TRAILER RECORD (T) CARRYING THE          **
      **      TRANSACTION COUNT AND THE DEBIT AND CREDIT              **
      **      TOTALS.  EVERY RECORD CARRIES THE ACCOUNT AND STATEMENT **
      **      PERIOD.  A PERIOD WITH NO ACTIVITY HAS NO BALANCE TO    **
      **      REPORT -- ITS HEADER CARRIES THE NO-ACTIVITY INDICATOR  **
      **      Y, AND ITS OPENING AND CLOSING BALANCES ARE THEN NOT    **
      **      SUPPLIED AND MUST NOT BE PRESENTED AS THE ACCOUNT'S     **
      **      BALANCE.  ITS TRAILER CARRIES A ZERO COUNT.  THE        **
      **      TRUNCATED INDICATOR IS Y WHEN THE STATEMENT STOPPED AT  **
      **      THE TRANSACTION LIMIT.                                  **
      **                                                              **
      ******************************************************************
      *
       01  ESTMTREC.
                 05 ES-RECORDTYPE           PIC  X(01).
                    88 ES-HEADER            VALUE 'H'.
                    88 ES-DETAIL            VALUE 'D'.
                    88 ES-TRAILER           VALUE 'T'.
                 05 ES-ACCOUNTTYPE          PIC  X(03).
                 05 ES-ACCOUNTNUM           PIC  9(15).
                 05 ES-FROMDATE             PIC  9(08).
                 05 ES-TODATE               PIC  9(08).
                 05 ES-BODY                 PIC  X(90).
      * HEADER -- ONE PER STATEMENT, FIRST
                 05 ES-HEADER-BODY REDEFINES ES-BODY.
                    10 ES-PRODUCT           PIC  X(40).
                    10 ES-OPENINGBALANCE    PIC S9(11)V99.
                    10 ES-CLOSINGBALANCE    PIC S9(11)V99.
      * Y -- NO ACTIVITY IN THE PERIOD, BALANCES ABOVE NOT SUPPLIED
                    10 ES-NOACTIVITY-IND    PIC  X(01).
                    10 FILLER               PIC  X(23).
      * DETAIL -- ONE PER TRANSACTION, OLDEST FIRST
                 05 ES-DETAIL-BODY REDEFINES ES-BODY.
                    10 ES-TRANSEQ           PIC  9(05).
                    10 ES-TRANDATE          PIC  9(08).
                    10 ES-TRANTIME          PIC  9(06).
                    10 ES-TRANCODE          PIC  X(04).
                    10 ES-DESCRIPTION       PIC  X(30).
                    10 ES-AMOUNT            PIC S9(11)V99.
                    10 ES-RUNNINGBALANCE    PIC S9(11)V99.
                    10 FILLER               PIC  X(11).
      * TRAILER -- ONE PER STATEMENT, LAST
                 05 ES-TRAILER-BODY REDEFINES ES-BODY.
                    10 ES-TRANCOUNT         PIC  9(05).
                    10 ES-TOTALDEBITS       PIC S9(15)V99.
                    10 ES-TOTALCREDITS      PIC S9(15)V99.
                    10 ES-TRUNCATED-IND     PIC  X(01).
                    10 FILLER               PIC  X(50).
      *END OF COPYBOOK
