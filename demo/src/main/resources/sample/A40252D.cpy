      ******************************************************************
      **                                                              **
      **      ACCOUNT OVERVIEW INQUIRY RESPONSE COPYBOOK              **
      **                                                              **
      **       COBOL COPY BOOK     A40252D                            **
      **       DATA GROUP ID       840252                             **
      **                                                              **
      **      COMBINES THE BALANCE (A40272D), ITEMIZED HOLDS          **
      **      (A40283D) AND TRANSACTION HISTORY (A40275D) ANSWERS     **
      **      FOR ONE ACCOUNT.  EACH PART CARRIES ITS OWN STATUS --   **
      **      A RETURNED PART CARRIES THE STATUS ITS FUNCTION GAVE    **
      **      IT; A FAILED PART CARRIES 'E' WHEN IT FAILED            **
      **      DEFINITIVELY OR 'R' WHEN IT FAILED ON A CONDITION THE   **
      **      CALLER CAN RETRY, AND ITS FIGURES ARE LEFT ZERO.        **
      **                                                              **
      ******************************************************************
      *
       01  ACCTOVWINQRS.
      * OVERALL STATUS -- THE BALANCE PART'S OWN STATUS WHEN EVERY
      * PART WAS RETURNED, OTHERWISE THE SEVERITY OF THE FAILED PARTS
      * ('R' IF ANY OF THEM CAN BE RETRIED, ELSE 'E')
                 05 XSTATUS.
                    10 STATUSMESSAGE        PIC  X(40).
                    10 SEVERITY             PIC  X.
                 05 RS-ACCOUNTTYPE          PIC  X(03).
                 05 RS-ACCOUNTNUM           PIC  9(15) COMP-3.
                 05 RS-PRODUCT              PIC  X(40).
      * PER-PART STATUS
                 05 RS-BALANCE-STATUS.
                    10 BP-STATUSMESSAGE     PIC  X(40).
                    10 BP-SEVERITY          PIC  X.
                 05 RS-HOLDS-STATUS.
                    10 HP-STATUSMESSAGE     PIC  X(40).
                    10 HP-SEVERITY          PIC  X.
                 05 RS-HISTORY-STATUS.
                    10 TP-STATUSMESSAGE     PIC  X(40).
                    10 TP-SEVERITY          PIC  X.
      * BALANCE PART (PER A40272D)
                 05 RS-ACCOUNTNAME          PIC  X(25).
                 05 RS-AVAILABLEBALANCE     PIC S9(11)V99 COMP-3.
                 05 RS-LEDGERBALANCE        PIC S9(11)V99 COMP-3.
                 05 RS-HOLDSAMOUNT          PIC S9(11)V99 COMP-3.
                 05 RS-LINEAMOUNT           PIC S9(11)V99 COMP-3.
                 05 RS-LOANBALANCE          PIC S9(11)V99 COMP-3.
                 05 RS-CURRENCYCODE         PIC  X(03).
                 05 RS-HOMEAVAILABLEBALANCE PIC S9(11)V99 COMP-3.
                 05 RS-HOMELEDGERBALANCE    PIC S9(11)V99 COMP-3.
                 05 RS-HOMELINEAMOUNT       PIC S9(11)V99 COMP-3.
                 05 RS-HOMELOANBALANCE      PIC S9(11)V99 COMP-3.
      * HOLDS PART (PER A40283D)
                 05 RS-HOLDSTOTAL           PIC S9(11)V99 COMP-3.
                 05 RS-HOLDCOUNT            PIC  9(03).
      * WHETHER THE ITEMIZED HOLDS TIE TO RS-HOLDSAMOUNT ABOVE -- 'Y'
      * THEY TIE, 'N' THEY DO NOT (RS-HOLDSVARIANCE IS RS-HOLDSAMOUNT
      * LESS THE SUM OF THE HOLD DETAIL), 'U' MORE HOLDS THAN THE
      * DETAIL CARRIES SO THE TIE CANNOT BE MADE, SPACE WHEN THE
      * BALANCE OR HOLDS PART FAILED AND NO COMPARISON COULD BE MADE
                 05 RS-HOLDSTIE-IND         PIC  X.
                    88 RS-HOLDS-TIED        VALUE 'Y'.
                    88 RS-HOLDS-NOT-TIED    VALUE 'N'.
                    88 RS-HOLDS-UNVERIFIABLE VALUE 'U'.
                 05 RS-HOLDSVARIANCE        PIC S9(11)V99 COMP-3.
                 05 RS-HOLD-DETAIL OCCURS 20 TIMES.
                    10 HD-HOLDTYPE          PIC  X(04).
                    10 HD-HOLDAMOUNT        PIC S9(11)V99 COMP-3.
                    10 HD-PLACEDDATE        PIC  9(08).
                    10 HD-EXPIRYDATE        PIC  9(08).
      * TRANSACTION HISTORY PART (PER A40275D), MOST RECENT FIRST
                 05 RS-TRANCOUNT            PIC  9(03).
                 05 RS-TRAN-DETAIL OCCURS 40 TIMES.
                    10 TD-TRANDATE          PIC  9(08).
                    10 TD-TRANTIME          PIC  9(06).
                    10 TD-TRANCODE          PIC  X(04).
                    10 TD-DESCRIPTION       PIC  X(30).
                    10 TD-AMOUNT            PIC S9(11)V99 COMP-3.
                    10 TD-RUNNINGBALANCE    PIC S9(11)V99 COMP-3.
      *END OF COPYBOOK
