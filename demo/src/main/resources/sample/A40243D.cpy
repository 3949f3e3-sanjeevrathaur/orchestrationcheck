      ******************************************************************
      **                                                              **
      **      ACCOUNT OVERVIEW INQUIRY REQUEST COPYBOOK               **
      **                                                              **
      **       COBOL COPY BOOK     A40243D                            **
      **       DATA GROUP ID       840243                             **
      **                                                              **
      **      ONE REQUEST FOR THE BALANCE, ITEMIZED HOLDS AND RECENT  **
      **      TRANSACTIONS OF AN ACCOUNT.  THE DATE RANGE AND COUNT   **
      **      BOUND THE TRANSACTION HISTORY PART ONLY, THE SAME AS    **
      **      THE TRANSACTION HISTORY REQUEST (A40245D).              **
      **                                                              **
      ******************************************************************
      *
       01  ACCTOVWINQRQ.
                 05 RQ-ACCOUNTTYPE          PIC  X(03).
                 05 RQ-ACCOUNTNUM           PIC  9(15) COMP-3.
                 05 RQ-PRODUCT              PIC  X(40).
                 05 RQ-FROMDATE             PIC  9(08).
                 05 RQ-TODATE               PIC  9(08).
                 05 RQ-MAXTRANCOUNT         PIC  9(03).
      *END OF COPYBOOK
