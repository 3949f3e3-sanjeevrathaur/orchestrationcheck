      ******************************************************************
      **                                                              **
      **      BALANCE EVIDENCE INQUIRY REQUEST COPYBOOK               **
      **                                                              **
      **       COBOL COPY BOOK     A40258D                            **
      **       DATA GROUP ID       840258                             **
      **                                                              **
      **      ONE ACCOUNT AND A CAPTURE DATE/TIME WINDOW.  BOTH ENDS  **
      **      OF THE WINDOW ARE INCLUSIVE.                            **
      **                                                              **
      ******************************************************************
      *
       01  ACCTEVDINQRQ.
                 05 RQ-ACCOUNTNUM           PIC  9(15) COMP-3.
                 05 RQ-FROMDATE             PIC  9(08).
                 05 RQ-FROMTIME             PIC  9(06).
                 05 RQ-TODATE               PIC  9(08).
                 05 RQ-TOTIME               PIC  9(06).
      *END OF COPYBOOK
