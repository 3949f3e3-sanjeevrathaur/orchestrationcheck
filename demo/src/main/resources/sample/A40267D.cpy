      ******************************************************************
      **                                                              **
      **      CASH TRANSACTION CODE CONTROL RECORD                    **
      **                                                              **
      **       COBOL COPY BOOK     A40267D                            **
      **       DATA GROUP ID       840267                             **
      **                                                              **
      **      KEYED BY TRANSACTION CODE (TD-TRANCODE OF THE           **
      **      TRANSACTION HISTORY RESPONSE, A40275D).  ONE RECORD PER **
      **      CODE THAT MOVES CURRENCY ACROSS THE COUNTER, MARKED AS  **
      **      CASH IN OR CASH OUT.  A CODE WITH NO RECORD ON FILE IS  **
      **      NOT CASH.  READ BY THE NIGHTLY CASH TRANSACTION         **
      **      MONITORING RUN (A40246), SO A NEW CASH CODE IS A FILE   **
      **      UPDATE, NOT A PROGRAM CHANGE.                           **
      **                                                              **
      ******************************************************************
      *
       01  CASHCODECTL.
                 05 CK-KEY.
                    10 CK-TRANCODE            PIC  X(04).
                 05 CK-DIRECTION              PIC  X(01).
                    88 CK-CASH-IN             VALUE 'I'.
                    88 CK-CASH-OUT            VALUE 'O'.
                 05 CK-DESCRIPTION            PIC  X(30).
      *END OF COPYBOOK
