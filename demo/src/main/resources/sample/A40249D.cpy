      **                                                              **
      **      ACTION IS B (BROWSE FROM THE REQUESTED CURRENCY CODE),  **
      **      A (ADD), C (CHANGE THE RATE AND EFFECTIVE DATE) OR D    **
      **      (DELETE), OR V (APPROVE) OR R (REJECT) THE CHANGE       **
      **      PENDING FOR THE CURRENCY.  ADD, CHANGE AND DELETE ARE   **
      **      ONLY SUBMITTED -- THEY ARE HELD ON THE PENDING-CHANGE   **
      **      FILE (A40256D) UNTIL A DIFFERENT USER APPROVES THEM.    **
      **      THE USER ID IS THE MAKER ON A SUBMIT AND THE CHECKER ON **
      **      AN APPROVE OR REJECT; BOTH ARE CARRIED INTO THE CHANGE- **
      **      HISTORY RECORD (A40289D).  THE REJECT REASON IS         **
      **      REQUIRED ON A REJECT ONLY.                              **
      **                                                              **
      ******************************************************************
      *
      * UNITS OF HOME CURRENCY PER UNIT OF THE FOREIGN CURRENCY
                 05 RQ-RATE                 PIC S9(05)V9(09) COMP-3.
                 05 RQ-USERID               PIC  X(08).
                 05 RQ-REJECTREASON         PIC  X(40).
      *END OF COPYBOOK
