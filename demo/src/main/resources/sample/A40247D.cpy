      **       DATA GROUP ID       840247                             **
      **                                                              **
      **      ACTION IS B (BROWSE FROM THE REQUESTED KEY), A (ADD),   **
      **      C (CHANGE THE PEM PROGRAM) OR D (DELETE), OR V          **
      **      (APPROVE) OR R (REJECT) THE CHANGE PENDING FOR THE KEY. **
      **      ADD, CHANGE AND DELETE ARE ONLY SUBMITTED -- THEY ARE   **
      **      HELD ON THE PENDING-CHANGE FILE (A40256D) UNTIL A       **
      **      DIFFERENT USER APPROVES THEM.  THE USER ID IS THE MAKER **
      **      ON A SUBMIT AND THE CHECKER ON AN APPROVE OR REJECT;    **
      **      BOTH ARE CARRIED INTO THE CHANGE-HISTORY RECORD         **
      **      (A40280D).  THE REJECT REASON IS REQUIRED ON A REJECT   **
      **      ONLY.                                                   **
      **                                                              **
      ******************************************************************
      *
                 05 RQ-PRODUCT              PIC  X(40).
                 05 RQ-PEMPROGRAM           PIC  X(08).
                 05 RQ-USERID               PIC  X(08).
                 05 RQ-REJECTREASON         PIC  X(40).
      *END OF COPYBOOK
