      **       COBOL COPY BOOK     A40251D                            **
      **       DATA GROUP ID       840251                             **
      **                                                              **
      **      ACTION IS B (BROWSE FROM THE REQUESTED KEY), A (ADD), C **
      **      (CHANGE THE PRODUCT, CYCLE DAY AND DELIVERY METHOD) OR  **
      **      D (DELETE), OR V (APPROVE) OR R (REJECT) THE CHANGE     **
      **      PENDING FOR THE ACCOUNT.  ADD, CHANGE AND DELETE ARE    **
      **      ONLY SUBMITTED -- THEY ARE HELD ON THE PENDING-CHANGE   **
      **      FILE (A40256D) UNTIL A DIFFERENT USER APPROVES          **
      **      THEM.  THE USER ID IS THE MAKER ON A SUBMIT AND THE     **
      **      CHECKER ON AN APPROVE OR REJECT; BOTH ARE CARRIED INTO  **
      **      THE CHANGE-HISTORY RECORD (A40298D).  THE REJECT REASON **
      **      IS REQUIRED ON A REJECT ONLY.  THE DELIVERY METHOD IS P **
      **      (PAPER), E (ELECTRONIC) OR B (BOTH); LEFT BLANK ON AN   **
      **      ADD OR CHANGE IT IS TAKEN AS PAPER.                     **
      **                                                              **
      ******************************************************************
      *
                 05 RQ-PRODUCT              PIC  X(40).
                 05 RQ-CYCLEDAY             PIC  9(02).
                 05 RQ-USERID               PIC  X(08).
                 05 RQ-REJECTREASON         PIC  X(40).
                 05 RQ-DELIVERYMETHOD       PIC  X(01).
      *END OF COPYBOOK
