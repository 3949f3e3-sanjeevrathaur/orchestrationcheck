      ******************************************************************
      **                                                              **
      **      ALERT ENROLLMENT MAINTENANCE REQUEST COPYBOOK           **
      **                                                              **
      **       COBOL COPY BOOK     A40261D                            **
      **       DATA GROUP ID       840261                             **
      **                                                              **
      **      ACTION IS B (BROWSE FROM THE REQUESTED KEY), A (ADD), C **
      **      (CHANGE THE THRESHOLD AND DELIVERY CHANNEL) OR D        **
      **      (DELETE).  ALERT TYPE AND THRESHOLDS ARE AS DESCRIBED   **
      **      ON THE ENROLLMENT RECORD (A40260D).  THE USER ID IS     **
      **      CARRIED INTO THE CHANGE-HISTORY RECORD (A40263D)        **
      **      WRITTEN FOR EVERY UPDATE.                               **
      **                                                              **
      ******************************************************************
      *
       01  ALRTENRMNTRQ.
                 05 RQ-ACTION               PIC  X(01).
                 05 RQ-ACCOUNTNUM           PIC  9(15) COMP-3.
                 05 RQ-ALERTTYPE            PIC  X(02).
                 05 RQ-THRESHOLDAMOUNT      PIC S9(11)V99 COMP-3.
                 05 RQ-THRESHOLDPCT         PIC S9(03)V99 COMP-3.
                 05 RQ-DELIVERYCHANNEL      PIC  X(04).
                 05 RQ-USERID               PIC  X(08).
      *END OF COPYBOOK
