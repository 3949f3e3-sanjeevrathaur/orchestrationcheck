      ******************************************************************
      **                                                              **
      **      CHANNEL ENTITLEMENT MAINTENANCE REQUEST COPYBOOK        **
      **                                                              **
      **       COBOL COPY BOOK     A40244D                            **
      **       DATA GROUP ID       840244                             **
      **                                                              **
      **      ACTION IS B (BROWSE FROM THE REQUESTED KEY), A (ADD),   **
      **      C (CHANGE THE ALLOWED FLAG, STATUS AND DAILY CEILING)   **
      **      OR D (DELETE).  ALLOWED IS Y OR N; STATUS IS A (ACTIVE) **
      **      OR S (SUSPENDED).  THE USER ID IS CARRIED INTO THE      **
      **      CHANGE-HISTORY RECORD (A40255D) WRITTEN FOR EVERY       **
      **      UPDATE.                                                 **
      **                                                              **
      ******************************************************************
      *
       01  CHNENTMNTRQ.
                 05 RQ-ACTION               PIC  X(01).
                 05 RQ-CHANNELNAME          PIC  X(16).
                 05 RQ-FUNCTIONID           PIC  9(03).
                 05 RQ-ALLOWED-IND          PIC  X(01).
                 05 RQ-STATUS-IND           PIC  X(01).
                 05 RQ-DAILYCEILING         PIC  9(07).
                 05 RQ-USERID               PIC  X(08).
      *END OF COPYBOOK
