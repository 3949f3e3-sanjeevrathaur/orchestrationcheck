      ******************************************************************
      **                                                              **
      **      CHANNEL ENTITLEMENT CHANGE-HISTORY RECORD               **
      **                                                              **
      **       COBOL COPY BOOK     A40255D                            **
      **       DATA GROUP ID       840255                             **
      **                                                              **
      **      ONE RECORD IS WRITTEN FOR EVERY ADD, CHANGE OR DELETE   **
      **      APPLIED TO THE CHANNEL ENTITLEMENT CONTROL FILE         **
      **      (A40253D) BY THE ONLINE MAINTENANCE FUNCTION (A40238),  **
      **      SO EVERY SUSPENSION OR CEILING CHANGE IS TRACEABLE TO   **
      **      WHO CHANGED WHAT, FROM WHAT, AND WHEN.  THE OLD VALUES  **
      **      ARE SPACES/ZERO FOR AN ADD AND THE NEW VALUES ARE       **
      **      SPACES/ZERO FOR A DELETE.                               **
      **                                                              **
      ******************************************************************
      *
       01  CHNENTHIST.
                 05 HE-CHANGEDATE           PIC  X(08).
                 05 HE-CHANGETIME           PIC  X(06).
                 05 HE-USERID               PIC  X(08).
                 05 HE-ACTION               PIC  X(01).
                 05 HE-CHANNELNAME          PIC  X(16).
                 05 HE-FUNCTIONID           PIC  9(03).
                 05 HE-OLDALLOWED-IND       PIC  X(01).
                 05 HE-NEWALLOWED-IND       PIC  X(01).
                 05 HE-OLDSTATUS-IND        PIC  X(01).
                 05 HE-NEWSTATUS-IND        PIC  X(01).
                 05 HE-OLDDAILYCEILING      PIC  9(07).
                 05 HE-NEWDAILYCEILING      PIC  9(07).
      *END OF COPYBOOK
