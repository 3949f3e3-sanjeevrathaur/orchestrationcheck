      ******************************************************************
      **                                                              **
      **      ALERT ENROLLMENT CHANGE-HISTORY RECORD                  **
      **                                                              **
      **       COBOL COPY BOOK     A40263D                            **
      **       DATA GROUP ID       840263                             **
      **                                                              **
      **      ONE RECORD IS WRITTEN FOR EVERY ADD, CHANGE OR DELETE   **
      **      APPLIED TO THE ALERT ENROLLMENT FILE (A40260D) BY THE   **
      **      ONLINE MAINTENANCE FUNCTION (A40242), SO EVERY          **
      **      ENROLLMENT IS TRACEABLE TO WHO CHANGED WHAT, FROM WHAT, **
      **      AND WHEN.  THE OLD VALUES ARE SPACES/ZERO FOR AN ADD    **
      **      AND THE NEW VALUES ARE SPACES/ZERO FOR A DELETE.        **
      **                                                              **
      ******************************************************************
      *
       01  ALRTENRHIST.
                 05 HN-CHANGEDATE           PIC  X(08).
                 05 HN-CHANGETIME           PIC  X(06).
                 05 HN-USERID               PIC  X(08).
                 05 HN-ACTION               PIC  X(01).
                 05 HN-ACCOUNTNUM           PIC  9(15) COMP-3.
                 05 HN-ALERTTYPE            PIC  X(02).
                 05 HN-OLDTHRESHOLDAMOUNT   PIC S9(11)V99 COMP-3.
                 05 HN-NEWTHRESHOLDAMOUNT   PIC S9(11)V99 COMP-3.
                 05 HN-OLDTHRESHOLDPCT      PIC S9(03)V99 COMP-3.
                 05 HN-NEWTHRESHOLDPCT      PIC S9(03)V99 COMP-3.
                 05 HN-OLDDELIVERYCHANNEL   PIC  X(04).
                 05 HN-NEWDELIVERYCHANNEL   PIC  X(04).
      *END OF COPYBOOK
