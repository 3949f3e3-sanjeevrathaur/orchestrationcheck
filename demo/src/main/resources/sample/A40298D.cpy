      **      APPLIED TO THE STATEMENT CYCLE CONTROL FILE (A40296D)   **
      **      BY THE ONLINE MAINTENANCE FUNCTION (A40234), SO A       **
      **      MISSED OR DUPLICATED STATEMENT IS TRACEABLE TO WHO      **
      **      CHANGED THE ACCOUNT'S ENROLLMENT, FROM WHAT, AND        **
      **      WHEN.  THE USER ID IS THE MAKER WHO SUBMITTED THE       **
      **      CHANGE AND THE CHECKER USER ID THE DIFFERENT USER WHO   **
      **      APPROVED IT.  THE OLD CYCLE DAY IS ZERO AND THE OLD     **
      **      DELIVERY METHOD A SPACE FOR AN ADD; THE NEW CYCLE DAY   **
      **      IS ZERO AND THE NEW DELIVERY METHOD A SPACE FOR A       **
      **      DELETE.                                                 **
      **                                                              **
      ******************************************************************
      *
                 05 HC-PRODUCT              PIC  X(40).
                 05 HC-OLDCYCLEDAY          PIC  9(02).
                 05 HC-NEWCYCLEDAY          PIC  9(02).
                 05 HC-CHECKERUSERID        PIC  X(08).
      * P (PAPER), E (ELECTRONIC) OR B (BOTH) -- SEE A40296D
                 05 HC-OLDDELIVERY          PIC  X(01).
                 05 HC-NEWDELIVERY          PIC  X(01).
      *END OF COPYBOOK
