      **      THE ONLINE MAINTENANCE FUNCTION (A40220), SO EVERY      **
      **      ROUTING CHANGE -- THE LEVER WE PULL DURING INCIDENTS -- **
      **      IS TRACEABLE TO WHO CHANGED WHAT, FROM WHAT, AND WHEN.  **
      **      THE USER ID IS THE MAKER WHO SUBMITTED THE CHANGE AND   **
      **      THE CHECKER USER ID THE DIFFERENT USER WHO APPROVED IT. **
      **      THE OLD PROGRAM IS SPACES FOR AN ADD AND THE NEW        **
      **      PROGRAM IS SPACES FOR A DELETE.                         **
      **                                                              **
                 05 HR-PRODUCT              PIC  X(40).
                 05 HR-OLDPEMPROGRAM        PIC  X(08).
                 05 HR-NEWPEMPROGRAM        PIC  X(08).
                 05 HR-CHECKERUSERID        PIC  X(08).
      *END OF COPYBOOK
