      **      CORRECTION MOVES MONEY AND MUST BE TRACEABLE TO WHO     **
      **      CHANGED WHAT, FROM WHAT, AND WHEN.  THE SEQUENCE        **
      **      NUMBER DISTINGUISHES CHANGES APPLIED IN THE SAME        **
      **      SECOND.  THE USER ID IS THE MAKER WHO SUBMITTED THE     **
      **      CHANGE AND THE CHECKER USER ID THE DIFFERENT USER WHO   **
      **      APPROVED IT.  THE OLD FIGURES ARE ZERO FOR AN ADD AND   **
      **      THE NEW FIGURES ARE ZERO FOR A DELETE.                  **
      **                                                              **
      ******************************************************************
      *
                 05 HH-OLDRATE              PIC S9(05)V9(09) COMP-3.
                 05 HH-NEWEFFECTIVEDATE     PIC  9(08).
                 05 HH-NEWRATE              PIC S9(05)V9(09) COMP-3.
                 05 HH-CHECKERUSERID        PIC  X(08).
      *END OF COPYBOOK
