      ******************************************************************
      **                                                              **
      **      CHANNEL ENTITLEMENT CONTROL RECORD                      **
      **                                                              **
      **       COBOL COPY BOOK     A40253D                            **
      **       DATA GROUP ID       840253                             **
      **                                                              **
      **      KEYED BY CICS CHANNEL NAME AND FUNCTION ID.  ONE RECORD **
      **      PER FUNCTION A CHANNEL MAY CALL -- A CHANNEL WITH NO    **
      **      RECORD FOR A FUNCTION IS NOT ENTITLED TO IT.  THE       **
      **      FUNCTION ID IS THE SAME ONE THE PEM ROUTING KEY USES    **
      **      (042 BALANCE, 043 ACCOUNT OVERVIEW, 045 TRANSACTION     **
      **      HISTORY, 046 AUDIT HISTORY, 048 HOLDS, 050 STATEMENT    **
      **      ARCHIVE, 058 BALANCE EVIDENCE).  A ZERO DAILY CEILING   **
      **      MEANS NO CEILING.  THE CALL COUNT IS FOR THE CALL DATE  **
      **      ONLY AND RESTARTS ON THE FIRST CALL OF A NEW DAY.  THE  **
      **      FILE IS DEFINED NON-RECOVERABLE SO A CALL ONCE COUNTED  **
      **      IS NOT GIVEN BACK WHEN THE INQUIRY ITSELF IS ROLLED     **
      **      BACK.                                                   **
      **                                                              **
      ******************************************************************
      *
       01  CHNENTCTL.
                 05 CE-KEY.
                    10 CE-CHANNELNAME       PIC  X(16).
                    10 CE-FUNCTIONID        PIC  9(03).
                 05 CE-ALLOWED-IND          PIC  X(01).
                    88 CE-ALLOWED           VALUE 'Y'.
                 05 CE-STATUS-IND           PIC  X(01).
                    88 CE-ACTIVE            VALUE 'A'.
                    88 CE-SUSPENDED         VALUE 'S'.
                 05 CE-DAILYCEILING         PIC  9(07).
                 05 CE-CALLDATE             PIC  9(08).
                 05 CE-CALLCOUNT            PIC  9(07).
      *END OF COPYBOOK
