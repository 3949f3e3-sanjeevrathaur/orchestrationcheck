      ******************************************************************
      **                                                              **
      **      CHANNEL ENTITLEMENT MAINTENANCE RESPONSE COPYBOOK       **
      **                                                              **
      **       COBOL COPY BOOK     A40254D                            **
      **       DATA GROUP ID       840254                             **
      **                                                              **
      **      THE ENTITLEMENT DETAIL TABLE IS FILLED BY THE BROWSE    **
      **      ACTION ONLY; ADD, CHANGE AND DELETE REPORT THROUGH      **
      **      XSTATUS.  THE CALL DATE AND COUNT SHOW THE CHANNEL'S    **
      **      USE OF THE FUNCTION SO FAR ON ITS LAST DAY OF CALLS.    **
      **                                                              **
      ******************************************************************
      *
       01  CHNENTMNTRS.
                 05 XSTATUS.
                    10 STATUSMESSAGE        PIC  X(40).
                    10 SEVERITY             PIC  X.
                 05 RS-ENTITLECOUNT         PIC  9(03).
      * ONE ENTRY PER ENTITLEMENT CONTROL RECORD RETURNED, IN KEY
      * ORDER FROM THE REQUESTED STARTING KEY
                 05 RS-ENTITLE-DETAIL OCCURS 20 TIMES.
                    10 ED-CHANNELNAME       PIC  X(16).
                    10 ED-FUNCTIONID        PIC  9(03).
                    10 ED-ALLOWED-IND       PIC  X(01).
                    10 ED-STATUS-IND        PIC  X(01).
                    10 ED-DAILYCEILING      PIC  9(07).
                    10 ED-CALLDATE          PIC  9(08).
                    10 ED-CALLCOUNT         PIC  9(07).
      *END OF COPYBOOK
