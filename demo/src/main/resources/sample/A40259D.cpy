      ******************************************************************
      **                                                              **
      **      BALANCE EVIDENCE INQUIRY RESPONSE COPYBOOK              **
      **                                                              **
      **       COBOL COPY BOOK     A40259D                            **
      **       DATA GROUP ID       840259                             **
      **                                                              **
      ******************************************************************
      *
       01  ACCTEVDINQRS.
                 05 XSTATUS.
                    10 STATUSMESSAGE        PIC  X(40).
                    10 SEVERITY             PIC  X.
                 05 RS-ACCOUNTNUM           PIC  9(15) COMP-3.
                 05 RS-CAPTURECOUNT         PIC  9(03).
      * 'Y' WHEN THE WINDOW HOLDS MORE CAPTURES THAN THE TABLE
      * CARRIES -- THE CALLER NARROWS OR ADVANCES THE WINDOW
                 05 RS-MORE-IND             PIC  X(01).
      * ONE ENTRY PER CAPTURE IN THE REQUESTED WINDOW, OLDEST FIRST,
      * WITH THE FIGURES RETURNED AND THE AUDIT TRAIL ENTRY IT WAS
      * LOGGED UNDER (BLANK WHEN ED-AUDITFOUND-IND IS 'N')
                 05 RS-CAPTURE-DETAIL OCCURS 20 TIMES.
                    10 ED-CAPTUREDATE       PIC  9(08).
                    10 ED-CAPTURETIME       PIC  9(06).
                    10 ED-ACCOUNTTYPE       PIC  X(03).
                    10 ED-CURRENCYCODE      PIC  X(03).
                    10 ED-AVAILABLEBALANCE  PIC S9(11)V99 COMP-3.
                    10 ED-LEDGERBALANCE     PIC S9(11)V99 COMP-3.
                    10 ED-HOLDSAMOUNT       PIC S9(11)V99 COMP-3.
                    10 ED-HOMEAVAILABLE     PIC S9(11)V99 COMP-3.
                    10 ED-HOMELEDGER        PIC S9(11)V99 COMP-3.
                    10 ED-AUDITFOUND-IND    PIC  X(01).
                    10 ED-CHANNELNAME       PIC  X(16).
                    10 ED-SEVERITY          PIC  X(01).
                    10 ED-STATUSMESSAGE     PIC  X(40).
      *END OF COPYBOOK
