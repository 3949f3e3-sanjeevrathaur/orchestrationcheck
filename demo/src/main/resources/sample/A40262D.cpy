      ******************************************************************
      **                                                              **
      **      ALERT ENROLLMENT MAINTENANCE RESPONSE COPYBOOK          **
      **                                                              **
      **       COBOL COPY BOOK     A40262D                            **
      **       DATA GROUP ID       840262                             **
      **                                                              **
      **      THE ENROLLMENT DETAIL TABLE IS FILLED BY THE BROWSE     **
      **      ACTION ONLY; ADD, CHANGE AND DELETE REPORT THROUGH      **
      **      XSTATUS.  THE CONDITION FLAG AND LAST ALERT DATE SHOW   **
      **      WHAT THE NIGHTLY RUN LAST DID WITH THE ENROLLMENT.      **
      **                                                              **
      ******************************************************************
      *
       01  ALRTENRMNTRS.
                 05 XSTATUS.
                    10 STATUSMESSAGE        PIC  X(40).
                    10 SEVERITY             PIC  X.
                 05 RS-ENROLLCOUNT          PIC  9(03).
      * ONE ENTRY PER ENROLLMENT RECORD RETURNED, IN KEY ORDER FROM
      * THE REQUESTED STARTING KEY
                 05 RS-ENROLL-DETAIL OCCURS 20 TIMES.
                    10 ND-ACCOUNTNUM        PIC  9(15) COMP-3.
                    10 ND-ALERTTYPE         PIC  X(02).
                    10 ND-THRESHOLDAMOUNT   PIC S9(11)V99 COMP-3.
                    10 ND-THRESHOLDPCT      PIC S9(03)V99 COMP-3.
                    10 ND-DELIVERYCHANNEL   PIC  X(04).
                    10 ND-ENROLLDATE        PIC  X(08).
                    10 ND-CONDITION-IND     PIC  X(01).
                    10 ND-LASTALERTDATE     PIC  9(08).
      *END OF COPYBOOK
