       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40242.
       AUTHOR.
      *CRT*************************************************************
      *CRV*      AID  VERSION 1  RELEASE 0  CST 0  MLU 0              *
      *CRT*************************************************************
      *CRT*  This software contains trade secrets and confidential    *
      *CRT*  information which are proprietary to Celeriti FinTech    *
      *CRT*  The use, reproduction, distribution, or disclosure       *
      *CRT*  of the software, in whole or in part, without            *
      *CRT*  the express written permission of Celeriti FinTech       *
      *CRT*  is prohibited.  This software is also an                 *
      *CRT*  unpublished work protected under the copyright laws of   *
      *CRT*  the United States of America and other countries.  If    *
      *CRT*  this software becomes published, the following notice    *
      *CRT*  shall apply:                                             *
      *CRY*      Copyright (C) 2016 Celeriti FinTech                  *
      *CRT*      All Rights Reserved.                                 *
      *CRT*************************************************************
       DATE-COMPILED.
      *****************************************************************
      * PROGRAM DESCRIPTION                                           *
      *****************************************************************
      *     PROGRAM INFORMATION:                                      *
      *         NAME:          A40242                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        ONLINE MAINTENANCE FOR THE CUSTOMER ALERT ENROLLMENT   *
      *        FILE                                                   *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - RECEIVE THE MAINTENANCE REQUEST IN CONTAINER           *
      *      - BROWSE, ADD, CHANGE OR DELETE ALERT ENROLLMENT         *
      *        RECORDS (A40260D) KEYED BY ACCOUNT NUMBER/ALERT TYPE   *
      *      - A CHANGE SETS THE THRESHOLD AND DELIVERY CHANNEL AND   *
      *        CLEARS THE NIGHTLY RUN STATE, SO THE NEXT NIGHTLY RUN  *
      *        (A40243) JUDGES THE ACCOUNT AFRESH AGAINST THE NEW     *
      *        THRESHOLD                                              *
      *      - WRITE A CHANGE-HISTORY RECORD (A40263D) FOR EVERY      *
      *        UPDATE APPLIED                                         *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
           EJECT
       DATA DIVISION.
           EJECT
       FILE                                 SECTION.
           EJECT
       WORKING-STORAGE                      SECTION.
      *
      * WORKING STORAGE VARIABLES
       01  WS-FIELDS.
           05 WS-VARIABLES.
              10 WS-COMMAND-RESP            PIC S9(8) BINARY.
              10 WS-COMMAND-RESP2           PIC S9(8) BINARY.
      * SEVERITY/MESSAGE A FAILING CALL SITE SETS BEFORE HANDING OFF TO
      * WB000-FAIL-REQUEST, SO THE TEXT REFLECTS WHAT ACTUALLY FAILED
              10 WS-FAULT-SEVERITY          PIC X(01).
              10 WS-FAULT-MESSAGE           PIC X(29).
      * ONLY WB000-FAIL-REQUEST EVER SETS THIS -- WITH NO PEM (AND SO
      * NO CEL-CONTROL CONTAINER) BEHIND THIS FUNCTION IT MUST START
      * OFF, OR A SUCCESSFULLY APPLIED UPDATE COULD BE SPURIOUSLY
      * ROLLED BACK WHILE THE RESPONSE AND CHANGE-HISTORY STILL CLAIM
      * SUCCESS
              10 WS-ROLLBACK-IND            PIC X(01) VALUE 'N'.
              10 WS-CONTAINER-INFO.
                 15 WS-CURRENTCHANNELNAME   PIC X(16).
      * SIZED TO THE ACTUAL ALRTENRMNTRS PAYLOAD (A40262D) -- JUST
      * LARGE ENOUGH TO BLANK THE RESPONSE CONTAINER, NOT A GENERIC
      * MAXIMUM-SIZE BUFFER
                 15 WS-RESPONSE-INITIALIZE  PIC X(864).
      * NUMBER OF ENROLLMENT RECORDS RETURNED SO FAR BY A BROWSE
              10 WS-ENROLL-INDEX            PIC S9(4) COMP.
              10 WS-BROWSE-DONE-IND         PIC X(01).
                 88 WS-BROWSE-DONE          VALUE 'Y'.
      * SETTINGS ON FILE BEFORE A CHANGE OR DELETE, CARRIED INTO THE
      * CHANGE-HISTORY RECORD
              10 WS-OLD-THRESHOLDAMOUNT     PIC S9(11)V99 COMP-3.
              10 WS-OLD-THRESHOLDPCT        PIC S9(03)V99 COMP-3.
              10 WS-OLD-DELIVERYCHANNEL     PIC X(04).
      * TODAY'S DATE, STAMPED ON A NEW ENROLLMENT
              10 WS-TODAY                   PIC X(08).
      * KEY FED TO THE ENROLLMENT-FILE BROWSE -- A SEPARATE AREA FROM
      * THE RECORD SO CICS CAN ROLL IT FORWARD ON EVERY READNEXT
              10 WS-BROWSE-KEY.
                 15 WB-ACCOUNTNUM           PIC 9(15) COMP-3.
                 15 WB-ALERTTYPE            PIC X(02).
              10 WS-ABSTIME                 PIC S9(15) COMP-3.
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-E                       PIC X(01) VALUE 'E'.
      * SEVERITY 'R' MARKS A CONDITION THE CALLING CHANNEL CAN SAFELY
      * RETRY, AS OPPOSED TO 'E' WHICH IS A DEFINITIVE FAILURE
              10 CC-R                       PIC X(01) VALUE 'R'.
              10 CC-ACTION-BROWSE           PIC X(01) VALUE 'B'.
              10 CC-ACTION-ADD              PIC X(01) VALUE 'A'.
              10 CC-ACTION-CHANGE           PIC X(01) VALUE 'C'.
              10 CC-ACTION-DELETE           PIC X(01) VALUE 'D'.
              10 CC-ALERT-LOWAVAIL          PIC X(02) VALUE 'LB'.
              10 CC-ALERT-LOANLINE          PIC X(02) VALUE 'LL'.
              10 CC-ALERT-HOLDS             PIC X(02) VALUE 'HP'.
              10 CC-DELIVER-SMS             PIC X(04) VALUE 'SMS '.
              10 CC-DELIVER-MAIL            PIC X(04) VALUE 'MAIL'.
              10 CC-DELIVER-PUSH            PIC X(04) VALUE 'PUSH'.
              10 CC-ALERTENR-FILE           PIC X(8)
                                            VALUE 'ALERTENR'.
              10 CC-CICS-ERROR              PIC X(29) VALUE
                                    'INTERNAL SYSTEM ERROR       '.
              10 CC-CICS-RETRY              PIC X(29) VALUE
                                    'TEMPORARY CONDITION - RETRY '.
              10 CC-INVALID-ACTION          PIC X(29) VALUE
                                    'INVALID ACTION CODE         '.
              10 CC-INVALID-ALERTTYPE       PIC X(29) VALUE
                                    'INVALID ALERT TYPE          '.
              10 CC-INVALID-CHANNEL         PIC X(29) VALUE
                                    'INVALID DELIVERY CHANNEL    '.
              10 CC-INVALID-THRESHOLD       PIC X(29) VALUE
                                    'INVALID ALERT THRESHOLD     '.
              10 CC-ENROLL-EXISTS           PIC X(29) VALUE
                                    'ENROLLMENT ALREADY ON FILE  '.
              10 CC-ENROLL-NOTFOUND         PIC X(29) VALUE
                                    'ENROLLMENT NOT ON FILE      '.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                                   'OLREQ           '.
              10 CC-RESPONSE-CONTNR         PIC X(16) VALUE
                                                   'OLRESP          '.
      * EXTRAPARTITION QUEUE CARRYING THE ENROLLMENT CHANGE HISTORY --
      * LIKE THE AUDIT QUEUE IT IS NOT SUBJECT TO SYNCPOINT ROLLBACK
              10 CC-ENRHIST-TDQ             PIC X(04) VALUE 'AENH'.
      * BINARY CONSTANTS
              10 CH-MAX-ENROLL-DETAIL       PIC S9(4) COMP VALUE +20.
      * MAINTENANCE REQUEST AND RESPONSE PAYLOADS
       COPY A40261D.
       COPY A40262D.
      * CUSTOMER ALERT ENROLLMENT RECORD
       COPY A40260D.
      * ENROLLMENT CHANGE-HISTORY RECORD
       COPY A40263D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    THIS SECTION INITIALIZES THE VARIABLES                   *
      ***************************************************************
           INITIALIZE WS-COMMAND-RESP
                      WS-COMMAND-RESP2
                      WS-RESPONSE-INITIALIZE
                      ALRTENRMNTRQ
                      ALRTENRMNTRS.
      *
      *HANDLE THE CICS ABENDS
           EXEC CICS HANDLE ABEND
             LABEL (WA000-CHECK-RESPONSE)
           END-EXEC

      *GET THE CURRENT CHANNEL
           EXEC CICS
             ASSIGN CHANNEL(WS-CURRENTCHANNELNAME)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    THIS SECTION IS THE MAIN-LINE PROCESSING -- RECEIVE THE   *
      *    MAINTENANCE REQUEST AND DISPATCH ON THE ACTION CODE       *
      ***************************************************************
      *
           EXEC CICS GET CONTAINER(CC-REQUEST-CONTNR)
             CHANNEL(WS-CURRENTCHANNELNAME)
             INTO(ALRTENRMNTRQ)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT

      * INITIALIZE RESPONSE CONTAINER

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
                CHANNEL(WS-CURRENTCHANNELNAME)
                FROM(WS-RESPONSE-INITIALIZE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT

           IF RQ-ACTION = CC-ACTION-BROWSE
              PERFORM CA000-BROWSE-ENROLLMENTS
                 THRU CA999-EXIT
           ELSE
              IF RQ-ACTION = CC-ACTION-ADD
                 PERFORM EA000-ADD-ENROLLMENT
                    THRU EA999-EXIT
              ELSE
                 IF RQ-ACTION = CC-ACTION-CHANGE
                    PERFORM FA000-CHANGE-ENROLLMENT
                       THRU FA999-EXIT
                 ELSE
                    IF RQ-ACTION = CC-ACTION-DELETE
                       PERFORM GA000-DELETE-ENROLLMENT
                          THRU GA999-EXIT
                    ELSE
                       MOVE CC-E             TO WS-FAULT-SEVERITY
                       MOVE CC-INVALID-ACTION
                                             TO WS-FAULT-MESSAGE
                       PERFORM WB000-FAIL-REQUEST
                          THRU WB999-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
                CHANNEL(WS-CURRENTCHANNELNAME)
                FROM(ALRTENRMNTRS)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
              .
       BA999-EXIT.
             EXIT.
           EJECT

       CA000-BROWSE-ENROLLMENTS             SECTION.
      ***************************************************************
      *    RETURN UP TO A TABLE-FULL OF ENROLLMENT RECORDS IN KEY    *
      *    ORDER STARTING AT THE REQUESTED KEY.  A START BEYOND THE  *
      *    LAST RECORD ON FILE IS A LEGITIMATE EMPTY RESULT          *
      ***************************************************************
           MOVE ZERO                         TO WS-ENROLL-INDEX
           MOVE SPACE                        TO WS-BROWSE-DONE-IND

           MOVE RQ-ACCOUNTNUM                TO WB-ACCOUNTNUM
           MOVE RQ-ALERTTYPE                 TO WB-ALERTTYPE

           EXEC CICS STARTBR FILE(CC-ALERTENR-FILE)
             RIDFLD(WS-BROWSE-KEY)
             GTEQ
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-Y                      TO WS-BROWSE-DONE-IND
              MOVE DFHRESP(NORMAL)           TO WS-COMMAND-RESP
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              PERFORM DA000-READ-ENROLLMENT
                 THRU DA999-EXIT
                 UNTIL WS-BROWSE-DONE
                 OR    WS-ENROLL-INDEX NOT < CH-MAX-ENROLL-DETAIL

              EXEC CICS ENDBR FILE(CC-ALERTENR-FILE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT
           END-IF

           MOVE WS-ENROLL-INDEX              TO RS-ENROLLCOUNT
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-READ-ENROLLMENT                SECTION.
      ***************************************************************
      *    READ THE NEXT ENROLLMENT RECORD INTO THE RESPONSE TABLE   *
      ***************************************************************
           EXEC CICS READNEXT FILE(CC-ALERTENR-FILE)
             INTO(ALERTENRMST)
             RIDFLD(WS-BROWSE-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(ENDFILE)
           OR WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-Y                      TO WS-BROWSE-DONE-IND
              MOVE DFHRESP(NORMAL)           TO WS-COMMAND-RESP
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              ADD 1                          TO WS-ENROLL-INDEX
              MOVE AE-ACCOUNTNUM             TO
                   ND-ACCOUNTNUM (WS-ENROLL-INDEX)
              MOVE AE-ALERTTYPE              TO
                   ND-ALERTTYPE (WS-ENROLL-INDEX)
              MOVE AE-THRESHOLDAMOUNT        TO
                   ND-THRESHOLDAMOUNT (WS-ENROLL-INDEX)
              MOVE AE-THRESHOLDPCT           TO
                   ND-THRESHOLDPCT (WS-ENROLL-INDEX)
              MOVE AE-DELIVERYCHANNEL        TO
                   ND-DELIVERYCHANNEL (WS-ENROLL-INDEX)
              MOVE AE-ENROLLDATE             TO
                   ND-ENROLLDATE (WS-ENROLL-INDEX)
              MOVE AE-CONDITION-IND          TO
                   ND-CONDITION-IND (WS-ENROLL-INDEX)
              MOVE AE-LASTALERTDATE          TO
                   ND-LASTALERTDATE (WS-ENROLL-INDEX)
           END-IF
               .
       DA999-EXIT.
             EXIT.
           EJECT

       EA000-ADD-ENROLLMENT                 SECTION.
      ***************************************************************
      *    ADD A NEW ENROLLMENT WITH NO NIGHTLY RUN STATE YET.  A    *
      *    KEY ALREADY ON FILE IS REPORTED RATHER THAN OVERWRITTEN   *
      ***************************************************************
           PERFORM IA000-VALIDATE-SETTINGS
              THRU IA999-EXIT

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
           END-EXEC

           MOVE RQ-ACCOUNTNUM                TO AE-ACCOUNTNUM
           MOVE RQ-ALERTTYPE                 TO AE-ALERTTYPE
           MOVE RQ-THRESHOLDAMOUNT           TO AE-THRESHOLDAMOUNT
           MOVE RQ-THRESHOLDPCT              TO AE-THRESHOLDPCT
           MOVE RQ-DELIVERYCHANNEL           TO AE-DELIVERYCHANNEL
           MOVE WS-TODAY                     TO AE-ENROLLDATE
           MOVE ZERO                         TO AE-LASTRUNDATE
                                                AE-LASTALERTDATE
                                                AE-LASTALERTAMOUNT
                                                AE-LASTHOLDSAMOUNT
           MOVE CC-N                         TO AE-CONDITION-IND

           EXEC CICS WRITE FILE(CC-ALERTENR-FILE)
             FROM(ALERTENRMST)
             RIDFLD(AE-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(DUPREC)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-ENROLL-EXISTS          TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE ZERO                      TO WS-OLD-THRESHOLDAMOUNT
                                                WS-OLD-THRESHOLDPCT
              MOVE SPACES                    TO WS-OLD-DELIVERYCHANNEL
              PERFORM JA000-WRITE-HISTORY
                 THRU JA999-EXIT
           END-IF
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-CHANGE-ENROLLMENT              SECTION.
      ***************************************************************
      *    CHANGE THE THRESHOLD AND DELIVERY CHANNEL ON AN EXISTING  *
      *    ENROLLMENT.  THE RECORD IS READ FOR UPDATE FIRST SO THE   *
      *    SETTINGS BEING REPLACED ARE CAPTURED FOR THE CHANGE-      *
      *    HISTORY RECORD.  THE NIGHTLY RUN STATE IS CLEARED -- A    *
      *    CONDITION ALREADY ALERTED UNDER THE OLD THRESHOLD IS      *
      *    JUDGED AGAIN UNDER THE NEW ONE                            *
      ***************************************************************
           PERFORM IA000-VALIDATE-SETTINGS
              THRU IA999-EXIT

           MOVE RQ-ACCOUNTNUM                TO AE-ACCOUNTNUM
           MOVE RQ-ALERTTYPE                 TO AE-ALERTTYPE

           EXEC CICS READ FILE(CC-ALERTENR-FILE)
             INTO(ALERTENRMST)
             RIDFLD(AE-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-ENROLL-NOTFOUND        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE AE-THRESHOLDAMOUNT        TO WS-OLD-THRESHOLDAMOUNT
              MOVE AE-THRESHOLDPCT           TO WS-OLD-THRESHOLDPCT
              MOVE AE-DELIVERYCHANNEL        TO WS-OLD-DELIVERYCHANNEL
              MOVE RQ-THRESHOLDAMOUNT        TO AE-THRESHOLDAMOUNT
              MOVE RQ-THRESHOLDPCT           TO AE-THRESHOLDPCT
              MOVE RQ-DELIVERYCHANNEL        TO AE-DELIVERYCHANNEL
              MOVE ZERO                      TO AE-LASTRUNDATE
                                                AE-LASTHOLDSAMOUNT
              MOVE CC-N                      TO AE-CONDITION-IND

              EXEC CICS REWRITE FILE(CC-ALERTENR-FILE)
                FROM(ALERTENRMST)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              PERFORM JA000-WRITE-HISTORY
                 THRU JA999-EXIT
           END-IF
               .
       FA999-EXIT.
             EXIT.
           EJECT

       GA000-DELETE-ENROLLMENT              SECTION.
      ***************************************************************
      *    DELETE AN EXISTING ENROLLMENT.  THE RECORD IS READ FOR    *
      *    UPDATE FIRST SO THE SETTINGS BEING REMOVED ARE CAPTURED   *
      *    FOR THE CHANGE-HISTORY RECORD                             *
      ***************************************************************
           MOVE RQ-ACCOUNTNUM                TO AE-ACCOUNTNUM
           MOVE RQ-ALERTTYPE                 TO AE-ALERTTYPE

           EXEC CICS READ FILE(CC-ALERTENR-FILE)
             INTO(ALERTENRMST)
             RIDFLD(AE-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-ENROLL-NOTFOUND        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE AE-THRESHOLDAMOUNT        TO WS-OLD-THRESHOLDAMOUNT
              MOVE AE-THRESHOLDPCT           TO WS-OLD-THRESHOLDPCT
              MOVE AE-DELIVERYCHANNEL        TO WS-OLD-DELIVERYCHANNEL

              EXEC CICS DELETE FILE(CC-ALERTENR-FILE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              PERFORM JA000-WRITE-HISTORY
                 THRU JA999-EXIT
           END-IF
               .
       GA999-EXIT.
             EXIT.
           EJECT

       IA000-VALIDATE-SETTINGS              SECTION.
      ***************************************************************
      *    THE ALERT TYPE MUST BE LB, LL OR HP AND THE DELIVERY      *
      *    CHANNEL SMS, MAIL OR PUSH BEFORE AN ADD OR CHANGE IS      *
      *    SAVED.  THE THRESHOLD MUST SUIT THE TYPE -- A PERCENTAGE  *
      *    ABOVE ZERO AND NO AMOUNT FOR LL, NO PERCENTAGE FOR LB AND *
      *    HP, AND NO NEGATIVE MINIMUM FOR HP.  THE FLOOR FOR LB MAY *
      *    BE NEGATIVE FOR AN ACCOUNT WITH OVERDRAFT                 *
      ***************************************************************
           IF  RQ-ALERTTYPE NOT = CC-ALERT-LOWAVAIL
           AND RQ-ALERTTYPE NOT = CC-ALERT-LOANLINE
           AND RQ-ALERTTYPE NOT = CC-ALERT-HOLDS
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-INVALID-ALERTTYPE      TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           IF  RQ-DELIVERYCHANNEL NOT = CC-DELIVER-SMS
           AND RQ-DELIVERYCHANNEL NOT = CC-DELIVER-MAIL
           AND RQ-DELIVERYCHANNEL NOT = CC-DELIVER-PUSH
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-INVALID-CHANNEL        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           IF RQ-ALERTTYPE = CC-ALERT-LOANLINE
              IF RQ-THRESHOLDPCT     NOT > ZERO
              OR RQ-THRESHOLDAMOUNT  NOT = ZERO
                 MOVE CC-E                   TO WS-FAULT-SEVERITY
                 MOVE CC-INVALID-THRESHOLD   TO WS-FAULT-MESSAGE
                 PERFORM WB000-FAIL-REQUEST
                    THRU WB999-EXIT
              END-IF
           ELSE
              IF RQ-THRESHOLDPCT NOT = ZERO
              OR (RQ-ALERTTYPE = CC-ALERT-HOLDS AND
                  RQ-THRESHOLDAMOUNT < ZERO)
                 MOVE CC-E                   TO WS-FAULT-SEVERITY
                 MOVE CC-INVALID-THRESHOLD   TO WS-FAULT-MESSAGE
                 PERFORM WB000-FAIL-REQUEST
                    THRU WB999-EXIT
              END-IF
           END-IF
               .
       IA999-EXIT.
             EXIT.
           EJECT

       JA000-WRITE-HISTORY                  SECTION.
      ***************************************************************
      *    APPEND A CHANGE-HISTORY RECORD FOR THE UPDATE JUST        *
      *    APPLIED TO THE EXTRAPARTITION HISTORY TD QUEUE.  LIKE THE *
      *    AUDIT QUEUE THIS ONE IS NOT SUBJECT TO SYNCPOINT ROLLBACK *
      ***************************************************************
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(HN-CHANGEDATE)
             TIME(HN-CHANGETIME)
           END-EXEC

           MOVE RQ-USERID                    TO HN-USERID
           MOVE RQ-ACTION                    TO HN-ACTION
           MOVE RQ-ACCOUNTNUM                TO HN-ACCOUNTNUM
           MOVE RQ-ALERTTYPE                 TO HN-ALERTTYPE
           MOVE WS-OLD-THRESHOLDAMOUNT       TO HN-OLDTHRESHOLDAMOUNT
           MOVE WS-OLD-THRESHOLDPCT          TO HN-OLDTHRESHOLDPCT
           MOVE WS-OLD-DELIVERYCHANNEL       TO HN-OLDDELIVERYCHANNEL

           IF RQ-ACTION = CC-ACTION-DELETE
              MOVE ZERO                      TO HN-NEWTHRESHOLDAMOUNT
                                                HN-NEWTHRESHOLDPCT
              MOVE SPACES                    TO HN-NEWDELIVERYCHANNEL
           ELSE
              MOVE RQ-THRESHOLDAMOUNT        TO HN-NEWTHRESHOLDAMOUNT
              MOVE RQ-THRESHOLDPCT           TO HN-NEWTHRESHOLDPCT
              MOVE RQ-DELIVERYCHANNEL        TO HN-NEWDELIVERYCHANNEL
           END-IF

           EXEC CICS WRITEQ TD QUEUE(CC-ENRHIST-TDQ)
             FROM(ALRTENRHIST)
             LENGTH(LENGTH OF ALRTENRHIST)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC
               .
       JA999-EXIT.
             EXIT.
           EJECT

       WA000-CHECK-RESPONSE                 SECTION.
      *****************************************************************
      *    CHECK THE RESPONSE AFTER EXECUTING A GENERAL CICS COMMAND  *
      *    (CHANNEL ASSIGN, CONTAINER GET/PUT, ENROLLMENT-FILE I/O,   *
      *    AND THE ABEND HANDLER)                                     *
      *****************************************************************

           IF  WS-COMMAND-RESP  = DFHRESP(NORMAL)
           AND WS-COMMAND-RESP2 = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
      * A PROGRAM-NOT-FOUND OR NOT-AUTHORIZED RESPONSE IS A DEFINITIVE
      * FAILURE.  ANY OTHER NON-NORMAL RESPONSE (E.G. A RESOURCE BEING
      * MOMENTARILY UNAVAILABLE) IS TREATED AS A CONDITION THE CALLER
      * CAN RETRY
              IF  WS-COMMAND-RESP = DFHRESP(PGMIDERR)
              OR  WS-COMMAND-RESP = DFHRESP(NOTAUTH)
                  MOVE CC-E                 TO WS-FAULT-SEVERITY
                  MOVE CC-CICS-ERROR        TO WS-FAULT-MESSAGE
              ELSE
                  MOVE CC-R                 TO WS-FAULT-SEVERITY
                  MOVE CC-CICS-RETRY        TO WS-FAULT-MESSAGE
              END-IF

              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF
           .

       WA999-EXIT.
             EXIT.
           EJECT

       WB000-FAIL-REQUEST                   SECTION.
      ***************************************************************
      *    COMMON TAIL FOR A FAILED REQUEST.  THE CALLER HAS ALREADY *
      *    SET WS-FAULT-SEVERITY/WS-FAULT-MESSAGE TO TEXT THAT       *
      *    ACTUALLY DESCRIBES WHAT FAILED; THIS SECTION JUST STAMPS  *
      *    THE RESPONSE CONTAINER AND MARKS THE UNIT OF WORK FOR     *
      *    ROLLBACK SO A HALF-APPLIED UPDATE NEVER SURVIVES          *
      ***************************************************************
           INITIALIZE ALRTENRMNTRS

           MOVE WS-FAULT-SEVERITY            TO SEVERITY
           MOVE WS-FAULT-MESSAGE             TO STATUSMESSAGE
           MOVE CC-Y                         TO WS-ROLLBACK-IND

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
               CHANNEL(WS-CURRENTCHANNELNAME)
               FROM(ALRTENRMNTRS)
               RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM YA000-ENDLINE
               .
       WB999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *CHECK IF ROLLBACK INDICATOR IS SET TO TRUE. IF TRUE THEN     *
      *ISSUE A ROLLBACK.                                            *
      ***************************************************************

            IF  WS-ROLLBACK-IND EQUAL CC-Y
                EXEC CICS
                  SYNCPOINT ROLLBACK
                END-EXEC
            END-IF

      ***************************************************************
      *    RETURN COMMAND                                           *
      ***************************************************************
             EXEC CICS
                  RETURN
             END-EXEC
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40242.
