       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40238.
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
      *         NAME:          A40238                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        ONLINE MAINTENANCE FOR THE CHANNEL ENTITLEMENT FILE    *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - RECEIVE THE MAINTENANCE REQUEST IN CONTAINER           *
      *      - BROWSE, ADD, CHANGE OR DELETE CHANNEL ENTITLEMENT      *
      *        RECORDS (A40253D) KEYED BY CHANNEL NAME/FUNCTION ID    *
      *      - A CHANGE SETS THE ALLOWED FLAG, THE ACTIVE/SUSPENDED   *
      *        STATUS AND THE DAILY CALL CEILING -- SUSPENDING A      *
      *        ROGUE CHANNEL TAKES EFFECT ON ITS VERY NEXT CALL.      *
      *        THE DAY'S CALL COUNT IS LEFT AS IT STANDS              *
      *      - WRITE A CHANGE-HISTORY RECORD (A40255D) FOR EVERY      *
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
      * SIZED TO THE ACTUAL CHNENTMNTRS PAYLOAD (A40254D) -- JUST
      * LARGE ENOUGH TO BLANK THE RESPONSE CONTAINER, NOT A GENERIC
      * MAXIMUM-SIZE BUFFER
                 15 WS-RESPONSE-INITIALIZE  PIC X(904).
      * NUMBER OF ENTITLEMENT RECORDS RETURNED SO FAR BY A BROWSE
              10 WS-ENTITLE-INDEX           PIC S9(4) COMP.
              10 WS-BROWSE-DONE-IND         PIC X(01).
                 88 WS-BROWSE-DONE          VALUE 'Y'.
      * SETTINGS ON FILE BEFORE A CHANGE OR DELETE, CARRIED INTO THE
      * CHANGE-HISTORY RECORD
              10 WS-OLD-ALLOWED-IND         PIC X(01).
              10 WS-OLD-STATUS-IND          PIC X(01).
              10 WS-OLD-DAILYCEILING        PIC 9(07).
      * KEY FED TO THE ENTITLEMENT-FILE BROWSE -- A SEPARATE AREA FROM
      * THE RECORD SO CICS CAN ROLL IT FORWARD ON EVERY READNEXT
              10 WS-BROWSE-KEY.
                 15 WB-CHANNELNAME          PIC X(16).
                 15 WB-FUNCTIONID           PIC 9(03).
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
              10 CC-STATUS-ACTIVE           PIC X(01) VALUE 'A'.
              10 CC-STATUS-SUSPENDED        PIC X(01) VALUE 'S'.
              10 CC-CHNENT-FILE             PIC X(8)
                                            VALUE 'CHNENT  '.
              10 CC-CICS-ERROR              PIC X(29) VALUE
                                    'INTERNAL SYSTEM ERROR       '.
              10 CC-CICS-RETRY              PIC X(29) VALUE
                                    'TEMPORARY CONDITION - RETRY '.
              10 CC-INVALID-ACTION          PIC X(29) VALUE
                                    'INVALID ACTION CODE         '.
              10 CC-INVALID-SETTING         PIC X(29) VALUE
                                    'INVALID ALLOWED/STATUS CODE '.
              10 CC-ENTITLE-EXISTS          PIC X(29) VALUE
                                    'ENTITLEMENT ALREADY ON FILE '.
              10 CC-ENTITLE-NOTFOUND        PIC X(29) VALUE
                                    'ENTITLEMENT NOT ON FILE     '.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                                   'OLREQ           '.
              10 CC-RESPONSE-CONTNR         PIC X(16) VALUE
                                                   'OLRESP          '.
      * EXTRAPARTITION QUEUE CARRYING THE ENTITLEMENT CHANGE HISTORY --
      * LIKE THE AUDIT QUEUE IT IS NOT SUBJECT TO SYNCPOINT ROLLBACK
              10 CC-ENTHIST-TDQ             PIC X(04) VALUE 'CENH'.
      * BINARY CONSTANTS
              10 CH-MAX-ENTITLE-DETAIL      PIC S9(4) COMP VALUE +20.
      * MAINTENANCE REQUEST AND RESPONSE PAYLOADS
       COPY A40244D.
       COPY A40254D.
      * CHANNEL ENTITLEMENT CONTROL RECORD
       COPY A40253D.
      * ENTITLEMENT CHANGE-HISTORY RECORD
       COPY A40255D.
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
                      CHNENTMNTRQ
                      CHNENTMNTRS.
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
             INTO(CHNENTMNTRQ)
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
              PERFORM CA000-BROWSE-ENTITLEMENTS
                 THRU CA999-EXIT
           ELSE
              IF RQ-ACTION = CC-ACTION-ADD
                 PERFORM EA000-ADD-ENTITLEMENT
                    THRU EA999-EXIT
              ELSE
                 IF RQ-ACTION = CC-ACTION-CHANGE
                    PERFORM FA000-CHANGE-ENTITLEMENT
                       THRU FA999-EXIT
                 ELSE
                    IF RQ-ACTION = CC-ACTION-DELETE
                       PERFORM GA000-DELETE-ENTITLEMENT
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
                FROM(CHNENTMNTRS)
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

       CA000-BROWSE-ENTITLEMENTS            SECTION.
      ***************************************************************
      *    RETURN UP TO A TABLE-FULL OF ENTITLEMENT RECORDS IN KEY   *
      *    ORDER STARTING AT THE REQUESTED KEY.  A START BEYOND THE  *
      *    LAST RECORD ON FILE IS A LEGITIMATE EMPTY RESULT          *
      ***************************************************************
           MOVE ZERO                         TO WS-ENTITLE-INDEX
           MOVE SPACE                        TO WS-BROWSE-DONE-IND

           MOVE RQ-CHANNELNAME               TO WB-CHANNELNAME
           MOVE RQ-FUNCTIONID                TO WB-FUNCTIONID

           EXEC CICS STARTBR FILE(CC-CHNENT-FILE)
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

              PERFORM DA000-READ-ENTITLEMENT
                 THRU DA999-EXIT
                 UNTIL WS-BROWSE-DONE
                 OR    WS-ENTITLE-INDEX NOT < CH-MAX-ENTITLE-DETAIL

              EXEC CICS ENDBR FILE(CC-CHNENT-FILE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT
           END-IF

           MOVE WS-ENTITLE-INDEX             TO RS-ENTITLECOUNT
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-READ-ENTITLEMENT               SECTION.
      ***************************************************************
      *    READ THE NEXT ENTITLEMENT RECORD INTO THE RESPONSE TABLE  *
      ***************************************************************
           EXEC CICS READNEXT FILE(CC-CHNENT-FILE)
             INTO(CHNENTCTL)
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

              ADD 1                          TO WS-ENTITLE-INDEX
              MOVE CE-CHANNELNAME            TO
                   ED-CHANNELNAME (WS-ENTITLE-INDEX)
              MOVE CE-FUNCTIONID             TO
                   ED-FUNCTIONID (WS-ENTITLE-INDEX)
              MOVE CE-ALLOWED-IND            TO
                   ED-ALLOWED-IND (WS-ENTITLE-INDEX)
              MOVE CE-STATUS-IND             TO
                   ED-STATUS-IND (WS-ENTITLE-INDEX)
              MOVE CE-DAILYCEILING           TO
                   ED-DAILYCEILING (WS-ENTITLE-INDEX)
              MOVE CE-CALLDATE               TO
                   ED-CALLDATE (WS-ENTITLE-INDEX)
              MOVE CE-CALLCOUNT              TO
                   ED-CALLCOUNT (WS-ENTITLE-INDEX)
           END-IF
               .
       DA999-EXIT.
             EXIT.
           EJECT

       EA000-ADD-ENTITLEMENT                SECTION.
      ***************************************************************
      *    ADD A NEW ENTITLEMENT RECORD WITH NO CALLS YET COUNTED.   *
      *    A KEY ALREADY ON FILE IS REPORTED RATHER THAN OVERWRITTEN *
      ***************************************************************
           PERFORM IA000-VALIDATE-SETTINGS
              THRU IA999-EXIT

           MOVE RQ-CHANNELNAME               TO CE-CHANNELNAME
           MOVE RQ-FUNCTIONID                TO CE-FUNCTIONID
           MOVE RQ-ALLOWED-IND               TO CE-ALLOWED-IND
           MOVE RQ-STATUS-IND                TO CE-STATUS-IND
           MOVE RQ-DAILYCEILING              TO CE-DAILYCEILING
           MOVE ZERO                         TO CE-CALLDATE
                                                CE-CALLCOUNT

           EXEC CICS WRITE FILE(CC-CHNENT-FILE)
             FROM(CHNENTCTL)
             RIDFLD(CE-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(DUPREC)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-ENTITLE-EXISTS         TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE SPACES                    TO WS-OLD-ALLOWED-IND
                                                WS-OLD-STATUS-IND
              MOVE ZERO                      TO WS-OLD-DAILYCEILING
              PERFORM JA000-WRITE-HISTORY
                 THRU JA999-EXIT
           END-IF
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-CHANGE-ENTITLEMENT             SECTION.
      ***************************************************************
      *    CHANGE THE SETTINGS ON AN EXISTING ENTITLEMENT RECORD.    *
      *    THE RECORD IS READ FOR UPDATE FIRST SO THE SETTINGS BEING *
      *    REPLACED ARE CAPTURED FOR THE CHANGE-HISTORY RECORD.  THE *
      *    DAY'S CALL COUNT IS NOT TOUCHED -- LOWERING A CEILING     *
      *    BELOW TODAY'S COUNT REFUSES THE CHANNEL'S NEXT CALL       *
      ***************************************************************
           PERFORM IA000-VALIDATE-SETTINGS
              THRU IA999-EXIT

           MOVE RQ-CHANNELNAME               TO CE-CHANNELNAME
           MOVE RQ-FUNCTIONID                TO CE-FUNCTIONID

           EXEC CICS READ FILE(CC-CHNENT-FILE)
             INTO(CHNENTCTL)
             RIDFLD(CE-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-ENTITLE-NOTFOUND       TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE CE-ALLOWED-IND            TO WS-OLD-ALLOWED-IND
              MOVE CE-STATUS-IND             TO WS-OLD-STATUS-IND
              MOVE CE-DAILYCEILING           TO WS-OLD-DAILYCEILING
              MOVE RQ-ALLOWED-IND            TO CE-ALLOWED-IND
              MOVE RQ-STATUS-IND             TO CE-STATUS-IND
              MOVE RQ-DAILYCEILING           TO CE-DAILYCEILING

              EXEC CICS REWRITE FILE(CC-CHNENT-FILE)
                FROM(CHNENTCTL)
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

       GA000-DELETE-ENTITLEMENT             SECTION.
      ***************************************************************
      *    DELETE AN EXISTING ENTITLEMENT RECORD.  THE RECORD IS     *
      *    READ FOR UPDATE FIRST SO THE SETTINGS BEING REMOVED ARE   *
      *    CAPTURED FOR THE CHANGE-HISTORY RECORD.  WITH NO RECORD   *
      *    ON FILE THE CHANNEL IS NO LONGER ENTITLED TO THE FUNCTION *
      ***************************************************************
           MOVE RQ-CHANNELNAME               TO CE-CHANNELNAME
           MOVE RQ-FUNCTIONID                TO CE-FUNCTIONID

           EXEC CICS READ FILE(CC-CHNENT-FILE)
             INTO(CHNENTCTL)
             RIDFLD(CE-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-ENTITLE-NOTFOUND       TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE CE-ALLOWED-IND            TO WS-OLD-ALLOWED-IND
              MOVE CE-STATUS-IND             TO WS-OLD-STATUS-IND
              MOVE CE-DAILYCEILING           TO WS-OLD-DAILYCEILING

              EXEC CICS DELETE FILE(CC-CHNENT-FILE)
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
      *    THE ALLOWED FLAG MUST BE Y OR N AND THE STATUS A OR S     *
      *    BEFORE AN ADD OR CHANGE IS SAVED -- ANY OTHER VALUE WOULD *
      *    LEAVE THE CHANNEL'S STANDING UNCLEAR TO THE ENTRY MODULES *
      ***************************************************************
           IF (RQ-ALLOWED-IND NOT = CC-Y AND
               RQ-ALLOWED-IND NOT = CC-N)
           OR (RQ-STATUS-IND  NOT = CC-STATUS-ACTIVE AND
               RQ-STATUS-IND  NOT = CC-STATUS-SUSPENDED)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-INVALID-SETTING        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
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
             YYYYMMDD(HE-CHANGEDATE)
             TIME(HE-CHANGETIME)
           END-EXEC

           MOVE RQ-USERID                    TO HE-USERID
           MOVE RQ-ACTION                    TO HE-ACTION
           MOVE RQ-CHANNELNAME               TO HE-CHANNELNAME
           MOVE RQ-FUNCTIONID                TO HE-FUNCTIONID
           MOVE WS-OLD-ALLOWED-IND           TO HE-OLDALLOWED-IND
           MOVE WS-OLD-STATUS-IND            TO HE-OLDSTATUS-IND
           MOVE WS-OLD-DAILYCEILING          TO HE-OLDDAILYCEILING

           IF RQ-ACTION = CC-ACTION-DELETE
              MOVE SPACES                    TO HE-NEWALLOWED-IND
                                                HE-NEWSTATUS-IND
              MOVE ZERO                      TO HE-NEWDAILYCEILING
           ELSE
              MOVE RQ-ALLOWED-IND            TO HE-NEWALLOWED-IND
              MOVE RQ-STATUS-IND             TO HE-NEWSTATUS-IND
              MOVE RQ-DAILYCEILING           TO HE-NEWDAILYCEILING
           END-IF

           EXEC CICS WRITEQ TD QUEUE(CC-ENTHIST-TDQ)
             FROM(CHNENTHIST)
             LENGTH(LENGTH OF CHNENTHIST)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC
               .
       JA999-EXIT.
             EXIT.
           EJECT

       WA000-CHECK-RESPONSE                 SECTION.
      *****************************************************************
      *    CHECK THE RESPONSE AFTER EXECUTING A GENERAL CICS COMMAND  *
      *    (CHANNEL ASSIGN, CONTAINER GET/PUT, ENTITLEMENT-FILE I/O,  *
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
           INITIALIZE CHNENTMNTRS

           MOVE WS-FAULT-SEVERITY            TO SEVERITY
           MOVE WS-FAULT-MESSAGE             TO STATUSMESSAGE
           MOVE CC-Y                         TO WS-ROLLBACK-IND

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
               CHANNEL(WS-CURRENTCHANNELNAME)
               FROM(CHNENTMNTRS)
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
       END PROGRAM A40238.
