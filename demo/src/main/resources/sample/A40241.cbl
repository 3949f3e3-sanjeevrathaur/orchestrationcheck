       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40241.
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
      *         NAME:          A40241                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        ENTRY MODULE FOR BALANCE EVIDENCE INQUIRY - API        *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - RECEIVE THE INCOMING REQUEST IN CONTAINER              *
      *      - REFUSE THE REQUEST UNLESS THE CALLING CHANNEL IS       *
      *        ENTITLED TO THIS FUNCTION, ACTIVE AND UNDER ITS DAILY  *
      *        CALL CEILING (CHANNEL ENTITLEMENT FILE, A40253D)       *
      *      - BROWSE THE BALANCE EVIDENCE ARCHIVE (A40257D, LOADED   *
      *        NIGHTLY BY A40240) FOR THE REQUESTED ACCOUNT BETWEEN   *
      *        THE REQUESTED CAPTURE DATES AND TIMES                  *
      *      - RETURN, FOR EACH CAPTURE, THE AVAILABLE, LEDGER, HOLDS *
      *        AND HOME-CURRENCY FIGURES THE CUSTOMER WAS GIVEN AND   *
      *        THE CHANNEL AND STATUS OF THE AUDIT TRAIL ENTRY IT WAS *
      *        LOGGED UNDER                                           *
      *      - POPULATE THE RESPONSE TO CONTAINER                     *
      *                                                               *
      *      LIKE THE AUDIT HISTORY INQUIRY (A40219) THERE IS NO PEM  *
      *      DRIVER BEHIND THIS FUNCTION -- THE EVIDENCE ARCHIVE IS   *
      *      OWNED BY THIS SUBSYSTEM AND IS READ DIRECTLY.  TODAY'S   *
      *      CAPTURES APPEAR ONCE THE NIGHTLY LOAD HAS RUN            *
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
      * TODAY'S DATE, AGAINST WHICH THE CALLING CHANNEL'S DAILY CALL
      * COUNT IS KEPT BY VA000-CHECK-ENTITLEMENT
              10 WS-ENTITLE-DATE            PIC 9(08).
      * ONLY WB000-FAIL-REQUEST EVER SETS THIS -- WITH NO PEM (AND SO
      * NO CEL-CONTROL CONTAINER) BEHIND THIS FUNCTION IT MUST START
      * OFF, OR A SUCCESSFUL INQUIRY COULD BE SPURIOUSLY ROLLED BACK
              10 WS-ROLLBACK-IND            PIC X(01) VALUE 'N'.
              10 WS-CONTAINER-INFO.
                 15 WS-CURRENTCHANNELNAME   PIC X(16).
      * SIZED TO THE ACTUAL ACCTEVDINQRS PAYLOAD (A40259D) -- JUST
      * LARGE ENOUGH TO BLANK THE RESPONSE CONTAINER, NOT A GENERIC
      * MAXIMUM-SIZE BUFFER
                 15 WS-RESPONSE-INITIALIZE  PIC X(2313).
      * NUMBER OF CAPTURES RETURNED SO FAR FOR THIS REQUEST
              10 WS-CAPTURE-INDEX           PIC S9(4) COMP.
              10 WS-BROWSE-DONE-IND         PIC X(01).
                 88 WS-BROWSE-DONE          VALUE 'Y'.
      * WINDOW ENDS AND THE CAPTURE IN HAND AS DATE-THEN-TIME STAMPS
      * SO ONE COMPARISON PLACES A CAPTURE IN OR OUT OF THE WINDOW
              10 WS-FROM-STAMP.
                 15 WF-DATE                 PIC 9(08).
                 15 WF-TIME                 PIC 9(06).
              10 WS-TO-STAMP.
                 15 WT-DATE                 PIC 9(08).
                 15 WT-TIME                 PIC 9(06).
              10 WS-CAPTURE-STAMP.
                 15 WC-DATE                 PIC 9(08).
                 15 WC-TIME                 PIC 9(06).
      * KEY FED TO THE ARCHIVE BROWSE -- A SEPARATE AREA FROM THE
      * RECORD SO CICS CAN ROLL IT FORWARD ON EVERY READNEXT
              10 WS-BROWSE-KEY.
                 15 WB-ACCOUNTNUM           PIC 9(15) COMP-3.
                 15 WB-CAPTUREDATE          PIC 9(08).
                 15 WB-CAPTURETIME          PIC 9(06).
                 15 WB-CAPTURESEQ           PIC 9(03).
      * PERSISTENT AUDIT TRAIL RECORD -- WRITTEN FOR EVERY INQUIRY THE
      * SAME AS THE BALANCE AND HISTORY FUNCTIONS, SO EVEN DISPUTE
      * RESEARCH ITSELF LEAVES A TRACE OF WHAT WAS RETURNED AND WHEN
           05 WS-AUDIT-INFO.
              10 WS-ABSTIME                 PIC S9(15) COMP-3.
              COPY A40274D
                REPLACING ==01 ACCTBALAUDIT== BY ==10 WS-AUDIT-RECORD==
                    ==05 AR-ACCOUNTNUM== BY ==15 AR-ACCOUNTNUM==
                    ==05 AR-CHANNELNAME== BY ==15 AR-CHANNELNAME==
                    ==05 AR-SEVERITY== BY ==15 AR-SEVERITY==
                    ==05 AR-STATUSMESSAGE== BY ==15 AR-STATUSMESSAGE==
                    ==05 AR-AUDITDATE== BY ==15 AR-AUDITDATE==
                    ==05 AR-AUDITTIME== BY ==15 AR-AUDITTIME==.
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-E                       PIC X(01) VALUE 'E'.
      * SEVERITY 'R' MARKS A CONDITION THE CALLING CHANNEL CAN SAFELY
      * RETRY, AS OPPOSED TO 'E' WHICH IS A DEFINITIVE FAILURE
              10 CC-R                       PIC X(01) VALUE 'R'.
              10 CC-BALEVID-FILE            PIC X(8)
                                            VALUE 'BALEVID '.
              10 CC-CICS-ERROR              PIC X(29) VALUE
                                    'INTERNAL SYSTEM ERROR       '.
              10 CC-CICS-RETRY              PIC X(29) VALUE
                                    'TEMPORARY CONDITION - RETRY '.
      * REFUSALS BY THE CHANNEL ENTITLEMENT CHECK -- ALL DEFINITIVE,
      * SINCE RETRYING WILL NOT CHANGE THE ANSWER UNTIL THE CHANNEL'S
      * ENTITLEMENT IS MAINTAINED (A40238) OR THE DAY ROLLS OVER
              10 CC-NOT-ENTITLED            PIC X(29) VALUE
                                    'CHANNEL NOT ENTITLED        '.
              10 CC-CHANNEL-SUSPENDED       PIC X(29) VALUE
                                    'CHANNEL SUSPENDED           '.
              10 CC-CALL-LIMIT-REACHED      PIC X(29) VALUE
                                    'DAILY CALL LIMIT REACHED    '.
              10 CC-CHNENT-FILE             PIC X(8)
                                            VALUE 'CHNENT  '.
      * FUNCTION ID THIS MODULE IS ENTITLED UNDER -- NO PEM ROUTING
      * KEY CARRIES IT, SO IT IS NAMED HERE
              10 CC-FUNC-EVIDENCE           PIC 9(03) VALUE 058.
      * A WINDOW THAT STARTS AFTER IT ENDS CAN NEVER MATCH ANYTHING
      * AND IS A CALLER ERROR, NOT AN EMPTY RESULT
              10 CC-DATE-RANGE-ERROR        PIC X(29) VALUE
                                    'INVALID DATE/TIME WINDOW     '.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                                   'OLREQ           '.
              10 CC-RESPONSE-CONTNR         PIC X(16) VALUE
                                                   'OLRESP          '.
              10 CC-AUDIT-TDQ               PIC X(04) VALUE 'AUDT'.
      * BINARY CONSTANTS
              10 CH-MAX-CAPTURE-DETAIL      PIC S9(4) COMP VALUE +20.
      * BALANCE EVIDENCE REQUEST AND RESPONSE PAYLOADS -- BUILT
      * DIRECTLY IN WORKING STORAGE SINCE NO PEM DRIVER SITS BEHIND
      * THIS FUNCTION TO PASS THEM THROUGH TO
       COPY A40258D.
       COPY A40259D.
      * BALANCE EVIDENCE ARCHIVE MASTER RECORD
       COPY A40257D.
      * CHANNEL ENTITLEMENT CONTROL RECORD
       COPY A40253D.
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
                      ACCTEVDINQRQ
                      ACCTEVDINQRS.
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
      *    THIS SECTION IS THE MAIN-LINE PROCESSING FOR BROWSING     *
      *    THE BALANCE EVIDENCE ARCHIVE FOR THE REQUESTED ACCOUNT    *
      *    AND CAPTURE WINDOW                                        *
      ***************************************************************
      *
           EXEC CICS GET CONTAINER(CC-REQUEST-CONTNR)
             CHANNEL(WS-CURRENTCHANNELNAME)
             INTO(ACCTEVDINQRQ)
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

           PERFORM VA000-CHECK-ENTITLEMENT
              THRU VA999-EXIT

           MOVE RQ-FROMDATE                 TO WF-DATE
           MOVE RQ-FROMTIME                 TO WF-TIME
           MOVE RQ-TODATE                   TO WT-DATE
           MOVE RQ-TOTIME                   TO WT-TIME

           IF WS-FROM-STAMP > WS-TO-STAMP
              MOVE CC-E                     TO WS-FAULT-SEVERITY
              MOVE CC-DATE-RANGE-ERROR      TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           PERFORM CA000-BROWSE-EVIDENCE
              THRU CA999-EXIT

           MOVE RQ-ACCOUNTNUM               TO RS-ACCOUNTNUM
           MOVE WS-CAPTURE-INDEX            TO RS-CAPTURECOUNT

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
                CHANNEL(WS-CURRENTCHANNELNAME)
                FROM(ACCTEVDINQRS)
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

       CA000-BROWSE-EVIDENCE                SECTION.
      ***************************************************************
      *    POSITION THE ARCHIVE BROWSE AT THE FIRST CAPTURE FOR THE  *
      *    ACCOUNT AT OR AFTER THE START OF THE WINDOW AND COLLECT   *
      *    CAPTURES UNTIL THE ACCOUNT OR WINDOW RUNS OUT OR THE      *
      *    RESPONSE TABLE IS FULL.  AN ACCOUNT WITH NOTHING ON FILE  *
      *    AT ALL IS A LEGITIMATE EMPTY RESULT, NOT A FAULT          *
      ***************************************************************
           MOVE ZERO                         TO WS-CAPTURE-INDEX
           MOVE SPACE                        TO WS-BROWSE-DONE-IND
           MOVE CC-N                         TO RS-MORE-IND

           MOVE RQ-ACCOUNTNUM                TO WB-ACCOUNTNUM
           MOVE RQ-FROMDATE                  TO WB-CAPTUREDATE
           MOVE RQ-FROMTIME                  TO WB-CAPTURETIME
           MOVE ZERO                         TO WB-CAPTURESEQ

           EXEC CICS STARTBR FILE(CC-BALEVID-FILE)
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

              PERFORM DA000-READ-EVIDENCE
                 THRU DA999-EXIT
                 UNTIL WS-BROWSE-DONE

              EXEC CICS ENDBR FILE(CC-BALEVID-FILE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT
           END-IF
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-READ-EVIDENCE                  SECTION.
      ***************************************************************
      *    READ THE NEXT ARCHIVED CAPTURE.  A CAPTURE FOR A          *
      *    DIFFERENT ACCOUNT OR BEYOND THE END OF THE WINDOW ENDS    *
      *    THE COLLECTION.  A CAPTURE STILL IN THE WINDOW WHEN THE   *
      *    TABLE IS ALREADY FULL ENDS IT TOO, AND TELLS THE CALLER   *
      *    THERE IS MORE TO SEE                                      *
      ***************************************************************
           EXEC CICS READNEXT FILE(CC-BALEVID-FILE)
             INTO(BALEVIDMST)
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

              MOVE EV-CAPTUREDATE            TO WC-DATE
              MOVE EV-CAPTURETIME            TO WC-TIME

              IF EV-ACCOUNTNUM NOT = RQ-ACCOUNTNUM
              OR WS-CAPTURE-STAMP > WS-TO-STAMP
                 MOVE CC-Y                   TO WS-BROWSE-DONE-IND
              ELSE
                 IF WS-CAPTURE-INDEX NOT < CH-MAX-CAPTURE-DETAIL
                    MOVE CC-Y                TO RS-MORE-IND
                    MOVE CC-Y                TO WS-BROWSE-DONE-IND
                 ELSE
                    PERFORM EA000-COPY-CAPTURE
                       THRU EA999-EXIT
                 END-IF
              END-IF
           END-IF
               .
       DA999-EXIT.
             EXIT.
           EJECT

       EA000-COPY-CAPTURE                   SECTION.
      ***************************************************************
      *    COPY ONE ARCHIVED CAPTURE AND ITS AUDIT DETAIL INTO THE   *
      *    NEXT RESPONSE TABLE ENTRY                                 *
      ***************************************************************
           ADD 1                             TO WS-CAPTURE-INDEX

           MOVE EV-CAPTUREDATE               TO
                ED-CAPTUREDATE (WS-CAPTURE-INDEX)
           MOVE EV-CAPTURETIME               TO
                ED-CAPTURETIME (WS-CAPTURE-INDEX)
           MOVE EV-ACCOUNTTYPE               TO
                ED-ACCOUNTTYPE (WS-CAPTURE-INDEX)
           MOVE EV-CURRENCYCODE              TO
                ED-CURRENCYCODE (WS-CAPTURE-INDEX)
           MOVE EV-AVAILABLEBALANCE          TO
                ED-AVAILABLEBALANCE (WS-CAPTURE-INDEX)
           MOVE EV-LEDGERBALANCE             TO
                ED-LEDGERBALANCE (WS-CAPTURE-INDEX)
           MOVE EV-HOLDSAMOUNT               TO
                ED-HOLDSAMOUNT (WS-CAPTURE-INDEX)
           MOVE EV-HOMEAVAILABLEBALANCE      TO
                ED-HOMEAVAILABLE (WS-CAPTURE-INDEX)
           MOVE EV-HOMELEDGERBALANCE         TO
                ED-HOMELEDGER (WS-CAPTURE-INDEX)
           MOVE EV-AUDITFOUND-IND            TO
                ED-AUDITFOUND-IND (WS-CAPTURE-INDEX)
           MOVE EV-CHANNELNAME               TO
                ED-CHANNELNAME (WS-CAPTURE-INDEX)
           MOVE EV-SEVERITY                  TO
                ED-SEVERITY (WS-CAPTURE-INDEX)
           MOVE EV-STATUSMESSAGE             TO
                ED-STATUSMESSAGE (WS-CAPTURE-INDEX)
               .
       EA999-EXIT.
             EXIT.
           EJECT

       VA000-CHECK-ENTITLEMENT              SECTION.
      ***************************************************************
      *    REFUSE THE REQUEST UNLESS THE CALLING CHANNEL IS ENTITLED *
      *    TO THIS FUNCTION, IS ACTIVE, AND IS STILL UNDER ITS DAILY *
      *    CALL CEILING.  A CHANNEL WITH NO ENTITLEMENT RECORD FOR   *
      *    THE FUNCTION IS NOT ENTITLED TO IT.  A REFUSAL IS FAILED  *
      *    THROUGH WB000-FAIL-REQUEST SO IT STILL REACHES THE AUDIT  *
      *    TRAIL.  AN ACCEPTED CALL IS COUNTED AGAINST THE DAY'S     *
      *    CEILING BEFORE ANYTHING ELSE IS DONE FOR IT               *
      ***************************************************************
           MOVE WS-CURRENTCHANNELNAME        TO CE-CHANNELNAME
           MOVE CC-FUNC-EVIDENCE            TO CE-FUNCTIONID

           EXEC CICS READ FILE(CC-CHNENT-FILE)
             INTO(CHNENTCTL)
             RIDFLD(CE-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-NOT-ENTITLED           TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT
           END-IF

           IF NOT CE-ALLOWED
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-NOT-ENTITLED           TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           IF NOT CE-ACTIVE
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-CHANNEL-SUSPENDED      TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-ENTITLE-DATE)
           END-EXEC

      * THE FIRST CALL OF A NEW DAY STARTS THE COUNT AFRESH
           IF CE-CALLDATE NOT = WS-ENTITLE-DATE
              MOVE WS-ENTITLE-DATE           TO CE-CALLDATE
              MOVE ZERO                      TO CE-CALLCOUNT
           END-IF

      * A ZERO CEILING MEANS THE CHANNEL IS NOT LIMITED
           IF  CE-DAILYCEILING > ZERO
           AND CE-CALLCOUNT NOT < CE-DAILYCEILING
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-CALL-LIMIT-REACHED     TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           ADD 1                             TO CE-CALLCOUNT

           EXEC CICS REWRITE FILE(CC-CHNENT-FILE)
             FROM(CHNENTCTL)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT
               .
       VA999-EXIT.
             EXIT.
           EJECT

       WA000-CHECK-RESPONSE                 SECTION.
      *****************************************************************
      *    CHECK THE RESPONSE AFTER EXECUTING A GENERAL CICS COMMAND  *
      *    (CHANNEL ASSIGN, CONTAINER GET/PUT, EVIDENCE BROWSE, AND   *
      *    THE ABEND HANDLER)                                         *
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
      *    ROLLBACK                                                  *
      ***************************************************************
           INITIALIZE ACCTEVDINQRS

           MOVE WS-FAULT-SEVERITY            TO SEVERITY
           MOVE WS-FAULT-MESSAGE             TO STATUSMESSAGE
           MOVE CC-Y                         TO WS-ROLLBACK-IND

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
               CHANNEL(WS-CURRENTCHANNELNAME)
               FROM(ACCTEVDINQRS)
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

           PERFORM ZA000-WRITE-AUDIT
              THRU ZA999-EXIT

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

       ZA000-WRITE-AUDIT                    SECTION.
      ***************************************************************
      *    APPEND A PERSISTENT AUDIT RECORD FOR THIS INQUIRY TO THE  *
      *    EXTRAPARTITION AUDIT TD QUEUE.  THIS QUEUE IS NOT SUBJECT *
      *    TO SYNCPOINT ROLLBACK SO THE RECORD SURVIVES EVEN WHEN    *
      *    THE INQUIRY ITSELF IS BACKED OUT.                        *
      ***************************************************************
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(AR-AUDITDATE)
             TIME(AR-AUDITTIME)
           END-EXEC

           MOVE RQ-ACCOUNTNUM                TO AR-ACCOUNTNUM
           MOVE WS-CURRENTCHANNELNAME        TO AR-CHANNELNAME
           MOVE SEVERITY                     TO AR-SEVERITY
           MOVE STATUSMESSAGE                TO AR-STATUSMESSAGE

           EXEC CICS WRITEQ TD QUEUE(CC-AUDIT-TDQ)
             FROM(WS-AUDIT-RECORD)
             LENGTH(LENGTH OF WS-AUDIT-RECORD)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC
               .
       ZA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40241.
