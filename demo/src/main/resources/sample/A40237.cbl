       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40237.
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
      *         NAME:          A40237                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        ENTRY MODULE FOR ACCOUNT OVERVIEW - API                *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - RECEIVE THE INCOMING REQUEST (A40243D) IN CONTAINER    *
      *      - REFUSE THE REQUEST UNLESS THE CALLING CHANNEL IS       *
      *        ENTITLED TO THIS FUNCTION, ACTIVE AND UNDER ITS DAILY  *
      *        CALL CEILING (CHANNEL ENTITLEMENT FILE, A40253D)       *
      *      - DRIVE THE BALANCE, HOLDS AND TRANSACTION HISTORY PEM   *
      *        FUNCTIONS (THE SAME FUNCTIONS A40212, A40223 AND       *
      *        A40215 SERVE ONE AT A TIME), EACH ROUTED THROUGH THE   *
      *        PEM ROUTING CONTROL FILE UNDER ITS OWN FUNCTION ID     *
      *        AND EACH ON ITS OWN WORK CHANNEL SO ONE PART'S         *
      *        CONTAINERS NEVER LEAK INTO THE NEXT                    *
      *      - TIE THE ITEMIZED HOLDS TO THE BALANCE INQUIRY'S        *
      *        HOLDS AMOUNT AND FLAG ANY DIFFERENCE, OR FLAG THE TIE  *
      *        UNVERIFIABLE WHEN THERE ARE MORE HOLDS THAN THE        *
      *        RESPONSE CARRIES                                       *
      *      - POPULATE ONE COMBINED RESPONSE (A40252D) TO CONTAINER. *
      *        A PART THAT FAILS DOES NOT FAIL THE OTHERS -- IT IS    *
      *        MARKED WITH ITS OWN E/R SEVERITY AND THE PARTS THAT    *
      *        SUCCEEDED ARE STILL RETURNED                           *
      *      - WRITE ONE AUDIT RECORD FOR THE WHOLE INQUIRY, THEN THE *
      *        BALANCE CAPTURE RECORD WHEN A BALANCE WAS RETURNED,    *
      *        IN THAT ORDER AS THE BALANCE FUNCTION (A40212) DOES    *
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
              10 WS-COUNT-1                 PIC 9(4)  BINARY.
              10 WS-RETRY-COUNT             PIC S9(4) COMP.
      * SEVERITY/MESSAGE A FAILING CALL SITE SETS BEFORE HANDING OFF TO
      * WB000-FAIL-REQUEST, SO THE TEXT REFLECTS WHAT ACTUALLY FAILED
              10 WS-FAULT-SEVERITY          PIC X(01).
              10 WS-FAULT-MESSAGE           PIC X(29).
      * TODAY'S DATE, AGAINST WHICH THE CALLING CHANNEL'S DAILY CALL
      * COUNT IS KEPT BY VA000-CHECK-ENTITLEMENT
              10 WS-ENTITLE-DATE            PIC 9(08).
              10 WS-ERROR                   PIC X(80).
              10 WS-ERROR-DATA.
                 15 WS-ERROR-MSG            PIC X(80).
      * SET WHEN THE WHOLE REQUEST FAILS, OR WHEN ANY ONE PART OF IT
      * DOES, SO THE UNIT OF WORK IS BACKED OUT THE SAME AS A FAILED
      * SINGLE-FUNCTION INQUIRY
              10 WS-ROLLBACK-IND            PIC X(01) VALUE 'N'.
              10 WS-CONTAINER-INFO.
                 15 WS-CURRENTCHANNELNAME   PIC X(16).
      * SIZED TO THE ACTUAL ACCTOVWINQRS PAYLOAD (A40252D) -- JUST
      * LARGE ENOUGH TO BLANK THE RESPONSE CONTAINER, NOT A GENERIC
      * MAXIMUM-SIZE BUFFER
                 15 WS-RESPONSE-INITIALIZE  PIC X(3347).
      * PEM DRIVER RESOLVED FOR THE PART IN HAND BY
      * HA000-LOOKUP-PEM-ROUTE
              10 WS-PEMCL                   PIC X(8).
      * THE PART IN HAND -- ITS FUNCTION ID (FOR THE ROUTING KEY), ITS
      * WORK CHANNEL, AND ITS OUTCOME.  A FAILURE ANYWHERE IN THE PART
      * SETS WS-PART-FAILED AND THE E/R SEVERITY AND MESSAGE FOR IT
              10 WS-PART-FUNCID             PIC 9(03).
              10 WS-PART-CHANNEL            PIC X(16).
              10 WS-PART-FAILED-IND         PIC X(01).
                 88 WS-PART-FAILED          VALUE 'Y'.
              10 WS-PART-SEVERITY           PIC X(01).
              10 WS-PART-MESSAGE            PIC X(40).
      * OUTCOME OF EACH PART ONCE DRIVEN
              10 WS-BALANCE-FAILED-IND      PIC X(01).
                 88 WS-BALANCE-FAILED       VALUE 'Y'.
              10 WS-HOLDS-FAILED-IND        PIC X(01).
                 88 WS-HOLDS-FAILED         VALUE 'Y'.
              10 WS-HISTORY-FAILED-IND      PIC X(01).
                 88 WS-HISTORY-FAILED       VALUE 'Y'.
      * SET WHEN THE BALANCE PART RETURNED A BALANCE -- ITS CAPTURE
      * IS WRITTEN AFTER THE INQUIRY'S AUDIT RECORD, AS A40212 DOES
              10 WS-BALANCE-RETURNED-IND    PIC X(01).
                 88 WS-BALANCE-RETURNED     VALUE 'Y'.
      * SET WHEN THE HOLDS PART RETURNED MORE HOLDS THAN THE DETAIL
      * TABLE CARRIES, SO THE ITEMIZED HOLDS CANNOT BE TIED
              10 WS-HOLDS-OVERFLOW-IND      PIC X(01).
                 88 WS-HOLDS-OVERFLOW       VALUE 'Y'.
              10 WS-DETAIL-SUB              PIC S9(4) COMP.
              10 WS-DETAIL-COUNT            PIC S9(4) COMP.
      * SUM OF THE ITEMIZED HOLD AMOUNTS, TIED TO RS-HOLDSAMOUNT
              10 WS-HOLDS-ITEMIZED          PIC S9(11)V99 COMP-3.
      * BALANCE REQUEST (ACCTBALINQRQ, A40242D) PREFIXED WITH THE TRAN
      * ID THE SAME AS THE BALANCE FUNCTION (A40212) SENDS IT
           05 WS-BAL-REQUEST.
              10 WS-BAL-APPL-FUNC-SOUR.
                 15 WS-BAL-APPL-ID          PIC S9(04)  COMP VALUE 842.
                 15 WS-BAL-FUNC-ID          PIC S9(04)  COMP VALUE 42.
                 15 WS-BAL-SOUR-ID          PIC S9(04)  COMP VALUE 3.
              10 WS-BAL-REQUEST-FIELDS.
                 15 WS-BAL-RQ-ACCOUNTTYPE      PIC X(03).
                 15 WS-BAL-RQ-ACCOUNTNUM       PIC 9(15) COMP-3.
                 15 WS-BAL-RQ-PRODUCT          PIC X(40).
      * HOLDS REQUEST (ACCTHLDINQRQ, A40248D) PREFIXED WITH THE TRAN
      * ID THE SAME AS THE HOLDS FUNCTION (A40223) SENDS IT
           05 WS-HLD-REQUEST.
              10 WS-HLD-APPL-FUNC-SOUR.
                 15 WS-HLD-APPL-ID          PIC S9(04)  COMP VALUE 842.
                 15 WS-HLD-FUNC-ID          PIC S9(04)  COMP VALUE 48.
                 15 WS-HLD-SOUR-ID          PIC S9(04)  COMP VALUE 3.
              10 WS-HLD-REQUEST-FIELDS.
                 15 WS-HLD-RQ-ACCOUNTTYPE      PIC X(03).
                 15 WS-HLD-RQ-ACCOUNTNUM       PIC 9(15) COMP-3.
                 15 WS-HLD-RQ-PRODUCT          PIC X(40).
      * TRANSACTION HISTORY REQUEST (ACCTTRANHRQ, A40245D) PREFIXED
      * WITH THE TRAN ID THE SAME AS THE HISTORY FUNCTION (A40215)
      * SENDS IT
           05 WS-TRN-REQUEST.
              10 WS-TRN-APPL-FUNC-SOUR.
                 15 WS-TRN-APPL-ID          PIC S9(04)  COMP VALUE 842.
                 15 WS-TRN-FUNC-ID          PIC S9(04)  COMP VALUE 45.
                 15 WS-TRN-SOUR-ID          PIC S9(04)  COMP VALUE 3.
              10 WS-TRN-REQUEST-FIELDS.
                 15 WS-TRN-RQ-ACCOUNTTYPE      PIC X(03).
                 15 WS-TRN-RQ-ACCOUNTNUM       PIC 9(15) COMP-3.
                 15 WS-TRN-RQ-PRODUCT          PIC X(40).
                 15 WS-TRN-RQ-FROMDATE         PIC 9(08).
                 15 WS-TRN-RQ-TODATE           PIC 9(08).
                 15 WS-TRN-RQ-MAXTRANCOUNT     PIC 9(03).
      * BALANCE RESPONSE (PER A40272D)
           05 WS-BAL-RESPONSE.
              10 WS-BL-XSTATUS.
                 15 WS-BL-STATUSMESSAGE     PIC X(40).
                 15 WS-BL-SEVERITY          PIC X(01).
              10 WS-BL-ACCOUNTTYPE          PIC X(03).
              10 WS-BL-ACCOUNTNUM           PIC 9(15) COMP-3.
              10 WS-BL-PRODUCT              PIC X(40).
              10 WS-BL-ACCOUNTNAME          PIC X(25).
              10 WS-BL-AVAILABLEBALANCE     PIC S9(11)V99 COMP-3.
              10 WS-BL-LEDGERBALANCE        PIC S9(11)V99 COMP-3.
              10 WS-BL-HOLDSAMOUNT          PIC S9(11)V99 COMP-3.
              10 WS-BL-LINEAMOUNT           PIC S9(11)V99 COMP-3.
              10 WS-BL-LOANBALANCE          PIC S9(11)V99 COMP-3.
              10 WS-BL-CURRENCYCODE         PIC X(03).
              10 WS-BL-HOMEAVAILABLEBALANCE PIC S9(11)V99 COMP-3.
              10 WS-BL-HOMELEDGERBALANCE    PIC S9(11)V99 COMP-3.
              10 WS-BL-HOMELINEAMOUNT       PIC S9(11)V99 COMP-3.
              10 WS-BL-HOMELOANBALANCE      PIC S9(11)V99 COMP-3.
      * HOLDS RESPONSE (PER A40283D, INCLUDING ITS OCCURS 20 HOLD-
      * DETAIL TABLE)
           05 WS-HLD-RESPONSE.
              10 WS-HL-XSTATUS.
                 15 WS-HL-STATUSMESSAGE     PIC X(40).
                 15 WS-HL-SEVERITY          PIC X(01).
              10 WS-HL-ACCOUNTTYPE          PIC X(03).
              10 WS-HL-ACCOUNTNUM           PIC 9(15) COMP-3.
              10 WS-HL-PRODUCT              PIC X(40).
              10 WS-HL-HOLDSTOTAL           PIC S9(11)V99 COMP-3.
              10 WS-HL-HOLDCOUNT            PIC 9(03).
              10 WS-HL-HOLD-DETAIL OCCURS 20 TIMES.
                 15 WS-HL-HOLDTYPE          PIC X(04).
                 15 WS-HL-HOLDAMOUNT        PIC S9(11)V99 COMP-3.
                 15 WS-HL-PLACEDDATE        PIC 9(08).
                 15 WS-HL-EXPIRYDATE        PIC 9(08).
      * TRANSACTION HISTORY RESPONSE (PER A40275D, INCLUDING ITS
      * OCCURS 40 TRAN-DETAIL TABLE)
           05 WS-TRN-RESPONSE.
              10 WS-TR-XSTATUS.
                 15 WS-TR-STATUSMESSAGE     PIC X(40).
                 15 WS-TR-SEVERITY          PIC X(01).
              10 WS-TR-ACCOUNTTYPE          PIC X(03).
              10 WS-TR-ACCOUNTNUM           PIC 9(15) COMP-3.
              10 WS-TR-PRODUCT              PIC X(40).
              10 WS-TR-TRANCOUNT            PIC 9(03).
              10 WS-TR-TRAN-DETAIL OCCURS 40 TIMES.
                 15 WS-TR-TRANDATE          PIC 9(08).
                 15 WS-TR-TRANTIME          PIC 9(06).
                 15 WS-TR-TRANCODE          PIC X(04).
                 15 WS-TR-DESCRIPTION       PIC X(30).
                 15 WS-TR-AMOUNT            PIC S9(11)V99 COMP-3.
                 15 WS-TR-RUNNINGBALANCE    PIC S9(11)V99 COMP-3.
      * PERSISTENT AUDIT TRAIL RECORD -- ONE FOR THE WHOLE INQUIRY,
      * NOT ONE PER PART, SO THE OVERVIEW SHOWS ON THE TRAIL AS THE
      * SINGLE CALL THE CHANNEL MADE
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
      * DAILY BALANCE-CAPTURE EXTRACT RECORD (A40273D) -- WRITTEN
      * WHENEVER THE BALANCE PART IS RETURNED, SO A BALANCE SHOWN
      * THROUGH THE OVERVIEW IS CAPTURED THE SAME AS ONE SHOWN
      * THROUGH THE BALANCE FUNCTION (A40212)
           05 WS-EXTRACT-INFO.
              10 WS-EXTRACT-RECORD.
                 15 CR-CAPTUREDATE          PIC 9(08).
                 15 CR-CAPTURETIME          PIC 9(06).
                 15 CR-ACCOUNTTYPE          PIC X(03).
                 15 CR-ACCOUNTNUM           PIC 9(15) COMP-3.
                 15 CR-PRODUCT              PIC X(40).
                 15 CR-ACCOUNTNAME          PIC X(25).
                 15 CR-AVAILABLEBALANCE     PIC S9(11)V99 COMP-3.
                 15 CR-LEDGERBALANCE        PIC S9(11)V99 COMP-3.
                 15 CR-HOLDSAMOUNT          PIC S9(11)V99 COMP-3.
                 15 CR-LINEAMOUNT           PIC S9(11)V99 COMP-3.
                 15 CR-LOANBALANCE          PIC S9(11)V99 COMP-3.
                 15 CR-CURRENCYCODE         PIC X(03).
                 15 CR-HOMEAVAILABLEBALANCE PIC S9(11)V99 COMP-3.
                 15 CR-HOMELEDGERBALANCE    PIC S9(11)V99 COMP-3.
                 15 CR-HOMELINEAMOUNT       PIC S9(11)V99 COMP-3.
                 15 CR-HOMELOANBALANCE      PIC S9(11)V99 COMP-3.
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-E                       PIC X(01) VALUE 'E'.
      * SEVERITY 'R' MARKS A CONDITION THE CALLING CHANNEL CAN SAFELY
      * RETRY, AS OPPOSED TO 'E' WHICH IS A DEFINITIVE FAILURE
              10 CC-R                       PIC X(01) VALUE 'R'.
      * DEFAULT PEM DRIVER USED WHEN NO ROUTING CONTROL RECORD IS ON
      * FILE FOR THE REQUESTED ACCOUNT TYPE/PRODUCT COMBINATION
              10 CC-PEMCL                   PIC X(8)
                                            VALUE 'A40200  '.
              10 CC-PEMRTE-FILE             PIC X(8)
                                            VALUE 'PEMRTE  '.
              10 CC-PEM-UNAVAILABLE         PIC X(29) VALUE
                                    'PEM PROGRAM NOT AVAILABLE   '.
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
      * OVERALL STATUS WHEN SOME, BUT NOT ALL, PARTS FAILED -- THE
      * PART STATUSES SAY WHICH
              10 CC-PARTIAL-RESPONSE        PIC X(29) VALUE
                                    'PARTIAL RESPONSE - SEE PARTS'.
              10 CC-NOTFOUND-TEXT           PIC X(09) VALUE
                                            'NOT FOUND'.
      * FUNCTION ID THE OVERVIEW ITSELF IS ENTITLED UNDER
              10 CC-FUNC-OVERVIEW           PIC 9(03) VALUE 043.
      * FUNCTION IDS OF THE THREE PARTS, USED AS PART OF THE PEM
      * ROUTING KEY THE SAME AS THE SINGLE-FUNCTION ENTRY MODULES
      * (A40212, A40223, A40215) USE THEM
              10 CC-FUNC-BALANCE            PIC 9(03) VALUE 042.
              10 CC-FUNC-HOLDS              PIC 9(03) VALUE 048.
              10 CC-FUNC-HISTORY            PIC 9(03) VALUE 045.
      * ONE WORK CHANNEL PER PART
              10 CC-BALANCE-CHANNEL         PIC X(16) VALUE
                                                   'A40237BAL       '.
              10 CC-HOLDS-CHANNEL           PIC X(16) VALUE
                                                   'A40237HLD       '.
              10 CC-HISTORY-CHANNEL         PIC X(16) VALUE
                                                   'A40237TRN       '.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                                   'OLREQ           '.
              10 CC-RESPONSE-CONTNR         PIC X(16) VALUE
                                                   'OLRESP          '.
              10 CC-CEL-CONTROL             PIC X(16) VALUE
                                                   'CEL-CONTROL     '.
              10 CC-AUDIT-TDQ               PIC X(04) VALUE 'AUDT'.
              10 CC-BALEXT-TDQ              PIC X(04) VALUE 'BALX'.
      * BINARY CONSTANTS
              10 CH-1                       PIC S9(4) COMP VALUE +0001.
              10 CH-6                       PIC S9(4) COMP VALUE +0006.
              10 CH-42                      PIC S9(4) COMP VALUE +0042.
              10 CH-MAX-HOLD-DETAIL         PIC S9(4) COMP VALUE +20.
              10 CH-MAX-TRAN-DETAIL         PIC S9(4) COMP VALUE +40.
      * BOUNDED RETRY OF THE PEM DRIVER LINK -- UP TO CC-MAX-RETRIES
      * ADDITIONAL ATTEMPTS, EACH PRECEDED BY A SHORT DELAY
              10 CC-MAX-RETRIES             PIC S9(4) COMP VALUE +2.
              10 CC-RETRY-INTERVAL          PIC S9(7) COMP-3
                                            VALUE +0000001.
      * ACCOUNT OVERVIEW REQUEST AND RESPONSE PAYLOADS -- BUILT
      * DIRECTLY IN WORKING STORAGE SINCE NO SINGLE PEM DRIVER SITS
      * BEHIND THIS FUNCTION TO PASS THEM THROUGH TO
       COPY A40243D.
       COPY A40252D.
      * PEM DRIVER ROUTING CONTROL RECORD
       COPY A40276D.
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
                      WS-BALANCE-FAILED-IND
                      WS-HOLDS-FAILED-IND
                      WS-HISTORY-FAILED-IND
                      WS-BALANCE-RETURNED-IND
                      WS-HOLDS-OVERFLOW-IND
                      ACCTOVWINQRQ
                      ACCTOVWINQRS.
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
      *    THIS SECTION IS THE MAIN-LINE PROCESSING -- DRIVE EACH OF *
      *    THE THREE PARTS IN TURN, TIE THE HOLDS, AND RETURN THE    *
      *    COMBINED RESPONSE                                         *
      ***************************************************************
      *
           EXEC CICS GET CONTAINER(CC-REQUEST-CONTNR)
             CHANNEL(WS-CURRENTCHANNELNAME)
             INTO(ACCTOVWINQRQ)
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

           MOVE RQ-ACCOUNTTYPE               TO RS-ACCOUNTTYPE
           MOVE RQ-ACCOUNTNUM                TO RS-ACCOUNTNUM
           MOVE RQ-PRODUCT                   TO RS-PRODUCT

           PERFORM CA000-BALANCE-PART
              THRU CA999-EXIT

           PERFORM DA000-HOLDS-PART
              THRU DA999-EXIT

           PERFORM EA000-HISTORY-PART
              THRU EA999-EXIT

           PERFORM KA000-TIE-HOLDS
              THRU KA999-EXIT

           PERFORM LA000-SET-OVERALL-STATUS
              THRU LA999-EXIT

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
                CHANNEL(WS-CURRENTCHANNELNAME)
                FROM(ACCTOVWINQRS)
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

       CA000-BALANCE-PART                   SECTION.
      ***************************************************************
      *    DRIVE THE BALANCE FUNCTION AND CARRY ITS FIGURES, OR ITS  *
      *    FAILURE, INTO THE COMBINED RESPONSE                       *
      ***************************************************************
           MOVE CC-FUNC-BALANCE              TO WS-PART-FUNCID
           MOVE CC-BALANCE-CHANNEL           TO WS-PART-CHANNEL
           PERFORM JA000-START-PART
              THRU JA999-EXIT

           INITIALIZE WS-BAL-REQUEST-FIELDS
                      WS-BAL-RESPONSE

           MOVE RQ-ACCOUNTTYPE               TO WS-BAL-RQ-ACCOUNTTYPE
           MOVE RQ-ACCOUNTNUM                TO WS-BAL-RQ-ACCOUNTNUM
           MOVE RQ-PRODUCT                   TO WS-BAL-RQ-PRODUCT

           IF NOT WS-PART-FAILED
              EXEC CICS PUT CONTAINER(CC-REQUEST-CONTNR)
                   CHANNEL(WS-PART-CHANNEL)
                   FROM(WS-BAL-REQUEST)
                   RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              ELSE
                 PERFORM FA000-LINK-PEM-DRIVER
                    THRU FA999-EXIT
              END-IF
           END-IF

           IF NOT WS-PART-FAILED
              EXEC CICS GET CONTAINER(CC-RESPONSE-CONTNR)
                   CHANNEL(WS-PART-CHANNEL)
                   INTO(WS-BAL-RESPONSE)
                   RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              ELSE
                 PERFORM IA000-EXTRACT-CONTROLDATA
                    THRU IA999-EXIT
              END-IF
           END-IF

           IF WS-PART-FAILED
              MOVE CC-Y                      TO WS-BALANCE-FAILED-IND
              MOVE WS-PART-SEVERITY          TO BP-SEVERITY
              MOVE WS-PART-MESSAGE           TO BP-STATUSMESSAGE
           ELSE
              MOVE WS-BL-SEVERITY            TO BP-SEVERITY
              MOVE WS-BL-STATUSMESSAGE       TO BP-STATUSMESSAGE
              MOVE WS-BL-ACCOUNTNAME         TO RS-ACCOUNTNAME
              MOVE WS-BL-AVAILABLEBALANCE    TO RS-AVAILABLEBALANCE
              MOVE WS-BL-LEDGERBALANCE       TO RS-LEDGERBALANCE
              MOVE WS-BL-HOLDSAMOUNT         TO RS-HOLDSAMOUNT
              MOVE WS-BL-LINEAMOUNT          TO RS-LINEAMOUNT
              MOVE WS-BL-LOANBALANCE         TO RS-LOANBALANCE
              MOVE WS-BL-CURRENCYCODE        TO RS-CURRENCYCODE
              MOVE WS-BL-HOMEAVAILABLEBALANCE
                                             TO RS-HOMEAVAILABLEBALANCE
              MOVE WS-BL-HOMELEDGERBALANCE   TO RS-HOMELEDGERBALANCE
              MOVE WS-BL-HOMELINEAMOUNT      TO RS-HOMELINEAMOUNT
              MOVE WS-BL-HOMELOANBALANCE     TO RS-HOMELOANBALANCE
              MOVE CC-Y                      TO WS-BALANCE-RETURNED-IND
           END-IF
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-HOLDS-PART                     SECTION.
      ***************************************************************
      *    DRIVE THE HOLDS FUNCTION AND CARRY ITS ITEMIZED HOLDS, OR *
      *    ITS FAILURE, INTO THE COMBINED RESPONSE                   *
      ***************************************************************
           MOVE CC-FUNC-HOLDS                TO WS-PART-FUNCID
           MOVE CC-HOLDS-CHANNEL             TO WS-PART-CHANNEL
           PERFORM JA000-START-PART
              THRU JA999-EXIT

           INITIALIZE WS-HLD-REQUEST-FIELDS
                      WS-HLD-RESPONSE

           MOVE RQ-ACCOUNTTYPE               TO WS-HLD-RQ-ACCOUNTTYPE
           MOVE RQ-ACCOUNTNUM                TO WS-HLD-RQ-ACCOUNTNUM
           MOVE RQ-PRODUCT                   TO WS-HLD-RQ-PRODUCT

           IF NOT WS-PART-FAILED
              EXEC CICS PUT CONTAINER(CC-REQUEST-CONTNR)
                   CHANNEL(WS-PART-CHANNEL)
                   FROM(WS-HLD-REQUEST)
                   RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              ELSE
                 PERFORM FA000-LINK-PEM-DRIVER
                    THRU FA999-EXIT
              END-IF
           END-IF

           IF NOT WS-PART-FAILED
              EXEC CICS GET CONTAINER(CC-RESPONSE-CONTNR)
                   CHANNEL(WS-PART-CHANNEL)
                   INTO(WS-HLD-RESPONSE)
                   RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              ELSE
                 PERFORM IA000-EXTRACT-CONTROLDATA
                    THRU IA999-EXIT
              END-IF
           END-IF

           IF WS-PART-FAILED
              MOVE CC-Y                      TO WS-HOLDS-FAILED-IND
              MOVE WS-PART-SEVERITY          TO HP-SEVERITY
              MOVE WS-PART-MESSAGE           TO HP-STATUSMESSAGE
           ELSE
              MOVE WS-HL-SEVERITY            TO HP-SEVERITY
              MOVE WS-HL-STATUSMESSAGE       TO HP-STATUSMESSAGE
              MOVE WS-HL-HOLDSTOTAL          TO RS-HOLDSTOTAL
              MOVE WS-HL-HOLDCOUNT           TO RS-HOLDCOUNT

              MOVE ZERO                      TO WS-HOLDS-ITEMIZED
              IF WS-HL-HOLDCOUNT > CH-MAX-HOLD-DETAIL
                 MOVE CH-MAX-HOLD-DETAIL     TO WS-DETAIL-COUNT
                 MOVE CC-Y                   TO WS-HOLDS-OVERFLOW-IND
              ELSE
                 MOVE WS-HL-HOLDCOUNT        TO WS-DETAIL-COUNT
              END-IF

              PERFORM DB000-COPY-HOLD
                 THRU DB999-EXIT
                 VARYING WS-DETAIL-SUB FROM 1 BY 1
                 UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
           END-IF
               .
       DA999-EXIT.
             EXIT.
           EJECT

       DB000-COPY-HOLD                      SECTION.
      ***************************************************************
      *    CARRY ONE ITEMIZED HOLD INTO THE COMBINED RESPONSE AND    *
      *    ADD IT TO THE ITEMIZED TOTAL FOR THE TIE-OUT              *
      ***************************************************************
           MOVE WS-HL-HOLDTYPE (WS-DETAIL-SUB)
                                 TO HD-HOLDTYPE (WS-DETAIL-SUB)
           MOVE WS-HL-HOLDAMOUNT (WS-DETAIL-SUB)
                                 TO HD-HOLDAMOUNT (WS-DETAIL-SUB)
           MOVE WS-HL-PLACEDDATE (WS-DETAIL-SUB)
                                 TO HD-PLACEDDATE (WS-DETAIL-SUB)
           MOVE WS-HL-EXPIRYDATE (WS-DETAIL-SUB)
                                 TO HD-EXPIRYDATE (WS-DETAIL-SUB)

           ADD WS-HL-HOLDAMOUNT (WS-DETAIL-SUB)
                                             TO WS-HOLDS-ITEMIZED
               .
       DB999-EXIT.
             EXIT.
           EJECT

       EA000-HISTORY-PART                   SECTION.
      ***************************************************************
      *    DRIVE THE TRANSACTION HISTORY FUNCTION FOR THE LAST N     *
      *    TRANSACTIONS IN THE REQUESTED WINDOW AND CARRY THEM, OR   *
      *    ITS FAILURE, INTO THE COMBINED RESPONSE                   *
      ***************************************************************
           MOVE CC-FUNC-HISTORY              TO WS-PART-FUNCID
           MOVE CC-HISTORY-CHANNEL           TO WS-PART-CHANNEL
           PERFORM JA000-START-PART
              THRU JA999-EXIT

           INITIALIZE WS-TRN-REQUEST-FIELDS
                      WS-TRN-RESPONSE

           MOVE RQ-ACCOUNTTYPE               TO WS-TRN-RQ-ACCOUNTTYPE
           MOVE RQ-ACCOUNTNUM                TO WS-TRN-RQ-ACCOUNTNUM
           MOVE RQ-PRODUCT                   TO WS-TRN-RQ-PRODUCT
           MOVE RQ-FROMDATE                  TO WS-TRN-RQ-FROMDATE
           MOVE RQ-TODATE                    TO WS-TRN-RQ-TODATE
           MOVE RQ-MAXTRANCOUNT              TO WS-TRN-RQ-MAXTRANCOUNT

           IF NOT WS-PART-FAILED
              EXEC CICS PUT CONTAINER(CC-REQUEST-CONTNR)
                   CHANNEL(WS-PART-CHANNEL)
                   FROM(WS-TRN-REQUEST)
                   RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              ELSE
                 PERFORM FA000-LINK-PEM-DRIVER
                    THRU FA999-EXIT
              END-IF
           END-IF

           IF NOT WS-PART-FAILED
              EXEC CICS GET CONTAINER(CC-RESPONSE-CONTNR)
                   CHANNEL(WS-PART-CHANNEL)
                   INTO(WS-TRN-RESPONSE)
                   RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              ELSE
                 PERFORM IA000-EXTRACT-CONTROLDATA
                    THRU IA999-EXIT
              END-IF
           END-IF

           IF WS-PART-FAILED
              MOVE CC-Y                      TO WS-HISTORY-FAILED-IND
              MOVE WS-PART-SEVERITY          TO TP-SEVERITY
              MOVE WS-PART-MESSAGE           TO TP-STATUSMESSAGE
           ELSE
              MOVE WS-TR-SEVERITY            TO TP-SEVERITY
              MOVE WS-TR-STATUSMESSAGE       TO TP-STATUSMESSAGE

              IF WS-TR-TRANCOUNT > CH-MAX-TRAN-DETAIL
                 MOVE CH-MAX-TRAN-DETAIL     TO WS-DETAIL-COUNT
              ELSE
                 MOVE WS-TR-TRANCOUNT        TO WS-DETAIL-COUNT
              END-IF
              MOVE WS-DETAIL-COUNT           TO RS-TRANCOUNT

              PERFORM EB000-COPY-TRANSACTION
                 THRU EB999-EXIT
                 VARYING WS-DETAIL-SUB FROM 1 BY 1
                 UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
           END-IF
               .
       EA999-EXIT.
             EXIT.
           EJECT

       EB000-COPY-TRANSACTION               SECTION.
      ***************************************************************
      *    CARRY ONE TRANSACTION INTO THE COMBINED RESPONSE          *
      ***************************************************************
           MOVE WS-TR-TRANDATE (WS-DETAIL-SUB)
                                 TO TD-TRANDATE (WS-DETAIL-SUB)
           MOVE WS-TR-TRANTIME (WS-DETAIL-SUB)
                                 TO TD-TRANTIME (WS-DETAIL-SUB)
           MOVE WS-TR-TRANCODE (WS-DETAIL-SUB)
                                 TO TD-TRANCODE (WS-DETAIL-SUB)
           MOVE WS-TR-DESCRIPTION (WS-DETAIL-SUB)
                                 TO TD-DESCRIPTION (WS-DETAIL-SUB)
           MOVE WS-TR-AMOUNT (WS-DETAIL-SUB)
                                 TO TD-AMOUNT (WS-DETAIL-SUB)
           MOVE WS-TR-RUNNINGBALANCE (WS-DETAIL-SUB)
                                 TO TD-RUNNINGBALANCE (WS-DETAIL-SUB)
               .
       EB999-EXIT.
             EXIT.
           EJECT

       JA000-START-PART                     SECTION.
      ***************************************************************
      *    RESET THE PART OUTCOME AND RESOLVE THE PEM DRIVER FOR THE *
      *    PART ABOUT TO BE DRIVEN                                   *
      ***************************************************************
           MOVE CC-N                         TO WS-PART-FAILED-IND
           MOVE SPACES                       TO WS-PART-SEVERITY
                                                WS-PART-MESSAGE

           PERFORM HA000-LOOKUP-PEM-ROUTE
              THRU HA999-EXIT
               .
       JA999-EXIT.
             EXIT.
           EJECT

       HA000-LOOKUP-PEM-ROUTE                SECTION.
      ***************************************************************
      *    RESOLVE THE PEM DRIVER TO LINK TO FOR THIS ACCOUNT TYPE   *
      *    AND PRODUCT FROM THE ROUTING CONTROL FILE, UNDER THE      *
      *    FUNCTION ID OF THE PART IN HAND, EXACTLY AS THAT PART'S   *
      *    OWN ENTRY MODULE RESOLVES IT.  A COMBINATION WITH NO      *
      *    CONTROL RECORD ON FILE FALLS BACK TO THE STANDING DEFAULT *
      *    DRIVER.  ANY OTHER NON-NORMAL RESPONSE FAILS THE PART,    *
      *    NOT THE WHOLE INQUIRY                                     *
      ***************************************************************
           MOVE WS-PART-FUNCID                TO RC-FUNCTIONID
           MOVE RQ-ACCOUNTTYPE                TO RC-ACCOUNTTYPE
           MOVE RQ-PRODUCT                    TO RC-PRODUCT

           EXEC CICS READ FILE(CC-PEMRTE-FILE)
             INTO(PEMRTECTL)
             RIDFLD(RC-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NORMAL)
              MOVE RC-PEMPROGRAM             TO WS-PEMCL
           ELSE
              IF WS-COMMAND-RESP = DFHRESP(NOTFND)
                 MOVE CC-PEMCL               TO WS-PEMCL
                 MOVE DFHRESP(NORMAL)        TO WS-COMMAND-RESP
              ELSE
                 PERFORM WC000-FLAG-PART-FAILURE
                    THRU WC999-EXIT
              END-IF
           END-IF
               .
       HA999-EXIT.
             EXIT.
           EJECT

       FA000-LINK-PEM-DRIVER                SECTION.
      ***************************************************************
      *    LINK TO THE PEM DRIVER ON THE PART'S WORK CHANNEL,        *
      *    RETRYING A BOUNDED NUMBER OF TIMES WITH A SHORT DELAY     *
      *    BEFORE GIVING UP ON THE PART                              *
      ***************************************************************
           MOVE ZERO                        TO WS-RETRY-COUNT

           PERFORM GA000-ATTEMPT-LINK
              THRU GA999-EXIT
              WITH TEST AFTER
              UNTIL WS-COMMAND-RESP = DFHRESP(NORMAL)
              OR    WS-RETRY-COUNT > CC-MAX-RETRIES

           IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
      * THIS FAILURE IS THE PEM DRIVER LINK ITSELF -- A PROGRAM-NOT-
      * FOUND OR NOT-AUTHORIZED RESPONSE MEANS THE DRIVER IS
      * DEFINITIVELY UNAVAILABLE; ANY OTHER NON-NORMAL RESPONSE IS
      * TREATED AS THE PEM REGION BEING MOMENTARILY BUSY
              IF WS-COMMAND-RESP = DFHRESP(PGMIDERR)
              OR WS-COMMAND-RESP = DFHRESP(NOTAUTH)
                 MOVE CC-E                  TO WS-PART-SEVERITY
                 MOVE CC-PEM-UNAVAILABLE    TO WS-PART-MESSAGE
              ELSE
                 MOVE CC-R                  TO WS-PART-SEVERITY
                 MOVE CC-CICS-RETRY         TO WS-PART-MESSAGE
              END-IF
              MOVE CC-Y                     TO WS-PART-FAILED-IND
           END-IF
               .
       FA999-EXIT.
             EXIT.
           EJECT

       GA000-ATTEMPT-LINK                   SECTION.
      ***************************************************************
      *    ONE ATTEMPT AT THE LINK.  A SHORT DELAY PRECEDES EVERY    *
      *    ATTEMPT AFTER THE FIRST TO GIVE A TRANSIENT CONDITION A   *
      *    CHANCE TO CLEAR                                           *
      ***************************************************************
           IF WS-RETRY-COUNT > ZERO
              EXEC CICS DELAY
                INTERVAL(CC-RETRY-INTERVAL)
              END-EXEC
           END-IF

           EXEC CICS
             LINK PROGRAM(WS-PEMCL)
             CHANNEL(WS-PART-CHANNEL)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           ADD 1                             TO WS-RETRY-COUNT
               .
       GA999-EXIT.
             EXIT.
           EJECT

       IA000-EXTRACT-CONTROLDATA            SECTION.
      ***************************************************************
      *    A NORMAL LINK RESP DOES NOT BY ITSELF MEAN THE PEM DRIVER *
      *    SUCCEEDED -- A BUSINESS-LEVEL FAULT COMES BACK THROUGH    *
      *    THE CELERITI CONTROL CONTAINER ON THE PART'S WORK         *
      *    CHANNEL.  A FAULT REPORTED THIS WAY FAILS THE PART WITH   *
      *    THE SAME NOT-FOUND-IS-PERMANENT RULE AS THE SINGLE-       *
      *    FUNCTION ENTRY MODULES                                    *
      ***************************************************************
           EXEC CICS GET CONTAINER(CC-CEL-CONTROL)
             CHANNEL(WS-PART-CHANNEL)
             INTO(WS-ERROR-DATA)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
              PERFORM WC000-FLAG-PART-FAILURE
                 THRU WC999-EXIT
           ELSE
              IF WS-ERROR-MSG NOT EQUAL SPACES AND LOW-VALUES
                 MOVE ZERO                   TO WS-COUNT-1
                 INSPECT WS-ERROR-MSG   TALLYING WS-COUNT-1
                                             FOR ALL LOW-VALUES
                 MOVE WS-ERROR-MSG(CH-1:LENGTH OF WS-ERROR-MSG -
                      WS-COUNT-1)            TO WS-ERROR

                 MOVE WS-ERROR(CH-6:CH-42)   TO WS-PART-MESSAGE

                 MOVE ZERO                   TO WS-COUNT-1
                 INSPECT WS-PART-MESSAGE TALLYING WS-COUNT-1
                                             FOR ALL CC-NOTFOUND-TEXT
                 IF WS-COUNT-1 > ZERO
                    MOVE CC-E                TO WS-PART-SEVERITY
                 ELSE
                    MOVE CC-R                TO WS-PART-SEVERITY
                 END-IF

                 MOVE CC-Y                   TO WS-PART-FAILED-IND
              END-IF
           END-IF
               .
       IA999-EXIT.
             EXIT.
           EJECT

       KA000-TIE-HOLDS                      SECTION.
      ***************************************************************
      *    TIE THE ITEMIZED HOLDS TO THE BALANCE INQUIRY'S HOLDS     *
      *    AMOUNT.  WITHOUT BOTH PARTS IN HAND THERE IS NOTHING TO   *
      *    TIE, AND THE INDICATOR IS LEFT BLANK.  WITH MORE HOLDS    *
      *    THAN THE DETAIL TABLE CARRIES THE ITEMIZED SUM IS PARTIAL *
      *    -- THE TIE IS SKIPPED AND REPORTED UNVERIFIABLE           *
      ***************************************************************
           IF WS-BALANCE-FAILED
           OR WS-HOLDS-FAILED
              MOVE SPACE                     TO RS-HOLDSTIE-IND
              MOVE ZERO                      TO RS-HOLDSVARIANCE
           ELSE
              IF WS-HOLDS-OVERFLOW
                 SET RS-HOLDS-UNVERIFIABLE   TO TRUE
                 MOVE ZERO                   TO RS-HOLDSVARIANCE
              ELSE
                 COMPUTE RS-HOLDSVARIANCE =
                         RS-HOLDSAMOUNT - WS-HOLDS-ITEMIZED

                 IF RS-HOLDSVARIANCE = ZERO
                    SET RS-HOLDS-TIED        TO TRUE
                 ELSE
                    SET RS-HOLDS-NOT-TIED    TO TRUE
                 END-IF
              END-IF
           END-IF
               .
       KA999-EXIT.
             EXIT.
           EJECT

       LA000-SET-OVERALL-STATUS             SECTION.
      ***************************************************************
      *    SET THE OVERALL STATUS.  WITH EVERY PART RETURNED IT IS   *
      *    THE BALANCE PART'S OWN STATUS.  WITH ANY PART FAILED IT   *
      *    IS 'R' IF ANY FAILED PART CAN BE RETRIED -- A RETRY MAY   *
      *    YET COMPLETE THE OVERVIEW -- ELSE 'E'.  WHEN EVERY PART   *
      *    FAILED THE BALANCE PART'S MESSAGE STANDS FOR THE WHOLE    *
      *    INQUIRY, AS IT DOES FOR A FAILED BALANCE INQUIRY          *
      ***************************************************************
           IF NOT WS-BALANCE-FAILED
           AND NOT WS-HOLDS-FAILED
           AND NOT WS-HISTORY-FAILED
              MOVE BP-SEVERITY               TO SEVERITY
              MOVE BP-STATUSMESSAGE          TO STATUSMESSAGE
           ELSE
              MOVE CC-Y                      TO WS-ROLLBACK-IND

              IF (WS-BALANCE-FAILED AND BP-SEVERITY = CC-R)
              OR (WS-HOLDS-FAILED   AND HP-SEVERITY = CC-R)
              OR (WS-HISTORY-FAILED AND TP-SEVERITY = CC-R)
                 MOVE CC-R                   TO SEVERITY
              ELSE
                 MOVE CC-E                   TO SEVERITY
              END-IF

              IF WS-BALANCE-FAILED
              AND WS-HOLDS-FAILED
              AND WS-HISTORY-FAILED
                 MOVE BP-STATUSMESSAGE       TO STATUSMESSAGE
              ELSE
                 MOVE CC-PARTIAL-RESPONSE    TO STATUSMESSAGE
              END-IF
           END-IF
               .
       LA999-EXIT.
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
           MOVE CC-FUNC-OVERVIEW             TO CE-FUNCTIONID

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
      *    ON THE CALLER'S OWN CHANNEL (CHANNEL ASSIGN, CONTAINER     *
      *    GET/PUT, AND THE ABEND HANDLER).  A FAULT HERE FAILS THE   *
      *    WHOLE INQUIRY; A FAULT WITHIN ONE PART IS CLASSIFIED BY    *
      *    WC000-FLAG-PART-FAILURE INSTEAD                            *
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
           INITIALIZE ACCTOVWINQRS

           MOVE WS-FAULT-SEVERITY            TO SEVERITY
           MOVE WS-FAULT-MESSAGE             TO STATUSMESSAGE
           MOVE CC-Y                         TO WS-ROLLBACK-IND

           EXEC CICS PUT CONTAINER(CC-RESPONSE-CONTNR)
               CHANNEL(WS-CURRENTCHANNELNAME)
               FROM(ACCTOVWINQRS)
               RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM YA000-ENDLINE
               .
       WB999-EXIT.
             EXIT.
           EJECT

       WC000-FLAG-PART-FAILURE              SECTION.
      ***************************************************************
      *    ONE PART FAILED ON A GENERAL CICS COMMAND (ITS REQUEST    *
      *    CONTAINER PUT, ITS RESPONSE OR CONTROL CONTAINER GET, OR  *
      *    A GENUINE ROUTING-FILE ERROR) -- MARK THE PART FAILED     *
      *    WITH THE USUAL E/R CLASSIFICATION AND LET THE OTHER PARTS *
      *    CARRY ON.  THE PEM DRIVER LINK ITSELF IS CLASSIFIED       *
      *    SEPARATELY BY FA000-LINK-PEM-DRIVER                       *
      ***************************************************************
           IF  WS-COMMAND-RESP = DFHRESP(PGMIDERR)
           OR  WS-COMMAND-RESP = DFHRESP(NOTAUTH)
               MOVE CC-E                     TO WS-PART-SEVERITY
               MOVE CC-CICS-ERROR            TO WS-PART-MESSAGE
           ELSE
               MOVE CC-R                     TO WS-PART-SEVERITY
               MOVE CC-CICS-RETRY            TO WS-PART-MESSAGE
           END-IF

           MOVE CC-Y                         TO WS-PART-FAILED-IND
               .
       WC999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *CHECK IF ROLLBACK INDICATOR IS SET TO TRUE. IF TRUE THEN     *
      *ISSUE A ROLLBACK.                                            *
      ***************************************************************

           PERFORM ZA000-WRITE-AUDIT
              THRU ZA999-EXIT

           IF WS-BALANCE-RETURNED
              PERFORM ZB000-WRITE-EXTRACT
                 THRU ZB999-EXIT
           END-IF

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
      *    APPEND ONE PERSISTENT AUDIT RECORD FOR THE WHOLE INQUIRY  *
      *    TO THE EXTRAPARTITION AUDIT TD QUEUE, CARRYING THE        *
      *    OVERALL STATUS.  THIS QUEUE IS NOT SUBJECT TO SYNCPOINT   *
      *    ROLLBACK SO THE RECORD SURVIVES EVEN WHEN THE INQUIRY     *
      *    ITSELF IS BACKED OUT.                                     *
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

       ZB000-WRITE-EXTRACT                  SECTION.
      ***************************************************************
      *    APPEND A BALANCE-CAPTURE EXTRACT RECORD FOR THE BALANCE   *
      *    PART TO THE EXTRAPARTITION EXTRACT TD QUEUE (BACKED BY    *
      *    THE BALEXTF SEQUENTIAL DATASET), THE SAME AS THE BALANCE  *
      *    FUNCTION (A40212) DOES FOR EVERY BALANCE IT RETURNS       *
      ***************************************************************
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(CR-CAPTUREDATE)
             TIME(CR-CAPTURETIME)
           END-EXEC

           MOVE RQ-ACCOUNTTYPE             TO CR-ACCOUNTTYPE
           MOVE RQ-ACCOUNTNUM              TO CR-ACCOUNTNUM
           MOVE WS-BL-PRODUCT              TO CR-PRODUCT
           MOVE WS-BL-ACCOUNTNAME          TO CR-ACCOUNTNAME
           MOVE WS-BL-AVAILABLEBALANCE     TO CR-AVAILABLEBALANCE
           MOVE WS-BL-LEDGERBALANCE        TO CR-LEDGERBALANCE
           MOVE WS-BL-HOLDSAMOUNT          TO CR-HOLDSAMOUNT
           MOVE WS-BL-LINEAMOUNT           TO CR-LINEAMOUNT
           MOVE WS-BL-LOANBALANCE          TO CR-LOANBALANCE
           MOVE WS-BL-CURRENCYCODE         TO CR-CURRENCYCODE
           MOVE WS-BL-HOMEAVAILABLEBALANCE TO CR-HOMEAVAILABLEBALANCE
           MOVE WS-BL-HOMELEDGERBALANCE    TO CR-HOMELEDGERBALANCE
           MOVE WS-BL-HOMELINEAMOUNT       TO CR-HOMELINEAMOUNT
           MOVE WS-BL-HOMELOANBALANCE      TO CR-HOMELOANBALANCE

           EXEC CICS WRITEQ TD QUEUE(CC-BALEXT-TDQ)
             FROM(WS-EXTRACT-RECORD)
             LENGTH(LENGTH OF WS-EXTRACT-RECORD)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC
               .
       ZB999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40237.
