      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - RECEIVE THE INCOMING REQUEST IN CONTAINER              *
      *      - REFUSE THE REQUEST UNLESS THE CALLING CHANNEL IS       *
      *        ENTITLED TO THIS FUNCTION, ACTIVE AND UNDER ITS DAILY  *
      *        CALL CEILING (CHANNEL ENTITLEMENT FILE, A40253D)       *
      *      - INVOKE CALLABLE PEM DRIVER                             *
      *      - POPULATE THE RESPONSE TO CONTAINER                     *
      *                                                               *
      * (A GENERAL CICS FAULT VS. THE PEM DRIVER LINK SPECIFICALLY)
              10 WS-FAULT-SEVERITY          PIC X(01).
              10 WS-FAULT-MESSAGE           PIC X(29).
      * TODAY'S DATE, AGAINST WHICH THE CALLING CHANNEL'S DAILY CALL
      * COUNT IS KEPT BY VA000-CHECK-ENTITLEMENT
              10 WS-ENTITLE-DATE            PIC 9(08).
              10 WS-ERROR                   PIC X(80).
              10 WS-ERROR-DATA.
                 15 WS-ERROR-MSG            PIC X(80).
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
              10 CC-NOTFOUND-TEXT           PIC X(09) VALUE
                                            'NOT FOUND'.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                            VALUE +0000001.
      * PEM DRIVER ROUTING CONTROL RECORD
       COPY A40276D.
      * CHANNEL ENTITLEMENT CONTROL RECORD
       COPY A40253D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT

           PERFORM VA000-CHECK-ENTITLEMENT
              THRU VA999-EXIT

      * MOVE REQUEST DATA TO CONTAINER ALONG WITH TRAN ID
           EXEC CICS PUT CONTAINER(CC-REQUEST-CONTNR)
             FROM(WS-API-REQUEST)
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
           MOVE WS-FUNC-ID                   TO CE-FUNCTIONID

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
