      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - RECEIVE THE INCOMING REQUEST IN CONTAINER              *
      *      - REFUSE THE REQUEST UNLESS THE CALLING CHANNEL IS       *
      *        ENTITLED TO THIS FUNCTION, ACTIVE AND UNDER ITS DAILY  *
      *        CALL CEILING (CHANNEL ENTITLEMENT FILE, A40253D)       *
      *      - BROWSE THE AUDIT TRAIL ARCHIVE MASTER (A40278D,        *
      *        LOADED NIGHTLY BY A40218) FOR THE REQUESTED ACCOUNT    *
      *        BETWEEN THE REQUESTED DATES                            *
      * WB000-FAIL-REQUEST, SO THE TEXT REFLECTS WHAT ACTUALLY FAILED
              10 WS-FAULT-SEVERITY          PIC X(01).
              10 WS-FAULT-MESSAGE           PIC X(29).
      * TODAY'S DATE, AGAINST WHICH THE CALLING CHANNEL'S DAILY CALL
      * COUNT IS KEPT BY VA000-CHECK-ENTITLEMENT
              10 WS-ENTITLE-DATE            PIC 9(08).
      * ONLY WB000-FAIL-REQUEST EVER SETS THIS -- WITH NO PEM (AND SO
      * NO CEL-CONTROL CONTAINER) BEHIND THIS FUNCTION IT MUST START
      * OFF, OR A SUCCESSFUL INQUIRY COULD BE SPURIOUSLY ROLLED BACK
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
              10 CC-FUNC-AUDITHIST          PIC 9(03) VALUE 046.
      * A FROM-DATE BEYOND THE TO-DATE CAN NEVER MATCH ANYTHING AND
      * IS A CALLER ERROR, NOT AN EMPTY RESULT
              10 CC-DATE-RANGE-ERROR        PIC X(29) VALUE
       COPY A40279D.
      * AUDIT TRAIL ARCHIVE MASTER RECORD
       COPY A40278D.
      * CHANNEL ENTITLEMENT CONTROL RECORD
       COPY A40253D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT

           PERFORM VA000-CHECK-ENTITLEMENT
              THRU VA999-EXIT

           IF RQ-FROMDATE > RQ-TODATE
              MOVE CC-E                     TO WS-FAULT-SEVERITY
              MOVE CC-DATE-RANGE-ERROR      TO WS-FAULT-MESSAGE
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
           MOVE CC-FUNC-AUDITHIST            TO CE-FUNCTIONID

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
