      *        PEM PROGRAM IS DEFINED AND ENABLED -- ROUTING TRAFFIC  *
      *        AT A PROGRAM THAT CANNOT RUN IS HOW WE GOT OUR LAST    *
      *        OUTAGE                                                 *
      *      - HOLD EVERY ADD, CHANGE OR DELETE ON THE PENDING-CHANGE *
      *        FILE (A40256D) UNTIL A SECOND, DIFFERENT USER          *
      *        APPROVES IT -- ONLY THEN IS IT APPLIED -- OR REJECTS   *
      *        IT WITH A REASON                                       *
      *      - WRITE A CHANGE-HISTORY RECORD (A40280D) CARRYING BOTH  *
      *        THE MAKER AND CHECKER USER IDS FOR EVERY UPDATE        *
      *        APPLIED                                                *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
                 15 WB-ACCOUNTTYPE          PIC X(03).
                 15 WB-PRODUCT              PIC X(40).
              10 WS-ABSTIME                 PIC S9(15) COMP-3.
      * TARGET CONTROL RECORD'S KEY FOR A SUBMIT, APPROVE OR REJECT,
      * AND THE BROWSE KEY USED TO LOOK FOR A CHANGE ALREADY PENDING
      * AGAINST IT -- THE BROWSE KEY IS ROLLED FORWARD BY EVERY
      * READNEXT, SO THE TARGET IS KEPT APART FOR THE COMPARE
              10 WS-TARGET-KEY              PIC X(46).
              10 WS-PENDING-BROWSE-KEY.
                 15 WP-MAINTPROGRAM         PIC X(08).
                 15 WP-TARGETKEY            PIC X(46).
                 15 WP-SUBMITSTAMP          PIC X(17).
      * FULL KEY OF THE CHANGE FOUND PENDING, READ BACK FOR UPDATE BY
      * AN APPROVE OR REJECT
              10 WS-PENDING-KEY             PIC X(71).
              10 WS-PENDING-FOUND-IND       PIC X(01).
                 88 WS-PENDING-FOUND        VALUE 'Y'.
              10 WS-PENDING-DONE-IND        PIC X(01).
                 88 WS-PENDING-DONE         VALUE 'Y'.
      * SET BY PC000-ATTEMPT-PENDING ONCE THE SUBMITTED CHANGE HAS
      * GONE TO THE PENDING-CHANGE FILE
              10 WS-PENDING-WRITTEN-IND     PIC X(01).
                 88 WS-PENDING-WRITTEN      VALUE 'Y'.
      * COUNTS THE WRITE ATTEMPTS FOR THE PENDING-CHANGE RECORD IN
      * HAND -- KEPT APART FROM THE 9(03) KEY SEQUENCE, WHICH WOULD
      * WRAP TO ZERO AT ITS LIMIT AND COULD NEVER END THE RETRY LOOP
              10 WS-SEQ-RETRY               PIC S9(4) COMP.
      * THE APPROVING USER -- THE REQUEST AREA IS OVERLAID WITH THE
      * MAKER'S ORIGINAL REQUEST BEFORE AN APPROVED CHANGE IS APPLIED
              10 WS-CHECKER-USERID          PIC X(08).
      * PRINTABLE TARGET AND NEW VALUE CARRIED ON THE PENDING-CHANGE
      * RECORD FOR THE END-OF-DAY REPORT
              10 WS-ROUTE-DESC.
                 15 WD-FUNCTIONID           PIC 9(03).
                 15 FILLER                  PIC X(01) VALUE SPACE.
                 15 WD-ACCOUNTTYPE          PIC X(03).
                 15 FILLER                  PIC X(01) VALUE SPACE.
                 15 WD-PRODUCT              PIC X(40).
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-ACTION-ADD              PIC X(01) VALUE 'A'.
              10 CC-ACTION-CHANGE           PIC X(01) VALUE 'C'.
              10 CC-ACTION-DELETE           PIC X(01) VALUE 'D'.
              10 CC-ACTION-APPROVE          PIC X(01) VALUE 'V'.
              10 CC-ACTION-REJECT           PIC X(01) VALUE 'R'.
      * PENDING-CHANGE STATUS CODES (A40256D)
              10 CC-STATUS-PENDING          PIC X(01) VALUE 'P'.
              10 CC-STATUS-APPROVED         PIC X(01) VALUE 'A'.
              10 CC-STATUS-REJECTED         PIC X(01) VALUE 'R'.
              10 CC-PEMRTE-FILE             PIC X(8)
                                            VALUE 'PEMRTE  '.
      * PENDING-CHANGE FILE SHARED BY THE DUAL-CONTROL MAINTENANCE
      * FUNCTIONS -- RECOVERABLE, SO AN APPROVAL AND THE UPDATE IT
      * APPLIES COMMIT OR BACK OUT TOGETHER
              10 CC-MNTPEND-FILE            PIC X(8)
                                            VALUE 'MNTPEND '.
              10 CC-MAINT-PROGRAM           PIC X(8)
                                            VALUE 'A40220  '.
              10 CC-CICS-ERROR              PIC X(29) VALUE
                                    'INTERNAL SYSTEM ERROR       '.
              10 CC-CICS-RETRY              PIC X(29) VALUE
                                    'PEM PROGRAM NOT DEFINED     '.
              10 CC-PROGRAM-DISABLED        PIC X(29) VALUE
                                    'PEM PROGRAM NOT ENABLED     '.
              10 CC-CHANGE-PENDING          PIC X(29) VALUE
                                    'CHANGE ALREADY PENDING      '.
              10 CC-NO-PENDING              PIC X(29) VALUE
                                    'NO CHANGE PENDING           '.
              10 CC-CHECKER-INVALID         PIC X(29) VALUE
                                    'APPROVER SAME AS SUBMITTER  '.
              10 CC-USERID-REQUIRED         PIC X(29) VALUE
                                    'USER ID REQUIRED            '.
              10 CC-REASON-REQUIRED         PIC X(29) VALUE
                                    'REJECT REASON REQUIRED      '.
              10 CC-PENDING-NOT-WRITTEN     PIC X(29) VALUE
                                    'PENDING CHANGE NOT RECORDED '.
              10 CC-CHANGE-SUBMITTED        PIC X(29) VALUE
                                    'CHANGE SUBMITTED FOR APPROVAL'.
              10 CC-CHANGE-APPROVED         PIC X(29) VALUE
                                    'CHANGE APPROVED AND APPLIED '.
              10 CC-CHANGE-REJECTED         PIC X(29) VALUE
                                    'CHANGE REJECTED             '.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                                   'OLREQ           '.
              10 CC-RESPONSE-CONTNR         PIC X(16) VALUE
              10 CC-RTEHIST-TDQ             PIC X(04) VALUE 'RTEH'.
      * BINARY CONSTANTS
              10 CH-MAX-ROUTE-DETAIL        PIC S9(4) COMP VALUE +20.
      * HIGHEST SEQUENCE NUMBER THE PENDING-CHANGE KEY CAN CARRY
              10 CH-MAX-PENDINGSEQ          PIC S9(4) COMP VALUE +999.
      * MAINTENANCE REQUEST AND RESPONSE PAYLOADS
       COPY A40247D.
       COPY A40281D.
       COPY A40276D.
      * ROUTING CHANGE-HISTORY RECORD
       COPY A40280D.
      * MAINTENANCE PENDING-CHANGE RECORD
       COPY A40256D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
                 THRU CA999-EXIT
           ELSE
              IF RQ-ACTION = CC-ACTION-ADD
              OR RQ-ACTION = CC-ACTION-CHANGE
              OR RQ-ACTION = CC-ACTION-DELETE
                 PERFORM MA000-SUBMIT-CHANGE
                    THRU MA999-EXIT
              ELSE
                 IF RQ-ACTION = CC-ACTION-APPROVE
                    PERFORM NA000-APPROVE-CHANGE
                       THRU NA999-EXIT
                 ELSE
                    IF RQ-ACTION = CC-ACTION-REJECT
                       PERFORM RA000-REJECT-CHANGE
                          THRU RA999-EXIT
                    ELSE
                       MOVE CC-E             TO WS-FAULT-SEVERITY
                       MOVE CC-INVALID-ACTION
              MOVE RQ-PEMPROGRAM             TO HR-NEWPEMPROGRAM
           END-IF

           MOVE WS-CHECKER-USERID            TO HR-CHECKERUSERID

           EXEC CICS WRITEQ TD QUEUE(CC-RTEHIST-TDQ)
             FROM(PEMRTEHIST)
             LENGTH(LENGTH OF PEMRTEHIST)
             EXIT.
           EJECT

       MA000-SUBMIT-CHANGE                  SECTION.
      ***************************************************************
      *    HOLD AN ADD, CHANGE OR DELETE ON THE PENDING-CHANGE FILE  *
      *    UNTIL A SECOND USER APPROVES IT.  AN ADD OR CHANGE IS     *
      *    VALIDATED NOW, SO THE MAKER LEARNS OF A BAD               *
      *    PEM PROGRAM AT ONCE.  ONLY ONE CHANGE MAY BE PENDING      *
      *    AGAINST ONE ROUTE AT A TIME.                              *
      *    A SUBMISSION WITHOUT A USER ID HAS NO ACCOUNTABLE         *
      *    MAKER AND IS REFUSED                                      *
      ***************************************************************
           IF RQ-USERID = SPACES
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-USERID-REQUIRED        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           IF RQ-ACTION NOT = CC-ACTION-DELETE
              PERFORM IA000-VALIDATE-PEM-PROGRAM
                 THRU IA999-EXIT
           END-IF

           PERFORM PA000-FIND-PENDING
              THRU PA999-EXIT

           IF WS-PENDING-FOUND
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-CHANGE-PENDING         TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           INITIALIZE MNTPENDCHG

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(PC-SUBMITDATE)
             TIME(PC-SUBMITTIME)
           END-EXEC

           MOVE CC-MAINT-PROGRAM             TO PC-MAINTPROGRAM
           MOVE WS-TARGET-KEY                TO PC-TARGETKEY
           MOVE ZERO                         TO PC-SUBMITSEQ
           MOVE CC-STATUS-PENDING            TO PC-STATUS-IND
           MOVE RQ-ACTION                    TO PC-ACTION
           MOVE RQ-USERID                    TO PC-MAKERUSERID
           MOVE SPACES                       TO PC-CHECKERUSERID
           MOVE SPACES                       TO PC-DECISIONDATE
           MOVE SPACES                       TO PC-DECISIONTIME
           MOVE SPACES                       TO PC-REJECTREASON

           MOVE RQ-FUNCTIONID                TO WD-FUNCTIONID
           MOVE RQ-ACCOUNTTYPE               TO WD-ACCOUNTTYPE
           MOVE RQ-PRODUCT                   TO WD-PRODUCT
           MOVE WS-ROUTE-DESC                TO PC-TARGETDESC

           IF RQ-ACTION = CC-ACTION-DELETE
              MOVE SPACES                    TO PC-NEWVALUE
           ELSE
              MOVE RQ-PEMPROGRAM             TO PC-NEWVALUE
           END-IF

           MOVE PEMRTEMNTRQ                  TO PC-REQUESTIMAGE

           MOVE SPACE                        TO WS-PENDING-WRITTEN-IND
           MOVE ZERO                         TO WS-SEQ-RETRY

           PERFORM PC000-ATTEMPT-PENDING
              THRU PC999-EXIT
              UNTIL WS-PENDING-WRITTEN
              OR    WS-SEQ-RETRY > CH-MAX-PENDINGSEQ

           IF NOT WS-PENDING-WRITTEN
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-PENDING-NOT-WRITTEN    TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           MOVE CC-CHANGE-SUBMITTED          TO STATUSMESSAGE
               .
       MA999-EXIT.
             EXIT.
           EJECT

       NA000-APPROVE-CHANGE                 SECTION.
      ***************************************************************
      *    APPLY THE CHANGE PENDING AGAINST THE REQUESTED ROUTE      *
      *    ON THE AUTHORITY OF A SECOND USER.  THE APPROVER MAY NOT  *
      *    BE THE USER WHO SUBMITTED IT.  THE MAKER'S ORIGINAL       *
      *    REQUEST IS APPLIED EXACTLY AS SUBMITTED, THROUGH THE SAME *
      *    VALIDATION AND CHANGE-HISTORY AS EVER, AND THE PENDING    *
      *    RECORD IS MARKED APPROVED IN THE SAME UNIT OF WORK        *
      ***************************************************************
           PERFORM PA000-FIND-PENDING
              THRU PA999-EXIT

           IF NOT WS-PENDING-FOUND
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-NO-PENDING             TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           PERFORM SA000-READ-PENDING-UPDATE
              THRU SA999-EXIT

           IF RQ-USERID = SPACES
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-USERID-REQUIRED        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           IF RQ-USERID = PC-MAKERUSERID
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-CHECKER-INVALID        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           MOVE RQ-USERID                    TO WS-CHECKER-USERID
           MOVE PC-REQUESTIMAGE              TO PEMRTEMNTRQ

           PERFORM QA000-APPLY-CHANGE
              THRU QA999-EXIT

           MOVE CC-STATUS-APPROVED           TO PC-STATUS-IND
           MOVE WS-CHECKER-USERID            TO PC-CHECKERUSERID

           PERFORM TA000-RECORD-DECISION
              THRU TA999-EXIT

           MOVE CC-CHANGE-APPROVED           TO STATUSMESSAGE
               .
       NA999-EXIT.
             EXIT.
           EJECT

       PA000-FIND-PENDING                   SECTION.
      ***************************************************************
      *    LOOK FOR A CHANGE STILL PENDING AGAINST THE ROUTE IN      *
      *    THE REQUEST.  EVERY CHANGE FOR ONE TARGET RECORD SITS     *
      *    TOGETHER ON THE PENDING-CHANGE FILE, SO THE BROWSE STARTS *
      *    AT THE TARGET'S FIRST ENTRY AND STOPS AT ITS LAST         *
      ***************************************************************
           MOVE RQ-FUNCTIONID                TO RC-FUNCTIONID
           MOVE RQ-ACCOUNTTYPE               TO RC-ACCOUNTTYPE
           MOVE RQ-PRODUCT                   TO RC-PRODUCT
           MOVE RC-KEY                       TO WS-TARGET-KEY

           MOVE CC-MAINT-PROGRAM             TO WP-MAINTPROGRAM
           MOVE WS-TARGET-KEY                TO WP-TARGETKEY
           MOVE LOW-VALUES                   TO WP-SUBMITSTAMP
           MOVE SPACE                        TO WS-PENDING-FOUND-IND
           MOVE SPACE                        TO WS-PENDING-DONE-IND

           EXEC CICS STARTBR FILE(CC-MNTPEND-FILE)
             RIDFLD(WS-PENDING-BROWSE-KEY)
             GTEQ
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-Y                      TO WS-PENDING-DONE-IND
              MOVE DFHRESP(NORMAL)           TO WS-COMMAND-RESP
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              PERFORM PB000-READ-PENDING
                 THRU PB999-EXIT
                 UNTIL WS-PENDING-DONE

              EXEC CICS ENDBR FILE(CC-MNTPEND-FILE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT
           END-IF
               .
       PA999-EXIT.
             EXIT.
           EJECT

       PB000-READ-PENDING                   SECTION.
      ***************************************************************
      *    READ THE NEXT PENDING-CHANGE RECORD.  THE BROWSE ENDS AT  *
      *    THE FIRST RECORD FOR ANOTHER TARGET OR THE FIRST CHANGE   *
      *    STILL PENDING -- CHANGES ALREADY DECIDED TODAY ARE        *
      *    PASSED OVER                                               *
      ***************************************************************
           EXEC CICS READNEXT FILE(CC-MNTPEND-FILE)
             INTO(MNTPENDCHG)
             RIDFLD(WS-PENDING-BROWSE-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(ENDFILE)
           OR WS-COMMAND-RESP = DFHRESP(NOTFND)
              MOVE CC-Y                      TO WS-PENDING-DONE-IND
              MOVE DFHRESP(NORMAL)           TO WS-COMMAND-RESP
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              IF PC-MAINTPROGRAM NOT = CC-MAINT-PROGRAM
              OR PC-TARGETKEY    NOT = WS-TARGET-KEY
                 MOVE CC-Y                   TO WS-PENDING-DONE-IND
              ELSE
                 IF PC-PENDING
                    MOVE PC-KEY              TO WS-PENDING-KEY
                    MOVE CC-Y                TO WS-PENDING-FOUND-IND
                    MOVE CC-Y                TO WS-PENDING-DONE-IND
                 END-IF
              END-IF
           END-IF
               .
       PB999-EXIT.
             EXIT.
           EJECT

       PC000-ATTEMPT-PENDING                SECTION.
      ***************************************************************
      *    ONE ATTEMPT AT WRITING THE SUBMITTED CHANGE TO THE        *
      *    PENDING-CHANGE FILE.  A DUPLICATE KEY MEANS A CHANGE FOR  *
      *    THE SAME TARGET WAS SUBMITTED IN THE SAME SECOND, SO THE  *
      *    SEQUENCE NUMBER IS BUMPED AND THE WRITE RETRIED BY THE    *
      *    CALLER                                                    *
      ***************************************************************
           EXEC CICS WRITE FILE(CC-MNTPEND-FILE)
             FROM(MNTPENDCHG)
             RIDFLD(PC-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(DUPREC)
              ADD 1                          TO PC-SUBMITSEQ
              ADD 1                          TO WS-SEQ-RETRY
           ELSE
              PERFORM WA000-CHECK-RESPONSE
                 THRU WA999-EXIT

              MOVE CC-Y                      TO WS-PENDING-WRITTEN-IND
           END-IF
               .
       PC999-EXIT.
             EXIT.
           EJECT

       QA000-APPLY-CHANGE                   SECTION.
      ***************************************************************
      *    APPLY AN APPROVED CHANGE TO THE ROUTING FILE.  THE        *
      *    REQUEST AREA NOW HOLDS THE MAKER'S ORIGINAL REQUEST       *
      ***************************************************************
           IF RQ-ACTION = CC-ACTION-ADD
              PERFORM EA000-ADD-ROUTE
                 THRU EA999-EXIT
           ELSE
              IF RQ-ACTION = CC-ACTION-CHANGE
                 PERFORM FA000-CHANGE-ROUTE
                    THRU FA999-EXIT
              ELSE
                 PERFORM GA000-DELETE-ROUTE
                    THRU GA999-EXIT
              END-IF
           END-IF
               .
       QA999-EXIT.
             EXIT.
           EJECT

       RA000-REJECT-CHANGE                  SECTION.
      ***************************************************************
      *    TURN DOWN THE CHANGE PENDING AGAINST THE REQUESTED        *
      *    ROUTE WITH A REASON.  NOTHING IS APPLIED.  THE MAKER      *
      *    MAY REJECT (WITHDRAW) THEIR OWN CHANGE -- ONLY AN         *
      *    APPROVAL NEEDS A SECOND USER.                             *
      *    A REJECTION WITHOUT A USER ID IS REFUSED                  *
      ***************************************************************
           IF RQ-USERID = SPACES
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-USERID-REQUIRED        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           IF RQ-REJECTREASON = SPACES
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-REASON-REQUIRED        TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           PERFORM PA000-FIND-PENDING
              THRU PA999-EXIT

           IF NOT WS-PENDING-FOUND
              MOVE CC-E                      TO WS-FAULT-SEVERITY
              MOVE CC-NO-PENDING             TO WS-FAULT-MESSAGE
              PERFORM WB000-FAIL-REQUEST
                 THRU WB999-EXIT
           END-IF

           PERFORM SA000-READ-PENDING-UPDATE
              THRU SA999-EXIT

           MOVE CC-STATUS-REJECTED           TO PC-STATUS-IND
           MOVE RQ-USERID                    TO PC-CHECKERUSERID
           MOVE RQ-REJECTREASON              TO PC-REJECTREASON

           PERFORM TA000-RECORD-DECISION
              THRU TA999-EXIT

           MOVE CC-CHANGE-REJECTED           TO STATUSMESSAGE
               .
       RA999-EXIT.
             EXIT.
           EJECT

       SA000-READ-PENDING-UPDATE            SECTION.
      ***************************************************************
      *    READ THE PENDING CHANGE FOUND BY THE BROWSE FOR UPDATE,   *
      *    SO NO OTHER USER CAN DECIDE IT AT THE SAME TIME           *
      ***************************************************************
           EXEC CICS READ FILE(CC-MNTPEND-FILE)
             INTO(MNTPENDCHG)
             RIDFLD(WS-PENDING-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT
               .
       SA999-EXIT.
             EXIT.
           EJECT

       TA000-RECORD-DECISION                SECTION.
      ***************************************************************
      *    STAMP THE DECISION DATE AND TIME ON THE PENDING-CHANGE    *
      *    RECORD HELD FOR UPDATE AND REWRITE IT                     *
      ***************************************************************
           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(PC-DECISIONDATE)
             TIME(PC-DECISIONTIME)
           END-EXEC

           EXEC CICS REWRITE FILE(CC-MNTPEND-FILE)
             FROM(MNTPENDCHG)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           PERFORM WA000-CHECK-RESPONSE
              THRU WA999-EXIT
               .
       TA999-EXIT.
             EXIT.
           EJECT

       WA000-CHECK-RESPONSE                 SECTION.
      *****************************************************************
      *    CHECK THE RESPONSE AFTER EXECUTING A GENERAL CICS COMMAND  *
