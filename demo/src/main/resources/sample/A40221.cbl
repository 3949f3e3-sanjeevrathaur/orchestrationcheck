      *        PAST STATEMENT CAN BE REISSUED ON THE SPOT BY THE      *
      *        ONLINE REPRINT INQUIRY (A40228) -- AN ARCHIVE FAILURE  *
      *        IS COUNTED BUT NEVER COSTS THE PRINTED STATEMENT       *
      *      - HONOR EACH ACCOUNT'S DELIVERY METHOD (A40296D) -- A    *
      *        PAPER STATEMENT GOES TO THE PRINT QUEUE, AN            *
      *        ELECTRONIC ONE TO THE E-STATEMENT DATA QUEUE AS        *
      *        HEADER, TRANSACTION AND TRAILER RECORDS (A40269D), AND *
      *        ONE MARKED BOTH GOES TO EACH.  EVERY STATEMENT IS      *
      *        ARCHIVED HOWEVER IT IS DELIVERED                       *
      *      - AT END OF RUN WRITE A DELIVERY CONTROL REPORT OF       *
      *        STATEMENT COUNTS AND AMOUNTS BY DELIVERY METHOD, SO    *
      *        THE PRINT AND E-DELIVERY VOLUMES RECONCILE TO EACH     *
      *        VENDOR'S INVOICE                                       *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
              10 WS-ARCH-LINESEQ            PIC 9(05).
              10 WS-ARCHIVE-WRITTEN         PIC 9(07) COMP VALUE ZERO.
              10 WS-ARCHIVE-FAILED          PIC 9(07) COMP VALUE ZERO.
      * HOW THE CURRENT ACCOUNT'S STATEMENT IS DELIVERED, DECODED FROM
      * ITS LIST ITEM BY TA000-SET-DELIVERY -- PRINTED, E-DELIVERED
      * OR BOTH.  PRINTING IS BACK ON BETWEEN ACCOUNTS SO FAILURE
      * NOTES AND THE RUN TOTALS STILL REACH THE PRINT QUEUE
              10 WS-PRINTING-IND            PIC X(01) VALUE 'Y'.
                 88 WS-PRINTING             VALUE 'Y'.
              10 WS-EDELIVERY-IND           PIC X(01) VALUE 'N'.
                 88 WS-EDELIVERY            VALUE 'Y'.
      * ACCOUNTS READ BY DELIVERY METHOD, AND STATEMENT COUNTS AND
      * AMOUNTS BY WHERE THEY WENT, FOR THE DELIVERY CONTROL REPORT.
      * A STATEMENT DELIVERED BOTH WAYS COUNTS ON BOTH SIDES, SO EACH
      * SIDE RECONCILES TO ITS OWN VENDOR'S INVOICE
              10 WS-PAPER-ACCOUNTS          PIC 9(07) COMP VALUE ZERO.
              10 WS-ELEC-ACCOUNTS           PIC 9(07) COMP VALUE ZERO.
              10 WS-BOTH-ACCOUNTS           PIC 9(07) COMP VALUE ZERO.
              10 WS-PRINT-STATEMENTS        PIC 9(07) COMP VALUE ZERO.
              10 WS-PRINT-TRANS             PIC 9(07) COMP VALUE ZERO.
      * EVERY ACCOUNT LINE SENT TO THE PRINT QUEUE, FAILURE NOTES
      * INCLUDED -- WHAT THE PRINT VENDOR IS ASKED TO PRINT
              10 WS-PRINT-LINES             PIC 9(07) COMP VALUE ZERO.
              10 WS-PRINT-DEBITS            PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
              10 WS-PRINT-CREDITS           PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
              10 WS-ESTMT-STATEMENTS        PIC 9(07) COMP VALUE ZERO.
              10 WS-ESTMT-TRANS             PIC 9(07) COMP VALUE ZERO.
              10 WS-ESTMT-RECORDS           PIC 9(07) COMP VALUE ZERO.
              10 WS-ESTMT-FAILED            PIC 9(07) COMP VALUE ZERO.
              10 WS-ESTMT-DEBITS            PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
              10 WS-ESTMT-CREDITS           PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
      * TRANSACTION SEQUENCE WITHIN THE E-STATEMENT BEING WRITTEN
              10 WS-ESTMT-TRANSEQ           PIC 9(05).
      * PEM DRIVER RESOLVED FOR THE CURRENT ACCOUNT BY
      * HA000-LOOKUP-PEM-ROUTE
              10 WS-PEMCL                   PIC X(8).
      * PERIOD END AND WALKS BACKWARD AS PAGES OF ACTIVITY ARRIVE
              10 WS-PAGE-TODATE             PIC 9(08).
      * ONE INBOUND STATEMENT-CYCLE LIST ITEM -- THE STATEMENT PERIOD
      * IS CARRIED PER ACCOUNT SO DIFFERENT CYCLES CAN SHARE A RUN,
      * AND SO IS THE DELIVERY METHOD: P (PAPER), E (ELECTRONIC) OR
      * B (BOTH).  ANYTHING ELSE, A SPACE INCLUDED, IS PAPER
           05 WS-STMTLIST-ITEM.
              10 SL-ACCOUNTTYPE             PIC X(03).
              10 SL-ACCOUNTNUM              PIC 9(15) COMP-3.
              10 SL-PRODUCT                 PIC X(40).
              10 SL-FROMDATE                PIC 9(08).
              10 SL-TODATE                  PIC 9(08).
              10 SL-DELIVERYMETHOD          PIC X(01).
      * REQUEST COPYBOOK LAYOUT -- SIZED TO THE ACTUAL ACCTTRANHRQ
      * PAYLOAD (A40245D) AND PREFIXED WITH THE TRAN ID THE SAME AS
      * THE ONLINE FUNCTION (A40215) SENDS IT
      * QUEUES (BOTH EXTRAPARTITION)
              10 CC-STMTLIST-TDQ            PIC X(04) VALUE 'STMT'.
              10 CC-PRINT-TDQ               PIC X(04) VALUE 'STMP'.
      * OUTBOUND E-STATEMENT DATA QUEUE FOR THE ELECTRONIC DELIVERY
      * VENDOR, AND THE DELIVERY CONTROL REPORT QUEUE KEPT OFF THE
      * PRINT QUEUE SO IT NEVER GOES TO THE PRINT VENDOR (BOTH
      * EXTRAPARTITION)
              10 CC-ESTMT-TDQ               PIC X(04) VALUE 'STME'.
              10 CC-CONTROL-TDQ             PIC X(04) VALUE 'STMC'.
      * STATEMENT DELIVERY METHODS (A40296D)
              10 CC-DELIVER-ELECTRONIC      PIC X(01) VALUE 'E'.
              10 CC-DELIVER-BOTH            PIC X(01) VALUE 'B'.
      * E-STATEMENT RECORD TYPES (A40269D)
              10 CC-ESTMT-HEADER            PIC X(01) VALUE 'H'.
              10 CC-ESTMT-DETAIL            PIC X(01) VALUE 'D'.
              10 CC-ESTMT-TRAILER           PIC X(01) VALUE 'T'.
      * KEYED STATEMENT ARCHIVE MASTER LOADED ALONGSIDE THE PRINT
      * QUEUE AND READ ONLINE BY THE REPRINT INQUIRY (A40228)
              10 CC-STMARCH-FILE            PIC X(8)
              10 CH-MAX-STATEMENT-TRANS     PIC S9(4) COMP VALUE +1000.
              10 CC-NOTFOUND-TEXT           PIC X(09) VALUE
                                            'NOT FOUND'.
              10 CC-PRINT-METHOD            PIC X(12) VALUE
                                            'PRINT'.
              10 CC-ESTMT-METHOD            PIC X(12) VALUE
                                            'ELECTRONIC'.
      *
      * STATEMENT PRINT LINE LAYOUTS
       01  WS-PRINT-LINE                    PIC X(132).
           05 FILLER                        PIC X(17)  VALUE
              'ARCHIVE FAILURES '.
           05 AT-ARCHIVE-FAILED             PIC ZZ,ZZZ,ZZ9.
      *
      * DELIVERY CONTROL REPORT LINE LAYOUTS
       01  WS-CONTROL-LINE                  PIC X(132).
       01  WS-CONTROL-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(40)  VALUE
              'STATEMENT DELIVERY CONTROL REPORT'.
       01  WS-CONTROL-COLUMNS.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(12)  VALUE
              'DELIVERY'.
           05 FILLER                        PIC X(12)  VALUE
              '  STATEMENTS'.
           05 FILLER                        PIC X(14)  VALUE
              '  TRANSACTIONS'.
           05 FILLER                        PIC X(20)  VALUE
              '        TOTAL DEBITS'.
           05 FILLER                        PIC X(20)  VALUE
              '       TOTAL CREDITS'.
           05 FILLER                        PIC X(16)  VALUE
              '   LINES/RECORDS'.
       01  WS-CONTROL-DETAIL.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DC-METHOD                     PIC X(12).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DC-STATEMENTS                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(04)  VALUE SPACES.
           05 DC-TRANS                      PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DC-DEBITS                     PIC -Z(14)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DC-CREDITS                    PIC -Z(14)9.99.
           05 FILLER                        PIC X(06)  VALUE SPACES.
           05 DC-LINES                      PIC ZZ,ZZZ,ZZ9.
       01  WS-CONTROL-METHOD-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(30)  VALUE
              'ACCOUNTS READ BY METHOD  PAPER'.
           05 CM-PAPER-ACCOUNTS             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(13)  VALUE
              '  ELECTRONIC'.
           05 CM-ELEC-ACCOUNTS              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(07)  VALUE
              '  BOTH'.
           05 CM-BOTH-ACCOUNTS              PIC ZZ,ZZZ,ZZ9.
       01  WS-CONTROL-EXCEPTION-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(30)  VALUE
              'FAILURE NOTES PRINTED'.
           05 CE-ACCOUNTS-FAILED            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(32)  VALUE
              'E-STATEMENT RECORDS NOT WRITTEN'.
           05 CE-ESTMT-FAILED               PIC ZZ,ZZZ,ZZ9.
      * PEM DRIVER ROUTING CONTROL RECORD
       COPY A40276D.
      * STATEMENT ARCHIVE MASTER RECORD
       COPY A40291D.
      * E-STATEMENT DATA RECORD
       COPY A40269D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
      *    TD QUEUE                                                  *
      ***************************************************************
           MOVE LENGTH OF WS-STMTLIST-ITEM  TO WS-ITEM-LENGTH
      * AN ITEM QUEUED WITHOUT A DELIVERY METHOD IS SHORT OF IT --
      * CLEAR THE PRIOR ITEM'S SO THE ACCOUNT READS AS PAPER
           MOVE SPACE                        TO SL-DELIVERYMETHOD

           EXEC CICS READQ TD QUEUE(CC-STMTLIST-TDQ)
             INTO(WS-STMTLIST-ITEM)
           MOVE ZERO                         TO WS-COLLECT-COUNT
           MOVE SL-TODATE                    TO WS-PAGE-TODATE

           PERFORM TA000-SET-DELIVERY
              THRU TA999-EXIT

      * EVERY LINE OF THIS ACCOUNT'S STATEMENT -- FAILURE NOTE
      * INCLUDED -- IS MIRRORED TO THE ARCHIVE MASTER UNDER THE
      * ACCOUNT AND PERIOD KEY.  WHATEVER AN EARLIER RUN OF THE
           END-IF

           IF WS-ACCOUNT-FAILED
      * A FAILURE NOTE IS FOR THE BACK OFFICE, NOT THE CUSTOMER -- IT
      * GOES TO THE PRINT QUEUE WHATEVER THE DELIVERY METHOD, AND NO
      * E-STATEMENT IS SENT FOR THE ACCOUNT
              MOVE CC-Y                      TO WS-PRINTING-IND
              MOVE CC-N                      TO WS-EDELIVERY-IND
              PERFORM VA000-WRITE-FAILURE-NOTE
                 THRU VA999-EXIT
              ADD 1                          TO WS-ACCOUNTS-FAILED
           END-IF

           MOVE CC-N                         TO WS-ARCHIVING-IND
           MOVE CC-Y                         TO WS-PRINTING-IND
           MOVE CC-N                         TO WS-EDELIVERY-IND

           PERFORM CA000-READ-ACCOUNT
              THRU CA999-EXIT
      *    QUEUE -- HEADINGS, OPENING BALANCE, EVERY TRANSACTION IN  *
      *    DATE ORDER WITH ITS RUNNING BALANCE, CLOSING BALANCE AND  *
      *    TOTALS.  THE ACTIVITY WAS COLLECTED MOST RECENT FIRST SO  *
      *    IT IS PRINTED BACKWARD.  AN E-DELIVERED STATEMENT IS      *
      *    WRITTEN TO THE E-STATEMENT DATA QUEUE ALONGSIDE, HEADER,  *
      *    TRANSACTIONS AND TRAILER, AND THE STATEMENT IS COUNTED    *
      *    AGAINST EACH METHOD IT WENT OUT BY                        *
      ***************************************************************
           PERFORM UA000-WRITE-STMT-HEADER
              THRU UA999-EXIT

           MOVE ZERO                         TO WS-TOTAL-DEBITS
           MOVE ZERO                         TO WS-TOTAL-CREDITS

      * THE OLDEST ENTRY'S RUNNING BALANCE LESS ITS OWN AMOUNT IS
      * THE BALANCE THE PERIOD OPENED WITH
           IF WS-COLLECT-COUNT = ZERO
              MOVE ZERO                      TO WS-OPENING-BALANCE
           ELSE
              COMPUTE WS-OPENING-BALANCE =
                      CT-RUNNINGBALANCE (WS-COLLECT-COUNT) -
                      CT-AMOUNT (WS-COLLECT-COUNT)
           END-IF

           IF WS-EDELIVERY
              PERFORM SA000-WRITE-ESTMT-HEADER
                 THRU SA999-EXIT
           END-IF

           IF WS-COLLECT-COUNT = ZERO
              MOVE WS-NOACTIVITY-LINE        TO WS-PRINT-LINE
              PERFORM QA000-WRITE-PRINT
                 THRU QA999-EXIT
           ELSE
              MOVE WS-OPENING-BALANCE        TO OB-AMOUNT
              MOVE WS-OPENING-LINE           TO WS-PRINT-LINE
              PERFORM QA000-WRITE-PRINT
              PERFORM QA000-WRITE-PRINT
                 THRU QA999-EXIT

              PERFORM RA000-WRITE-TRAN
                 THRU RA999-EXIT
                 VARYING WS-PRINT-INDEX
                    THRU QA999-EXIT
              END-IF
           END-IF

           IF WS-EDELIVERY
              PERFORM SC000-WRITE-ESTMT-TRAILER
                 THRU SC999-EXIT
           END-IF

           PERFORM TB000-COUNT-DELIVERY
              THRU TB999-EXIT
               .
       PA999-EXIT.
             EXIT.
       QA000-WRITE-PRINT                    SECTION.
      ***************************************************************
      *    APPEND ONE PRINT LINE TO THE OUTBOUND STATEMENT PRINT     *
      *    TD QUEUE (BACKED BY THE STATEMENT PRINT DATASET) UNLESS   *
      *    THE ACCOUNT IS E-DELIVERED ONLY, AND MIRROR IT TO THE     *
      *    STATEMENT ARCHIVE MASTER WHILE AN ACCOUNT'S STATEMENT IS  *
      *    IN PROGRESS -- HOWEVER THE STATEMENT IS DELIVERED         *
      ***************************************************************
           IF WS-PRINTING
              EXEC CICS WRITEQ TD QUEUE(CC-PRINT-TDQ)
                FROM(WS-PRINT-LINE)
                LENGTH(LENGTH OF WS-PRINT-LINE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF WS-ARCHIVING
                 ADD 1                       TO WS-PRINT-LINES
              END-IF
           END-IF

           IF WS-ARCHIVING
              PERFORM QB000-ARCHIVE-LINE
       RA000-WRITE-TRAN                     SECTION.
      ***************************************************************
      *    FORMAT ONE TRANSACTION LINE AND FOLD ITS AMOUNT INTO THE  *
      *    DEBIT OR CREDIT TOTAL; AN E-DELIVERED STATEMENT GETS ITS  *
      *    TRANSACTION RECORD AS WELL                                *
      ***************************************************************
           MOVE CT-TRANDATE (WS-PRINT-INDEX) TO TL-TRANDATE
           MOVE CT-TRANTIME (WS-PRINT-INDEX) TO TL-TRANTIME
           MOVE WS-TRAN-LINE                 TO WS-PRINT-LINE
           PERFORM QA000-WRITE-PRINT
              THRU QA999-EXIT

           IF WS-EDELIVERY
              PERFORM SB000-WRITE-ESTMT-DETAIL
                 THRU SB999-EXIT
           END-IF
               .
       RA999-EXIT.
             EXIT.
           EJECT

       SA000-WRITE-ESTMT-HEADER             SECTION.
      ***************************************************************
      *    START THE ACCOUNT'S E-STATEMENT WITH ITS HEADER RECORD -- *
      *    PRODUCT, OPENING AND CLOSING BALANCE.  A PERIOD WITH NO   *
      *    ACTIVITY HAS NO BALANCE TO REPORT, THE SAME AS THE        *
      *    PRINTED STATEMENT SHOWS NONE -- IT IS FLAGGED NO ACTIVITY *
      *    AND ITS BALANCE FIELDS ARE NOT SUPPLIED                   *
      ***************************************************************
           MOVE ZERO                         TO WS-ESTMT-TRANSEQ

           MOVE SPACES                       TO ESTMTREC
           MOVE CC-ESTMT-HEADER              TO ES-RECORDTYPE
           MOVE SL-PRODUCT                   TO ES-PRODUCT

           IF WS-COLLECT-COUNT = ZERO
              MOVE ZERO                      TO ES-OPENINGBALANCE
              MOVE ZERO                      TO ES-CLOSINGBALANCE
              MOVE CC-Y                      TO ES-NOACTIVITY-IND
           ELSE
              MOVE WS-OPENING-BALANCE        TO ES-OPENINGBALANCE
              MOVE CT-RUNNINGBALANCE (1)     TO ES-CLOSINGBALANCE
              MOVE CC-N                      TO ES-NOACTIVITY-IND
           END-IF

           PERFORM SD000-WRITE-ESTMT-RECORD
              THRU SD999-EXIT
               .
       SA999-EXIT.
             EXIT.
           EJECT

       SB000-WRITE-ESTMT-DETAIL             SECTION.
      ***************************************************************
      *    WRITE THE E-STATEMENT RECORD FOR THE TRANSACTION JUST     *
      *    PRINTED, NUMBERED IN DATE ORDER                           *
      ***************************************************************
           ADD 1                             TO WS-ESTMT-TRANSEQ

           MOVE SPACES                       TO ESTMTREC
           MOVE CC-ESTMT-DETAIL              TO ES-RECORDTYPE
           MOVE WS-ESTMT-TRANSEQ             TO ES-TRANSEQ
           MOVE CT-TRANDATE (WS-PRINT-INDEX) TO ES-TRANDATE
           MOVE CT-TRANTIME (WS-PRINT-INDEX) TO ES-TRANTIME
           MOVE CT-TRANCODE (WS-PRINT-INDEX) TO ES-TRANCODE
           MOVE CT-DESCRIPTION (WS-PRINT-INDEX)
                                             TO ES-DESCRIPTION
           MOVE CT-AMOUNT (WS-PRINT-INDEX)   TO ES-AMOUNT
           MOVE CT-RUNNINGBALANCE (WS-PRINT-INDEX)
                                             TO ES-RUNNINGBALANCE

           PERFORM SD000-WRITE-ESTMT-RECORD
              THRU SD999-EXIT
               .
       SB999-EXIT.
             EXIT.
           EJECT

       SC000-WRITE-ESTMT-TRAILER            SECTION.
      ***************************************************************
      *    CLOSE THE ACCOUNT'S E-STATEMENT WITH ITS TRAILER RECORD   *
      *    -- TRANSACTION COUNT, DEBIT AND CREDIT TOTALS AND WHETHER *
      *    THE STATEMENT STOPPED AT THE TRANSACTION LIMIT            *
      ***************************************************************
           MOVE SPACES                       TO ESTMTREC
           MOVE CC-ESTMT-TRAILER             TO ES-RECORDTYPE
           MOVE WS-COLLECT-COUNT             TO ES-TRANCOUNT
           MOVE WS-TOTAL-DEBITS              TO ES-TOTALDEBITS
           MOVE WS-TOTAL-CREDITS             TO ES-TOTALCREDITS
           MOVE WS-STMT-TRUNCATED-IND        TO ES-TRUNCATED-IND

           PERFORM SD000-WRITE-ESTMT-RECORD
              THRU SD999-EXIT
               .
       SC999-EXIT.
             EXIT.
           EJECT

       SD000-WRITE-ESTMT-RECORD             SECTION.
      ***************************************************************
      *    STAMP THE ACCOUNT AND PERIOD ON THE E-STATEMENT RECORD IN *
      *    HAND AND APPEND IT TO THE OUTBOUND E-STATEMENT DATA TD    *
      *    QUEUE.  A FAILED WRITE IS COUNTED FOR THE DELIVERY        *
      *    CONTROL REPORT RATHER THAN STOPPING THE RUN               *
      ***************************************************************
           MOVE SL-ACCOUNTTYPE               TO ES-ACCOUNTTYPE
           MOVE SL-ACCOUNTNUM                TO ES-ACCOUNTNUM
           MOVE SL-FROMDATE                  TO ES-FROMDATE
           MOVE SL-TODATE                    TO ES-TODATE

           EXEC CICS WRITEQ TD QUEUE(CC-ESTMT-TDQ)
             FROM(ESTMTREC)
             LENGTH(LENGTH OF ESTMTREC)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NORMAL)
              ADD 1                          TO WS-ESTMT-RECORDS
           ELSE
              ADD 1                          TO WS-ESTMT-FAILED
           END-IF
               .
       SD999-EXIT.
             EXIT.
           EJECT

       TA000-SET-DELIVERY                   SECTION.
      ***************************************************************
      *    DECODE THE ACCOUNT'S DELIVERY METHOD AND COUNT THE        *
      *    ACCOUNT AGAINST IT.  ANY METHOD OTHER THAN ELECTRONIC OR  *
      *    BOTH -- A SPACE FROM A LIST ITEM QUEUED WITHOUT ONE       *
      *    INCLUDED -- IS PAPER, THE WAY EVERY STATEMENT WENT BEFORE *
      ***************************************************************
           IF SL-DELIVERYMETHOD = CC-DELIVER-ELECTRONIC
              MOVE CC-N                      TO WS-PRINTING-IND
              MOVE CC-Y                      TO WS-EDELIVERY-IND
              ADD 1                          TO WS-ELEC-ACCOUNTS
           ELSE
              IF SL-DELIVERYMETHOD = CC-DELIVER-BOTH
                 MOVE CC-Y                   TO WS-PRINTING-IND
                 MOVE CC-Y                   TO WS-EDELIVERY-IND
                 ADD 1                       TO WS-BOTH-ACCOUNTS
              ELSE
                 MOVE CC-Y                   TO WS-PRINTING-IND
                 MOVE CC-N                   TO WS-EDELIVERY-IND
                 ADD 1                       TO WS-PAPER-ACCOUNTS
              END-IF
           END-IF
               .
       TA999-EXIT.
             EXIT.
           EJECT

       TB000-COUNT-DELIVERY                 SECTION.
      ***************************************************************
      *    COUNT THE STATEMENT JUST PRODUCED, WITH ITS TRANSACTIONS  *
      *    AND DEBIT AND CREDIT TOTALS, AGAINST EACH METHOD IT WENT  *
      *    OUT BY                                                    *
      ***************************************************************
           IF WS-PRINTING
              ADD 1                          TO WS-PRINT-STATEMENTS
              ADD WS-COLLECT-COUNT           TO WS-PRINT-TRANS
              ADD WS-TOTAL-DEBITS            TO WS-PRINT-DEBITS
              ADD WS-TOTAL-CREDITS           TO WS-PRINT-CREDITS
           END-IF

           IF WS-EDELIVERY
              ADD 1                          TO WS-ESTMT-STATEMENTS
              ADD WS-COLLECT-COUNT           TO WS-ESTMT-TRANS
              ADD WS-TOTAL-DEBITS            TO WS-ESTMT-DEBITS
              ADD WS-TOTAL-CREDITS           TO WS-ESTMT-CREDITS
           END-IF
               .
       TB999-EXIT.
             EXIT.
           EJECT

       UA000-WRITE-STMT-HEADER              SECTION.
      ***************************************************************
      *    WRITE THE HEADING LINES SHARED BY A PRODUCED STATEMENT    *
             EXIT.
           EJECT

       XA000-WRITE-CONTROL-REPORT           SECTION.
      ***************************************************************
      *    WRITE THE DELIVERY CONTROL REPORT -- STATEMENTS,          *
      *    TRANSACTIONS, DEBIT AND CREDIT TOTALS AND LINES OR        *
      *    RECORDS SENT TO EACH DELIVERY VENDOR, THE ACCOUNTS READ   *
      *    BY DELIVERY METHOD, AND WHAT WAS NOT DELIVERED.  A        *
      *    STATEMENT DELIVERED BOTH WAYS APPEARS ON BOTH LINES       *
      ***************************************************************
           MOVE WS-CONTROL-HEADING           TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE SPACES                       TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE WS-CONTROL-COLUMNS           TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE CC-PRINT-METHOD              TO DC-METHOD
           MOVE WS-PRINT-STATEMENTS          TO DC-STATEMENTS
           MOVE WS-PRINT-TRANS               TO DC-TRANS
           MOVE WS-PRINT-DEBITS              TO DC-DEBITS
           MOVE WS-PRINT-CREDITS             TO DC-CREDITS
           MOVE WS-PRINT-LINES               TO DC-LINES
           MOVE WS-CONTROL-DETAIL            TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE CC-ESTMT-METHOD              TO DC-METHOD
           MOVE WS-ESTMT-STATEMENTS          TO DC-STATEMENTS
           MOVE WS-ESTMT-TRANS               TO DC-TRANS
           MOVE WS-ESTMT-DEBITS              TO DC-DEBITS
           MOVE WS-ESTMT-CREDITS             TO DC-CREDITS
           MOVE WS-ESTMT-RECORDS             TO DC-LINES
           MOVE WS-CONTROL-DETAIL            TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE SPACES                       TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE WS-PAPER-ACCOUNTS            TO CM-PAPER-ACCOUNTS
           MOVE WS-ELEC-ACCOUNTS             TO CM-ELEC-ACCOUNTS
           MOVE WS-BOTH-ACCOUNTS             TO CM-BOTH-ACCOUNTS
           MOVE WS-CONTROL-METHOD-LINE       TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT

           MOVE WS-ACCOUNTS-FAILED           TO CE-ACCOUNTS-FAILED
           MOVE WS-ESTMT-FAILED              TO CE-ESTMT-FAILED
           MOVE WS-CONTROL-EXCEPTION-LINE    TO WS-CONTROL-LINE
           PERFORM XB000-WRITE-CONTROL-LINE
              THRU XB999-EXIT
               .
       XA999-EXIT.
             EXIT.
           EJECT

       XB000-WRITE-CONTROL-LINE             SECTION.
      ***************************************************************
      *    APPEND ONE LINE TO THE OUTBOUND DELIVERY CONTROL REPORT   *
      *    TD QUEUE                                                  *
      ***************************************************************
           EXEC CICS WRITEQ TD QUEUE(CC-CONTROL-TDQ)
             FROM(WS-CONTROL-LINE)
             LENGTH(LENGTH OF WS-CONTROL-LINE)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC
               .
       XB999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *    WRITE THE RUN TOTALS TO THE PRINT QUEUE AND THE DELIVERY  *
      *    CONTROL REPORT TO ITS OWN QUEUE, AND RETURN CONTROL WHEN  *
      *    THE STATEMENT CYCLE IS EXHAUSTED                          *
      ***************************************************************
      * THE RUN MAY HAVE ENDED IN THE MIDDLE OF AN E-DELIVERED
      * ACCOUNT -- THE RUN TOTALS ARE PRINTED REGARDLESS
           MOVE CC-Y                         TO WS-PRINTING-IND
           MOVE CC-N                         TO WS-ARCHIVING-IND

           MOVE WS-ACCOUNTS-READ             TO RT-ACCOUNTS-READ
           MOVE WS-STATEMENTS-WRITTEN        TO RT-STATEMENTS-WRITTEN
           MOVE WS-ACCOUNTS-FAILED           TO RT-ACCOUNTS-FAILED
           PERFORM QA000-WRITE-PRINT
              THRU QA999-EXIT

           PERFORM XA000-WRITE-CONTROL-REPORT
              THRU XA999-EXIT

             EXEC CICS
                  RETURN
             END-EXEC
