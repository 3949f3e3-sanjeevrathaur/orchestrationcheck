       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40246.
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
      *         NAME:          A40246                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        NIGHTLY CASH TRANSACTION MONITORING RUN                *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE DAY'S CONSOLIDATED ACCTBALINQRS EXTRACT       *
      *        (ONE RECORD PER ACCOUNT ACTIVE THAT DAY, PRODUCED BY   *
      *        A40224) FROM THE INBOUND EXTRAPARTITION TD QUEUE       *
      *      - FOR EVERY ACCOUNT, DRIVE THE TRANSACTION HISTORY PEM   *
      *        FUNCTION (ACCTTRANHRQ/ACCTTRANHRS PER A40245D/A40275D, *
      *        THE SAME FUNCTION A40215 SERVES ONLINE) ACROSS THE     *
      *        MONITORING WINDOW ENDING ON THE BUSINESS DATE, THE WAY *
      *        THE DORMANT ACCOUNT RUN (A40227) DRIVES IT             *
      *      - PICK OUT THE CASH ITEMS BY THEIR TRANSACTION CODE --   *
      *        THE CASH CODE CONTROL FILE (A40267D) SAYS WHICH CODES  *
      *        ARE CASH IN AND WHICH CASH OUT                         *
      *      - AGGREGATE THE BUSINESS DATE'S CASH IN AND CASH OUT PER *
      *        ACCOUNT, AND WRITE EVERY ACCOUNT OVER THE REPORTING    *
      *        THRESHOLD IN EITHER DIRECTION TO THE CURRENCY          *
      *        TRANSACTION REPORT CANDIDATE INTERFACE (A40268D)       *
      *      - COUNT THE JUST-UNDER-THRESHOLD CASH ITEMS ACROSS THE   *
      *        WINDOW AND REPORT EVERY ACCOUNT WITH ENOUGH OF THEM TO *
      *        SUGGEST STRUCTURING ON THE STRUCTURING-REVIEW REPORT   *
      *      - THE THRESHOLD, THE JUST-UNDER PERCENTAGE, THE ITEM     *
      *        COUNT AND THE WINDOW ARE READ FROM THE 'CM' RECORD OF  *
      *        THE REPORT PARAMETER CONTROL FILE (A40285D) AT RUN     *
      *        START AND PRINTED IN THE REPORT HEADING; WITH NO       *
      *        RECORD ON FILE THE STANDING DEFAULTS ARE IN FORCE      *
      *      - A BAD RESPONSE ON ONE ACCOUNT IS NOTED ON THE REPORT   *
      *        AND SKIPPED -- IT DOES NOT ABORT THE REMAINDER OF THE  *
      *        RUN                                                    *
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
              10 WS-ITEM-LENGTH             PIC S9(4) COMP.
              10 WS-RETRY-COUNT             PIC S9(4) COMP.
              10 WS-COUNT-1                 PIC 9(4)  BINARY.
      * HOLDS THE CELERITI CONTROL CONTAINER'S FAULT TEXT, IF ANY, FOR
      * THE CURRENT ACCOUNT -- SEE IA000-EXTRACT-CONTROLDATA
              10 WS-ERROR                   PIC X(80).
              10 WS-ERROR-DATA.
                 15 WS-ERROR-MSG            PIC X(80).
              10 WS-EOF-IND                 PIC X(01) VALUE 'N'.
                 88 WS-EOF                  VALUE 'Y'.
      * SET WHEN THE INBOUND QUEUE ENDS ON SOMETHING OTHER THAN A
      * CLEAN QZERO SO A RUN CUT SHORT IS DISTINGUISHABLE FROM A
      * NORMAL, COMPLETE RUN
              10 WS-RUN-TRUNCATED-IND       PIC X(01) VALUE 'N'.
                 88 WS-RUN-TRUNCATED        VALUE 'Y'.
      * SET WHEN ANY STEP OF THE CURRENT ACCOUNT'S HISTORY CALL
      * FAILS -- THE ACCOUNT IS NOTED ON THE REPORT AND SKIPPED
              10 WS-ACCOUNT-FAILED-IND      PIC X(01).
                 88 WS-ACCOUNT-FAILED       VALUE 'Y'.
              10 WS-LEAP-IND                PIC X(01).
                 88 WS-LEAP-YEAR            VALUE 'Y'.
              10 WS-BROWSE-DONE-IND         PIC X(01).
                 88 WS-BROWSE-DONE          VALUE 'Y'.
              10 WS-FOUND-IND               PIC X(01).
                 88 WS-FOUND                VALUE 'Y'.
              10 WS-ACCOUNTS-READ           PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-DRIVEN         PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-FAILED         PIC 9(07) COMP VALUE ZERO.
              10 WS-CASH-ITEMS              PIC 9(07) COMP VALUE ZERO.
              10 WS-CTR-CANDIDATES          PIC 9(07) COMP VALUE ZERO.
              10 WS-STRUCTURING-FLAGGED     PIC 9(07) COMP VALUE ZERO.
              10 WS-WINDOWS-FULL            PIC 9(07) COMP VALUE ZERO.
      * PEM DRIVER RESOLVED FOR THE CURRENT ACCOUNT BY
      * HA000-LOOKUP-PEM-ROUTE
              10 WS-PEMCL                   PIC X(8).
              10 WS-ABSTIME                 PIC S9(15) COMP-3.
      * LIMITS IN FORCE FOR THE RUN -- THE 'CM' PARAMETER RECORD OR,
      * FIELD BY FIELD WHERE IT IS ABSENT OR NOT POSITIVE, THE
      * STANDING DEFAULTS.  THE NEAR FLOOR IS THE SMALLEST CASH ITEM
      * COUNTED AS JUST UNDER THE THRESHOLD
              10 WS-ACTIVE-THRESHOLD        PIC S9(11)V99 COMP-3.
              10 WS-ACTIVE-NEAR-PCT         PIC S9(03)V99 COMP-3.
              10 WS-ACTIVE-NEAR-COUNT       PIC S9(03)    COMP-3.
              10 WS-ACTIVE-WINDOW-DAYS      PIC S9(05)    COMP-3.
              10 WS-NEAR-FLOOR              PIC S9(11)V99 COMP-3.
              10 WS-WALK-COUNT              PIC S9(05) COMP-3.
              10 WS-TRAN-INDEX              PIC S9(4) COMP.
              10 WS-CODE-INDEX              PIC S9(4) COMP.
              10 WS-LEAP-QUOTIENT           PIC 9(04).
              10 WS-LEAP-REMAINDER          PIC 9(04).
      * THE CASH ITEM IN HAND, UNSIGNED, AND ITS DIRECTION
              10 WS-CASH-AMOUNT             PIC S9(11)V99 COMP-3.
              10 WS-CASH-DIRECTION          PIC X(01).
      * THE ACCOUNT IN HAND -- THE BUSINESS DATE'S CASH IN AND OUT,
      * AND THE JUST-UNDER ITEMS ACROSS THE WINDOW WITH THE DATES OF
      * THE EARLIEST AND LATEST OF THEM
              10 WS-CASH-IN-AMOUNT          PIC S9(13)V99 COMP-3.
              10 WS-CASH-IN-COUNT           PIC S9(03) COMP-3.
              10 WS-CASH-OUT-AMOUNT         PIC S9(13)V99 COMP-3.
              10 WS-CASH-OUT-COUNT          PIC S9(03) COMP-3.
              10 WS-NEAR-ITEMS              PIC S9(03) COMP-3.
              10 WS-NEAR-AMOUNT             PIC S9(13)V99 COMP-3.
              10 WS-NEAR-FIRST-DATE         PIC 9(08).
              10 WS-NEAR-LAST-DATE          PIC 9(08).
              10 WS-TRIGGER-IND             PIC X(01).
      * RUN DATE AND THE FIRST DAY OF THE MONITORING WINDOW -- THE
      * RUN DATE WALKED BACK ONE DAY FEWER THAN THE WINDOW LENGTH,
      * SO THE WINDOW INCLUDES THE BUSINESS DATE ITSELF
              10 WS-RUN-DATE                PIC 9(08).
              10 WS-WINDOW-DATE             PIC 9(08).
              10 WS-WINDOW-SPLIT REDEFINES WS-WINDOW-DATE.
                 15 WS-WD-YEAR              PIC 9(04).
                 15 WS-WD-MONTH             PIC 9(02).
                 15 WS-WD-DAY               PIC 9(02).
      * CASH TRANSACTION CODES LOADED AT RUN START FROM THE CASH CODE
      * CONTROL FILE.  CODES BEYOND THE TABLE ARE COUNTED SO THE
      * REPORT SHOWS THE LIST WAS INCOMPLETE
           05 WS-CASHCODE-TABLE-INFO.
              10 WS-CASHCODE-COUNT          PIC S9(4) COMP VALUE ZERO.
              10 WS-CASHCODE-DROPPED        PIC S9(4) COMP VALUE ZERO.
              10 WS-CASHCODE-ENTRY OCCURS 100 TIMES.
                 15 KT-TRANCODE             PIC X(04).
                 15 KT-DIRECTION            PIC X(01).
      * REQUEST COPYBOOK LAYOUT -- SIZED TO THE ACTUAL ACCTTRANHRQ
      * PAYLOAD (A40245D) AND PREFIXED WITH THE TRAN ID THE SAME AS
      * THE ONLINE FUNCTION (A40215) SENDS IT
           05 WS-AFS-REQUEST.
              10 WS-APPL-FUNC-SOUR.
                 15 WS-APPL-ID              PIC S9(04)  COMP VALUE 842.
                 15 WS-FUNC-ID              PIC S9(04)  COMP VALUE 45.
                 15 WS-SOUR-ID              PIC S9(04)  COMP VALUE 3.
              10 WS-FILLER                  PIC X(70).
      * REQUEST COPYBOOK LAYOUT FOR PROCESSING
           05 WS-API-REQUEST REDEFINES WS-AFS-REQUEST.
              10 FILLER                     PIC X(06).
              10 WS-REQUEST-LAYOUT.
                 15 WS-FILLER               PIC X(70).
              10 WS-REQUEST-FIELDS REDEFINES WS-REQUEST-LAYOUT.
                 15 RQ-ACCOUNTTYPE             PIC X(03).
                 15 RQ-ACCOUNTNUM              PIC 9(15) COMP-3.
                 15 RQ-PRODUCT                 PIC X(40).
                 15 RQ-FROMDATE                PIC 9(08).
                 15 RQ-TODATE                  PIC 9(08).
                 15 RQ-MAXTRANCOUNT            PIC 9(03).
      * RESPONSE LAYOUT RETURNED FOR EACH CALL (PER A40275D,
      * INCLUDING ITS OCCURS 40 TRAN-DETAIL TABLE)
           05 WS-RESPONSE-LAYOUT.
              10 WS-XSTATUS.
                 15 WS-STATUSMESSAGE        PIC X(40).
                 15 WS-SEVERITY             PIC X(01).
              10 WS-RS-ACCOUNTTYPE          PIC X(03).
              10 WS-RS-ACCOUNTNUM           PIC 9(15) COMP-3.
              10 WS-RS-PRODUCT              PIC X(40).
              10 WS-RS-TRANCOUNT            PIC 9(03).
              10 WS-RS-TRAN-DETAIL OCCURS 40 TIMES.
                 15 WS-TD-TRANDATE          PIC 9(08).
                 15 WS-TD-TRANTIME          PIC 9(06).
                 15 WS-TD-TRANCODE          PIC X(04).
                 15 WS-TD-DESCRIPTION       PIC X(30).
                 15 WS-TD-AMOUNT            PIC S9(11)V99 COMP-3.
                 15 WS-TD-RUNNINGBALANCE    PIC S9(11)V99 COMP-3.
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
      * CASH TRANSACTION CODE CONTROL FILE AND THE DIRECTIONS IT
      * CARRIES
              10 CC-CASHCODE-FILE           PIC X(8)
                                            VALUE 'CASHCODE'.
              10 CC-CASH-IN                 PIC X(01) VALUE 'I'.
              10 CC-CASH-OUT                PIC X(01) VALUE 'O'.
              10 CC-TRIGGER-BOTH            PIC X(01) VALUE 'B'.
      * REPORT PARAMETER CONTROL FILE AND THE RECORD TYPE CARRYING
      * THE MONITORING LIMITS
              10 CC-RPTPARM-FILE            PIC X(8)
                                            VALUE 'RPTPARM '.
              10 CC-PARM-CASHMON            PIC X(02) VALUE 'CM'.
              10 CC-PEM-UNAVAILABLE         PIC X(29) VALUE
                                    'PEM PROGRAM NOT AVAILABLE   '.
              10 CC-CICS-ERROR              PIC X(29) VALUE
                                    'INTERNAL SYSTEM ERROR       '.
              10 CC-CICS-RETRY              PIC X(29) VALUE
                                    'TEMPORARY CONDITION - RETRY '.
      * FUNCTION ID FOR THE TRANSACTION HISTORY FUNCTION THIS RUN
      * DRIVES, USED AS PART OF THE PEM ROUTING KEY THE SAME AS THE
      * ONLINE FUNCTION (A40215) USES IT
              10 CC-FUNC-HISTORY            PIC 9(03) VALUE 045.
              10 CC-CASH-CHANNEL            PIC X(16) VALUE
                                                   'A40246CASH      '.
              10 CC-REQUEST-CONTNR          PIC X(16) VALUE
                                                   'OLREQ           '.
              10 CC-RESPONSE-CONTNR         PIC X(16) VALUE
                                                   'OLRESP          '.
              10 CC-CEL-CONTROL             PIC X(16) VALUE
                                                   'CEL-CONTROL     '.
      * INBOUND CONSOLIDATED EXTRACT, OUTBOUND STRUCTURING-REVIEW
      * REPORT AND OUTBOUND CANDIDATE INTERFACE QUEUES (ALL
      * EXTRAPARTITION).  THE EXTRACT QUEUE IS THIS RUN'S OWN OVER
      * THE SAME DATASET A40225 READS, SO THE TWO RUNS NEVER SHARE A
      * READ POSITION
              10 CC-BALCON-TDQ              PIC X(04) VALUE 'BALM'.
              10 CC-REPORT-TDQ              PIC X(04) VALUE 'CSHR'.
              10 CC-CTR-TDQ                 PIC X(04) VALUE 'CTRF'.
      * THE MOST TRANSACTIONS ONE HISTORY CALL CAN RETURN.  A CALL
      * THAT COMES BACK FULL MAY HAVE LEFT THE OLDEST ITEMS OF THE
      * WINDOW BEHIND -- THE FUNCTION RETURNS MOST RECENT FIRST, SO
      * THE BUSINESS DATE ITSELF IS ALWAYS THE PART RETURNED
              10 CC-MAX-TRANCOUNT           PIC 9(03) VALUE 040.
      * STANDING DEFAULT LIMITS, IN FORCE WHEN NO 'CM' RECORD IS ON
      * THE PARAMETER CONTROL FILE OR THE FILE CANNOT BE READ -- A
      * MISSING TUNING RECORD MUST NOT COST THE NIGHT'S MONITORING
              10 CC-DEFAULT-THRESHOLD       PIC S9(11)V99 COMP-3
                                            VALUE +10000.00.
              10 CC-DEFAULT-NEAR-PCT        PIC S9(03)V99 COMP-3
                                            VALUE +80.00.
              10 CC-DEFAULT-NEAR-COUNT      PIC S9(03)    COMP-3
                                            VALUE +3.
              10 CC-DEFAULT-WINDOW-DAYS     PIC S9(05)    COMP-3
                                            VALUE +10.
      * BOUNDED RETRY OF THE PEM DRIVER LINK -- UP TO CC-MAX-RETRIES
      * ADDITIONAL ATTEMPTS, EACH PRECEDED BY A SHORT DELAY
              10 CC-MAX-RETRIES             PIC S9(4) COMP VALUE +2.
              10 CC-RETRY-INTERVAL          PIC S9(7) COMP-3
                                            VALUE +0000001.
      * BINARY CONSTANTS
              10 CH-1                       PIC S9(4) COMP VALUE +0001.
              10 CH-6                       PIC S9(4) COMP VALUE +0006.
              10 CH-42                      PIC S9(4) COMP VALUE +0042.
              10 CH-MAX-CASHCODES           PIC S9(4) COMP VALUE +0100.
              10 CC-NOTFOUND-TEXT           PIC X(09) VALUE
                                            'NOT FOUND'.
      * CALENDAR DAYS IN EACH MONTH OF A COMMON YEAR -- FEBRUARY IS
      * CORRECTED FOR LEAP YEARS WHERE IT IS USED
              10 CC-DAYS-IN-MONTH-X         PIC X(24) VALUE
                                            '312831303130313130313031'.
              10 CC-DAYS-IN-MONTH REDEFINES CC-DAYS-IN-MONTH-X
                                            OCCURS 12 TIMES
                                            PIC 9(02).
      *
      * REPORT LINE LAYOUTS
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(42)  VALUE
              'CASH STRUCTURING REVIEW REPORT'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-PARM-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(10)  VALUE
              'THRESHOLD '.
           05 PH-THRESHOLD                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(06)  VALUE
              ' NEAR '.
           05 PH-NEAR-PCT                   PIC ZZ9.99.
           05 FILLER                        PIC X(04)  VALUE
              ' PCT'.
           05 FILLER                        PIC X(07)  VALUE
              ' ITEMS '.
           05 PH-NEAR-COUNT                 PIC ZZ9.
           05 FILLER                        PIC X(08)  VALUE
              ' WINDOW '.
           05 PH-WINDOW-DAYS                PIC ZZZZ9.
           05 FILLER                        PIC X(11)  VALUE
              ' DAYS FROM '.
           05 PH-WINDOW-DATE                PIC 9(08).
       01  WS-NOCODES-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(60)  VALUE
              '** NO CASH CODES LOADED - NO ITEM COUNTED AS CASH **'.
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(16)  VALUE
              'ACCOUNT NUMBER'.
           05 FILLER                        PIC X(26)  VALUE
              'PRODUCT'.
           05 FILLER                        PIC X(04)  VALUE
              'CCY'.
           05 FILLER                        PIC X(06)  VALUE
              'ITEMS'.
           05 FILLER                        PIC X(18)  VALUE
              '        ITEM TOTAL'.
           05 FILLER                        PIC X(10)  VALUE
              ' FIRST'.
           05 FILLER                        PIC X(10)  VALUE
              ' LAST'.
           05 FILLER                        PIC X(04)  VALUE
              ' CTR'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-ACCOUNTNUM                 PIC Z(14)9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-PRODUCT                    PIC X(25).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-CURRENCYCODE               PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-NEAR-ITEMS                 PIC ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 DL-NEAR-AMOUNT                PIC Z(14)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-FIRST-DATE                 PIC 9(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-LAST-DATE                  PIC 9(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-CTR-IND                    PIC X(01).
       01  WS-FAILED-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FL-ACCOUNTNUM                 PIC Z(14)9.
           05 FILLER                        PIC X(36)  VALUE
              ' ** HISTORY COULD NOT BE RETRIEVED -'.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FL-MESSAGE                    PIC X(40).
           05 FILLER                        PIC X(03)  VALUE
              ' **'.
       01  WS-WINDOW-FULL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WL-ACCOUNTNUM                 PIC Z(14)9.
           05 FILLER                        PIC X(51)  VALUE
              ' ** WINDOW FULL - OLDEST CASH ITEMS NOT EXAMINED **'.
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS READ      '.
           05 TL-ACCOUNTS-READ              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS DRIVEN     '.
           05 TL-ACCOUNTS-DRIVEN            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(08)  VALUE
              'FAILED  '.
           05 TL-ACCOUNTS-FAILED            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CASH ITEMS TODAY   '.
           05 TL-CASH-ITEMS                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CTR CANDIDATES      '.
           05 TL-CTR-CANDIDATES             PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'STRUCTURING FLAGGED'.
           05 TL-STRUCTURING-FLAGGED        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'WINDOWS FULL        '.
           05 TL-WINDOWS-FULL               PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CASH CODES LOADED  '.
           05 TL-CASHCODE-COUNT             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CASH CODES DROPPED  '.
           05 TL-CASHCODE-DROPPED           PIC ZZ,ZZZ,ZZ9.
       01  WS-TRUNCATED-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(45)  VALUE
              '** RUN CUT SHORT - INPUT QUEUE ERROR **'.
      * DAILY BALANCE-CAPTURE EXTRACT RECORD READ OFF THE INBOUND
      * CONSOLIDATED EXTRACT QUEUE
       COPY A40273D.
      * CURRENCY TRANSACTION REPORT CANDIDATE INTERFACE RECORD
       COPY A40268D.
      * CASH TRANSACTION CODE CONTROL RECORD
       COPY A40267D.
      * PEM DRIVER ROUTING CONTROL RECORD
       COPY A40276D.
      * REPORT PARAMETER CONTROL RECORD
       COPY A40285D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    THIS SECTION INITIALIZES THE VARIABLES, ESTABLISHES THE   *
      *    RUN DATE, LIMITS AND WINDOW, LOADS THE CASH CODES, WRITES *
      *    THE REPORT HEADINGS AND PRIMES THE FIRST READ OF THE      *
      *    CONSOLIDATED EXTRACT                                      *
      ***************************************************************
           INITIALIZE WS-ACCOUNTS-READ
                      WS-ACCOUNTS-DRIVEN
                      WS-ACCOUNTS-FAILED
                      WS-CASH-ITEMS
                      WS-CTR-CANDIDATES
                      WS-STRUCTURING-FLAGGED
                      WS-WINDOWS-FULL
                      WS-RUN-TRUNCATED-IND
                      WS-CASHCODE-COUNT
                      WS-CASHCODE-DROPPED
                      ACCTBALCAPRC

           EXEC CICS HANDLE ABEND
             LABEL (YA000-ENDLINE)
           END-EXEC

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-RUN-DATE)
           END-EXEC

           PERFORM AB000-LOAD-PARAMETER
              THRU AB999-EXIT

           PERFORM AC000-COMPUTE-WINDOW
              THRU AC999-EXIT

           PERFORM AF000-LOAD-CASH-CODES
              THRU AF999-EXIT

           MOVE WS-RUN-DATE                  TO RH-RUN-DATE
           MOVE WS-REPORT-HEADING            TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           MOVE WS-ACTIVE-THRESHOLD          TO PH-THRESHOLD
           MOVE WS-ACTIVE-NEAR-PCT           TO PH-NEAR-PCT
           MOVE WS-ACTIVE-NEAR-COUNT         TO PH-NEAR-COUNT
           MOVE WS-ACTIVE-WINDOW-DAYS        TO PH-WINDOW-DAYS
           MOVE WS-WINDOW-DATE               TO PH-WINDOW-DATE
           MOVE WS-PARM-LINE                 TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

      * AN EMPTY CASH CODE LIST WOULD REPORT A QUIET NIGHT FOR EVERY
      * ACCOUNT -- SAY SO AT THE TOP RATHER THAN LET IT PASS AS ONE
           IF WS-CASHCODE-COUNT = ZERO
              MOVE WS-NOCODES-LINE           TO WS-PRINT-LINE
              PERFORM QA000-WRITE-REPORT
                 THRU QA999-EXIT
           END-IF

           MOVE SPACES                       TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           MOVE WS-COLUMN-HEADING            TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    THIS SECTION LOOPS OVER EVERY ACCOUNT ON THE CONSOLIDATED *
      *    EXTRACT, EXAMINING EACH ONE'S CASH ITEMS, UNTIL THE QUEUE *
      *    IS EXHAUSTED                                              *
      ***************************************************************
           PERFORM DA000-PROCESS-ACCOUNT
              THRU DA999-EXIT
              UNTIL WS-EOF

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       AB000-LOAD-PARAMETER                 SECTION.
      ***************************************************************
      *    READ THE 'CM' MONITORING LIMITS RECORD FROM THE REPORT    *
      *    PARAMETER CONTROL FILE.  WITH NO RECORD ON FILE, OR A     *
      *    FILE THAT CANNOT BE READ, THE STANDING DEFAULTS ARE IN    *
      *    FORCE; A LIMIT LEFT ZERO ON THE RECORD TAKES ITS DEFAULT  *
      *    ALONE.  THE NEAR FLOOR FOLLOWS FROM THE LIMITS IN FORCE   *
      ***************************************************************
           MOVE CC-DEFAULT-THRESHOLD         TO WS-ACTIVE-THRESHOLD
           MOVE CC-DEFAULT-NEAR-PCT          TO WS-ACTIVE-NEAR-PCT
           MOVE CC-DEFAULT-NEAR-COUNT        TO WS-ACTIVE-NEAR-COUNT
           MOVE CC-DEFAULT-WINDOW-DAYS       TO WS-ACTIVE-WINDOW-DAYS

           MOVE CC-PARM-CASHMON              TO PP-RECORDTYPE
           MOVE SPACES                       TO PP-PARMKEY

           EXEC CICS READ FILE(CC-RPTPARM-FILE)
             INTO(RPTPARMCTL)
             RIDFLD(PP-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NORMAL)
              IF PP-CTR-THRESHOLD > ZERO
                 MOVE PP-CTR-THRESHOLD       TO WS-ACTIVE-THRESHOLD
              END-IF
              IF PP-NEAR-PCT > ZERO
                 MOVE PP-NEAR-PCT            TO WS-ACTIVE-NEAR-PCT
              END-IF
              IF PP-NEAR-COUNT > ZERO
                 MOVE PP-NEAR-COUNT          TO WS-ACTIVE-NEAR-COUNT
              END-IF
              IF PP-WINDOW-DAYS > ZERO
                 MOVE PP-WINDOW-DAYS         TO WS-ACTIVE-WINDOW-DAYS
              END-IF
           END-IF

           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-ACTIVE-THRESHOLD * WS-ACTIVE-NEAR-PCT / 100
               .
       AB999-EXIT.
             EXIT.
           EJECT

       AC000-COMPUTE-WINDOW                 SECTION.
      ***************************************************************
      *    WALK THE RUN DATE BACK ONE DAY FEWER THAN THE WINDOW      *
      *    LENGTH TO THE FIRST DAY OF THE MONITORING WINDOW -- A     *
      *    ONE-DAY WINDOW IS THE BUSINESS DATE ALONE                 *
      ***************************************************************
           MOVE WS-RUN-DATE                  TO WS-WINDOW-DATE

           PERFORM AD000-WALK-BACK-ONE-DAY
              THRU AD999-EXIT
              VARYING WS-WALK-COUNT FROM 2 BY 1
              UNTIL WS-WALK-COUNT > WS-ACTIVE-WINDOW-DAYS
               .
       AC999-EXIT.
             EXIT.
           EJECT

       AD000-WALK-BACK-ONE-DAY              SECTION.
      ***************************************************************
      *    WALK THE WINDOW DATE BACK ONE CALENDAR DAY, RESPECTING    *
      *    MONTH ENDS AND LEAP-YEAR FEBRUARIES                       *
      ***************************************************************
           IF WS-WD-DAY > 1
              SUBTRACT 1                     FROM WS-WD-DAY
           ELSE
              IF WS-WD-MONTH > 1
                 SUBTRACT 1                  FROM WS-WD-MONTH
              ELSE
                 SUBTRACT 1                  FROM WS-WD-YEAR
                 MOVE 12                     TO WS-WD-MONTH
              END-IF

              MOVE CC-DAYS-IN-MONTH (WS-WD-MONTH)
                                             TO WS-WD-DAY

              IF WS-WD-MONTH = 2
                 PERFORM AE000-TEST-LEAP-YEAR
                    THRU AE999-EXIT
                 IF WS-LEAP-YEAR
                    MOVE 29                  TO WS-WD-DAY
                 END-IF
              END-IF
           END-IF
               .
       AD999-EXIT.
             EXIT.
           EJECT

       AE000-TEST-LEAP-YEAR                 SECTION.
      ***************************************************************
      *    A YEAR DIVISIBLE BY 400 IS A LEAP YEAR; OTHERWISE ONE     *
      *    DIVISIBLE BY 100 IS NOT; OTHERWISE ONE DIVISIBLE BY 4 IS  *
      ***************************************************************
           MOVE CC-N                         TO WS-LEAP-IND

           DIVIDE WS-WD-YEAR BY 400
             GIVING WS-LEAP-QUOTIENT
             REMAINDER WS-LEAP-REMAINDER

           IF WS-LEAP-REMAINDER = ZERO
              MOVE CC-Y                      TO WS-LEAP-IND
           ELSE
              DIVIDE WS-WD-YEAR BY 100
                GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER

              IF WS-LEAP-REMAINDER NOT = ZERO
                 DIVIDE WS-WD-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER

                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE CC-Y                TO WS-LEAP-IND
                 END-IF
              END-IF
           END-IF
               .
       AE999-EXIT.
             EXIT.
           EJECT

       AF000-LOAD-CASH-CODES                SECTION.
      ***************************************************************
      *    BROWSE THE CASH CODE CONTROL FILE FROM THE TOP AND LOAD   *
      *    EVERY CODE INTO THE TABLE.  AN EMPTY OR UNREADABLE FILE   *
      *    LEAVES THE TABLE EMPTY, WHICH THE REPORT HEADING FLAGS    *
      ***************************************************************
           MOVE CC-N                         TO WS-BROWSE-DONE-IND
           MOVE LOW-VALUES                   TO CK-KEY

           EXEC CICS STARTBR FILE(CC-CASHCODE-FILE)
             RIDFLD(CK-KEY)
             GTEQ
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NORMAL)
              PERFORM AG000-READ-CASH-CODE
                 THRU AG999-EXIT
                 UNTIL WS-BROWSE-DONE

              EXEC CICS ENDBR FILE(CC-CASHCODE-FILE)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC
           END-IF
               .
       AF999-EXIT.
             EXIT.
           EJECT

       AG000-READ-CASH-CODE                 SECTION.
      ***************************************************************
      *    READ THE NEXT CASH CODE AND STORE IT.  END OF FILE, OR A  *
      *    READ ERROR, ENDS THE LOAD                                 *
      ***************************************************************
           EXEC CICS READNEXT FILE(CC-CASHCODE-FILE)
             INTO(CASHCODECTL)
             RIDFLD(CK-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP NOT = DFHRESP(NORMAL)
              MOVE CC-Y                      TO WS-BROWSE-DONE-IND
           ELSE
              IF WS-CASHCODE-COUNT < CH-MAX-CASHCODES
                 ADD 1                       TO WS-CASHCODE-COUNT
                 MOVE CK-TRANCODE            TO
                      KT-TRANCODE (WS-CASHCODE-COUNT)
                 MOVE CK-DIRECTION           TO
                      KT-DIRECTION (WS-CASHCODE-COUNT)
              ELSE
                 ADD 1                       TO WS-CASHCODE-DROPPED
              END-IF
           END-IF
               .
       AG999-EXIT.
             EXIT.
           EJECT

       CA000-READ-EXTRACT                   SECTION.
      ***************************************************************
      *    READ THE NEXT CONSOLIDATED EXTRACT RECORD FROM THE        *
      *    INBOUND TD QUEUE                                          *
      ***************************************************************
           MOVE LENGTH OF ACCTBALCAPRC      TO WS-ITEM-LENGTH

           EXEC CICS READQ TD QUEUE(CC-BALCON-TDQ)
             INTO(ACCTBALCAPRC)
             LENGTH(WS-ITEM-LENGTH)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(QZERO)
              MOVE CC-Y                     TO WS-EOF-IND
           ELSE
              IF WS-COMMAND-RESP = DFHRESP(NORMAL)
                 ADD 1                      TO WS-ACCOUNTS-READ
              ELSE
      * A GENUINE QUEUE ERROR ENDS THE RUN THE SAME AS A CLEAN QZERO
      * BUT IS FLAGGED SO THE RUN TOTALS SHOW IT WAS CUT SHORT
                 MOVE CC-Y                  TO WS-EOF-IND
                 MOVE CC-Y                  TO WS-RUN-TRUNCATED-IND
              END-IF
           END-IF
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-PROCESS-ACCOUNT                SECTION.
      ***************************************************************
      *    EXAMINE ONE ACCOUNT -- DRIVE THE HISTORY FUNCTION ACROSS  *
      *    THE MONITORING WINDOW, JUDGE ITS CASH ITEMS, AND ADVANCE  *
      *    TO THE NEXT ACCOUNT                                       *
      ***************************************************************
           MOVE CC-N                         TO WS-ACCOUNT-FAILED-IND

           PERFORM HA000-LOOKUP-PEM-ROUTE
              THRU HA999-EXIT

           IF NOT WS-ACCOUNT-FAILED
              PERFORM DB000-DRIVE-ACCOUNT
                 THRU DB999-EXIT
           END-IF

           IF WS-ACCOUNT-FAILED
              PERFORM VA000-WRITE-FAILURE-NOTE
                 THRU VA999-EXIT
              ADD 1                          TO WS-ACCOUNTS-FAILED
           ELSE
              ADD 1                          TO WS-ACCOUNTS-DRIVEN
           END-IF

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       DA999-EXIT.
             EXIT.
           EJECT

       DB000-DRIVE-ACCOUNT                  SECTION.
      ***************************************************************
      *    BUILD THE REQUEST, LINK TO THE PEM DRIVER AND EXAMINE THE *
      *    RESPONSE FOR ONE ACCOUNT                                  *
      ***************************************************************
           INITIALIZE WS-REQUEST-LAYOUT
                      WS-RESPONSE-LAYOUT

           MOVE CR-ACCOUNTTYPE               TO RQ-ACCOUNTTYPE
           MOVE CR-ACCOUNTNUM                TO RQ-ACCOUNTNUM
           MOVE CR-PRODUCT                   TO RQ-PRODUCT
           MOVE WS-WINDOW-DATE               TO RQ-FROMDATE
           MOVE WS-RUN-DATE                  TO RQ-TODATE
           MOVE CC-MAX-TRANCOUNT             TO RQ-MAXTRANCOUNT

           EXEC CICS PUT CONTAINER(CC-REQUEST-CONTNR)
                CHANNEL(CC-CASH-CHANNEL)
                FROM(WS-AFS-REQUEST)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
              PERFORM WA000-FLAG-FAILURE
                 THRU WA999-EXIT
           ELSE
              PERFORM FA000-LINK-PEM-DRIVER
                 THRU FA999-EXIT

              IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                 CONTINUE
              ELSE
                 EXEC CICS GET CONTAINER(CC-RESPONSE-CONTNR)
                      CHANNEL(CC-CASH-CHANNEL)
                      INTO(WS-RESPONSE-LAYOUT)
                      RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
                 END-EXEC

                 IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
                    PERFORM WA000-FLAG-FAILURE
                       THRU WA999-EXIT
                 ELSE
                    PERFORM IA000-EXTRACT-CONTROLDATA
                       THRU IA999-EXIT
                 END-IF
              END-IF
           END-IF
               .
       DB999-EXIT.
             EXIT.
           EJECT

       HA000-LOOKUP-PEM-ROUTE                SECTION.
      ***************************************************************
      *    RESOLVE THE PEM DRIVER TO LINK TO FOR THIS ACCOUNT TYPE   *
      *    AND PRODUCT FROM THE ROUTING CONTROL FILE, UNDER THE      *
      *    TRANSACTION HISTORY FUNCTION ID, EXACTLY AS THE ONLINE    *
      *    FUNCTION (A40215) RESOLVES IT.  A COMBINATION WITH NO     *
      *    CONTROL RECORD ON FILE FALLS BACK TO THE STANDING DEFAULT *
      *    DRIVER RATHER THAN FAILING THE ACCOUNT                    *
      ***************************************************************
           MOVE CC-FUNC-HISTORY              TO RC-FUNCTIONID
           MOVE CR-ACCOUNTTYPE               TO RC-ACCOUNTTYPE
           MOVE CR-PRODUCT                   TO RC-PRODUCT

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
                 PERFORM WA000-FLAG-FAILURE
                    THRU WA999-EXIT
              END-IF
           END-IF
               .
       HA999-EXIT.
             EXIT.
           EJECT

       FA000-LINK-PEM-DRIVER                SECTION.
      ***************************************************************
      *    LINK TO THE PEM DRIVER, RETRYING A BOUNDED NUMBER OF      *
      *    TIMES WITH A SHORT DELAY BEFORE GIVING UP.  THE           *
      *    MONITORING RUN SHOULD NOT FAIL AN ACCOUNT OVER A          *
      *    MOMENTARY PEM BLIP WHEN A SECOND ATTEMPT WOULD LIKELY     *
      *    HAVE SUCCEEDED                                            *
      ***************************************************************
           MOVE ZERO                        TO WS-RETRY-COUNT

           PERFORM GA000-ATTEMPT-LINK
              THRU GA999-EXIT
              WITH TEST AFTER
              UNTIL WS-COMMAND-RESP = DFHRESP(NORMAL)
              OR    WS-RETRY-COUNT > CC-MAX-RETRIES

           IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
              IF WS-COMMAND-RESP = DFHRESP(PGMIDERR)
              OR WS-COMMAND-RESP = DFHRESP(NOTAUTH)
                 MOVE CC-E                  TO WS-SEVERITY
                 MOVE CC-PEM-UNAVAILABLE     TO WS-STATUSMESSAGE
              ELSE
                 MOVE CC-R                  TO WS-SEVERITY
                 MOVE CC-CICS-RETRY         TO WS-STATUSMESSAGE
              END-IF
              MOVE CC-Y                     TO WS-ACCOUNT-FAILED-IND
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
             CHANNEL(CC-CASH-CHANNEL)
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
      *    THE CELERITI CONTROL CONTAINER WITH THE LINK'S OWN RESP   *
      *    STILL NORMAL, THE SAME AS THE BULK BALANCE RUN (A40214).  *
      *    A FAULT REPORTED THIS WAY FAILS THE ACCOUNT RATHER THAN   *
      *    THE RUN                                                   *
      ***************************************************************
           EXEC CICS GET CONTAINER(CC-CEL-CONTROL)
             INTO(WS-ERROR-DATA)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF NOT (WS-COMMAND-RESP = DFHRESP(NORMAL))
              PERFORM WA000-FLAG-FAILURE
                 THRU WA999-EXIT
           ELSE
              IF WS-ERROR-MSG NOT EQUAL SPACES AND LOW-VALUES
                 INSPECT WS-ERROR-MSG   TALLYING WS-COUNT-1
                                             FOR ALL LOW-VALUES
                 MOVE WS-ERROR-MSG(CH-1:LENGTH OF WS-ERROR-MSG -
                      WS-COUNT-1)            TO WS-ERROR

                 INITIALIZE WS-STATUSMESSAGE
                 MOVE WS-ERROR(CH-6:CH-42)   TO WS-STATUSMESSAGE

                 MOVE ZERO                   TO WS-COUNT-1
                 INSPECT WS-STATUSMESSAGE TALLYING WS-COUNT-1
                                             FOR ALL CC-NOTFOUND-TEXT
                 IF WS-COUNT-1 > ZERO
                    MOVE CC-E                TO WS-SEVERITY
                 ELSE
                    MOVE CC-R                TO WS-SEVERITY
                 END-IF

                 MOVE CC-Y                   TO WS-ACCOUNT-FAILED-IND
              ELSE
                 PERFORM KA000-EXAMINE-HISTORY
                    THRU KA999-EXIT
              END-IF
           END-IF
               .
       IA999-EXIT.
             EXIT.
           EJECT

       KA000-EXAMINE-HISTORY                SECTION.
      ***************************************************************
      *    EXAMINE EVERY TRANSACTION THE FUNCTION RETURNED FOR THE   *
      *    ACCOUNT IN HAND, THEN TEST THE BUSINESS DATE'S CASH       *
      *    AGAINST THE THRESHOLD AND THE WINDOW'S JUST-UNDER ITEMS   *
      *    AGAINST THE STRUCTURING COUNT.  A CALL THAT CAME BACK     *
      *    FULL IS NOTED -- THE OLDEST DAYS OF THE WINDOW MAY NOT    *
      *    HAVE BEEN SEEN                                            *
      ***************************************************************
           MOVE ZERO                         TO WS-CASH-IN-AMOUNT
                                                WS-CASH-IN-COUNT
                                                WS-CASH-OUT-AMOUNT
                                                WS-CASH-OUT-COUNT
                                                WS-NEAR-ITEMS
                                                WS-NEAR-AMOUNT
                                                WS-NEAR-FIRST-DATE
                                                WS-NEAR-LAST-DATE
           MOVE SPACES                       TO WS-TRIGGER-IND

           PERFORM KB000-EXAMINE-TRANSACTION
              THRU KB999-EXIT
              VARYING WS-TRAN-INDEX FROM 1 BY 1
              UNTIL WS-TRAN-INDEX > WS-RS-TRANCOUNT

           IF WS-RS-TRANCOUNT NOT < CC-MAX-TRANCOUNT
              PERFORM VB000-WRITE-WINDOW-NOTE
                 THRU VB999-EXIT
              ADD 1                          TO WS-WINDOWS-FULL
           END-IF

           PERFORM KC000-TEST-THRESHOLD
              THRU KC999-EXIT

           PERFORM KD000-TEST-STRUCTURING
              THRU KD999-EXIT
               .
       KA999-EXIT.
             EXIT.
           EJECT

       KB000-EXAMINE-TRANSACTION            SECTION.
      ***************************************************************
      *    EXAMINE ONE TRANSACTION.  ONLY A CASH CODE COUNTS.  A     *
      *    CASH ITEM ON THE BUSINESS DATE IS ADDED TO THAT DAY'S     *
      *    CASH IN OR CASH OUT BY ITS CODE'S DIRECTION; A CASH ITEM  *
      *    ANYWHERE IN THE WINDOW FROM THE NEAR FLOOR UP TO THE      *
      *    THRESHOLD ITSELF IS JUST UNDER.  THE FUNCTION RETURNS     *
      *    MOST RECENT FIRST, SO THE FIRST JUST-UNDER ITEM SEEN IS   *
      *    THE LATEST AND THE LAST ONE SEEN THE EARLIEST             *
      ***************************************************************
           PERFORM LA000-FIND-CASH-CODE
              THRU LA999-EXIT

           IF WS-FOUND
              MOVE WS-TD-AMOUNT (WS-TRAN-INDEX)
                                             TO WS-CASH-AMOUNT
              IF WS-CASH-AMOUNT < ZERO
                 COMPUTE WS-CASH-AMOUNT = ZERO - WS-CASH-AMOUNT
              END-IF

              IF WS-TD-TRANDATE (WS-TRAN-INDEX) = WS-RUN-DATE
                 ADD 1                       TO WS-CASH-ITEMS
                 IF WS-CASH-DIRECTION = CC-CASH-IN
                    ADD WS-CASH-AMOUNT       TO WS-CASH-IN-AMOUNT
                    ADD 1                    TO WS-CASH-IN-COUNT
                 ELSE
                    ADD WS-CASH-AMOUNT       TO WS-CASH-OUT-AMOUNT
                    ADD 1                    TO WS-CASH-OUT-COUNT
                 END-IF
              END-IF

              IF  WS-CASH-AMOUNT NOT < WS-NEAR-FLOOR
              AND WS-CASH-AMOUNT NOT > WS-ACTIVE-THRESHOLD
                  ADD 1                      TO WS-NEAR-ITEMS
                  ADD WS-CASH-AMOUNT         TO WS-NEAR-AMOUNT
                  IF WS-NEAR-ITEMS = 1
                     MOVE WS-TD-TRANDATE (WS-TRAN-INDEX)
                                             TO WS-NEAR-LAST-DATE
                  END-IF
                  MOVE WS-TD-TRANDATE (WS-TRAN-INDEX)
                                             TO WS-NEAR-FIRST-DATE
              END-IF
           END-IF
               .
       KB999-EXIT.
             EXIT.
           EJECT

       KC000-TEST-THRESHOLD                 SECTION.
      ***************************************************************
      *    CASH IN AND CASH OUT ARE AGGREGATED AND TESTED SEPARATELY *
      *    -- EITHER ONE OVER THE THRESHOLD MAKES THE ACCOUNT A      *
      *    CURRENCY TRANSACTION REPORT CANDIDATE                     *
      ***************************************************************
           IF WS-CASH-IN-AMOUNT > WS-ACTIVE-THRESHOLD
              MOVE CC-CASH-IN                TO WS-TRIGGER-IND
           END-IF

           IF WS-CASH-OUT-AMOUNT > WS-ACTIVE-THRESHOLD
              IF WS-TRIGGER-IND = CC-CASH-IN
                 MOVE CC-TRIGGER-BOTH        TO WS-TRIGGER-IND
              ELSE
                 MOVE CC-CASH-OUT            TO WS-TRIGGER-IND
              END-IF
           END-IF

           IF WS-TRIGGER-IND NOT = SPACES
              PERFORM MA000-WRITE-CTR-CANDIDATE
                 THRU MA999-EXIT
           END-IF
               .
       KC999-EXIT.
             EXIT.
           EJECT

       KD000-TEST-STRUCTURING               SECTION.
      ***************************************************************
      *    ENOUGH JUST-UNDER CASH ITEMS INSIDE THE WINDOW IS THE     *
      *    PATTERN OF A LARGE SUM SPLIT TO STAY UNDER THE THRESHOLD  *
      *    -- REPORT THE ACCOUNT FOR COMPLIANCE REVIEW               *
      ***************************************************************
           IF WS-NEAR-ITEMS NOT < WS-ACTIVE-NEAR-COUNT
              PERFORM NA000-WRITE-REVIEW-LINE
                 THRU NA999-EXIT
           END-IF
               .
       KD999-EXIT.
             EXIT.
           EJECT

       LA000-FIND-CASH-CODE                 SECTION.
      ***************************************************************
      *    LOOK THE TRANSACTION CODE IN HAND UP IN THE CASH CODE     *
      *    TABLE.  WS-FOUND IS LEFT 'N' FOR A CODE THAT IS NOT CASH  *
      ***************************************************************
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-CODE-INDEX

           PERFORM LB000-MATCH-CASH-CODE
              THRU LB999-EXIT
              UNTIL WS-FOUND
              OR    WS-CODE-INDEX > WS-CASHCODE-COUNT
               .
       LA999-EXIT.
             EXIT.
           EJECT

       LB000-MATCH-CASH-CODE                SECTION.
      ***************************************************************
      *    TEST ONE LOADED CASH CODE AGAINST THE TRANSACTION CODE    *
      ***************************************************************
           IF KT-TRANCODE (WS-CODE-INDEX) =
              WS-TD-TRANCODE (WS-TRAN-INDEX)
              MOVE CC-Y                      TO WS-FOUND-IND
              MOVE KT-DIRECTION (WS-CODE-INDEX)
                                             TO WS-CASH-DIRECTION
           ELSE
              ADD 1                          TO WS-CODE-INDEX
           END-IF
               .
       LB999-EXIT.
             EXIT.
           EJECT

       MA000-WRITE-CTR-CANDIDATE            SECTION.
      ***************************************************************
      *    WRITE ONE ACCOUNT TO THE CANDIDATE INTERFACE QUEUE        *
      *    (BACKED BY THE CURRENCY TRANSACTION REPORT FILING         *
      *    DATASET)                                                  *
      ***************************************************************
           MOVE WS-RUN-DATE                  TO CT-BUSINESSDATE
           MOVE CR-ACCOUNTTYPE               TO CT-ACCOUNTTYPE
           MOVE CR-ACCOUNTNUM                TO CT-ACCOUNTNUM
           MOVE CR-PRODUCT                   TO CT-PRODUCT
           MOVE CR-CURRENCYCODE              TO CT-CURRENCYCODE
           MOVE WS-CASH-IN-AMOUNT            TO CT-CASHINAMOUNT
           MOVE WS-CASH-IN-COUNT             TO CT-CASHINCOUNT
           MOVE WS-CASH-OUT-AMOUNT           TO CT-CASHOUTAMOUNT
           MOVE WS-CASH-OUT-COUNT            TO CT-CASHOUTCOUNT
           MOVE WS-TRIGGER-IND               TO CT-TRIGGER-IND

           EXEC CICS WRITEQ TD QUEUE(CC-CTR-TDQ)
             FROM(CTRCANDINTF)
             LENGTH(LENGTH OF CTRCANDINTF)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           ADD 1                             TO WS-CTR-CANDIDATES
               .
       MA999-EXIT.
             EXIT.
           EJECT

       NA000-WRITE-REVIEW-LINE              SECTION.
      ***************************************************************
      *    FORMAT AND WRITE ONE STRUCTURING-REVIEW DETAIL LINE.  AN  *
      *    ACCOUNT ALSO WRITTEN AS A CANDIDATE TONIGHT CARRIES ITS   *
      *    TRIGGER INDICATOR IN THE CTR COLUMN                       *
      ***************************************************************
           MOVE CR-ACCOUNTNUM                TO DL-ACCOUNTNUM
           MOVE CR-PRODUCT                   TO DL-PRODUCT
           MOVE CR-CURRENCYCODE              TO DL-CURRENCYCODE
           MOVE WS-NEAR-ITEMS                TO DL-NEAR-ITEMS
           MOVE WS-NEAR-AMOUNT               TO DL-NEAR-AMOUNT
           MOVE WS-NEAR-FIRST-DATE           TO DL-FIRST-DATE
           MOVE WS-NEAR-LAST-DATE            TO DL-LAST-DATE
           MOVE WS-TRIGGER-IND               TO DL-CTR-IND

           MOVE WS-DETAIL-LINE               TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           ADD 1                             TO WS-STRUCTURING-FLAGGED
               .
       NA999-EXIT.
             EXIT.
           EJECT

       QA000-WRITE-REPORT                   SECTION.
      ***************************************************************
      *    APPEND ONE REPORT LINE TO THE OUTBOUND STRUCTURING-REVIEW *
      *    REPORT TD QUEUE (BACKED BY THE REVIEW REPORT DATASET)     *
      ***************************************************************
           EXEC CICS WRITEQ TD QUEUE(CC-REPORT-TDQ)
             FROM(WS-PRINT-LINE)
             LENGTH(LENGTH OF WS-PRINT-LINE)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC
               .
       QA999-EXIT.
             EXIT.
           EJECT

       VA000-WRITE-FAILURE-NOTE             SECTION.
      ***************************************************************
      *    THE ACCOUNT'S HISTORY COULD NOT BE RETRIEVED -- NOTE IT   *
      *    ON THE REPORT WITH THE FAULT TEXT SO COMPLIANCE KNOWS ITS *
      *    CASH WENT UNMONITORED TONIGHT                             *
      ***************************************************************
           MOVE CR-ACCOUNTNUM                TO FL-ACCOUNTNUM
           MOVE WS-STATUSMESSAGE             TO FL-MESSAGE
           MOVE WS-FAILED-LINE               TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT
               .
       VA999-EXIT.
             EXIT.
           EJECT

       VB000-WRITE-WINDOW-NOTE              SECTION.
      ***************************************************************
      *    THE HISTORY CALL CAME BACK FULL -- NOTE THE ACCOUNT SO    *
      *    THE OLDER PART OF ITS WINDOW IS REVIEWED BY HAND          *
      ***************************************************************
           MOVE CR-ACCOUNTNUM                TO WL-ACCOUNTNUM
           MOVE WS-WINDOW-FULL-LINE          TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT
               .
       VB999-EXIT.
             EXIT.
           EJECT

       WA000-FLAG-FAILURE                   SECTION.
      ***************************************************************
      *    A SINGLE ACCOUNT FAILED ON A GENERAL CICS COMMAND (THE    *
      *    REQUEST CONTAINER PUT, THE RESPONSE CONTAINER GET, OR A   *
      *    GENUINE ROUTING-FILE ERROR) -- NOTE IT AND CONTINUE ON    *
      *    TO THE NEXT ACCOUNT.  ONE BAD ACCOUNT MUST NOT ABORT THE  *
      *    ENTIRE MONITORING RUN.  THE PEM DRIVER LINK ITSELF IS     *
      *    CLASSIFIED SEPARATELY BY FA000-LINK-PEM-DRIVER            *
      ***************************************************************
           IF  WS-COMMAND-RESP = DFHRESP(PGMIDERR)
           OR  WS-COMMAND-RESP = DFHRESP(NOTAUTH)
               MOVE CC-E                     TO WS-SEVERITY
               MOVE CC-CICS-ERROR            TO WS-STATUSMESSAGE
           ELSE
               MOVE CC-R                     TO WS-SEVERITY
               MOVE CC-CICS-RETRY            TO WS-STATUSMESSAGE
           END-IF

           MOVE CC-Y                         TO WS-ACCOUNT-FAILED-IND
               .
       WA999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *    WRITE THE RUN TOTALS TO THE REPORT QUEUE AND RETURN       *
      *    CONTROL WHEN THE CONSOLIDATED EXTRACT IS EXHAUSTED.  A    *
      *    RUN CUT SHORT BY A QUEUE ERROR SAYS SO ON THE REPORT, SO  *
      *    AN INCOMPLETE MONITORING SWEEP IS NEVER MISTAKEN FOR A    *
      *    COMPLETE ONE                                              *
      ***************************************************************
           MOVE WS-ACCOUNTS-READ             TO TL-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-DRIVEN           TO TL-ACCOUNTS-DRIVEN
           MOVE WS-ACCOUNTS-FAILED           TO TL-ACCOUNTS-FAILED
           MOVE WS-CASH-ITEMS                TO TL-CASH-ITEMS
           MOVE WS-CTR-CANDIDATES            TO TL-CTR-CANDIDATES
           MOVE WS-STRUCTURING-FLAGGED       TO TL-STRUCTURING-FLAGGED
           MOVE WS-WINDOWS-FULL              TO TL-WINDOWS-FULL
           MOVE WS-CASHCODE-COUNT            TO TL-CASHCODE-COUNT
           MOVE WS-CASHCODE-DROPPED          TO TL-CASHCODE-DROPPED

           MOVE SPACES                       TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           MOVE WS-TOTAL-LINE                TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           MOVE WS-TOTAL-LINE-2              TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           MOVE WS-TOTAL-LINE-3              TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           MOVE WS-TOTAL-LINE-4              TO WS-PRINT-LINE
           PERFORM QA000-WRITE-REPORT
              THRU QA999-EXIT

           IF WS-RUN-TRUNCATED
              MOVE WS-TRUNCATED-LINE         TO WS-PRINT-LINE
              PERFORM QA000-WRITE-REPORT
                 THRU QA999-EXIT
           END-IF

             EXEC CICS
                  RETURN
             END-EXEC
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40246.
