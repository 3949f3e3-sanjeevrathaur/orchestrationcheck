       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40244.
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
      *         NAME:          A40244                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        MONTH-END FX REVALUATION AND GL JOURNAL                *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - ESTABLISH THE MONTH-END BEING CLOSED (THE RUN DATE     *
      *        WHEN IT IS A MONTH-END, OTHERWISE THE LAST DAY OF THE  *
      *        PRIOR MONTH, SO A LATE RUN STILL CLOSES THE RIGHT      *
      *        MONTH) AND THE MONTH-END BEFORE IT                     *
      *      - ESTABLISH EACH CURRENCY'S RATE IN FORCE AT BOTH        *
      *        MONTH-ENDS FROM THE KEYED FX RATE MASTER (A40284D)     *
      *        AND ITS CHANGE-HISTORY MASTER (A40289D) -- THE OLD     *
      *        RATE ON THE FIRST CHANGE AFTER A MONTH-END IS THE      *
      *        RATE THAT WAS IN FORCE AT IT; WITH NO CHANGE SINCE,    *
      *        THE MASTER'S OWN RATE IS                               *
      *      - READ THE MONTH-END CONSOLIDATED ACCTBALINQRS EXTRACT   *
      *        (A40224) AND REVALUE EVERY FOREIGN-CURRENCY ACCOUNT'S  *
      *        LEDGER AND LOAN BALANCES FROM THE PRIOR TO THE CURRENT *
      *        MONTH-END RATE                                         *
      *      - REPORT THE UNREALIZED GAIN/LOSS BY CURRENCY AND        *
      *        PRODUCT.  A RISE IN THE HOME VALUE OF A DEPOSIT        *
      *        (A LIABILITY) IS A LOSS AND OF A LOAN (AN ASSET) IS A  *
      *        GAIN; THE NET IS SHOWN AS A GAIN WHEN POSITIVE         *
      *      - WRITE A BALANCED FIXED-LAYOUT GL JOURNAL FILE          *
      *        (A40265D) -- A DEBIT AND AN EQUAL CREDIT PER PRODUCT,  *
      *        CURRENCY AND BALANCE REVALUED, TO THE GL ACCOUNTS SET  *
      *        FOR THE PRODUCT ON THE REPORT PARAMETER FILE (A40285D  *
      *        'GA' RECORDS) OR THE STANDING DEFAULTS                 *
      *      - A CURRENCY WITH NO RATE IN FORCE AT EITHER MONTH-END   *
      *        IS REPORTED AND HAS NO JOURNAL WRITTEN -- IT IS NEVER  *
      *        POSTED AT ZERO                                         *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALCONF ASSIGN TO BALCONF
               ORGANIZATION IS SEQUENTIAL.

      * THE KEYED RATE MASTER, READ IN KEY ORDER.  OPTIONAL SO A
      * MISSING MASTER STOPS EVERY CURRENCY'S JOURNAL RATHER THAN
      * LOSING THE RUN
           SELECT OPTIONAL FXRATEF ASSIGN TO FXRATEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FX-CURRENCYCODE.

      * THE RATE CHANGE HISTORY, READ IN KEY ORDER -- EACH
      * CURRENCY'S CHANGES TOGETHER, OLDEST FIRST
           SELECT OPTIONAL FXRHISTF ASSIGN TO FXRHISTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RPTPARMF ASSIGN TO RPTPARMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GLJRNOUT ASSIGN TO GLJRNOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT FXREVRPT ASSIGN TO FXREVRPT
               ORGANIZATION IS SEQUENTIAL.
           EJECT
       DATA DIVISION.
       FILE                                 SECTION.
       FD  BALCONF
           RECORDING MODE IS F.
           COPY A40273D.

       FD  FXRATEF.
           COPY A40284D.

       FD  FXRHISTF.
           COPY A40289D.

       FD  RPTPARMF.
           COPY A40285D.

       FD  GLJRNOUT
           RECORDING MODE IS F.
           COPY A40265D.

       FD  FXREVRPT
           RECORDING MODE IS F.
       01  FXREVRPT-LINE                    PIC X(132).
           EJECT
       WORKING-STORAGE                      SECTION.
      *
      * WORKING STORAGE VARIABLES
       01  WS-FIELDS.
           05 WS-VARIABLES.
              10 WS-EXTRACT-EOF-IND         PIC X(01) VALUE 'N'.
                 88 WS-EXTRACT-EOF          VALUE 'Y'.
              10 WS-RATE-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-RATE-EOF             VALUE 'Y'.
              10 WS-HIST-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-HIST-EOF             VALUE 'Y'.
              10 WS-FOUND-IND               PIC X(01).
                 88 WS-FOUND                VALUE 'Y'.
              10 WS-LEAP-IND                PIC X(01).
                 88 WS-LEAP-YEAR            VALUE 'Y'.
              10 WS-HIST-STATUS             PIC X(02).
              10 WS-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
              10 WS-HOME-SKIPPED            PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-REVALUED       PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-NORATE         PIC 9(07) COMP VALUE ZERO.
              10 WS-RECORDS-DROPPED         PIC 9(07) COMP VALUE ZERO.
              10 WS-HISTORY-READ            PIC 9(07) COMP VALUE ZERO.
              10 WS-CURRENCIES-POSTED       PIC 9(07) COMP VALUE ZERO.
              10 WS-CURRENCIES-STOPPED      PIC 9(07) COMP VALUE ZERO.
              10 WS-JOURNAL-WRITTEN         PIC 9(07) COMP VALUE ZERO.
              10 WS-SCAN-INDEX              PIC S9(4) COMP.
              10 WS-LEAP-QUOTIENT           PIC 9(04).
              10 WS-LEAP-REMAINDER          PIC 9(04).
              10 WS-MONTH-DAYS              PIC 9(02).
      * PARAMETER CONTROL FILE STATE
              10 WS-PARM-STATUS             PIC X(02).
              10 WS-PARM-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-PARM-EOF             VALUE 'Y'.
      * RUN DATE, THE MONTH-END BEING CLOSED AND THE MONTH-END
      * BEFORE IT.  THE CHARACTER FORMS MATCH THE CHANGE-HISTORY
      * KEY SO THE COMPARISON IS LIKE FOR LIKE
              10 WS-RUN-DATE                PIC 9(08).
              10 WS-MONTHEND-DATE           PIC 9(08).
              10 WS-MONTHEND-X              PIC X(08).
              10 WS-PRIOR-MONTHEND-DATE     PIC 9(08).
              10 WS-PRIOR-MONTHEND-X        PIC X(08).
              10 WS-WORK-DATE               PIC 9(08).
              10 WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
                 15 WS-WD-YEAR              PIC 9(04).
                 15 WS-WD-MONTH             PIC 9(02).
                 15 WS-WD-DAY               PIC 9(02).
      * THE CURRENCY BEING LOOKED UP IN THE RATE TABLE, AND THE
      * ENTRIES IN HAND
              10 WS-FIND-CURRENCY           PIC X(03).
              10 WS-RATE-INDEX              PIC S9(4) COMP.
              10 WS-PRODUCT-INDEX           PIC S9(4) COMP.
      * ONE ACCOUNT'S REVALUATION -- THE BALANCE TIMES THE MOVE IN
      * THE RATE BETWEEN THE TWO MONTH-ENDS, IN HOME CURRENCY
              10 WS-RATE-CHANGE             PIC S9(05)V9(09) COMP-3.
              10 WS-LEDGER-REVAL            PIC S9(13)V99 COMP-3.
              10 WS-LOAN-REVAL              PIC S9(13)V99 COMP-3.
      * ONE PRODUCT'S NET GAIN/LOSS, THE CURRENCY IN HAND'S TOTALS
      * AND THE RUN'S TOTALS
              10 WS-NET-REVAL               PIC S9(15)V99 COMP-3.
              10 WS-CCY-ACCOUNTS            PIC 9(07) COMP.
              10 WS-CCY-LEDGERTOTAL         PIC S9(15)V99 COMP-3.
              10 WS-CCY-LEDGERREVAL         PIC S9(15)V99 COMP-3.
              10 WS-CCY-LOANTOTAL           PIC S9(15)V99 COMP-3.
              10 WS-CCY-LOANREVAL           PIC S9(15)V99 COMP-3.
              10 WS-CCY-NET                 PIC S9(15)V99 COMP-3.
              10 WS-TOTAL-NET               PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
              10 WS-TOTAL-DEBITS            PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
              10 WS-TOTAL-CREDITS           PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
      * THE JOURNAL PAIR BEING WRITTEN AND THE GL ACCOUNTS OF THE
      * PRODUCT IN HAND
              10 WS-JRN-ENTRYTYPE           PIC X(02).
              10 WS-JRN-AMOUNT              PIC S9(13)V99 COMP-3.
              10 WS-JRN-FOREIGN             PIC S9(13)V99 COMP-3.
              10 WS-JRN-DEBITACCT           PIC X(10).
              10 WS-JRN-CREDITACCT          PIC X(10).
              10 WS-GL-DEPOSITACCT          PIC X(10).
              10 WS-GL-LOANACCT             PIC X(10).
              10 WS-GL-REVALACCT            PIC X(10).
      * EVERY CURRENCY ON THE RATE MASTER, THE CHANGE HISTORY OR THE
      * EXTRACT, WITH ITS RATE AT EACH MONTH-END.  A MONTH-END RATE
      * IS SETTLED BY THE FIRST CHANGE AFTER THAT MONTH-END, OR
      * FAILING ONE BY THE MASTER; FOUND 'N' MEANS NO RATE WAS IN
      * FORCE AND THE CURRENCY'S JOURNAL IS STOPPED
           05 WS-RATE-TABLE-INFO.
              10 WS-RATE-COUNT              PIC S9(4) COMP VALUE ZERO.
              10 WS-RATE-ENTRY OCCURS 50 TIMES.
                 15 RT-CURRENCYCODE         PIC X(03).
                 15 RT-ONFILE-IND           PIC X(01).
                 15 RT-CURRENTDATE          PIC 9(08).
                 15 RT-CURRENTRATE          PIC S9(05)V9(09) COMP-3.
                 15 RT-ME-SETTLED-IND       PIC X(01).
                 15 RT-ME-FOUND-IND         PIC X(01).
                 15 RT-ME-RATE              PIC S9(05)V9(09) COMP-3.
                 15 RT-PM-SETTLED-IND       PIC X(01).
                 15 RT-PM-FOUND-IND         PIC X(01).
                 15 RT-PM-RATE              PIC S9(05)V9(09) COMP-3.
                 15 RT-ACCOUNTS             PIC 9(07) COMP.
      * THE MONTH-END POSITION AND ITS REVALUATION PER CURRENCY AND
      * PRODUCT.  ACCOUNTS BEYOND EITHER TABLE ARE COUNTED AS
      * DROPPED SO THE TOTALS SHOW THEY WERE NOT REVALUED
           05 WS-PRODUCT-TABLE-INFO.
              10 WS-PRODUCT-COUNT           PIC S9(4) COMP VALUE ZERO.
              10 WS-PRODUCT-ENTRY OCCURS 500 TIMES.
                 15 XT-CURRENCYCODE         PIC X(03).
                 15 XT-PRODUCT              PIC X(40).
                 15 XT-ACCOUNTS             PIC 9(07) COMP.
                 15 XT-LEDGERTOTAL          PIC S9(13)V99 COMP-3.
                 15 XT-LEDGERREVAL          PIC S9(13)V99 COMP-3.
                 15 XT-LOANTOTAL            PIC S9(13)V99 COMP-3.
                 15 XT-LOANREVAL            PIC S9(13)V99 COMP-3.
      * THE GL ACCOUNTS SET PER PRODUCT ON THE PARAMETER FILE
           05 WS-GL-TABLE-INFO.
              10 WS-GL-COUNT                PIC S9(4) COMP VALUE ZERO.
              10 WS-GL-ENTRY OCCURS 200 TIMES.
                 15 GT-PRODUCT              PIC X(40).
                 15 GT-DEPOSITACCT          PIC X(10).
                 15 GT-LOANACCT             PIC X(10).
                 15 GT-REVALACCT            PIC X(10).
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * CURRENCY THE BOOKS ARE KEPT IN -- ITS ACCOUNTS ARE NOT
      * REVALUED
              10 CC-HOME-CURRENCY           PIC X(03) VALUE 'USD'.
              10 CC-PARM-GLACCOUNT          PIC X(02) VALUE 'GA'.
              10 CC-ENTRY-LEDGER            PIC X(02) VALUE 'LR'.
              10 CC-ENTRY-LOAN              PIC X(02) VALUE 'NR'.
              10 CC-DEBIT                   PIC X(01) VALUE 'D'.
              10 CC-CREDIT                  PIC X(01) VALUE 'C'.
      * MARKS A MONTH-END WITH NO RATE IN FORCE ON THE REPORT
              10 CC-NORATE-FLAG             PIC X(01) VALUE '*'.
      * GL ACCOUNTS USED FOR A PRODUCT WITH NO 'GA' RECORD ON FILE
              10 CC-DEFAULT-DEPOSITACCT     PIC X(10)
                                            VALUE '2100000000'.
              10 CC-DEFAULT-LOANACCT        PIC X(10)
                                            VALUE '1400000000'.
              10 CC-DEFAULT-REVALACCT       PIC X(10)
                                            VALUE '4950000000'.
      * CALENDAR DAYS IN EACH MONTH OF A COMMON YEAR -- FEBRUARY IS
      * CORRECTED FOR LEAP YEARS WHERE IT IS USED
              10 CC-DAYS-IN-MONTH-X         PIC X(24) VALUE
                                            '312831303130313130313031'.
              10 CC-DAYS-IN-MONTH REDEFINES CC-DAYS-IN-MONTH-X
                                            OCCURS 12 TIMES
                                            PIC 9(02).
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(42)  VALUE
              'MONTH-END FX REVALUATION'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-PARM-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(10)  VALUE
              'MONTH-END '.
           05 PH-MONTHEND-DATE              PIC 9(08).
           05 FILLER                        PIC X(18)  VALUE
              '  PRIOR MONTH-END '.
           05 PH-PRIOR-MONTHEND-DATE        PIC 9(08).
           05 FILLER                        PIC X(18)  VALUE
              '  GL ASSIGNMENTS '.
           05 PH-GL-COUNT                   PIC ZZ9.
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(04)  VALUE
              'CCY'.
           05 FILLER                        PIC X(25)  VALUE
              'PRODUCT'.
           05 FILLER                        PIC X(08)  VALUE
              '   ACCTS'.
           05 FILLER                        PIC X(18)  VALUE
              '        LEDGER FCY'.
           05 FILLER                        PIC X(18)  VALUE
              '      LEDGER REVAL'.
           05 FILLER                        PIC X(18)  VALUE
              '          LOAN FCY'.
           05 FILLER                        PIC X(18)  VALUE
              '        LOAN REVAL'.
           05 FILLER                        PIC X(18)  VALUE
              '     NET GAIN/LOSS'.
       01  WS-CURRENCY-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(09)  VALUE
              'CURRENCY '.
           05 CL-CURRENCYCODE               PIC X(03).
           05 FILLER                        PIC X(10)  VALUE
              '  RATE AT '.
           05 CL-PRIOR-DATE                 PIC 9(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 CL-PRIOR-RATE                 PIC ZZZZ9.9(9).
           05 CL-PRIOR-FLAG                 PIC X(01).
           05 FILLER                        PIC X(10)  VALUE
              '  RATE AT '.
           05 CL-CURRENT-DATE               PIC 9(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 CL-CURRENT-RATE               PIC ZZZZ9.9(9).
           05 CL-CURRENT-FLAG               PIC X(01).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 CL-STATUS                     PIC X(30).
       01  WS-CURRENCY-STATUSES.
           05 CC-STATUS-POSTED              PIC X(30)  VALUE
              'REVALUED - JOURNAL WRITTEN'.
           05 CC-STATUS-STOPPED             PIC X(30)  VALUE
              'NO RATE - JOURNAL STOPPED'.
           05 CC-CURRENCY-TOTAL             PIC X(25)  VALUE
              'CURRENCY TOTAL'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-CURRENCYCODE               PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-PRODUCT                    PIC X(25).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-ACCOUNTS                   PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-LEDGERTOTAL                PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-LEDGERREVAL                PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-LOANTOTAL                  PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-LOANREVAL                  PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-NET                        PIC -Z(12)9.99.
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS READ       '.
           05 TL-RECORDS-READ               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'HOME CURRENCY       '.
           05 TL-HOME-SKIPPED               PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS REVALUED  '.
           05 TL-ACCOUNTS-REVALUED          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS NO RATE    '.
           05 TL-ACCOUNTS-NORATE            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS DROPPED    '.
           05 TL-RECORDS-DROPPED            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RATE CHANGES READ   '.
           05 TL-HISTORY-READ               PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CURRENCIES POSTED  '.
           05 TL-CURRENCIES-POSTED          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CURRENCIES STOPPED  '.
           05 TL-CURRENCIES-STOPPED         PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'JOURNAL LINES      '.
           05 TL-JOURNAL-WRITTEN            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'NET GAIN/LOSS       '.
           05 TL-TOTAL-NET                  PIC -Z(14)9.99.
       01  WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'TOTAL DEBITS       '.
           05 TL-TOTAL-DEBITS               PIC -Z(14)9.99.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'TOTAL CREDITS       '.
           05 TL-TOTAL-CREDITS              PIC -Z(14)9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 TL-BALANCE-STATUS             PIC X(14).
       01  WS-BALANCE-STATUSES.
           05 CC-JOURNAL-BALANCED           PIC X(14)  VALUE
              'BALANCED'.
           05 CC-JOURNAL-UNBALANCED         PIC X(14)  VALUE
              'OUT OF BALANCE'.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE FILES, ESTABLISH THE TWO MONTH-ENDS, LOAD THE GL *
      *    ASSIGNMENTS AND SETTLE EVERY CURRENCY'S RATE AT EACH      *
      *    MONTH-END, THEN WRITE THE HEADINGS AND PRIME THE READ     *
      ***************************************************************
           OPEN INPUT  BALCONF
                       FXRATEF
                OUTPUT GLJRNOUT
                       FXREVRPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM AB000-COMPUTE-MONTH-ENDS
              THRU AB999-EXIT

           PERFORM UA000-LOAD-PARAMETERS
              THRU UA999-EXIT

           PERFORM CA000-READ-RATE
              THRU CA999-EXIT

           PERFORM CB000-LOAD-RATE
              THRU CB999-EXIT
              UNTIL WS-RATE-EOF

           CLOSE FXRATEF

           PERFORM DA000-LOAD-HISTORY
              THRU DA999-EXIT

           PERFORM DD000-SETTLE-RATES
              THRU DD999-EXIT
              VARYING WS-RATE-INDEX FROM 1 BY 1
              UNTIL WS-RATE-INDEX > WS-RATE-COUNT

           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           WRITE FXREVRPT-LINE FROM WS-REPORT-HEADING

           MOVE WS-MONTHEND-DATE            TO PH-MONTHEND-DATE
           MOVE WS-PRIOR-MONTHEND-DATE      TO PH-PRIOR-MONTHEND-DATE
           MOVE WS-GL-COUNT                 TO PH-GL-COUNT
           WRITE FXREVRPT-LINE FROM WS-PARM-LINE

           MOVE SPACES                      TO FXREVRPT-LINE
           WRITE FXREVRPT-LINE
           WRITE FXREVRPT-LINE FROM WS-COLUMN-HEADING

           PERFORM EA000-READ-EXTRACT
              THRU EA999-EXIT
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    REVALUE EVERY EXTRACT ACCOUNT INTO ITS CURRENCY AND       *
      *    PRODUCT, THEN REPORT AND JOURNAL EACH CURRENCY IN TURN    *
      ***************************************************************
           PERFORM FA000-REVALUE-ACCOUNT
              THRU FA999-EXIT
              UNTIL WS-EXTRACT-EOF

           PERFORM GA000-REPORT-CURRENCY
              THRU GA999-EXIT
              VARYING WS-RATE-INDEX FROM 1 BY 1
              UNTIL WS-RATE-INDEX > WS-RATE-COUNT

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       AB000-COMPUTE-MONTH-ENDS             SECTION.
      ***************************************************************
      *    THE MONTH-END BEING CLOSED IS THE RUN DATE WHEN THAT IS   *
      *    THE LAST DAY OF ITS MONTH, OTHERWISE THE LAST DAY OF THE  *
      *    MONTH BEFORE.  THE PRIOR MONTH-END IS THE LAST DAY OF THE *
      *    MONTH BEFORE THAT -- EACH FOUND BY STEPPING BACK ONE DAY  *
      *    FROM THE FIRST OF THE MONTH                               *
      ***************************************************************
           MOVE WS-RUN-DATE                  TO WS-WORK-DATE

           MOVE CC-DAYS-IN-MONTH (WS-WD-MONTH)
                                             TO WS-MONTH-DAYS
           IF WS-WD-MONTH = 2
              PERFORM AD000-TEST-LEAP-YEAR
                 THRU AD999-EXIT
              IF WS-LEAP-YEAR
                 MOVE 29                     TO WS-MONTH-DAYS
              END-IF
           END-IF

           IF WS-WD-DAY NOT = WS-MONTH-DAYS
              MOVE 1                         TO WS-WD-DAY
              PERFORM AC000-WALK-BACK-ONE-DAY
                 THRU AC999-EXIT
           END-IF

           MOVE WS-WORK-DATE                 TO WS-MONTHEND-DATE
           MOVE WS-MONTHEND-DATE             TO WS-MONTHEND-X

           MOVE 1                            TO WS-WD-DAY
           PERFORM AC000-WALK-BACK-ONE-DAY
              THRU AC999-EXIT

           MOVE WS-WORK-DATE                 TO WS-PRIOR-MONTHEND-DATE
           MOVE WS-PRIOR-MONTHEND-DATE       TO WS-PRIOR-MONTHEND-X
               .
       AB999-EXIT.
             EXIT.
           EJECT

       AC000-WALK-BACK-ONE-DAY              SECTION.
      ***************************************************************
      *    WALK THE WORK DATE BACK ONE CALENDAR DAY, RESPECTING      *
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
                 PERFORM AD000-TEST-LEAP-YEAR
                    THRU AD999-EXIT
                 IF WS-LEAP-YEAR
                    MOVE 29                  TO WS-WD-DAY
                 END-IF
              END-IF
           END-IF
               .
       AC999-EXIT.
             EXIT.
           EJECT

       AD000-TEST-LEAP-YEAR                 SECTION.
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
       AD999-EXIT.
             EXIT.
           EJECT

       CA000-READ-RATE                      SECTION.
      ***************************************************************
      *    READ THE NEXT FX RATE CONTROL RECORD                      *
      ***************************************************************
           READ FXRATEF
               AT END
                   MOVE CC-Y                TO WS-RATE-EOF-IND
           END-READ
               .
       CA999-EXIT.
             EXIT.
           EJECT

       CB000-LOAD-RATE                      SECTION.
      ***************************************************************
      *    STORE ONE CURRENCY FROM THE RATE MASTER, ITS MONTH-END    *
      *    RATES NOT YET SETTLED.  RATES BEYOND THE TABLE ARE        *
      *    DROPPED -- THE CURRENCIES THEY COVER THEN HAVE THEIR      *
      *    JOURNAL STOPPED RATHER THAN POSTED WRONG                  *
      ***************************************************************
           IF WS-RATE-COUNT < 50
              ADD 1                          TO WS-RATE-COUNT
              MOVE WS-RATE-COUNT             TO WS-SCAN-INDEX
              PERFORM ED000-CLEAR-CURRENCY
                 THRU ED999-EXIT
              MOVE FX-CURRENCYCODE           TO
                   RT-CURRENCYCODE (WS-SCAN-INDEX)
              MOVE CC-Y                      TO
                   RT-ONFILE-IND (WS-SCAN-INDEX)
              MOVE FX-EFFECTIVEDATE          TO
                   RT-CURRENTDATE (WS-SCAN-INDEX)
              MOVE FX-RATE                   TO
                   RT-CURRENTRATE (WS-SCAN-INDEX)
           END-IF

           PERFORM CA000-READ-RATE
              THRU CA999-EXIT
               .
       CB999-EXIT.
             EXIT.
           EJECT

       DA000-LOAD-HISTORY                   SECTION.
      ***************************************************************
      *    APPLY THE WHOLE RATE CHANGE HISTORY TO THE RATE TABLE.  A *
      *    HISTORY THAT CANNOT BE OPENED SETTLES EVERY RATE FROM THE *
      *    MASTER ALONE, WHERE THE MASTER'S EFFECTIVE DATE ALLOWS    *
      ***************************************************************
           OPEN INPUT FXRHISTF

           IF WS-HIST-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                      TO WS-HIST-EOF-IND
           ELSE
              PERFORM DB000-READ-HISTORY
                 THRU DB999-EXIT

              PERFORM DC000-APPLY-HISTORY
                 THRU DC999-EXIT
                 UNTIL WS-HIST-EOF

              CLOSE FXRHISTF
           END-IF
               .
       DA999-EXIT.
             EXIT.
           EJECT

       DB000-READ-HISTORY                   SECTION.
      ***************************************************************
      *    READ THE NEXT RATE CHANGE IN KEY ORDER.  A READ ERROR     *
      *    ENDS THE LOAD THE SAME AS END OF FILE                     *
      ***************************************************************
           READ FXRHISTF
               AT END
                   MOVE CC-Y                TO WS-HIST-EOF-IND
           END-READ

           IF WS-HIST-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                     TO WS-HIST-EOF-IND
           ELSE
              ADD 1                          TO WS-HISTORY-READ
           END-IF
               .
       DB999-EXIT.
             EXIT.
           EJECT

       DC000-APPLY-HISTORY                  SECTION.
      ***************************************************************
      *    THE FIRST CHANGE TO A CURRENCY DATED AFTER A MONTH-END    *
      *    SETTLES ITS RATE AT THAT MONTH-END: THE OLD RATE IT       *
      *    REPLACED WAS THE ONE IN FORCE.  AN ADD HAS NO OLD RATE,   *
      *    SO THE CURRENCY HAD NO RATE AT THAT MONTH-END             *
      ***************************************************************
           MOVE HH-CURRENCYCODE              TO WS-FIND-CURRENCY

           PERFORM EB000-FIND-CURRENCY
              THRU EB999-EXIT

           IF WS-FOUND
              IF  RT-ME-SETTLED-IND (WS-SCAN-INDEX) = CC-N
              AND HH-CHANGEDATE > WS-MONTHEND-X
                  MOVE CC-Y                  TO
                       RT-ME-SETTLED-IND (WS-SCAN-INDEX)
                  IF  HH-OLDRATE NOT = ZERO
                  AND HH-OLDEFFECTIVEDATE NOT > WS-MONTHEND-DATE
                      MOVE CC-Y              TO
                           RT-ME-FOUND-IND (WS-SCAN-INDEX)
                      MOVE HH-OLDRATE        TO
                           RT-ME-RATE (WS-SCAN-INDEX)
                  END-IF
              END-IF

              IF  RT-PM-SETTLED-IND (WS-SCAN-INDEX) = CC-N
              AND HH-CHANGEDATE > WS-PRIOR-MONTHEND-X
                  MOVE CC-Y                  TO
                       RT-PM-SETTLED-IND (WS-SCAN-INDEX)
                  IF  HH-OLDRATE NOT = ZERO
                  AND HH-OLDEFFECTIVEDATE NOT > WS-PRIOR-MONTHEND-DATE
                      MOVE CC-Y              TO
                           RT-PM-FOUND-IND (WS-SCAN-INDEX)
                      MOVE HH-OLDRATE        TO
                           RT-PM-RATE (WS-SCAN-INDEX)
                  END-IF
              END-IF
           END-IF

           PERFORM DB000-READ-HISTORY
              THRU DB999-EXIT
               .
       DC999-EXIT.
             EXIT.
           EJECT

       DD000-SETTLE-RATES                   SECTION.
      ***************************************************************
      *    A MONTH-END RATE NOT SETTLED BY THE HISTORY HAS NOT       *
      *    CHANGED SINCE: THE MASTER'S RATE WAS IN FORCE, PROVIDED   *
      *    IT WAS ALREADY EFFECTIVE AT THAT MONTH-END                *
      ***************************************************************
           IF RT-ME-SETTLED-IND (WS-RATE-INDEX) = CC-N
              MOVE CC-Y                      TO
                   RT-ME-SETTLED-IND (WS-RATE-INDEX)
              IF  RT-ONFILE-IND (WS-RATE-INDEX) = CC-Y
              AND RT-CURRENTDATE (WS-RATE-INDEX) NOT >
                  WS-MONTHEND-DATE
                  MOVE CC-Y                  TO
                       RT-ME-FOUND-IND (WS-RATE-INDEX)
                  MOVE RT-CURRENTRATE (WS-RATE-INDEX)
                                             TO
                       RT-ME-RATE (WS-RATE-INDEX)
              END-IF
           END-IF

           IF RT-PM-SETTLED-IND (WS-RATE-INDEX) = CC-N
              MOVE CC-Y                      TO
                   RT-PM-SETTLED-IND (WS-RATE-INDEX)
              IF  RT-ONFILE-IND (WS-RATE-INDEX) = CC-Y
              AND RT-CURRENTDATE (WS-RATE-INDEX) NOT >
                  WS-PRIOR-MONTHEND-DATE
                  MOVE CC-Y                  TO
                       RT-PM-FOUND-IND (WS-RATE-INDEX)
                  MOVE RT-CURRENTRATE (WS-RATE-INDEX)
                                             TO
                       RT-PM-RATE (WS-RATE-INDEX)
              END-IF
           END-IF
               .
       DD999-EXIT.
             EXIT.
           EJECT

       EA000-READ-EXTRACT                   SECTION.
      ***************************************************************
      *    READ THE NEXT CONSOLIDATED EXTRACT RECORD                 *
      ***************************************************************
           READ BALCONF
               AT END
                   MOVE CC-Y                TO WS-EXTRACT-EOF-IND
               NOT AT END
                   ADD 1                     TO WS-RECORDS-READ
           END-READ
               .
       EA999-EXIT.
             EXIT.
           EJECT

       EB000-FIND-CURRENCY                  SECTION.
      ***************************************************************
      *    FIND THE CURRENCY IN THE RATE TABLE, ADDING IT WITH NO    *
      *    RATE AT EITHER MONTH-END WHEN IT IS NOT THERE YET.        *
      *    WS-FOUND IS LEFT 'N' ONLY WHEN THE TABLE IS FULL          *
      ***************************************************************
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-SCAN-INDEX

           PERFORM EC000-MATCH-CURRENCY
              THRU EC999-EXIT
              UNTIL WS-FOUND
              OR    WS-SCAN-INDEX > WS-RATE-COUNT

           IF  NOT WS-FOUND
           AND WS-RATE-COUNT < 50
               ADD 1                         TO WS-RATE-COUNT
               MOVE WS-RATE-COUNT            TO WS-SCAN-INDEX
               PERFORM ED000-CLEAR-CURRENCY
                  THRU ED999-EXIT
               MOVE WS-FIND-CURRENCY         TO
                    RT-CURRENCYCODE (WS-SCAN-INDEX)
               MOVE CC-Y                     TO WS-FOUND-IND
           END-IF
               .
       EB999-EXIT.
             EXIT.
           EJECT

       EC000-MATCH-CURRENCY                 SECTION.
      ***************************************************************
      *    TEST ONE RATE TABLE ENTRY AGAINST THE CURRENCY SOUGHT     *
      ***************************************************************
           IF RT-CURRENCYCODE (WS-SCAN-INDEX) = WS-FIND-CURRENCY
              MOVE CC-Y                      TO WS-FOUND-IND
           ELSE
              ADD 1                          TO WS-SCAN-INDEX
           END-IF
               .
       EC999-EXIT.
             EXIT.
           EJECT

       ED000-CLEAR-CURRENCY                 SECTION.
      ***************************************************************
      *    SET A NEW RATE TABLE ENTRY TO NOT ON THE MASTER, NO RATE  *
      *    AT EITHER MONTH-END AND NO ACCOUNTS                       *
      ***************************************************************
           MOVE CC-N                         TO
                RT-ONFILE-IND (WS-SCAN-INDEX)
           MOVE ZERO                         TO
                RT-CURRENTDATE (WS-SCAN-INDEX)
           MOVE ZERO                         TO
                RT-CURRENTRATE (WS-SCAN-INDEX)
           MOVE CC-N                         TO
                RT-ME-SETTLED-IND (WS-SCAN-INDEX)
           MOVE CC-N                         TO
                RT-ME-FOUND-IND (WS-SCAN-INDEX)
           MOVE ZERO                         TO
                RT-ME-RATE (WS-SCAN-INDEX)
           MOVE CC-N                         TO
                RT-PM-SETTLED-IND (WS-SCAN-INDEX)
           MOVE CC-N                         TO
                RT-PM-FOUND-IND (WS-SCAN-INDEX)
           MOVE ZERO                         TO
                RT-PM-RATE (WS-SCAN-INDEX)
           MOVE ZERO                         TO
                RT-ACCOUNTS (WS-SCAN-INDEX)
               .
       ED999-EXIT.
             EXIT.
           EJECT

       FA000-REVALUE-ACCOUNT                SECTION.
      ***************************************************************
      *    FOLD ONE FOREIGN-CURRENCY ACCOUNT INTO ITS CURRENCY AND   *
      *    PRODUCT AND, WHEN ITS CURRENCY HAS A RATE AT BOTH         *
      *    MONTH-ENDS, REVALUE ITS LEDGER AND LOAN BALANCES.  HOME   *
      *    CURRENCY ACCOUNTS ARE ONLY COUNTED                        *
      ***************************************************************
           IF CR-CURRENCYCODE = CC-HOME-CURRENCY
              ADD 1                          TO WS-HOME-SKIPPED
           ELSE
              MOVE CR-CURRENCYCODE           TO WS-FIND-CURRENCY

              PERFORM EB000-FIND-CURRENCY
                 THRU EB999-EXIT

              MOVE WS-SCAN-INDEX             TO WS-RATE-INDEX

              IF WS-FOUND
                 PERFORM FB000-FIND-PRODUCT
                    THRU FB999-EXIT
              END-IF

              IF NOT WS-FOUND
                 ADD 1                       TO WS-RECORDS-DROPPED
              ELSE
                 PERFORM FD000-ACCUMULATE-ACCOUNT
                    THRU FD999-EXIT
              END-IF
           END-IF

           PERFORM EA000-READ-EXTRACT
              THRU EA999-EXIT
               .
       FA999-EXIT.
             EXIT.
           EJECT

       FB000-FIND-PRODUCT                   SECTION.
      ***************************************************************
      *    FIND THE ACCOUNT'S CURRENCY AND PRODUCT IN THE PRODUCT    *
      *    TABLE, OPENING A NEW ENTRY THE FIRST TIME THE PAIR IS     *
      *    SEEN.  WS-FOUND IS LEFT 'N' ONLY WHEN THE TABLE IS FULL   *
      ***************************************************************
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-PRODUCT-INDEX

           PERFORM FC000-MATCH-PRODUCT
              THRU FC999-EXIT
              UNTIL WS-FOUND
              OR    WS-PRODUCT-INDEX > WS-PRODUCT-COUNT

           IF  NOT WS-FOUND
           AND WS-PRODUCT-COUNT < 500
               ADD 1                         TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT         TO WS-PRODUCT-INDEX
               MOVE CR-CURRENCYCODE          TO
                    XT-CURRENCYCODE (WS-PRODUCT-INDEX)
               MOVE CR-PRODUCT               TO
                    XT-PRODUCT (WS-PRODUCT-INDEX)
               MOVE ZERO                     TO
                    XT-ACCOUNTS (WS-PRODUCT-INDEX)
               MOVE ZERO                     TO
                    XT-LEDGERTOTAL (WS-PRODUCT-INDEX)
               MOVE ZERO                     TO
                    XT-LEDGERREVAL (WS-PRODUCT-INDEX)
               MOVE ZERO                     TO
                    XT-LOANTOTAL (WS-PRODUCT-INDEX)
               MOVE ZERO                     TO
                    XT-LOANREVAL (WS-PRODUCT-INDEX)
               MOVE CC-Y                     TO WS-FOUND-IND
           END-IF
               .
       FB999-EXIT.
             EXIT.
           EJECT

       FC000-MATCH-PRODUCT                  SECTION.
      ***************************************************************
      *    TEST ONE PRODUCT TABLE ENTRY AGAINST THE ACCOUNT'S        *
      *    CURRENCY AND PRODUCT                                      *
      ***************************************************************
           IF  XT-CURRENCYCODE (WS-PRODUCT-INDEX) = CR-CURRENCYCODE
           AND XT-PRODUCT (WS-PRODUCT-INDEX)      = CR-PRODUCT
               MOVE CC-Y                     TO WS-FOUND-IND
           ELSE
               ADD 1                         TO WS-PRODUCT-INDEX
           END-IF
               .
       FC999-EXIT.
             EXIT.
           EJECT

       FD000-ACCUMULATE-ACCOUNT             SECTION.
      ***************************************************************
      *    ADD THE ACCOUNT'S BALANCES TO ITS PRODUCT ENTRY AND, WITH *
      *    BOTH MONTH-END RATES IN FORCE, ITS REVALUATION: EACH      *
      *    BALANCE TIMES THE MOVE IN THE RATE, ROUNDED TO THE CENT   *
      ***************************************************************
           ADD 1                             TO
               RT-ACCOUNTS (WS-RATE-INDEX)
           ADD 1                             TO
               XT-ACCOUNTS (WS-PRODUCT-INDEX)
           ADD CR-LEDGERBALANCE              TO
               XT-LEDGERTOTAL (WS-PRODUCT-INDEX)
           ADD CR-LOANBALANCE                TO
               XT-LOANTOTAL (WS-PRODUCT-INDEX)

           IF  RT-ME-FOUND-IND (WS-RATE-INDEX) = CC-Y
           AND RT-PM-FOUND-IND (WS-RATE-INDEX) = CC-Y
               COMPUTE WS-RATE-CHANGE =
                       RT-ME-RATE (WS-RATE-INDEX) -
                       RT-PM-RATE (WS-RATE-INDEX)
               COMPUTE WS-LEDGER-REVAL ROUNDED =
                       CR-LEDGERBALANCE * WS-RATE-CHANGE
               COMPUTE WS-LOAN-REVAL ROUNDED =
                       CR-LOANBALANCE * WS-RATE-CHANGE
               ADD WS-LEDGER-REVAL           TO
                   XT-LEDGERREVAL (WS-PRODUCT-INDEX)
               ADD WS-LOAN-REVAL             TO
                   XT-LOANREVAL (WS-PRODUCT-INDEX)
               ADD 1                         TO WS-ACCOUNTS-REVALUED
           ELSE
               ADD 1                         TO WS-ACCOUNTS-NORATE
           END-IF
               .
       FD999-EXIT.
             EXIT.
           EJECT

       GA000-REPORT-CURRENCY                SECTION.
      ***************************************************************
      *    REPORT ONE CURRENCY WITH ACCOUNTS ON THE EXTRACT -- ITS   *
      *    RATE AT EACH MONTH-END, EACH OF ITS PRODUCTS AND ITS      *
      *    TOTAL -- AND JOURNAL IT WHEN BOTH RATES ARE IN FORCE      *
      ***************************************************************
           IF RT-ACCOUNTS (WS-RATE-INDEX) > ZERO
              MOVE ZERO                      TO WS-CCY-ACCOUNTS
                                                WS-CCY-LEDGERTOTAL
                                                WS-CCY-LEDGERREVAL
                                                WS-CCY-LOANTOTAL
                                                WS-CCY-LOANREVAL
                                                WS-CCY-NET

              MOVE RT-CURRENCYCODE (WS-RATE-INDEX)
                                             TO CL-CURRENCYCODE
              MOVE WS-PRIOR-MONTHEND-DATE    TO CL-PRIOR-DATE
              MOVE RT-PM-RATE (WS-RATE-INDEX)
                                             TO CL-PRIOR-RATE
              MOVE WS-MONTHEND-DATE          TO CL-CURRENT-DATE
              MOVE RT-ME-RATE (WS-RATE-INDEX)
                                             TO CL-CURRENT-RATE
              MOVE SPACE                     TO CL-PRIOR-FLAG
                                                CL-CURRENT-FLAG

              IF RT-PM-FOUND-IND (WS-RATE-INDEX) NOT = CC-Y
                 MOVE CC-NORATE-FLAG         TO CL-PRIOR-FLAG
              END-IF

              IF RT-ME-FOUND-IND (WS-RATE-INDEX) NOT = CC-Y
                 MOVE CC-NORATE-FLAG         TO CL-CURRENT-FLAG
              END-IF

              IF  RT-ME-FOUND-IND (WS-RATE-INDEX) = CC-Y
              AND RT-PM-FOUND-IND (WS-RATE-INDEX) = CC-Y
                  MOVE CC-STATUS-POSTED      TO CL-STATUS
              ELSE
                  MOVE CC-STATUS-STOPPED     TO CL-STATUS
              END-IF

              MOVE SPACES                    TO FXREVRPT-LINE
              WRITE FXREVRPT-LINE
              WRITE FXREVRPT-LINE FROM WS-CURRENCY-LINE

              PERFORM HA000-REPORT-PRODUCT
                 THRU HA999-EXIT
                 VARYING WS-PRODUCT-INDEX FROM 1 BY 1
                 UNTIL WS-PRODUCT-INDEX > WS-PRODUCT-COUNT

              MOVE SPACES                    TO DL-CURRENCYCODE
              MOVE CC-CURRENCY-TOTAL         TO DL-PRODUCT
              MOVE WS-CCY-ACCOUNTS           TO DL-ACCOUNTS
              MOVE WS-CCY-LEDGERTOTAL        TO DL-LEDGERTOTAL
              MOVE WS-CCY-LEDGERREVAL        TO DL-LEDGERREVAL
              MOVE WS-CCY-LOANTOTAL          TO DL-LOANTOTAL
              MOVE WS-CCY-LOANREVAL          TO DL-LOANREVAL
              MOVE WS-CCY-NET                TO DL-NET
              WRITE FXREVRPT-LINE FROM WS-DETAIL-LINE

              IF  RT-ME-FOUND-IND (WS-RATE-INDEX) = CC-Y
              AND RT-PM-FOUND-IND (WS-RATE-INDEX) = CC-Y
                  ADD 1                      TO WS-CURRENCIES-POSTED
                  ADD WS-CCY-NET             TO WS-TOTAL-NET
              ELSE
                  ADD 1                      TO WS-CURRENCIES-STOPPED
              END-IF
           END-IF
               .
       GA999-EXIT.
             EXIT.
           EJECT

       HA000-REPORT-PRODUCT                 SECTION.
      ***************************************************************
      *    REPORT ONE PRODUCT OF THE CURRENCY IN HAND, ADD IT TO THE *
      *    CURRENCY'S TOTAL AND, WHEN THE CURRENCY IS POSTED, WRITE  *
      *    ITS JOURNAL                                               *
      ***************************************************************
           IF XT-CURRENCYCODE (WS-PRODUCT-INDEX) =
              RT-CURRENCYCODE (WS-RATE-INDEX)
              COMPUTE WS-NET-REVAL =
                      XT-LOANREVAL (WS-PRODUCT-INDEX) -
                      XT-LEDGERREVAL (WS-PRODUCT-INDEX)

              MOVE XT-CURRENCYCODE (WS-PRODUCT-INDEX)
                                             TO DL-CURRENCYCODE
              MOVE XT-PRODUCT (WS-PRODUCT-INDEX)
                                             TO DL-PRODUCT
              MOVE XT-ACCOUNTS (WS-PRODUCT-INDEX)
                                             TO DL-ACCOUNTS
              MOVE XT-LEDGERTOTAL (WS-PRODUCT-INDEX)
                                             TO DL-LEDGERTOTAL
              MOVE XT-LEDGERREVAL (WS-PRODUCT-INDEX)
                                             TO DL-LEDGERREVAL
              MOVE XT-LOANTOTAL (WS-PRODUCT-INDEX)
                                             TO DL-LOANTOTAL
              MOVE XT-LOANREVAL (WS-PRODUCT-INDEX)
                                             TO DL-LOANREVAL
              MOVE WS-NET-REVAL              TO DL-NET
              WRITE FXREVRPT-LINE FROM WS-DETAIL-LINE

              ADD XT-ACCOUNTS (WS-PRODUCT-INDEX)
                                             TO WS-CCY-ACCOUNTS
              ADD XT-LEDGERTOTAL (WS-PRODUCT-INDEX)
                                             TO WS-CCY-LEDGERTOTAL
              ADD XT-LEDGERREVAL (WS-PRODUCT-INDEX)
                                             TO WS-CCY-LEDGERREVAL
              ADD XT-LOANTOTAL (WS-PRODUCT-INDEX)
                                             TO WS-CCY-LOANTOTAL
              ADD XT-LOANREVAL (WS-PRODUCT-INDEX)
                                             TO WS-CCY-LOANREVAL
              ADD WS-NET-REVAL               TO WS-CCY-NET

              IF  RT-ME-FOUND-IND (WS-RATE-INDEX) = CC-Y
              AND RT-PM-FOUND-IND (WS-RATE-INDEX) = CC-Y
                  PERFORM JA000-JOURNAL-PRODUCT
                     THRU JA999-EXIT
              END-IF
           END-IF
               .
       HA999-EXIT.
             EXIT.
           EJECT

       JA000-JOURNAL-PRODUCT                SECTION.
      ***************************************************************
      *    JOURNAL THE PRODUCT'S TWO REVALUATIONS.  A RISE IN THE    *
      *    HOME VALUE OF THE DEPOSITS DEBITS THE GAIN/LOSS ACCOUNT   *
      *    AND CREDITS THE DEPOSIT LIABILITY; A RISE IN THE HOME     *
      *    VALUE OF THE LOANS DEBITS THE LOAN ASSET AND CREDITS THE  *
      *    GAIN/LOSS ACCOUNT.  A FALL REVERSES THE SIDES AND A ZERO  *
      *    REVALUATION WRITES NOTHING                                *
      ***************************************************************
           PERFORM KA000-FIND-GL-ACCOUNTS
              THRU KA999-EXIT

           MOVE CC-ENTRY-LEDGER              TO WS-JRN-ENTRYTYPE
           MOVE XT-LEDGERTOTAL (WS-PRODUCT-INDEX)
                                             TO WS-JRN-FOREIGN

           IF XT-LEDGERREVAL (WS-PRODUCT-INDEX) > ZERO
              MOVE XT-LEDGERREVAL (WS-PRODUCT-INDEX)
                                             TO WS-JRN-AMOUNT
              MOVE WS-GL-REVALACCT           TO WS-JRN-DEBITACCT
              MOVE WS-GL-DEPOSITACCT         TO WS-JRN-CREDITACCT
              PERFORM JB000-WRITE-PAIR
                 THRU JB999-EXIT
           END-IF

           IF XT-LEDGERREVAL (WS-PRODUCT-INDEX) < ZERO
              COMPUTE WS-JRN-AMOUNT =
                      ZERO - XT-LEDGERREVAL (WS-PRODUCT-INDEX)
              MOVE WS-GL-DEPOSITACCT         TO WS-JRN-DEBITACCT
              MOVE WS-GL-REVALACCT           TO WS-JRN-CREDITACCT
              PERFORM JB000-WRITE-PAIR
                 THRU JB999-EXIT
           END-IF

           MOVE CC-ENTRY-LOAN                TO WS-JRN-ENTRYTYPE
           MOVE XT-LOANTOTAL (WS-PRODUCT-INDEX)
                                             TO WS-JRN-FOREIGN

           IF XT-LOANREVAL (WS-PRODUCT-INDEX) > ZERO
              MOVE XT-LOANREVAL (WS-PRODUCT-INDEX)
                                             TO WS-JRN-AMOUNT
              MOVE WS-GL-LOANACCT            TO WS-JRN-DEBITACCT
              MOVE WS-GL-REVALACCT           TO WS-JRN-CREDITACCT
              PERFORM JB000-WRITE-PAIR
                 THRU JB999-EXIT
           END-IF

           IF XT-LOANREVAL (WS-PRODUCT-INDEX) < ZERO
              COMPUTE WS-JRN-AMOUNT =
                      ZERO - XT-LOANREVAL (WS-PRODUCT-INDEX)
              MOVE WS-GL-REVALACCT           TO WS-JRN-DEBITACCT
              MOVE WS-GL-LOANACCT            TO WS-JRN-CREDITACCT
              PERFORM JB000-WRITE-PAIR
                 THRU JB999-EXIT
           END-IF
               .
       JA999-EXIT.
             EXIT.
           EJECT

       JB000-WRITE-PAIR                     SECTION.
      ***************************************************************
      *    WRITE ONE DEBIT AND ITS EQUAL CREDIT TO THE JOURNAL FILE  *
      ***************************************************************
           MOVE WS-MONTHEND-DATE             TO JR-JOURNALDATE
           MOVE WS-JRN-ENTRYTYPE             TO JR-ENTRYTYPE
           MOVE XT-CURRENCYCODE (WS-PRODUCT-INDEX)
                                             TO JR-CURRENCYCODE
           MOVE XT-PRODUCT (WS-PRODUCT-INDEX)
                                             TO JR-PRODUCT
           MOVE WS-JRN-AMOUNT                TO JR-HOMEAMOUNT
           MOVE WS-JRN-FOREIGN               TO JR-FOREIGNBALANCE
           MOVE RT-PM-RATE (WS-RATE-INDEX)   TO JR-PRIORRATE
           MOVE RT-ME-RATE (WS-RATE-INDEX)   TO JR-CURRENTRATE

           MOVE WS-JRN-DEBITACCT             TO JR-GLACCOUNT
           MOVE CC-DEBIT                     TO JR-DRCR-IND
           WRITE GLJRNINTF
           ADD WS-JRN-AMOUNT                 TO WS-TOTAL-DEBITS

           MOVE WS-JRN-CREDITACCT            TO JR-GLACCOUNT
           MOVE CC-CREDIT                    TO JR-DRCR-IND
           WRITE GLJRNINTF
           ADD WS-JRN-AMOUNT                 TO WS-TOTAL-CREDITS

           ADD 2                             TO WS-JOURNAL-WRITTEN
               .
       JB999-EXIT.
             EXIT.
           EJECT

       KA000-FIND-GL-ACCOUNTS               SECTION.
      ***************************************************************
      *    ESTABLISH THE GL ACCOUNTS FOR THE PRODUCT IN HAND -- ITS  *
      *    'GA' PARAMETER RECORD, OR THE STANDING DEFAULTS           *
      ***************************************************************
           MOVE CC-DEFAULT-DEPOSITACCT       TO WS-GL-DEPOSITACCT
           MOVE CC-DEFAULT-LOANACCT          TO WS-GL-LOANACCT
           MOVE CC-DEFAULT-REVALACCT         TO WS-GL-REVALACCT
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-SCAN-INDEX

           PERFORM KB000-MATCH-GL-ACCOUNTS
              THRU KB999-EXIT
              UNTIL WS-FOUND
              OR    WS-SCAN-INDEX > WS-GL-COUNT
               .
       KA999-EXIT.
             EXIT.
           EJECT

       KB000-MATCH-GL-ACCOUNTS              SECTION.
      ***************************************************************
      *    TEST ONE GL ASSIGNMENT AGAINST THE PRODUCT IN HAND        *
      ***************************************************************
           IF GT-PRODUCT (WS-SCAN-INDEX) =
              XT-PRODUCT (WS-PRODUCT-INDEX)
              MOVE CC-Y                      TO WS-FOUND-IND
              MOVE GT-DEPOSITACCT (WS-SCAN-INDEX)
                                             TO WS-GL-DEPOSITACCT
              MOVE GT-LOANACCT (WS-SCAN-INDEX)
                                             TO WS-GL-LOANACCT
              MOVE GT-REVALACCT (WS-SCAN-INDEX)
                                             TO WS-GL-REVALACCT
           ELSE
              ADD 1                          TO WS-SCAN-INDEX
           END-IF
               .
       KB999-EXIT.
             EXIT.
           EJECT

       UA000-LOAD-PARAMETERS                SECTION.
      ***************************************************************
      *    LOAD THE GL ASSIGNMENTS FROM THE 'GA' RECORDS OF THE      *
      *    REPORT PARAMETER CONTROL FILE.  A FILE THAT CANNOT BE     *
      *    OPENED LEAVES EVERY PRODUCT ON THE STANDING DEFAULTS      *
      ***************************************************************
           OPEN INPUT RPTPARMF

           IF WS-PARM-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                      TO WS-PARM-EOF-IND
           ELSE
              PERFORM UB000-READ-PARAMETER
                 THRU UB999-EXIT

              PERFORM UC000-STORE-PARAMETER
                 THRU UC999-EXIT
                 UNTIL WS-PARM-EOF

              CLOSE RPTPARMF
           END-IF
               .
       UA999-EXIT.
             EXIT.
           EJECT

       UB000-READ-PARAMETER                 SECTION.
      ***************************************************************
      *    READ THE NEXT PARAMETER CONTROL RECORD IN KEY ORDER.  A   *
      *    READ ERROR ENDS THE LOAD THE SAME AS END OF FILE          *
      ***************************************************************
           READ RPTPARMF
               AT END
                   MOVE CC-Y                TO WS-PARM-EOF-IND
           END-READ

           IF WS-PARM-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                     TO WS-PARM-EOF-IND
           END-IF
               .
       UB999-EXIT.
             EXIT.
           EJECT

       UC000-STORE-PARAMETER                SECTION.
      ***************************************************************
      *    STORE ONE 'GA' RECORD.  AN ASSIGNMENT WITH ANY ACCOUNT    *
      *    BLANK IS A KEYING ERROR AND IS IGNORED, AS ARE            *
      *    ASSIGNMENTS BEYOND THE TABLE.  RECORD TYPES BELONGING TO  *
      *    THE OTHER REPORTS ARE PASSED OVER                         *
      ***************************************************************
           IF  PP-RECORDTYPE     = CC-PARM-GLACCOUNT
           AND PP-GL-DEPOSITACCT NOT = SPACES
           AND PP-GL-LOANACCT    NOT = SPACES
           AND PP-GL-REVALACCT   NOT = SPACES
           AND WS-GL-COUNT       < 200
               ADD 1                         TO WS-GL-COUNT
               MOVE PO-PRODUCT               TO
                    GT-PRODUCT (WS-GL-COUNT)
               MOVE PP-GL-DEPOSITACCT        TO
                    GT-DEPOSITACCT (WS-GL-COUNT)
               MOVE PP-GL-LOANACCT           TO
                    GT-LOANACCT (WS-GL-COUNT)
               MOVE PP-GL-REVALACCT          TO
                    GT-REVALACCT (WS-GL-COUNT)
           END-IF

           PERFORM UB000-READ-PARAMETER
              THRU UB999-EXIT
               .
       UC999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *    WRITE THE SUMMARY TOTALS, CLOSE THE FILES AND STOP        *
      ***************************************************************
           MOVE WS-RECORDS-READ              TO TL-RECORDS-READ
           MOVE WS-HOME-SKIPPED              TO TL-HOME-SKIPPED
           MOVE WS-ACCOUNTS-REVALUED         TO TL-ACCOUNTS-REVALUED
           MOVE WS-ACCOUNTS-NORATE           TO TL-ACCOUNTS-NORATE
           MOVE WS-RECORDS-DROPPED           TO TL-RECORDS-DROPPED
           MOVE WS-HISTORY-READ              TO TL-HISTORY-READ
           MOVE WS-CURRENCIES-POSTED         TO TL-CURRENCIES-POSTED
           MOVE WS-CURRENCIES-STOPPED        TO TL-CURRENCIES-STOPPED
           MOVE WS-JOURNAL-WRITTEN           TO TL-JOURNAL-WRITTEN
           MOVE WS-TOTAL-NET                 TO TL-TOTAL-NET
           MOVE WS-TOTAL-DEBITS              TO TL-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS             TO TL-TOTAL-CREDITS

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              MOVE CC-JOURNAL-BALANCED       TO TL-BALANCE-STATUS
           ELSE
              MOVE CC-JOURNAL-UNBALANCED     TO TL-BALANCE-STATUS
           END-IF

           MOVE SPACES                       TO FXREVRPT-LINE
           WRITE FXREVRPT-LINE
           WRITE FXREVRPT-LINE FROM WS-TOTAL-LINE
           WRITE FXREVRPT-LINE FROM WS-TOTAL-LINE-2
           WRITE FXREVRPT-LINE FROM WS-TOTAL-LINE-3
           WRITE FXREVRPT-LINE FROM WS-TOTAL-LINE-4
           WRITE FXREVRPT-LINE FROM WS-TOTAL-LINE-5
           WRITE FXREVRPT-LINE FROM WS-TOTAL-LINE-6

           CLOSE BALCONF
                 GLJRNOUT
                 FXREVRPT

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40244.
