       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40245.
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
      *         NAME:          A40245                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        NIGHTLY GL CONTROL-TOTAL PROOF                         *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE DAY'S CONSOLIDATED ACCTBALINQRS EXTRACT       *
      *        (ONE RECORD PER ACCOUNT, THE LATEST CAPTURE, PRODUCED  *
      *        BY A40224) AND TOTAL THE LEDGER, HOLDS AND LOAN        *
      *        BALANCES BY PRODUCT AND CURRENCY                       *
      *      - READ THE GENERAL LEDGER'S NIGHTLY CONTROL-TOTALS FILE  *
      *        (A40266D) FOR THE SAME PRODUCTS AND CURRENCIES.  A GL  *
      *        RECORD FOR ANOTHER BUSINESS DATE IS COUNTED AND LEFT   *
      *        OUT OF THE PROOF                                       *
      *      - REPORT EVERY PRODUCT/CURRENCY WHERE ANY OF THE THREE   *
      *        TOTALS DIFFERS BEYOND TOLERANCE, AND EVERY ONE PRESENT *
      *        ON ONE SIDE ONLY.  THE TOLERANCE IS READ PER PRODUCT   *
      *        AND CURRENCY FROM THE REPORT PARAMETER CONTROL FILE    *
      *        (A40285D 'GT' RECORDS) AND PRINTED IN THE HEADING; A   *
      *        COMBINATION WITH NO RECORD ON FILE USES THE STANDING   *
      *        DEFAULT                                                *
      *      - AN OUT-OF-BALANCE GL SURFACES THE NEXT MORNING, NOT AT *
      *        MONTH-END CLOSE WEEKS AFTER IT HAPPENED                *
      *      - WRITE A RUN-COMPLETION RECORD TO THE KEYED RUN-CONTROL *
      *        MASTER (A40293D) SO THE END-OF-NIGHT VERIFIER (A40229) *
      *        CAN PROVE THE STREAM RAN COMPLETE AND IN ORDER         *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALCONF ASSIGN TO BALCONF
               ORGANIZATION IS SEQUENTIAL.

      * THE GENERAL LEDGER'S NIGHTLY CONTROL TOTALS -- NOT OPTIONAL:
      * A PROOF RUN WITHOUT THE GL SIDE MUST FAIL, AND THE VERIFIER
      * THEN REPORTS IT MISSING
           SELECT GLCTLF ASSIGN TO GLCTLF
               ORGANIZATION IS SEQUENTIAL.

           SELECT GLPRFRPT ASSIGN TO GLPRFRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPTPARMF ASSIGN TO RPTPARMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PARM-STATUS.

      * KEYED RUN-CONTROL MASTER -- OPTIONAL SO THE FIRST NIGHT
      * CREATES IT
           SELECT OPTIONAL RUNCTLF ASSIGN TO RUNCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           EJECT
       DATA DIVISION.
       FILE                                 SECTION.
       FD  BALCONF
           RECORDING MODE IS F.
           COPY A40273D.

       FD  GLCTLF
           RECORDING MODE IS F.
           COPY A40266D.

       FD  GLPRFRPT
           RECORDING MODE IS F.
       01  GLPRFRPT-LINE                    PIC X(132).

       FD  RPTPARMF.
           COPY A40285D.

       FD  RUNCTLF.
           COPY A40293D.
           EJECT
       WORKING-STORAGE                      SECTION.
      *
      * WORKING STORAGE VARIABLES
       01  WS-FIELDS.
           05 WS-VARIABLES.
              10 WS-EOF-IND                 PIC X(01) VALUE 'N'.
                 88 WS-EOF                  VALUE 'Y'.
              10 WS-GL-EOF-IND              PIC X(01) VALUE 'N'.
                 88 WS-GL-EOF               VALUE 'Y'.
              10 WS-FOUND-IND               PIC X(01).
                 88 WS-FOUND                VALUE 'Y'.
      * 'Y' ONCE ANY TOTAL OF THE COMBINATION IN HAND HAS BROKEN
              10 WS-BREAK-IND               PIC X(01).
                 88 WS-BREAK                VALUE 'Y'.
              10 WS-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
              10 WS-GL-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
              10 WS-GL-WRONG-DATE           PIC 9(07) COMP VALUE ZERO.
              10 WS-RECORDS-DROPPED         PIC 9(07) COMP VALUE ZERO.
              10 WS-COMBINATIONS-PROVED     PIC 9(07) COMP VALUE ZERO.
              10 WS-OUT-OF-BALANCE          PIC 9(07) COMP VALUE ZERO.
              10 WS-BOOKS-ONLY              PIC 9(07) COMP VALUE ZERO.
              10 WS-GL-ONLY                 PIC 9(07) COMP VALUE ZERO.
              10 WS-EXCEPTIONS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
      * THE PRODUCT AND CURRENCY BEING LOOKED UP, AND THE ENTRY
      * IN HAND
              10 WS-FIND-PRODUCT            PIC X(40).
              10 WS-FIND-CURRENCY           PIC X(03).
              10 WS-SCAN-INDEX              PIC S9(4) COMP.
              10 WS-COMBINATION-INDEX       PIC S9(4) COMP.
      * THE TOTAL BEING PROVED -- ITS NAME, THE TWO SIDES, THEIR
      * DIFFERENCE AND THE NOTE PRINTED AGAINST IT
              10 WS-MEASURE-NAME            PIC X(07).
              10 WS-BOOKS-AMOUNT            PIC S9(13)V99 COMP-3.
              10 WS-GL-AMOUNT               PIC S9(13)V99 COMP-3.
              10 WS-DIFFERENCE              PIC S9(13)V99 COMP-3.
              10 WS-NOTE                    PIC X(14).
      * PARAMETER CONTROL FILE STATE -- A FILE THAT CANNOT BE OPENED
      * LEAVES THE STANDING DEFAULT IN FORCE RATHER THAN LOSING THE
      * NIGHT'S PROOF
              10 WS-PARM-STATUS             PIC X(02).
              10 WS-PARM-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-PARM-EOF             VALUE 'Y'.
              10 WS-PARM-INDEX              PIC S9(4) COMP.
      * TOLERANCE IN FORCE FOR THE COMBINATION BEING PROVED
              10 WS-ACTIVE-TOLERANCE        PIC S9(11)V99 COMP-3.
      * RUN-CONTROL MASTER STATE -- A FILE THAT CANNOT BE OPENED
      * SKIPS THE COMPLETION RECORD, AND THE VERIFIER THEN REPORTS
      * THE RUN MISSING, WHICH IS THE CORRECT OUTCOME
              10 WS-RUNCTL-STATUS           PIC X(02).
              10 WS-RUN-DATE                PIC 9(08).
      * EVERY PRODUCT/CURRENCY SEEN ON EITHER SIDE WITH BOTH SIDES'
      * TOTALS.  A COMBINATION BEYOND THE TABLE IS COUNTED AS
      * DROPPED SO THE TOTALS SHOW IT WAS NOT PROVED
           05 WS-COMBINATION-TABLE-INFO.
              10 WS-COMBINATION-COUNT       PIC S9(4) COMP VALUE ZERO.
              10 WS-COMBINATION-ENTRY OCCURS 500 TIMES.
                 15 XT-PRODUCT              PIC X(40).
                 15 XT-CURRENCYCODE         PIC X(03).
                 15 XT-ONBOOKS-IND          PIC X(01).
                 15 XT-ONGL-IND             PIC X(01).
                 15 XT-BOOKS-LEDGER         PIC S9(13)V99 COMP-3.
                 15 XT-BOOKS-HOLDS          PIC S9(13)V99 COMP-3.
                 15 XT-BOOKS-LOAN           PIC S9(13)V99 COMP-3.
                 15 XT-GL-LEDGER            PIC S9(13)V99 COMP-3.
                 15 XT-GL-HOLDS             PIC S9(13)V99 COMP-3.
                 15 XT-GL-LOAN              PIC S9(13)V99 COMP-3.
      * PROOF TOLERANCES LOADED AT RUN START FROM THE 'GT' RECORDS
      * OF THE REPORT PARAMETER CONTROL FILE
           05 WS-TOLERANCE-TABLE-INFO.
              10 WS-TOLERANCE-COUNT         PIC S9(4) COMP VALUE ZERO.
              10 WS-TOLERANCE-ENTRY OCCURS 100 TIMES.
                 15 PT-PRODUCT              PIC X(40).
                 15 PT-CURRENCYCODE         PIC X(03).
                 15 PT-TOLERANCE            PIC S9(11)V99 COMP-3.
      * PARAMETER CONTROL FILE CONSTANTS
           05 MISC-PARM-CONSTANTS.
              10 CC-PARM-GLPROOF            PIC X(02) VALUE 'GT'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * RUN-CONTROL MASTER CONSTANTS -- AN OPTIONAL FILE OPENED I-O
      * REPORTS '05' ON THE OPEN THAT CREATES IT
              10 CC-RUNCTL-GOOD             PIC X(02) VALUE '00'.
              10 CC-RUNCTL-CREATED          PIC X(02) VALUE '05'.
              10 CC-RUNCTL-PROGRAM          PIC X(08)
                                            VALUE 'A40245  '.
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
      * STANDING DEFAULT TOLERANCE, IN FORCE FOR ANY PRODUCT/
      * CURRENCY COMBINATION WITH NO 'GT' RECORD ON THE PARAMETER
      * CONTROL FILE -- THE TOTALS ARE SUMS OF EXACT CENTS, SO BY
      * DEFAULT THEY MUST AGREE EXACTLY
              10 CC-TOLERANCE               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
              10 CC-MEASURE-LEDGER          PIC X(07) VALUE 'LEDGER'.
              10 CC-MEASURE-HOLDS           PIC X(07) VALUE 'HOLDS'.
              10 CC-MEASURE-LOAN            PIC X(07) VALUE 'LOAN'.
              10 CC-NOTE-BREAK              PIC X(14)
                                            VALUE 'OUT OF BALANCE'.
              10 CC-NOTE-BOOKS-ONLY         PIC X(14)
                                            VALUE 'ON BOOKS ONLY'.
              10 CC-NOTE-GL-ONLY            PIC X(14)
                                            VALUE 'ON GL ONLY'.
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(42)  VALUE
              'GL CONTROL-TOTAL PROOF EXCEPTION REPORT'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(26)  VALUE
              'PRODUCT'.
           05 FILLER                        PIC X(04)  VALUE
              'CCY'.
           05 FILLER                        PIC X(07)  VALUE
              'TOTAL'.
           05 FILLER                        PIC X(18)  VALUE
              '             BOOKS'.
           05 FILLER                        PIC X(18)  VALUE
              '                GL'.
           05 FILLER                        PIC X(18)  VALUE
              '        DIFFERENCE'.
           05 FILLER                        PIC X(18)  VALUE
              '         TOLERANCE'.
           05 FILLER                        PIC X(15)  VALUE
              ' NOTE'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-PRODUCT                    PIC X(25).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-CURRENCYCODE               PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-MEASURE                    PIC X(07).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-BOOKS                      PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-GL                         PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-DIFFERENCE                 PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-TOLERANCE                  PIC -Z(12)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-NOTE                       PIC X(14).
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS READ       '.
           05 TL-RECORDS-READ               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'GL RECORDS READ     '.
           05 TL-GL-RECORDS-READ            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'COMBINATIONS PROVED'.
           05 TL-COMBINATIONS-PROVED        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'OUT OF BALANCE      '.
           05 TL-OUT-OF-BALANCE             PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ON BOOKS ONLY      '.
           05 TL-BOOKS-ONLY                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ON GL ONLY          '.
           05 TL-GL-ONLY                    PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'GL WRONG DATE      '.
           05 TL-GL-WRONG-DATE              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS DROPPED     '.
           05 TL-RECORDS-DROPPED            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'EXCEPTIONS WRITTEN '.
           05 TL-EXCEPTIONS-WRITTEN         PIC ZZ,ZZZ,ZZ9.
      *
      * PARAMETER HEADING LINES
       01  WS-PARM-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(10)  VALUE
              'TOLERANCE '.
           05 PH-PRODUCT                    PIC X(25).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PH-CURRENCYCODE               PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PH-TOLERANCE                  PIC -Z(10)9.99.
       01  WS-PARM-DEFAULT-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(18)  VALUE
              'TOLERANCE DEFAULT '.
           05 PD-TOLERANCE                  PIC -Z(10)9.99.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE FILES, LOAD AND PRINT THE TOLERANCES AND PRIME   *
      *    BOTH READS                                                *
      ***************************************************************
           OPEN INPUT  BALCONF
                       GLCTLF
                OUTPUT GLPRFRPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UA000-LOAD-PARAMETERS
              THRU UA999-EXIT

           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           WRITE GLPRFRPT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES                      TO GLPRFRPT-LINE
           WRITE GLPRFRPT-LINE

           PERFORM VA000-PRINT-PARAMETERS
              THRU VA999-EXIT

           MOVE SPACES                      TO GLPRFRPT-LINE
           WRITE GLPRFRPT-LINE
           WRITE GLPRFRPT-LINE FROM WS-COLUMN-HEADING

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT

           PERFORM EA000-READ-GL-TOTAL
              THRU EA999-EXIT
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    TOTAL THE BOOKS SIDE, POST THE GL SIDE ALONGSIDE IT, THEN *
      *    PROVE EVERY PRODUCT/CURRENCY SEEN ON EITHER SIDE          *
      ***************************************************************
           PERFORM DA000-ACCUMULATE-BOOKS
              THRU DA999-EXIT
              UNTIL WS-EOF

           PERFORM FA000-POST-GL-TOTAL
              THRU FA999-EXIT
              UNTIL WS-GL-EOF

           PERFORM GA000-PROVE-COMBINATION
              THRU GA999-EXIT
              VARYING WS-COMBINATION-INDEX FROM 1 BY 1
              UNTIL WS-COMBINATION-INDEX > WS-COMBINATION-COUNT

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       CA000-READ-EXTRACT                   SECTION.
      ***************************************************************
      *    READ THE NEXT CONSOLIDATED EXTRACT RECORD                 *
      ***************************************************************
           READ BALCONF
               AT END
                   MOVE CC-Y                TO WS-EOF-IND
               NOT AT END
                   ADD 1                     TO WS-RECORDS-READ
           END-READ
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-ACCUMULATE-BOOKS               SECTION.
      ***************************************************************
      *    ADD ONE ACCOUNT'S BALANCES TO ITS PRODUCT/CURRENCY        *
      ***************************************************************
           MOVE CR-PRODUCT                   TO WS-FIND-PRODUCT
           MOVE CR-CURRENCYCODE              TO WS-FIND-CURRENCY

           PERFORM HA000-FIND-COMBINATION
              THRU HA999-EXIT

           IF NOT WS-FOUND
              ADD 1                          TO WS-RECORDS-DROPPED
           ELSE
              MOVE CC-Y                      TO
                   XT-ONBOOKS-IND (WS-SCAN-INDEX)
              ADD CR-LEDGERBALANCE           TO
                  XT-BOOKS-LEDGER (WS-SCAN-INDEX)
              ADD CR-HOLDSAMOUNT             TO
                  XT-BOOKS-HOLDS (WS-SCAN-INDEX)
              ADD CR-LOANBALANCE             TO
                  XT-BOOKS-LOAN (WS-SCAN-INDEX)
           END-IF

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       DA999-EXIT.
             EXIT.
           EJECT

       EA000-READ-GL-TOTAL                  SECTION.
      ***************************************************************
      *    READ THE NEXT GL CONTROL-TOTALS RECORD                    *
      ***************************************************************
           READ GLCTLF
               AT END
                   MOVE CC-Y                TO WS-GL-EOF-IND
               NOT AT END
                   ADD 1                     TO WS-GL-RECORDS-READ
           END-READ
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-POST-GL-TOTAL                  SECTION.
      ***************************************************************
      *    POST ONE GL CONTROL TOTAL AGAINST ITS PRODUCT/CURRENCY.   *
      *    A TOTAL FOR ANOTHER BUSINESS DATE CANNOT PROVE TONIGHT'S  *
      *    BOOKS AND IS ONLY COUNTED                                 *
      ***************************************************************
           IF GC-BUSINESSDATE NOT = WS-RUN-DATE
              ADD 1                          TO WS-GL-WRONG-DATE
           ELSE
              MOVE GC-PRODUCT                TO WS-FIND-PRODUCT
              MOVE GC-CURRENCYCODE           TO WS-FIND-CURRENCY

              PERFORM HA000-FIND-COMBINATION
                 THRU HA999-EXIT

              IF NOT WS-FOUND
                 ADD 1                       TO WS-RECORDS-DROPPED
              ELSE
                 MOVE CC-Y                   TO
                      XT-ONGL-IND (WS-SCAN-INDEX)
                 ADD GC-LEDGERTOTAL          TO
                     XT-GL-LEDGER (WS-SCAN-INDEX)
                 ADD GC-HOLDSTOTAL           TO
                     XT-GL-HOLDS (WS-SCAN-INDEX)
                 ADD GC-LOANTOTAL            TO
                     XT-GL-LOAN (WS-SCAN-INDEX)
              END-IF
           END-IF

           PERFORM EA000-READ-GL-TOTAL
              THRU EA999-EXIT
               .
       FA999-EXIT.
             EXIT.
           EJECT

       GA000-PROVE-COMBINATION              SECTION.
      ***************************************************************
      *    PROVE ONE PRODUCT/CURRENCY.  WITH BOTH SIDES PRESENT,     *
      *    EACH TOTAL THAT DIFFERS BEYOND TOLERANCE IS REPORTED;     *
      *    WITH ONE SIDE MISSING, ALL THREE TOTALS ARE REPORTED SO   *
      *    THE AMOUNT AT STAKE IS ON THE PAGE                        *
      ***************************************************************
           PERFORM WA000-FIND-TOLERANCE
              THRU WA999-EXIT

           MOVE CC-N                         TO WS-BREAK-IND

           IF  XT-ONBOOKS-IND (WS-COMBINATION-INDEX) = CC-Y
           AND XT-ONGL-IND (WS-COMBINATION-INDEX)    = CC-Y
               MOVE CC-NOTE-BREAK            TO WS-NOTE
               ADD 1                         TO WS-COMBINATIONS-PROVED
           ELSE
               IF XT-ONBOOKS-IND (WS-COMBINATION-INDEX) = CC-Y
                  MOVE CC-NOTE-BOOKS-ONLY    TO WS-NOTE
                  ADD 1                      TO WS-BOOKS-ONLY
               ELSE
                  MOVE CC-NOTE-GL-ONLY       TO WS-NOTE
                  ADD 1                      TO WS-GL-ONLY
               END-IF
           END-IF

           MOVE CC-MEASURE-LEDGER            TO WS-MEASURE-NAME
           MOVE XT-BOOKS-LEDGER (WS-COMBINATION-INDEX)
                                             TO WS-BOOKS-AMOUNT
           MOVE XT-GL-LEDGER (WS-COMBINATION-INDEX)
                                             TO WS-GL-AMOUNT
           PERFORM GB000-PROVE-TOTAL
              THRU GB999-EXIT

           MOVE CC-MEASURE-HOLDS             TO WS-MEASURE-NAME
           MOVE XT-BOOKS-HOLDS (WS-COMBINATION-INDEX)
                                             TO WS-BOOKS-AMOUNT
           MOVE XT-GL-HOLDS (WS-COMBINATION-INDEX)
                                             TO WS-GL-AMOUNT
           PERFORM GB000-PROVE-TOTAL
              THRU GB999-EXIT

           MOVE CC-MEASURE-LOAN              TO WS-MEASURE-NAME
           MOVE XT-BOOKS-LOAN (WS-COMBINATION-INDEX)
                                             TO WS-BOOKS-AMOUNT
           MOVE XT-GL-LOAN (WS-COMBINATION-INDEX)
                                             TO WS-GL-AMOUNT
           PERFORM GB000-PROVE-TOTAL
              THRU GB999-EXIT

           IF  WS-BREAK
           AND WS-NOTE = CC-NOTE-BREAK
               ADD 1                         TO WS-OUT-OF-BALANCE
           END-IF
               .
       GA999-EXIT.
             EXIT.
           EJECT

       GB000-PROVE-TOTAL                    SECTION.
      ***************************************************************
      *    TAKE THE DIFFERENCE BETWEEN THE TWO SIDES OF ONE TOTAL    *
      *    AND REPORT IT WHEN IT IS BEYOND TOLERANCE OR ONE SIDE IS  *
      *    MISSING                                                   *
      ***************************************************************
           COMPUTE WS-DIFFERENCE =
                   WS-BOOKS-AMOUNT - WS-GL-AMOUNT

           IF  WS-NOTE NOT = CC-NOTE-BREAK
           OR  WS-DIFFERENCE > WS-ACTIVE-TOLERANCE
           OR  WS-DIFFERENCE < - WS-ACTIVE-TOLERANCE
               MOVE CC-Y                     TO WS-BREAK-IND
               PERFORM GC000-WRITE-EXCEPTION
                  THRU GC999-EXIT
           END-IF
               .
       GB999-EXIT.
             EXIT.
           EJECT

       GC000-WRITE-EXCEPTION                SECTION.
      ***************************************************************
      *    FORMAT AND WRITE ONE EXCEPTION DETAIL LINE                *
      ***************************************************************
           MOVE XT-PRODUCT (WS-COMBINATION-INDEX)
                                             TO DL-PRODUCT
           MOVE XT-CURRENCYCODE (WS-COMBINATION-INDEX)
                                             TO DL-CURRENCYCODE
           MOVE WS-MEASURE-NAME              TO DL-MEASURE
           MOVE WS-BOOKS-AMOUNT              TO DL-BOOKS
           MOVE WS-GL-AMOUNT                 TO DL-GL
           MOVE WS-DIFFERENCE                TO DL-DIFFERENCE
           MOVE WS-ACTIVE-TOLERANCE          TO DL-TOLERANCE
           MOVE WS-NOTE                      TO DL-NOTE

           WRITE GLPRFRPT-LINE FROM WS-DETAIL-LINE

           ADD 1                             TO WS-EXCEPTIONS-WRITTEN
               .
       GC999-EXIT.
             EXIT.
           EJECT

       HA000-FIND-COMBINATION               SECTION.
      ***************************************************************
      *    FIND THE PRODUCT/CURRENCY SOUGHT IN THE TABLE, OPENING AN *
      *    EMPTY ENTRY ON NEITHER SIDE THE FIRST TIME IT IS SEEN.    *
      *    WS-FOUND IS LEFT 'N' ONLY WHEN THE TABLE IS FULL          *
      ***************************************************************
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-SCAN-INDEX

           PERFORM HB000-MATCH-COMBINATION
              THRU HB999-EXIT
              UNTIL WS-FOUND
              OR    WS-SCAN-INDEX > WS-COMBINATION-COUNT

           IF  NOT WS-FOUND
           AND WS-COMBINATION-COUNT < 500
               ADD 1                         TO WS-COMBINATION-COUNT
               MOVE WS-COMBINATION-COUNT     TO WS-SCAN-INDEX
               MOVE WS-FIND-PRODUCT          TO
                    XT-PRODUCT (WS-SCAN-INDEX)
               MOVE WS-FIND-CURRENCY         TO
                    XT-CURRENCYCODE (WS-SCAN-INDEX)
               MOVE CC-N                     TO
                    XT-ONBOOKS-IND (WS-SCAN-INDEX)
               MOVE CC-N                     TO
                    XT-ONGL-IND (WS-SCAN-INDEX)
               MOVE ZERO                     TO
                    XT-BOOKS-LEDGER (WS-SCAN-INDEX)
               MOVE ZERO                     TO
                    XT-BOOKS-HOLDS (WS-SCAN-INDEX)
               MOVE ZERO                     TO
                    XT-BOOKS-LOAN (WS-SCAN-INDEX)
               MOVE ZERO                     TO
                    XT-GL-LEDGER (WS-SCAN-INDEX)
               MOVE ZERO                     TO
                    XT-GL-HOLDS (WS-SCAN-INDEX)
               MOVE ZERO                     TO
                    XT-GL-LOAN (WS-SCAN-INDEX)
               MOVE CC-Y                     TO WS-FOUND-IND
           END-IF
               .
       HA999-EXIT.
             EXIT.
           EJECT

       HB000-MATCH-COMBINATION              SECTION.
      ***************************************************************
      *    TEST ONE TABLE ENTRY AGAINST THE PRODUCT/CURRENCY SOUGHT  *
      ***************************************************************
           IF  XT-PRODUCT (WS-SCAN-INDEX)      = WS-FIND-PRODUCT
           AND XT-CURRENCYCODE (WS-SCAN-INDEX) = WS-FIND-CURRENCY
               MOVE CC-Y                     TO WS-FOUND-IND
           ELSE
               ADD 1                         TO WS-SCAN-INDEX
           END-IF
               .
       HB999-EXIT.
             EXIT.
           EJECT

       UA000-LOAD-PARAMETERS                SECTION.
      ***************************************************************
      *    LOAD THE 'GT' TOLERANCE RECORDS FROM THE REPORT PARAMETER *
      *    CONTROL FILE.  A FILE THAT CANNOT BE OPENED LEAVES THE    *
      *    TABLE EMPTY AND THE STANDING DEFAULT IN FORCE             *
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
      *    STORE ONE 'GT' TOLERANCE RECORD IN THE TABLE.  RECORD     *
      *    TYPES BELONGING TO THE OTHER REPORTS ARE PASSED OVER      *
      ***************************************************************
           IF  PP-RECORDTYPE = CC-PARM-GLPROOF
           AND WS-TOLERANCE-COUNT < 100
               ADD 1                         TO WS-TOLERANCE-COUNT
               MOVE PG-PRODUCT               TO
                    PT-PRODUCT (WS-TOLERANCE-COUNT)
               MOVE PG-CURRENCYCODE          TO
                    PT-CURRENCYCODE (WS-TOLERANCE-COUNT)
               MOVE PP-TOLERANCE             TO
                    PT-TOLERANCE (WS-TOLERANCE-COUNT)
           END-IF

           PERFORM UB000-READ-PARAMETER
              THRU UB999-EXIT
               .
       UC999-EXIT.
             EXIT.
           EJECT

       VA000-PRINT-PARAMETERS               SECTION.
      ***************************************************************
      *    PRINT THE PARAMETERS IN FORCE IN THE REPORT HEADING SO    *
      *    THE NIGHT'S TOLERANCES ARE ON THE REPORT THEY SHAPED      *
      ***************************************************************
           MOVE CC-TOLERANCE                 TO PD-TOLERANCE
           WRITE GLPRFRPT-LINE FROM WS-PARM-DEFAULT-LINE

           PERFORM VB000-PRINT-PARAMETER
              THRU VB999-EXIT
              VARYING WS-PARM-INDEX FROM 1 BY 1
              UNTIL WS-PARM-INDEX > WS-TOLERANCE-COUNT
               .
       VA999-EXIT.
             EXIT.
           EJECT

       VB000-PRINT-PARAMETER                SECTION.
      ***************************************************************
      *    PRINT ONE LOADED TOLERANCE PARAMETER                      *
      ***************************************************************
           MOVE PT-PRODUCT (WS-PARM-INDEX)   TO PH-PRODUCT
           MOVE PT-CURRENCYCODE (WS-PARM-INDEX)
                                             TO PH-CURRENCYCODE
           MOVE PT-TOLERANCE (WS-PARM-INDEX) TO PH-TOLERANCE

           WRITE GLPRFRPT-LINE FROM WS-PARM-LINE
               .
       VB999-EXIT.
             EXIT.
           EJECT

       WA000-FIND-TOLERANCE                 SECTION.
      ***************************************************************
      *    ESTABLISH THE TOLERANCE IN FORCE FOR THE COMBINATION IN   *
      *    HAND -- ITS 'GT' RECORD, OR THE STANDING DEFAULT          *
      ***************************************************************
           MOVE CC-TOLERANCE                 TO WS-ACTIVE-TOLERANCE
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-PARM-INDEX

           PERFORM WB000-MATCH-TOLERANCE
              THRU WB999-EXIT
              UNTIL WS-FOUND
              OR    WS-PARM-INDEX > WS-TOLERANCE-COUNT
               .
       WA999-EXIT.
             EXIT.
           EJECT

       WB000-MATCH-TOLERANCE                SECTION.
      ***************************************************************
      *    TEST ONE LOADED TOLERANCE AGAINST THE COMBINATION IN HAND *
      ***************************************************************
           IF  PT-PRODUCT (WS-PARM-INDEX)      =
               XT-PRODUCT (WS-COMBINATION-INDEX)
           AND PT-CURRENCYCODE (WS-PARM-INDEX) =
               XT-CURRENCYCODE (WS-COMBINATION-INDEX)
               MOVE CC-Y                     TO WS-FOUND-IND
               MOVE PT-TOLERANCE (WS-PARM-INDEX)
                                             TO WS-ACTIVE-TOLERANCE
           ELSE
               ADD 1                         TO WS-PARM-INDEX
           END-IF
               .
       WB999-EXIT.
             EXIT.
           EJECT

       XR000-WRITE-RUN-CONTROL              SECTION.
      ***************************************************************
      *    HARDEN THIS RUN'S COMPLETION RECORD TO THE RUN-CONTROL    *
      *    MASTER FOR THE END-OF-NIGHT VERIFIER.  A RERUN OF THE     *
      *    SAME BUSINESS DATE REPLACES ITS EARLIER RECORD.  A        *
      *    MASTER THAT CANNOT BE OPENED SKIPS THE WRITE -- THE       *
      *    VERIFIER THEN REPORTS THE RUN MISSING                     *
      ***************************************************************
           OPEN I-O RUNCTLF

           IF WS-RUNCTL-STATUS = CC-RUNCTL-GOOD
           OR WS-RUNCTL-STATUS = CC-RUNCTL-CREATED
              MOVE WS-RUN-DATE               TO RN-BUSINESSDATE
              MOVE CC-RUNCTL-PROGRAM         TO RN-PROGRAMID
              MOVE WS-RECORDS-READ           TO RN-RECORDS-READ
              MOVE WS-EXCEPTIONS-WRITTEN     TO RN-RECORDS-WRITTEN
              MOVE CC-Y                      TO RN-CLEAN-IND

              WRITE RUNCTLMST
                  INVALID KEY
                      REWRITE RUNCTLMST
              END-WRITE

              CLOSE RUNCTLF
           END-IF
               .
       XR999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *    WRITE THE SUMMARY TOTALS, CLOSE THE FILES AND STOP        *
      ***************************************************************
           MOVE WS-RECORDS-READ              TO TL-RECORDS-READ
           MOVE WS-GL-RECORDS-READ           TO TL-GL-RECORDS-READ
           MOVE WS-COMBINATIONS-PROVED       TO TL-COMBINATIONS-PROVED
           MOVE WS-OUT-OF-BALANCE            TO TL-OUT-OF-BALANCE
           MOVE WS-BOOKS-ONLY                TO TL-BOOKS-ONLY
           MOVE WS-GL-ONLY                   TO TL-GL-ONLY
           MOVE WS-GL-WRONG-DATE             TO TL-GL-WRONG-DATE
           MOVE WS-RECORDS-DROPPED           TO TL-RECORDS-DROPPED
           MOVE WS-EXCEPTIONS-WRITTEN        TO TL-EXCEPTIONS-WRITTEN

           MOVE SPACES                       TO GLPRFRPT-LINE
           WRITE GLPRFRPT-LINE
           WRITE GLPRFRPT-LINE FROM WS-TOTAL-LINE
           WRITE GLPRFRPT-LINE FROM WS-TOTAL-LINE-2
           WRITE GLPRFRPT-LINE FROM WS-TOTAL-LINE-3
           WRITE GLPRFRPT-LINE FROM WS-TOTAL-LINE-4
           WRITE GLPRFRPT-LINE FROM WS-TOTAL-LINE-5

           PERFORM XR000-WRITE-RUN-CONTROL
              THRU XR999-EXIT

           CLOSE BALCONF
                 GLCTLF
                 GLPRFRPT

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40245.
