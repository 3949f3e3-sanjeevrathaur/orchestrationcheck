       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40247.
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
      *         NAME:          A40247                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        BULK BALANCE RUN PARTITION SPLIT                       *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE NIGHT'S BULK BALANCE ACCOUNT LIST (THE        *
      *        OVERNIGHT RISK/EXPOSURE EXTRACT QUEUED TO A40214) AND  *
      *        SORT IT INTO ACCOUNT TYPE AND NUMBER ORDER             *
      *      - SPLIT IT INTO THE NUMBER OF PARTITIONS SET ON THE      *
      *        REPORT PARAMETER CONTROL FILE (A40285D 'BP' RECORD),   *
      *        EITHER BY WHOLE ACCOUNT TYPE OR INTO EQUAL RANGES OF   *
      *        ACCOUNT NUMBERS.  EACH PARTITION FILE BACKS ITS OWN    *
      *        INBOUND QUEUE (ACT1 THROUGH ACT8) AND IS RUN BY A40214 *
      *        AS ITS OWN CONCURRENT TASK.  ONE PARTITION, OR NO      *
      *        RECORD ON FILE, LEAVES THE RUN UNPARTITIONED ON THE    *
      *        ACCT QUEUE AS BEFORE                                   *
      *      - WRITE THE SPLIT CONTROL FILE (A40270D) -- THE PLAN AND *
      *        EVERY ACCOUNT FED IN -- FOR THE MERGE STEP (A40248)    *
      *      - REPORT THE PARTITIONS AND THE ACCOUNT RANGE EACH ONE   *
      *        HOLDS                                                  *
      *      - WRITE A RUN-COMPLETION RECORD TO THE KEYED RUN-CONTROL *
      *        MASTER (A40293D) SO THE END-OF-NIGHT VERIFIER (A40229) *
      *        CAN PROVE THE STREAM RAN COMPLETE AND IN ORDER         *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTLSTF ASSIGN TO ACCTLSTF
               ORGANIZATION IS SEQUENTIAL.

      * ONE FILE PER PARTITION.  EVERY ONE IS OPENED, SO A PARTITION
      * NOT IN USE TONIGHT IS LEFT EMPTY RATHER THAN STILL HOLDING
      * AN EARLIER NIGHT'S ACCOUNTS
           SELECT ACCTP1 ASSIGN TO ACCTP1
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP2 ASSIGN TO ACCTP2
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP3 ASSIGN TO ACCTP3
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP4 ASSIGN TO ACCTP4
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP5 ASSIGN TO ACCTP5
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP6 ASSIGN TO ACCTP6
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP7 ASSIGN TO ACCTP7
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTP8 ASSIGN TO ACCTP8
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPLITCTLF ASSIGN TO SPLITCTLF
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPLITRPT ASSIGN TO SPLITRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWORK ASSIGN TO SORTWORK.

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
      * ONE INBOUND ACCOUNT NUMBER, AS QUEUED TO A40214
       FD  ACCTLSTF
           RECORDING MODE IS F.
       01  ACCTLSTF-RECORD.
           05 AL-ACCOUNTTYPE                PIC X(03).
           05 AL-ACCOUNTNUM                 PIC 9(15) COMP-3.
           05 AL-PRODUCT                    PIC X(40).

       FD  ACCTP1
           RECORDING MODE IS F.
       01  ACCTP1-RECORD                    PIC X(51).

       FD  ACCTP2
           RECORDING MODE IS F.
       01  ACCTP2-RECORD                    PIC X(51).

       FD  ACCTP3
           RECORDING MODE IS F.
       01  ACCTP3-RECORD                    PIC X(51).

       FD  ACCTP4
           RECORDING MODE IS F.
       01  ACCTP4-RECORD                    PIC X(51).

       FD  ACCTP5
           RECORDING MODE IS F.
       01  ACCTP5-RECORD                    PIC X(51).

       FD  ACCTP6
           RECORDING MODE IS F.
       01  ACCTP6-RECORD                    PIC X(51).

       FD  ACCTP7
           RECORDING MODE IS F.
       01  ACCTP7-RECORD                    PIC X(51).

       FD  ACCTP8
           RECORDING MODE IS F.
       01  ACCTP8-RECORD                    PIC X(51).

       FD  SPLITCTLF
           RECORDING MODE IS F.
           COPY A40270D.

       FD  SPLITRPT
           RECORDING MODE IS F.
       01  SPLITRPT-LINE                    PIC X(132).

       FD  RPTPARMF.
           COPY A40285D.

       FD  RUNCTLF.
           COPY A40293D.

       SD  SORTWORK.
       01  SORTWORK-RECORD.
           05 SW-ACCOUNTTYPE                PIC X(03).
           05 SW-ACCOUNTNUM                 PIC 9(15) COMP-3.
           05 SW-PRODUCT                    PIC X(40).
           EJECT
       WORKING-STORAGE                      SECTION.
      *
      * WORKING STORAGE VARIABLES
       01  WS-FIELDS.
           05 WS-VARIABLES.
              10 WS-LIST-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-LIST-EOF             VALUE 'Y'.
              10 WS-SORT-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-SORT-EOF             VALUE 'Y'.
              10 WS-FOUND-IND               PIC X(01).
                 88 WS-FOUND                VALUE 'Y'.
      * SET ONCE THE FIRST SORTED ACCOUNT HAS BEEN ROUTED, SO THE
      * ACCOUNT-TYPE BREAK TEST HAS A PRIOR TYPE TO COMPARE AGAINST
              10 WS-HELD-IND                PIC X(01) VALUE 'N'.
                 88 WS-HELD                 VALUE 'Y'.
              10 WS-HELD-ACCOUNTTYPE        PIC X(03).
              10 WS-ACCOUNTS-READ           PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-ROUTED         PIC 9(07) COMP VALUE ZERO.
      * ACCOUNTS WHOSE TYPE DID NOT FIT IN THE TYPE TABLE -- THEY
      * ARE SPLIT TO THE FIRST PARTITION RATHER THAN DROPPED
              10 WS-ACCOUNTS-OVERFLOWED     PIC 9(07) COMP VALUE ZERO.
      * PARTITIONING IN FORCE FOR THE NIGHT
              10 WS-PARTITION-COUNT         PIC S9(4) COMP.
              10 WS-PARTITION-METHOD        PIC X(01).
                 88 WS-SPLIT-BY-TYPE        VALUE 'T'.
              10 WS-PARM-FOUND-IND          PIC X(01) VALUE 'N'.
                 88 WS-PARM-FOUND           VALUE 'Y'.
      * ACCOUNTS PER PARTITION WHEN SPLITTING BY RANGE -- THE LAST
      * PARTITIONS TAKE WHATEVER IS LEFT
              10 WS-RANGE-SIZE              PIC 9(07) COMP.
              10 WS-REMAINING               PIC S9(9) COMP.
      * THE PARTITION THE ACCOUNT IN HAND IS ROUTED TO
              10 WS-PARTITION               PIC S9(4) COMP.
              10 WS-PARTITION-INDEX         PIC S9(4) COMP.
      * ACCOUNT TYPE BEING LOOKED UP, AND THE ENTRIES IN HAND WHILE
      * THE TYPES ARE DEALT OUT TO THE PARTITIONS
              10 WS-FIND-ACCOUNTTYPE        PIC X(03).
              10 WS-SCAN-INDEX              PIC S9(4) COMP.
              10 WS-TYPE-INDEX              PIC S9(4) COMP.
              10 WS-PICK-INDEX              PIC S9(4) COMP.
              10 WS-LIGHT-INDEX             PIC S9(4) COMP.
      * PARAMETER CONTROL FILE STATE -- A FILE THAT CANNOT BE OPENED
      * LEAVES THE RUN UNPARTITIONED, WHICH IS HOW IT RAN BEFORE
              10 WS-PARM-STATUS             PIC X(02).
              10 WS-PARM-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-PARM-EOF             VALUE 'Y'.
      * RUN-CONTROL MASTER STATE -- A FILE THAT CANNOT BE OPENED
      * SKIPS THE COMPLETION RECORD, AND THE VERIFIER THEN REPORTS
      * THE RUN MISSING, WHICH IS THE CORRECT OUTCOME
              10 WS-RUNCTL-STATUS           PIC X(02).
              10 WS-RUN-DATE                PIC 9(08).
              10 WS-RUN-TIME                PIC 9(08).
              10 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
                 15 WS-RUN-HHMMSS           PIC X(06).
                 15 FILLER                  PIC X(02).
      * EVERY ACCOUNT TYPE ON THE LIST, ITS ACCOUNT COUNT AND, WHEN
      * SPLITTING BY TYPE, THE PARTITION IT IS DEALT TO (ZERO UNTIL
      * DEALT)
           05 WS-TYPE-TABLE-INFO.
              10 WS-TYPE-COUNT              PIC S9(4) COMP VALUE ZERO.
              10 WS-TYPE-ENTRY OCCURS 100 TIMES.
                 15 XT-ACCOUNTTYPE          PIC X(03).
                 15 XT-ACCOUNT-COUNT        PIC 9(07) COMP.
                 15 XT-PARTITION            PIC S9(4) COMP.
      * THE PLANNED AND ACTUAL ACCOUNTS OF EACH PARTITION AND THE
      * FIRST AND LAST ACCOUNT ROUTED TO IT
           05 WS-PARTITION-TABLE-INFO.
              10 WS-PARTITION-ENTRY OCCURS 8 TIMES.
                 15 PT-PLANNED              PIC 9(07) COMP.
                 15 PT-ROUTED               PIC 9(07) COMP.
                 15 PT-FIRST-ACCOUNTTYPE    PIC X(03).
                 15 PT-FIRST-ACCOUNTNUM     PIC 9(15) COMP-3.
                 15 PT-LAST-ACCOUNTTYPE     PIC X(03).
                 15 PT-LAST-ACCOUNTNUM      PIC 9(15) COMP-3.
      * PARAMETER CONTROL FILE CONSTANTS
           05 MISC-PARM-CONSTANTS.
              10 CC-PARM-PARTITION          PIC X(02) VALUE 'BP'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * RUN-CONTROL MASTER CONSTANTS -- AN OPTIONAL FILE OPENED I-O
      * REPORTS '05' ON THE OPEN THAT CREATES IT
              10 CC-RUNCTL-GOOD             PIC X(02) VALUE '00'.
              10 CC-RUNCTL-CREATED          PIC X(02) VALUE '05'.
              10 CC-RUNCTL-PROGRAM          PIC X(08)
                                            VALUE 'A40247  '.
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-SPLIT-TYPE              PIC X(01) VALUE 'T'.
              10 CC-SPLIT-RANGE             PIC X(01) VALUE 'R'.
              10 CC-RECORD-HEADER           PIC X(01) VALUE 'H'.
              10 CC-RECORD-PARTITION        PIC X(01) VALUE 'P'.
              10 CC-RECORD-ACCOUNT          PIC X(01) VALUE 'A'.
      * THE UNPARTITIONED RUN'S INBOUND QUEUE, AND THE PREFIX OF THE
      * PARTITION QUEUES (ACT1 THROUGH ACT8) THE PARTITION FILES
      * BACK
              10 CC-SINGLE-TDQ              PIC X(04) VALUE 'ACCT'.
              10 CC-PARTITION-TDQ           PIC X(03) VALUE 'ACT'.
              10 CC-METHOD-TYPE             PIC X(13)
                                            VALUE 'ACCOUNT TYPE'.
              10 CC-METHOD-RANGE            PIC X(13)
                                            VALUE 'NUMBER RANGE'.
              10 CC-METHOD-NONE             PIC X(13)
                                            VALUE 'UNPARTITIONED'.
              10 CC-SOURCE-PARM             PIC X(09)
                                            VALUE 'PARAMETER'.
              10 CC-SOURCE-DEFAULT          PIC X(09)
                                            VALUE 'DEFAULT'.
      * BINARY CONSTANTS -- THE MOST PARTITIONS A NIGHT CAN BE SPLIT
      * INTO (ONE FILE AND QUEUE EACH), AND THE TYPE TABLE SIZE
              10 CH-MAX-PARTITIONS          PIC S9(4) COMP VALUE +8.
              10 CH-MAX-TYPES               PIC S9(4) COMP VALUE +100.
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(42)  VALUE
              'BULK BALANCE RUN PARTITION SPLIT'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-PARM-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(11)  VALUE
              'PARTITIONS '.
           05 PH-PARTITION-COUNT            PIC Z9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(07)  VALUE
              'METHOD '.
           05 PH-METHOD                     PIC X(13).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(07)  VALUE
              'SOURCE '.
           05 PH-SOURCE                     PIC X(09).
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(11)  VALUE
              'PARTITION'.
           05 FILLER                        PIC X(07)  VALUE
              'QUEUE'.
           05 FILLER                        PIC X(11)  VALUE
              '  ACCOUNTS'.
           05 FILLER                        PIC X(22)  VALUE
              '  FIRST ACCOUNT'.
           05 FILLER                        PIC X(20)  VALUE
              'LAST ACCOUNT'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 DL-PARTITION                  PIC Z9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 DL-QUEUE                      PIC X(04).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-ACCOUNTS                   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 DL-FIRST-ACCOUNTTYPE          PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-FIRST-ACCOUNTNUM           PIC 9(15).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-LAST-ACCOUNTTYPE           PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-LAST-ACCOUNTNUM            PIC 9(15).
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS READ      '.
           05 TL-ACCOUNTS-READ              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS ROUTED     '.
           05 TL-ACCOUNTS-ROUTED            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNT TYPES      '.
           05 TL-ACCOUNT-TYPES              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'TYPE TABLE OVERFLOW '.
           05 TL-ACCOUNTS-OVERFLOWED        PIC ZZ,ZZZ,ZZ9.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE REPORT, ESTABLISH THE PARTITIONING IN FORCE AND  *
      *    WRITE THE HEADINGS.  THE SPLIT DATE/TIME IS TAKEN HERE,   *
      *    BEFORE ANY PARTITION CAN START, SO THE MERGE CAN TELL A   *
      *    CHECKPOINT FROM TONIGHT FROM ONE LEFT BY AN EARLIER NIGHT *
      ***************************************************************
           OPEN OUTPUT SPLITRPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM UA000-LOAD-PARAMETERS
              THRU UA999-EXIT

           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           WRITE SPLITRPT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES                      TO SPLITRPT-LINE
           WRITE SPLITRPT-LINE

           PERFORM VA000-PRINT-PARAMETERS
              THRU VA999-EXIT

           MOVE SPACES                      TO SPLITRPT-LINE
           WRITE SPLITRPT-LINE
           WRITE SPLITRPT-LINE FROM WS-COLUMN-HEADING
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    SORT THE ACCOUNT LIST INTO ACCOUNT TYPE AND NUMBER ORDER  *
      *    SO EVERY PARTITION IS A FIXED, REPEATABLE SLICE OF IT --  *
      *    A PARTITION RESUMED FROM ITS CHECKPOINT MUST SEE ITS      *
      *    ACCOUNTS IN THE SAME ORDER ON THE RERUN -- THEN DEAL THE  *
      *    SORTED ACCOUNTS OUT TO THE PARTITIONS                     *
      ***************************************************************
           SORT SORTWORK
             ON ASCENDING KEY SW-ACCOUNTTYPE
                              SW-ACCOUNTNUM
             INPUT PROCEDURE IS CA000-LOAD-ACCOUNTS
                            THRU CA999-EXIT
             OUTPUT PROCEDURE IS EA000-SPLIT-ACCOUNTS
                            THRU EA999-EXIT

           PERFORM WA000-PRINT-PARTITION
              THRU WA999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       CA000-LOAD-ACCOUNTS                  SECTION.
      ***************************************************************
      *    READ THE ACCOUNT LIST AND RELEASE EVERY ACCOUNT TO THE    *
      *    SORT, COUNTING THE ACCOUNTS OF EACH ACCOUNT TYPE ON THE   *
      *    WAY                                                       *
      ***************************************************************
           OPEN INPUT ACCTLSTF

           PERFORM DA000-READ-ACCOUNT
              THRU DA999-EXIT
              UNTIL WS-LIST-EOF

           CLOSE ACCTLSTF
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-READ-ACCOUNT                   SECTION.
      ***************************************************************
      *    READ ONE ACCOUNT, COUNT IT AGAINST ITS TYPE AND RELEASE   *
      *    IT TO THE SORT                                            *
      ***************************************************************
           READ ACCTLSTF
               AT END
                   MOVE CC-Y                TO WS-LIST-EOF-IND
               NOT AT END
                   ADD 1                    TO WS-ACCOUNTS-READ
                   PERFORM DB000-COUNT-TYPE
                      THRU DB999-EXIT
                   RELEASE SORTWORK-RECORD FROM ACCTLSTF-RECORD
           END-READ
               .
       DA999-EXIT.
             EXIT.
           EJECT

       DB000-COUNT-TYPE                     SECTION.
      ***************************************************************
      *    ADD THE ACCOUNT IN HAND TO ITS ACCOUNT TYPE'S COUNT.  AN  *
      *    ACCOUNT WHOSE TYPE NO LONGER FITS IN THE TABLE IS COUNTED *
      *    AS OVERFLOWED AND LATER GOES TO THE FIRST PARTITION       *
      ***************************************************************
           MOVE AL-ACCOUNTTYPE               TO WS-FIND-ACCOUNTTYPE

           PERFORM JA000-FIND-TYPE
              THRU JA999-EXIT

           IF NOT WS-FOUND
              IF WS-TYPE-COUNT < CH-MAX-TYPES
                 ADD 1                       TO WS-TYPE-COUNT
                 MOVE WS-TYPE-COUNT          TO WS-SCAN-INDEX
                 MOVE AL-ACCOUNTTYPE         TO
                      XT-ACCOUNTTYPE (WS-SCAN-INDEX)
                 MOVE ZERO                   TO
                      XT-ACCOUNT-COUNT (WS-SCAN-INDEX)
                 MOVE ZERO                   TO
                      XT-PARTITION (WS-SCAN-INDEX)
                 MOVE CC-Y                   TO WS-FOUND-IND
              END-IF
           END-IF

           IF WS-FOUND
              ADD 1                          TO
                  XT-ACCOUNT-COUNT (WS-SCAN-INDEX)
           ELSE
              ADD 1                          TO WS-ACCOUNTS-OVERFLOWED
           END-IF
               .
       DB999-EXIT.
             EXIT.
           EJECT

       EA000-SPLIT-ACCOUNTS                 SECTION.
      ***************************************************************
      *    PLAN THE PARTITIONS NOW THAT THE WHOLE LIST HAS BEEN      *
      *    COUNTED, WRITE THE PLAN TO THE SPLIT CONTROL FILE, THEN   *
      *    RETURN THE SORTED ACCOUNTS AND ROUTE EACH ONE TO ITS      *
      *    PARTITION                                                 *
      ***************************************************************
           PERFORM FA000-PLAN-PARTITIONS
              THRU FA999-EXIT

           OPEN OUTPUT SPLITCTLF
                       ACCTP1
                       ACCTP2
                       ACCTP3
                       ACCTP4
                       ACCTP5
                       ACCTP6
                       ACCTP7
                       ACCTP8

           PERFORM GA000-WRITE-HEADER
              THRU GA999-EXIT

           PERFORM GB000-WRITE-PLAN
              THRU GB999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           PERFORM HA000-RETURN-ACCOUNT
              THRU HA999-EXIT
              UNTIL WS-SORT-EOF

           CLOSE SPLITCTLF
                 ACCTP1
                 ACCTP2
                 ACCTP3
                 ACCTP4
                 ACCTP5
                 ACCTP6
                 ACCTP7
                 ACCTP8
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-PLAN-PARTITIONS                SECTION.
      ***************************************************************
      *    WORK OUT HOW MANY ACCOUNTS EACH PARTITION WILL HOLD.  BY  *
      *    RANGE, EVERY PARTITION BUT THE LAST TAKES AN EQUAL SHARE  *
      *    OF THE LIST, ROUNDED UP.  BY TYPE, THE ACCOUNT TYPES ARE  *
      *    DEALT OUT LARGEST FIRST, EACH TO THE PARTITION HOLDING    *
      *    THE FEWEST ACCOUNTS SO FAR, SO THE TASKS FINISH AS NEARLY *
      *    TOGETHER AS WHOLE TYPES ALLOW                             *
      ***************************************************************
           PERFORM FB000-CLEAR-PARTITION
              THRU FB999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > CH-MAX-PARTITIONS

           IF WS-SPLIT-BY-TYPE
              MOVE WS-ACCOUNTS-OVERFLOWED    TO PT-PLANNED (1)

              PERFORM FD000-DEAL-TYPE
                 THRU FD999-EXIT
                 VARYING WS-TYPE-INDEX FROM 1 BY 1
                 UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
           ELSE
              COMPUTE WS-RANGE-SIZE =
                      (WS-ACCOUNTS-READ + WS-PARTITION-COUNT - 1)
                    / WS-PARTITION-COUNT
              IF WS-RANGE-SIZE = ZERO
                 MOVE 1                      TO WS-RANGE-SIZE
              END-IF

              PERFORM FC000-PLAN-RANGE
                 THRU FC999-EXIT
                 VARYING WS-PARTITION-INDEX FROM 1 BY 1
                 UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT
           END-IF
               .
       FA999-EXIT.
             EXIT.
           EJECT

       FB000-CLEAR-PARTITION                SECTION.
      ***************************************************************
      *    START ONE PARTITION EMPTY                                 *
      ***************************************************************
           MOVE ZERO                         TO
                PT-PLANNED (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-ROUTED (WS-PARTITION-INDEX)
           MOVE SPACES                       TO
                PT-FIRST-ACCOUNTTYPE (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-FIRST-ACCOUNTNUM (WS-PARTITION-INDEX)
           MOVE SPACES                       TO
                PT-LAST-ACCOUNTTYPE (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-LAST-ACCOUNTNUM (WS-PARTITION-INDEX)
               .
       FB999-EXIT.
             EXIT.
           EJECT

       FC000-PLAN-RANGE                     SECTION.
      ***************************************************************
      *    ONE RANGE PARTITION HOLDS A FULL SHARE, OR WHATEVER IS    *
      *    LEFT OF THE LIST AFTER THE PARTITIONS BEFORE IT           *
      ***************************************************************
           COMPUTE WS-REMAINING = WS-ACCOUNTS-READ
                 - (WS-PARTITION-INDEX - 1) * WS-RANGE-SIZE

           IF WS-REMAINING < ZERO
              MOVE ZERO                      TO WS-REMAINING
           END-IF
           IF WS-REMAINING > WS-RANGE-SIZE
              MOVE WS-RANGE-SIZE             TO WS-REMAINING
           END-IF

           MOVE WS-REMAINING                 TO
                PT-PLANNED (WS-PARTITION-INDEX)
               .
       FC999-EXIT.
             EXIT.
           EJECT

       FD000-DEAL-TYPE                      SECTION.
      ***************************************************************
      *    DEAL THE LARGEST ACCOUNT TYPE NOT YET DEALT TO THE        *
      *    PARTITION HOLDING THE FEWEST ACCOUNTS SO FAR.  A TIE      *
      *    GOES TO THE EARLIER PARTITION                             *
      ***************************************************************
           MOVE ZERO                         TO WS-PICK-INDEX

           PERFORM FE000-TEST-LARGEST
              THRU FE999-EXIT
              VARYING WS-SCAN-INDEX FROM 1 BY 1
              UNTIL WS-SCAN-INDEX > WS-TYPE-COUNT

           MOVE 1                            TO WS-LIGHT-INDEX

           PERFORM FF000-TEST-LIGHTEST
              THRU FF999-EXIT
              VARYING WS-PARTITION-INDEX FROM 2 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           IF WS-PICK-INDEX > ZERO
              MOVE WS-LIGHT-INDEX            TO
                   XT-PARTITION (WS-PICK-INDEX)
              ADD XT-ACCOUNT-COUNT (WS-PICK-INDEX)
                                             TO
                  PT-PLANNED (WS-LIGHT-INDEX)
           END-IF
               .
       FD999-EXIT.
             EXIT.
           EJECT

       FE000-TEST-LARGEST                   SECTION.
      ***************************************************************
      *    KEEP THE TYPE TABLE ENTRY IN HAND IF IT IS NOT YET DEALT  *
      *    AND HOLDS MORE ACCOUNTS THAN THE ONE KEPT SO FAR          *
      ***************************************************************
           IF XT-PARTITION (WS-SCAN-INDEX) = ZERO
              IF WS-PICK-INDEX = ZERO
                 MOVE WS-SCAN-INDEX          TO WS-PICK-INDEX
              ELSE
                 IF XT-ACCOUNT-COUNT (WS-SCAN-INDEX) >
                    XT-ACCOUNT-COUNT (WS-PICK-INDEX)
                    MOVE WS-SCAN-INDEX       TO WS-PICK-INDEX
                 END-IF
              END-IF
           END-IF
               .
       FE999-EXIT.
             EXIT.
           EJECT

       FF000-TEST-LIGHTEST                  SECTION.
      ***************************************************************
      *    KEEP THE PARTITION IN HAND IF IT HOLDS FEWER ACCOUNTS     *
      *    THAN THE ONE KEPT SO FAR                                  *
      ***************************************************************
           IF PT-PLANNED (WS-PARTITION-INDEX) <
              PT-PLANNED (WS-LIGHT-INDEX)
              MOVE WS-PARTITION-INDEX        TO WS-LIGHT-INDEX
           END-IF
               .
       FF999-EXIT.
             EXIT.
           EJECT

       GA000-WRITE-HEADER                   SECTION.
      ***************************************************************
      *    WRITE THE SPLIT CONTROL FILE'S HEADER RECORD              *
      ***************************************************************
           MOVE SPACES                       TO BULKSPLITCTL
           MOVE CC-RECORD-HEADER             TO SP-RECORDTYPE
           MOVE WS-PARTITION-COUNT           TO SH-PARTITION-COUNT
           MOVE WS-PARTITION-METHOD          TO SH-PARTITION-METHOD
           MOVE WS-ACCOUNTS-READ             TO SH-ACCOUNT-COUNT
           MOVE WS-RUN-DATE                  TO SH-SPLITDATE
           MOVE WS-RUN-HHMMSS                TO SH-SPLITTIME

           WRITE BULKSPLITCTL
               .
       GA999-EXIT.
             EXIT.
           EJECT

       GB000-WRITE-PLAN                     SECTION.
      ***************************************************************
      *    WRITE ONE PARTITION'S PLAN RECORD                         *
      ***************************************************************
           MOVE SPACES                       TO BULKSPLITCTL
           MOVE CC-RECORD-PARTITION          TO SP-RECORDTYPE
           MOVE WS-PARTITION-INDEX           TO SQ-PARTITION
           MOVE PT-PLANNED (WS-PARTITION-INDEX)
                                             TO SQ-ACCOUNT-COUNT

           WRITE BULKSPLITCTL
               .
       GB999-EXIT.
             EXIT.
           EJECT

       HA000-RETURN-ACCOUNT                 SECTION.
      ***************************************************************
      *    RETURN ONE SORTED ACCOUNT AND ROUTE IT                    *
      ***************************************************************
           RETURN SORTWORK
               AT END
                   MOVE CC-Y                TO WS-SORT-EOF-IND
               NOT AT END
                   PERFORM HB000-ROUTE-ACCOUNT
                      THRU HB999-EXIT
           END-RETURN
               .
       HA999-EXIT.
             EXIT.
           EJECT

       HB000-ROUTE-ACCOUNT                  SECTION.
      ***************************************************************
      *    CHOOSE THE ACCOUNT'S PARTITION, QUEUE IT THERE AND RECORD *
      *    IT ON THE SPLIT CONTROL FILE AS FED IN.  BY RANGE THE     *
      *    PARTITION FOLLOWS FROM THE ACCOUNT'S POSITION IN THE      *
      *    SORTED LIST; BY TYPE IT IS LOOKED UP ONCE PER TYPE, THE   *
      *    LIST ARRIVING IN TYPE ORDER.  AN UNPARTITIONED RUN STILL  *
      *    READS THE ACCT QUEUE, SO NOTHING IS QUEUED HERE           *
      ***************************************************************
           ADD 1                             TO WS-ACCOUNTS-ROUTED

           IF WS-PARTITION-COUNT = 1
              MOVE 1                         TO WS-PARTITION
           ELSE
              IF WS-SPLIT-BY-TYPE
                 IF NOT WS-HELD
                 OR SW-ACCOUNTTYPE NOT = WS-HELD-ACCOUNTTYPE
                    PERFORM HC000-LOOKUP-TYPE-PARTITION
                       THRU HC999-EXIT
                 END-IF
              ELSE
                 COMPUTE WS-PARTITION =
                         (WS-ACCOUNTS-ROUTED - 1) / WS-RANGE-SIZE + 1
              END-IF

              PERFORM HD000-QUEUE-ACCOUNT
                 THRU HD999-EXIT
           END-IF

           MOVE CC-Y                         TO WS-HELD-IND
           MOVE SW-ACCOUNTTYPE               TO WS-HELD-ACCOUNTTYPE

           IF PT-ROUTED (WS-PARTITION) = ZERO
              MOVE SW-ACCOUNTTYPE            TO
                   PT-FIRST-ACCOUNTTYPE (WS-PARTITION)
              MOVE SW-ACCOUNTNUM             TO
                   PT-FIRST-ACCOUNTNUM (WS-PARTITION)
           END-IF
           ADD 1                             TO PT-ROUTED (WS-PARTITION)
           MOVE SW-ACCOUNTTYPE               TO
                PT-LAST-ACCOUNTTYPE (WS-PARTITION)
           MOVE SW-ACCOUNTNUM                TO
                PT-LAST-ACCOUNTNUM (WS-PARTITION)

           MOVE SPACES                       TO BULKSPLITCTL
           MOVE CC-RECORD-ACCOUNT            TO SP-RECORDTYPE
           MOVE WS-PARTITION                 TO SA-PARTITION
           MOVE SW-ACCOUNTTYPE               TO SA-ACCOUNTTYPE
           MOVE SW-ACCOUNTNUM                TO SA-ACCOUNTNUM
           MOVE SW-PRODUCT                   TO SA-PRODUCT

           WRITE BULKSPLITCTL
               .
       HB999-EXIT.
             EXIT.
           EJECT

       HC000-LOOKUP-TYPE-PARTITION          SECTION.
      ***************************************************************
      *    THE PARTITION THE ACCOUNT TYPE IN HAND WAS DEALT TO.  A   *
      *    TYPE THAT OVERFLOWED THE TABLE GOES TO THE FIRST          *
      *    PARTITION, AS PLANNED                                     *
      ***************************************************************
           MOVE SW-ACCOUNTTYPE               TO WS-FIND-ACCOUNTTYPE

           PERFORM JA000-FIND-TYPE
              THRU JA999-EXIT

           IF WS-FOUND
              MOVE XT-PARTITION (WS-SCAN-INDEX)
                                             TO WS-PARTITION
           ELSE
              MOVE 1                         TO WS-PARTITION
           END-IF
               .
       HC999-EXIT.
             EXIT.
           EJECT

       HD000-QUEUE-ACCOUNT                  SECTION.
      ***************************************************************
      *    WRITE THE ACCOUNT IN HAND TO ITS PARTITION'S FILE         *
      ***************************************************************
           IF WS-PARTITION = 1
              WRITE ACCTP1-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 2
              WRITE ACCTP2-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 3
              WRITE ACCTP3-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 4
              WRITE ACCTP4-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 5
              WRITE ACCTP5-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 6
              WRITE ACCTP6-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 7
              WRITE ACCTP7-RECORD FROM SORTWORK-RECORD
           END-IF
           IF WS-PARTITION = 8
              WRITE ACCTP8-RECORD FROM SORTWORK-RECORD
           END-IF
               .
       HD999-EXIT.
             EXIT.
           EJECT

       JA000-FIND-TYPE                      SECTION.
      ***************************************************************
      *    FIND THE ACCOUNT TYPE SOUGHT IN THE TYPE TABLE.  ON A     *
      *    MATCH WS-SCAN-INDEX IS LEFT ON ITS ENTRY                  *
      ***************************************************************
           MOVE CC-N                         TO WS-FOUND-IND
           MOVE 1                            TO WS-SCAN-INDEX

           PERFORM JB000-MATCH-TYPE
              THRU JB999-EXIT
              UNTIL WS-FOUND
              OR    WS-SCAN-INDEX > WS-TYPE-COUNT
               .
       JA999-EXIT.
             EXIT.
           EJECT

       JB000-MATCH-TYPE                     SECTION.
      ***************************************************************
      *    TEST ONE TYPE TABLE ENTRY AGAINST THE TYPE SOUGHT         *
      ***************************************************************
           IF XT-ACCOUNTTYPE (WS-SCAN-INDEX) = WS-FIND-ACCOUNTTYPE
              MOVE CC-Y                      TO WS-FOUND-IND
           ELSE
              ADD 1                          TO WS-SCAN-INDEX
           END-IF
               .
       JB999-EXIT.
             EXIT.
           EJECT

       UA000-LOAD-PARAMETERS                SECTION.
      ***************************************************************
      *    TAKE THE PARTITIONING FROM THE 'BP' RECORD OF THE REPORT  *
      *    PARAMETER CONTROL FILE.  A FILE THAT CANNOT BE OPENED, OR *
      *    HOLDS NO 'BP' RECORD, LEAVES THE RUN UNPARTITIONED.  A    *
      *    COUNT BEYOND THE PARTITION FILES AVAILABLE IS HELD TO     *
      *    THEM, AND ANY METHOD BUT T SPLITS BY RANGE                *
      ***************************************************************
           MOVE 1                            TO WS-PARTITION-COUNT
           MOVE CC-SPLIT-RANGE               TO WS-PARTITION-METHOD

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

           IF WS-PARTITION-COUNT < 1
              MOVE 1                         TO WS-PARTITION-COUNT
           END-IF
           IF WS-PARTITION-COUNT > CH-MAX-PARTITIONS
              MOVE CH-MAX-PARTITIONS         TO WS-PARTITION-COUNT
           END-IF
           IF WS-PARTITION-METHOD NOT = CC-SPLIT-TYPE
              MOVE CC-SPLIT-RANGE            TO WS-PARTITION-METHOD
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
      *    TAKE THE PARTITION COUNT AND METHOD FROM THE 'BP'         *
      *    RECORD.  RECORD TYPES BELONGING TO THE OTHER RUNS ARE     *
      *    PASSED OVER                                               *
      ***************************************************************
           IF PP-RECORDTYPE = CC-PARM-PARTITION
              MOVE PP-PARTITION-COUNT        TO WS-PARTITION-COUNT
              MOVE PP-PARTITION-METHOD       TO WS-PARTITION-METHOD
              MOVE CC-Y                      TO WS-PARM-FOUND-IND
           END-IF

           PERFORM UB000-READ-PARAMETER
              THRU UB999-EXIT
               .
       UC999-EXIT.
             EXIT.
           EJECT

       VA000-PRINT-PARAMETERS               SECTION.
      ***************************************************************
      *    PRINT THE PARTITIONING IN FORCE IN THE REPORT HEADING     *
      ***************************************************************
           MOVE WS-PARTITION-COUNT           TO PH-PARTITION-COUNT

           IF WS-PARTITION-COUNT = 1
              MOVE CC-METHOD-NONE            TO PH-METHOD
           ELSE
              IF WS-SPLIT-BY-TYPE
                 MOVE CC-METHOD-TYPE         TO PH-METHOD
              ELSE
                 MOVE CC-METHOD-RANGE        TO PH-METHOD
              END-IF
           END-IF

           IF WS-PARM-FOUND
              MOVE CC-SOURCE-PARM            TO PH-SOURCE
           ELSE
              MOVE CC-SOURCE-DEFAULT         TO PH-SOURCE
           END-IF

           WRITE SPLITRPT-LINE FROM WS-PARM-LINE
               .
       VA999-EXIT.
             EXIT.
           EJECT

       WA000-PRINT-PARTITION                SECTION.
      ***************************************************************
      *    PRINT ONE PARTITION -- ITS QUEUE, THE ACCOUNTS ROUTED TO  *
      *    IT AND THE FIRST AND LAST OF THEM                         *
      ***************************************************************
           MOVE WS-PARTITION-INDEX           TO DL-PARTITION

           IF WS-PARTITION-COUNT = 1
              MOVE CC-SINGLE-TDQ             TO DL-QUEUE
           ELSE
              MOVE CC-PARTITION-TDQ          TO DL-QUEUE
              MOVE DL-PARTITION (2:1)        TO DL-QUEUE (4:1)
           END-IF

           MOVE PT-ROUTED (WS-PARTITION-INDEX)
                                             TO DL-ACCOUNTS
           MOVE PT-FIRST-ACCOUNTTYPE (WS-PARTITION-INDEX)
                                             TO DL-FIRST-ACCOUNTTYPE
           MOVE PT-FIRST-ACCOUNTNUM (WS-PARTITION-INDEX)
                                             TO DL-FIRST-ACCOUNTNUM
           MOVE PT-LAST-ACCOUNTTYPE (WS-PARTITION-INDEX)
                                             TO DL-LAST-ACCOUNTTYPE
           MOVE PT-LAST-ACCOUNTNUM (WS-PARTITION-INDEX)
                                             TO DL-LAST-ACCOUNTNUM

           WRITE SPLITRPT-LINE FROM WS-DETAIL-LINE
               .
       WA999-EXIT.
             EXIT.
           EJECT

       XR000-WRITE-RUN-CONTROL              SECTION.
      ***************************************************************
      *    HARDEN THIS RUN'S COMPLETION RECORD TO THE RUN-CONTROL    *
      *    MASTER FOR THE END-OF-NIGHT VERIFIER.  A RERUN OF THE     *
      *    SAME BUSINESS DATE REPLACES ITS EARLIER RECORD.  A        *
      *    MASTER THAT CANNOT BE OPENED SKIPS THE WRITE -- THE       *
      *    VERIFIER THEN REPORTS THE RUN MISSING.  A SPLIT THAT DID  *
      *    NOT ROUTE EVERY ACCOUNT IT READ IS NOT CLEAN              *
      ***************************************************************
           OPEN I-O RUNCTLF

           IF WS-RUNCTL-STATUS = CC-RUNCTL-GOOD
           OR WS-RUNCTL-STATUS = CC-RUNCTL-CREATED
              MOVE WS-RUN-DATE               TO RN-BUSINESSDATE
              MOVE CC-RUNCTL-PROGRAM         TO RN-PROGRAMID
              MOVE WS-ACCOUNTS-READ          TO RN-RECORDS-READ
              MOVE WS-ACCOUNTS-ROUTED        TO RN-RECORDS-WRITTEN
              IF WS-ACCOUNTS-ROUTED = WS-ACCOUNTS-READ
                 MOVE CC-Y                   TO RN-CLEAN-IND
              ELSE
                 MOVE CC-N                   TO RN-CLEAN-IND
              END-IF

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
      *    WRITE THE SUMMARY TOTALS, CLOSE THE REPORT AND STOP       *
      ***************************************************************
           MOVE WS-ACCOUNTS-READ             TO TL-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-ROUTED           TO TL-ACCOUNTS-ROUTED
           MOVE WS-TYPE-COUNT                TO TL-ACCOUNT-TYPES
           MOVE WS-ACCOUNTS-OVERFLOWED       TO TL-ACCOUNTS-OVERFLOWED

           MOVE SPACES                       TO SPLITRPT-LINE
           WRITE SPLITRPT-LINE
           WRITE SPLITRPT-LINE FROM WS-TOTAL-LINE
           WRITE SPLITRPT-LINE FROM WS-TOTAL-LINE-2

           PERFORM XR000-WRITE-RUN-CONTROL
              THRU XR999-EXIT

           CLOSE SPLITRPT

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40247.
