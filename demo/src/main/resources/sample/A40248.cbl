       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40248.
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
      *         NAME:          A40248                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        BULK BALANCE RUN PARTITION MERGE                       *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE NIGHT'S SPLIT CONTROL FILE (A40270D) WRITTEN  *
      *        BY A40247 -- THE PARTITION PLAN AND EVERY ACCOUNT FED  *
      *        INTO THE BULK BALANCE RUN                              *
      *      - READ EACH PARTITION'S CHECKPOINT RECORD (A40282D) AND  *
      *        TOTAL THEIR COUNTERS.  A PARTITION NOT ON FILE,        *
      *        CHECKPOINTED BEFORE THE SPLIT, LEFT INCOMPLETE OR      *
      *        SHORT OF ITS PLANNED ACCOUNTS MARKS THE RUN CUT SHORT  *
      *      - WRITE THE SINGLE RUN SUMMARY (RSUM) FOR A PARTITIONED  *
      *        RUN -- AN UNPARTITIONED RUN WRITES ITS OWN             *
      *      - SORT THE BALO OUTPUT AND MATCH IT AGAINST THE ACCOUNTS *
      *        FED IN, REPORTING ANY ACCOUNT ON BALO MORE THAN ONCE,  *
      *        ON BALO BUT NEVER FED IN, OR FED IN BUT NOT ON BALO.   *
      *        A FAILED ACCOUNT IS NEVER WRITTEN TO BALO, SO EACH     *
      *        PARTITION'S ACCOUNTS NOT ON BALO MUST EQUAL ITS FAILED *
      *        COUNT                                                  *
      *      - WRITE A RUN-COMPLETION RECORD TO THE KEYED RUN-CONTROL *
      *        MASTER (A40293D) SO THE END-OF-NIGHT VERIFIER (A40229) *
      *        CAN PROVE THE STREAM RAN COMPLETE AND IN ORDER -- NOT  *
      *        CLEAN UNLESS THE RUN FINISHED AND BALO RECONCILED      *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLITCTLF ASSIGN TO SPLITCTLF
               ORGANIZATION IS SEQUENTIAL.

      * THE BULK RUN'S CHECKPOINT/RESTART FILE, READ BY RUN ID
           SELECT BALRSTF ASSIGN TO BALRSTRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CKPT-STATUS.

      * THE DATASETS BEHIND THE BALO AND RSUM QUEUES
           SELECT BALOUTF ASSIGN TO BALOUTF
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSUMF ASSIGN TO RUNSUMF
               ORGANIZATION IS SEQUENTIAL.

           SELECT MERGERPT ASSIGN TO MERGERPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORTWORK ASSIGN TO SORTWORK.

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
       FD  SPLITCTLF
           RECORDING MODE IS F.
           COPY A40270D.

       FD  BALRSTF.
           COPY A40282D.

       FD  BALOUTF
           RECORDING MODE IS F.
           COPY A40272D.

      * RUN-SUMMARY RECORD, AS A40214 WRITES IT
       FD  RUNSUMF
           RECORDING MODE IS F.
       01  RUNSUMF-RECORD.
           05 RS-ACCOUNTS-READ              PIC 9(07).
           05 RS-ACCOUNTS-WRITTEN           PIC 9(07).
           05 RS-ACCOUNTS-FAILED            PIC 9(07).
           05 RS-RUN-TRUNCATED-IND          PIC X(01).

       FD  MERGERPT
           RECORDING MODE IS F.
       01  MERGERPT-LINE                    PIC X(132).

       FD  RUNCTLF.
           COPY A40293D.

       SD  SORTWORK.
       01  SORTWORK-RECORD.
           05 SW-ACCOUNTTYPE                PIC X(03).
           05 SW-ACCOUNTNUM                 PIC 9(15) COMP-3.
           EJECT
       WORKING-STORAGE                      SECTION.
      *
      * WORKING STORAGE VARIABLES
       01  WS-FIELDS.
           05 WS-VARIABLES.
              10 WS-CTL-EOF-IND             PIC X(01) VALUE 'N'.
                 88 WS-CTL-EOF              VALUE 'Y'.
              10 WS-BALO-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-BALO-EOF             VALUE 'Y'.
              10 WS-SORT-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-SORT-EOF             VALUE 'Y'.
              10 WS-HEADER-FOUND-IND        PIC X(01) VALUE 'N'.
                 88 WS-HEADER-FOUND         VALUE 'Y'.
      * SET WHEN ANY PARTITION DID NOT FINISH ITS PLANNED ACCOUNTS
      * TONIGHT -- CARRIED ONTO THE RUN SUMMARY
              10 WS-RUN-TRUNCATED-IND       PIC X(01) VALUE 'N'.
                 88 WS-RUN-TRUNCATED        VALUE 'Y'.
      * SET UNLESS EVERY ACCOUNT FED IN IS ON BALO EXACTLY ONCE OR
      * ACCOUNTED FOR AS FAILED
              10 WS-RECONCILED-IND          PIC X(01) VALUE 'Y'.
                 88 WS-RECONCILED           VALUE 'Y'.
      * THE LAST ACCOUNT TAKEN OFF THE SORTED BALO, AND THE
      * PARTITION IT WAS FED TO (ZERO IF NEVER FED IN), SO A SECOND
      * COPY OF IT IS SEEN AS A DUPLICATE
              10 WS-LAST-HELD-IND           PIC X(01) VALUE 'N'.
                 88 WS-LAST-HELD            VALUE 'Y'.
              10 WS-LAST-ACCOUNTTYPE        PIC X(03).
              10 WS-LAST-ACCOUNTNUM         PIC 9(15) COMP-3.
              10 WS-LAST-PARTITION          PIC S9(4) COMP.
      * HOW THE ACCOUNT FED IN COMPARES WITH THE BALO ACCOUNT IN HAND
              10 WS-COMPARE-IND             PIC X(01).
                 88 WS-FED-LOW              VALUE 'L'.
                 88 WS-FED-EQUAL            VALUE 'E'.
                 88 WS-FED-HIGH             VALUE 'H'.
      * THE NIGHT'S SPLIT, FROM THE CONTROL FILE HEADER
              10 WS-PARTITION-COUNT         PIC S9(4) COMP VALUE ZERO.
              10 WS-PLANNED-ACCOUNTS        PIC 9(07) COMP VALUE ZERO.
              10 WS-SPLIT-STAMP.
                 15 WS-SPLIT-DATE           PIC X(08).
                 15 WS-SPLIT-TIME           PIC X(06).
              10 WS-CKPT-STAMP.
                 15 WS-CKPT-DATE            PIC X(08).
                 15 WS-CKPT-TIME            PIC X(06).
              10 WS-PARTITION-INDEX         PIC S9(4) COMP.
              10 WS-ACCOUNTS-FED            PIC 9(07) COMP VALUE ZERO.
              10 WS-BALO-RECORDS            PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-READ           PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-FAILED         PIC 9(07) COMP VALUE ZERO.
              10 WS-ACCOUNTS-MATCHED        PIC 9(07) COMP VALUE ZERO.
              10 WS-NOT-ON-BALO             PIC 9(07) COMP VALUE ZERO.
              10 WS-DUPLICATES              PIC 9(07) COMP VALUE ZERO.
              10 WS-NOT-FED                 PIC 9(07) COMP VALUE ZERO.
              10 WS-PARTITIONS-SHORT        PIC 9(07) COMP VALUE ZERO.
      * CHECKPOINT FILE STATE -- A FILE THAT CANNOT BE OPENED LEAVES
      * EVERY PARTITION UNPROVEN AND THE RUN CUT SHORT
              10 WS-CKPT-STATUS             PIC X(02).
      * RUN-CONTROL MASTER STATE -- A FILE THAT CANNOT BE OPENED
      * SKIPS THE COMPLETION RECORD, AND THE VERIFIER THEN REPORTS
      * THE RUN MISSING, WHICH IS THE CORRECT OUTCOME
              10 WS-RUNCTL-STATUS           PIC X(02).
              10 WS-RUN-DATE                PIC 9(08).
      * EACH PARTITION'S PLAN, ITS CHECKPOINTED COUNTERS AND WHAT
      * THE BALO MATCH FOUND FOR IT
           05 WS-PARTITION-TABLE-INFO.
              10 WS-PARTITION-ENTRY OCCURS 8 TIMES.
                 15 PT-RUNID                PIC X(08).
                 15 PT-STATUS               PIC X(10).
                 15 PT-PLANNED              PIC 9(07) COMP.
                 15 PT-READ                 PIC 9(07) COMP.
                 15 PT-WRITTEN              PIC 9(07) COMP.
                 15 PT-FAILED               PIC 9(07) COMP.
                 15 PT-NOT-ON-BALO          PIC 9(07) COMP.
                 15 PT-DUPLICATES           PIC 9(07) COMP.
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * RUN-CONTROL MASTER CONSTANTS -- AN OPTIONAL FILE OPENED I-O
      * REPORTS '05' ON THE OPEN THAT CREATES IT
              10 CC-RUNCTL-GOOD             PIC X(02) VALUE '00'.
              10 CC-RUNCTL-CREATED          PIC X(02) VALUE '05'.
              10 CC-RUNCTL-PROGRAM          PIC X(08)
                                            VALUE 'A40248  '.
      * THE UNPARTITIONED RUN'S CHECKPOINT RUN ID, AND THE PREFIX OF
      * EACH PARTITION'S (THE PARTITION NUMBER IS ITS LAST CHARACTER)
              10 CC-RUNID                   PIC X(08)
                                            VALUE 'A40214  '.
              10 CC-PARTITION-RUNID         PIC X(08)
                                            VALUE 'A40214P '.
              10 CC-STATUS-COMPLETE         PIC X(10)
                                            VALUE 'COMPLETE'.
              10 CC-STATUS-INCOMPLETE       PIC X(10)
                                            VALUE 'INCOMPLETE'.
              10 CC-STATUS-SHORT            PIC X(10)
                                            VALUE 'SHORT'.
              10 CC-STATUS-STALE            PIC X(10)
                                            VALUE 'STALE'.
              10 CC-STATUS-MISSING          PIC X(10)
                                            VALUE 'MISSING'.
              10 CC-NOTE-OK                 PIC X(08) VALUE 'OK'.
              10 CC-NOTE-MISMATCH           PIC X(08) VALUE 'MISMATCH'.
              10 CC-NOTE-NOT-ON-BALO        PIC X(20)
                                            VALUE 'NOT ON BALO'.
              10 CC-NOTE-DUPLICATE          PIC X(20)
                                            VALUE 'DUPLICATE ON BALO'.
              10 CC-NOTE-NOT-FED            PIC X(20)
                                            VALUE 'ON BALO, NOT FED IN'.
              10 CH-MAX-PARTITIONS          PIC S9(4) COMP VALUE +8.
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(42)  VALUE
              'BULK BALANCE RUN PARTITION MERGE'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-SPLIT-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(11)  VALUE
              'PARTITIONS '.
           05 SL-PARTITION-COUNT            PIC Z9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(07)  VALUE
              'METHOD '.
           05 SL-PARTITION-METHOD           PIC X(01).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(06)  VALUE
              'SPLIT '.
           05 SL-SPLIT-DATE                 PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 SL-SPLIT-TIME                 PIC X(06).
       01  WS-NO-SPLIT-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(50)  VALUE
              'NO SPLIT CONTROL HEADER - NOTHING CAN BE PROVEN'.
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE
              'PART'.
           05 FILLER                        PIC X(10)  VALUE
              'RUN ID'.
           05 FILLER                        PIC X(12)  VALUE
              'STATUS'.
           05 FILLER                        PIC X(11)  VALUE
              '   PLANNED'.
           05 FILLER                        PIC X(11)  VALUE
              '      READ'.
           05 FILLER                        PIC X(11)  VALUE
              '   WRITTEN'.
           05 FILLER                        PIC X(11)  VALUE
              '    FAILED'.
           05 FILLER                        PIC X(11)  VALUE
              'NOT ON BALO'.
           05 FILLER                        PIC X(11)  VALUE
              ' DUPLICATES'.
           05 FILLER                        PIC X(09)  VALUE
              ' BALO TIE'.
       01  WS-PARTITION-LINE.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 PL-PARTITION                  PIC Z9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 PL-RUNID                      PIC X(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 PL-STATUS                     PIC X(10).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PL-PLANNED                    PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PL-READ                       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PL-WRITTEN                    PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PL-FAILED                     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PL-NOT-ON-BALO                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PL-DUPLICATES                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 PL-TIE                        PIC X(08).
       01  WS-EXCEPTION-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE
              'TYPE'.
           05 FILLER                        PIC X(17)  VALUE
              'ACCOUNT NUMBER'.
           05 FILLER                        PIC X(06)  VALUE
              'PART'.
           05 FILLER                        PIC X(20)  VALUE
              'EXCEPTION'.
       01  WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 EL-ACCOUNTTYPE                PIC X(03).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 EL-ACCOUNTNUM                 PIC 9(15).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 EL-PARTITION                  PIC Z9.
           05 FILLER                        PIC X(04)  VALUE SPACES.
           05 EL-NOTE                       PIC X(20).
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS FED IN    '.
           05 TL-ACCOUNTS-FED               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'BALO RECORDS        '.
           05 TL-BALO-RECORDS               PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS READ      '.
           05 TL-ACCOUNTS-READ              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS WRITTEN    '.
           05 TL-ACCOUNTS-WRITTEN           PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS FAILED    '.
           05 TL-ACCOUNTS-FAILED            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ACCOUNTS MATCHED    '.
           05 TL-ACCOUNTS-MATCHED           PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'NOT ON BALO        '.
           05 TL-NOT-ON-BALO                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'DUPLICATES ON BALO  '.
           05 TL-DUPLICATES                 PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ON BALO, NOT FED IN'.
           05 TL-NOT-FED                    PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'PARTITIONS SHORT    '.
           05 TL-PARTITIONS-SHORT           PIC ZZ,ZZZ,ZZ9.
       01  WS-RECONCILED-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(50)  VALUE
              'RESULT: RECONCILED - EVERY ACCOUNT ACCOUNTED FOR'.
       01  WS-UNRECONCILED-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(50)  VALUE
              'RESULT: NOT RECONCILED - SEE EXCEPTIONS ABOVE'.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE CONTROL FILE AND REPORT, READ THE NIGHT'S SPLIT  *
      *    HEADER AND PARTITION PLAN, AND WRITE THE HEADINGS.  THE   *
      *    CONTROL FILE IS LEFT ON ITS FIRST ACCOUNT RECORD FOR THE  *
      *    BALO MATCH                                                *
      ***************************************************************
           OPEN INPUT  SPLITCTLF
                OUTPUT MERGERPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           WRITE MERGERPT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES                      TO MERGERPT-LINE
           WRITE MERGERPT-LINE

           PERFORM CA000-READ-CONTROL
              THRU CA999-EXIT

           IF NOT WS-CTL-EOF
           AND SP-HEADER
               MOVE CC-Y                    TO WS-HEADER-FOUND-IND
               MOVE SH-PARTITION-COUNT      TO WS-PARTITION-COUNT
               MOVE SH-ACCOUNT-COUNT        TO WS-PLANNED-ACCOUNTS
               MOVE SH-SPLITDATE            TO WS-SPLIT-DATE
               MOVE SH-SPLITTIME            TO WS-SPLIT-TIME
               MOVE SH-PARTITION-COUNT      TO SL-PARTITION-COUNT
               MOVE SH-PARTITION-METHOD     TO SL-PARTITION-METHOD
               MOVE SH-SPLITDATE            TO SL-SPLIT-DATE
               MOVE SH-SPLITTIME            TO SL-SPLIT-TIME
               WRITE MERGERPT-LINE FROM WS-SPLIT-LINE

               PERFORM CA000-READ-CONTROL
                  THRU CA999-EXIT
           ELSE
               WRITE MERGERPT-LINE FROM WS-NO-SPLIT-LINE
               MOVE CC-Y                    TO WS-RUN-TRUNCATED-IND
               MOVE CC-N                    TO WS-RECONCILED-IND
           END-IF

           IF WS-PARTITION-COUNT > CH-MAX-PARTITIONS
              MOVE CH-MAX-PARTITIONS        TO WS-PARTITION-COUNT
           END-IF

           PERFORM CB000-CLEAR-PARTITION
              THRU CB999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > CH-MAX-PARTITIONS

           PERFORM CC000-LOAD-PLAN
              THRU CC999-EXIT
              UNTIL WS-CTL-EOF
              OR    NOT SP-PARTITION

           MOVE SPACES                      TO MERGERPT-LINE
           WRITE MERGERPT-LINE
           WRITE MERGERPT-LINE FROM WS-EXCEPTION-HEADING
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    PROVE EVERY PARTITION FROM ITS CHECKPOINT, MATCH THE      *
      *    SORTED BALO OUTPUT AGAINST THE ACCOUNTS FED IN, THEN      *
      *    REPORT EACH PARTITION AND WRITE THE NIGHT'S ONE RUN       *
      *    SUMMARY                                                   *
      ***************************************************************
           PERFORM DA000-CHECK-PARTITIONS
              THRU DA999-EXIT

           SORT SORTWORK
             ON ASCENDING KEY SW-ACCOUNTTYPE
                              SW-ACCOUNTNUM
             INPUT PROCEDURE IS EA000-LOAD-BALO
                            THRU EA999-EXIT
             OUTPUT PROCEDURE IS GA000-MATCH-ACCOUNTS
                            THRU GA999-EXIT

           MOVE SPACES                       TO MERGERPT-LINE
           WRITE MERGERPT-LINE
           WRITE MERGERPT-LINE FROM WS-COLUMN-HEADING

           PERFORM JA000-REPORT-PARTITION
              THRU JA999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           IF WS-PARTITION-COUNT > 1
              PERFORM KA000-WRITE-RUN-SUMMARY
                 THRU KA999-EXIT
           END-IF

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       CA000-READ-CONTROL                   SECTION.
      ***************************************************************
      *    READ THE NEXT SPLIT CONTROL RECORD                        *
      ***************************************************************
           READ SPLITCTLF
               AT END
                   MOVE CC-Y                TO WS-CTL-EOF-IND
           END-READ
               .
       CA999-EXIT.
             EXIT.
           EJECT

       CB000-CLEAR-PARTITION                SECTION.
      ***************************************************************
      *    START ONE PARTITION'S ENTRY EMPTY, UNDER ITS RUN ID.  AN  *
      *    UNPARTITIONED RUN CHECKPOINTS UNDER A40214'S OWN RUN ID   *
      ***************************************************************
           IF WS-PARTITION-COUNT = 1
              MOVE CC-RUNID                  TO
                   PT-RUNID (WS-PARTITION-INDEX)
           ELSE
              MOVE WS-PARTITION-INDEX        TO PL-PARTITION
              MOVE CC-PARTITION-RUNID        TO
                   PT-RUNID (WS-PARTITION-INDEX)
              MOVE PL-PARTITION (2:1)        TO
                   PT-RUNID (WS-PARTITION-INDEX) (8:1)
           END-IF

           MOVE CC-STATUS-MISSING            TO
                PT-STATUS (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-PLANNED (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-READ (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-WRITTEN (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-FAILED (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-NOT-ON-BALO (WS-PARTITION-INDEX)
           MOVE ZERO                         TO
                PT-DUPLICATES (WS-PARTITION-INDEX)
               .
       CB999-EXIT.
             EXIT.
           EJECT

       CC000-LOAD-PLAN                      SECTION.
      ***************************************************************
      *    TAKE ONE PARTITION'S PLANNED ACCOUNTS FROM ITS PLAN       *
      *    RECORD                                                    *
      ***************************************************************
           IF  SQ-PARTITION > ZERO
           AND SQ-PARTITION NOT > WS-PARTITION-COUNT
               MOVE SQ-ACCOUNT-COUNT         TO
                    PT-PLANNED (SQ-PARTITION)
           END-IF

           PERFORM CA000-READ-CONTROL
              THRU CA999-EXIT
               .
       CC999-EXIT.
             EXIT.
           EJECT

       DA000-CHECK-PARTITIONS               SECTION.
      ***************************************************************
      *    READ EVERY PARTITION'S CHECKPOINT RECORD.  A FILE THAT    *
      *    CANNOT BE OPENED LEAVES EVERY PARTITION MISSING AND THE   *
      *    RUN CUT SHORT -- NOTHING IT DID CAN BE PROVEN             *
      ***************************************************************
           OPEN INPUT BALRSTF

           IF WS-CKPT-STATUS = CC-GOOD-STATUS
              PERFORM DB000-CHECK-PARTITION
                 THRU DB999-EXIT
                 VARYING WS-PARTITION-INDEX FROM 1 BY 1
                 UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

              CLOSE BALRSTF
           ELSE
              MOVE CC-Y                      TO WS-RUN-TRUNCATED-IND
              MOVE WS-PARTITION-COUNT        TO WS-PARTITIONS-SHORT
           END-IF
               .
       DA999-EXIT.
             EXIT.
           EJECT

       DB000-CHECK-PARTITION                SECTION.
      ***************************************************************
      *    JUDGE ONE PARTITION FROM ITS CHECKPOINT.  ONE STAMPED     *
      *    BEFORE THE SPLIT IS AN EARLIER NIGHT'S AND IS NOT         *
      *    COUNTED.  ONE FROM TONIGHT IS COUNTED WHETHER OR NOT IT   *
      *    FINISHED, SO THE SUMMARY SHOWS HOW FAR THE RUN GOT, BUT   *
      *    ONLY A COMPLETE PARTITION THAT READ EVERY ACCOUNT PLANNED *
      *    FOR IT LEAVES THE RUN WHOLE                               *
      ***************************************************************
           MOVE PT-RUNID (WS-PARTITION-INDEX) TO CK-RUNID

           READ BALRSTF
               INVALID KEY
                   MOVE CC-STATUS-MISSING    TO
                        PT-STATUS (WS-PARTITION-INDEX)
               NOT INVALID KEY
                   PERFORM DC000-JUDGE-CHECKPOINT
                      THRU DC999-EXIT
           END-READ

           IF PT-STATUS (WS-PARTITION-INDEX) NOT = CC-STATUS-COMPLETE
              MOVE CC-Y                      TO WS-RUN-TRUNCATED-IND
              ADD 1                          TO WS-PARTITIONS-SHORT
           END-IF
               .
       DB999-EXIT.
             EXIT.
           EJECT

       DC000-JUDGE-CHECKPOINT               SECTION.
      ***************************************************************
      *    THE PARTITION'S CHECKPOINT IS ON FILE -- DATE IT, COUNT   *
      *    IT AND SAY WHETHER IT FINISHED                            *
      ***************************************************************
           MOVE CK-CHECKPOINTDATE            TO WS-CKPT-DATE
           MOVE CK-CHECKPOINTTIME            TO WS-CKPT-TIME

           IF WS-CKPT-STAMP < WS-SPLIT-STAMP
              MOVE CC-STATUS-STALE           TO
                   PT-STATUS (WS-PARTITION-INDEX)
           ELSE
              MOVE CK-ACCOUNTS-READ          TO
                   PT-READ (WS-PARTITION-INDEX)
              MOVE CK-ACCOUNTS-WRITTEN       TO
                   PT-WRITTEN (WS-PARTITION-INDEX)
              MOVE CK-ACCOUNTS-FAILED        TO
                   PT-FAILED (WS-PARTITION-INDEX)
              ADD CK-ACCOUNTS-READ           TO WS-ACCOUNTS-READ
              ADD CK-ACCOUNTS-WRITTEN        TO WS-ACCOUNTS-WRITTEN
              ADD CK-ACCOUNTS-FAILED         TO WS-ACCOUNTS-FAILED

              IF CK-RUN-COMPLETE-IND NOT = CC-Y
                 MOVE CC-STATUS-INCOMPLETE   TO
                      PT-STATUS (WS-PARTITION-INDEX)
              ELSE
                 IF CK-ACCOUNTS-READ = PT-PLANNED (WS-PARTITION-INDEX)
                    MOVE CC-STATUS-COMPLETE  TO
                         PT-STATUS (WS-PARTITION-INDEX)
                 ELSE
                    MOVE CC-STATUS-SHORT     TO
                         PT-STATUS (WS-PARTITION-INDEX)
                 END-IF
              END-IF
           END-IF
               .
       DC999-EXIT.
             EXIT.
           EJECT

       EA000-LOAD-BALO                      SECTION.
      ***************************************************************
      *    READ THE NIGHT'S BALO OUTPUT AND RELEASE EVERY ACCOUNT ON *
      *    IT TO THE SORT                                            *
      ***************************************************************
           OPEN INPUT BALOUTF

           PERFORM FA000-READ-BALO
              THRU FA999-EXIT
              UNTIL WS-BALO-EOF

           CLOSE BALOUTF
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-READ-BALO                      SECTION.
      ***************************************************************
      *    READ ONE BALO RECORD AND RELEASE ITS ACCOUNT TO THE SORT  *
      ***************************************************************
           READ BALOUTF
               AT END
                   MOVE CC-Y                TO WS-BALO-EOF-IND
               NOT AT END
                   ADD 1                    TO WS-BALO-RECORDS
                   MOVE RS-ACCOUNTTYPE      TO SW-ACCOUNTTYPE
                   MOVE RS-ACCOUNTNUM       TO SW-ACCOUNTNUM
                   RELEASE SORTWORK-RECORD
           END-READ
               .
       FA999-EXIT.
             EXIT.
           EJECT

       GA000-MATCH-ACCOUNTS                 SECTION.
      ***************************************************************
      *    MATCH THE SORTED BALO ACCOUNTS AGAINST THE ACCOUNTS FED   *
      *    IN, BOTH IN ACCOUNT TYPE AND NUMBER ORDER, UNTIL BOTH     *
      *    SIDES ARE EXHAUSTED                                       *
      ***************************************************************
           PERFORM HA000-RETURN-BALO
              THRU HA999-EXIT

           PERFORM HB000-MATCH-ACCOUNT
              THRU HB999-EXIT
              UNTIL WS-SORT-EOF
              AND   WS-CTL-EOF
               .
       GA999-EXIT.
             EXIT.
           EJECT

       HA000-RETURN-BALO                    SECTION.
      ***************************************************************
      *    RETURN THE NEXT SORTED BALO ACCOUNT                       *
      ***************************************************************
           RETURN SORTWORK
               AT END
                   MOVE CC-Y                TO WS-SORT-EOF-IND
           END-RETURN
               .
       HA999-EXIT.
             EXIT.
           EJECT

       HB000-MATCH-ACCOUNT                  SECTION.
      ***************************************************************
      *    TAKE ONE STEP OF THE MATCH.  A BALO ACCOUNT THE SAME AS   *
      *    THE ONE BEFORE IT IS A DUPLICATE.  OTHERWISE THE LOWER    *
      *    SIDE IS THE EXCEPTION -- FED IN BUT NOT ON BALO, OR ON    *
      *    BALO BUT NEVER FED IN -- AND EQUAL ACCOUNTS MATCH         *
      ***************************************************************
           IF  NOT WS-SORT-EOF
           AND WS-LAST-HELD
           AND SW-ACCOUNTTYPE = WS-LAST-ACCOUNTTYPE
           AND SW-ACCOUNTNUM  = WS-LAST-ACCOUNTNUM
               PERFORM HD000-NOTE-DUPLICATE
                  THRU HD999-EXIT
               PERFORM HA000-RETURN-BALO
                  THRU HA999-EXIT
           ELSE
               PERFORM HC000-COMPARE-ACCOUNTS
                  THRU HC999-EXIT

               IF WS-FED-LOW
                  PERFORM HE000-NOTE-NOT-ON-BALO
                     THRU HE999-EXIT
                  PERFORM CA000-READ-CONTROL
                     THRU CA999-EXIT
               END-IF

               IF WS-FED-HIGH
                  PERFORM HF000-NOTE-NOT-FED
                     THRU HF999-EXIT
                  MOVE ZERO                  TO WS-LAST-PARTITION
                  PERFORM HG000-HOLD-BALO
                     THRU HG999-EXIT
                  PERFORM HA000-RETURN-BALO
                     THRU HA999-EXIT
               END-IF

               IF WS-FED-EQUAL
                  ADD 1                      TO WS-ACCOUNTS-MATCHED
                  ADD 1                      TO WS-ACCOUNTS-FED
                  MOVE SA-PARTITION          TO WS-LAST-PARTITION
                  PERFORM HG000-HOLD-BALO
                     THRU HG999-EXIT
                  PERFORM HA000-RETURN-BALO
                     THRU HA999-EXIT
                  PERFORM CA000-READ-CONTROL
                     THRU CA999-EXIT
               END-IF
           END-IF
               .
       HB999-EXIT.
             EXIT.
           EJECT

       HC000-COMPARE-ACCOUNTS               SECTION.
      ***************************************************************
      *    COMPARE THE ACCOUNT FED IN WITH THE BALO ACCOUNT IN HAND. *
      *    AN EXHAUSTED SIDE COMPARES HIGH                           *
      ***************************************************************
           IF WS-SORT-EOF
              MOVE 'L'                       TO WS-COMPARE-IND
           ELSE
              IF WS-CTL-EOF
                 MOVE 'H'                    TO WS-COMPARE-IND
              ELSE
                 IF SA-ACCOUNTTYPE < SW-ACCOUNTTYPE
                    MOVE 'L'                 TO WS-COMPARE-IND
                 ELSE
                    IF SA-ACCOUNTTYPE > SW-ACCOUNTTYPE
                       MOVE 'H'              TO WS-COMPARE-IND
                    ELSE
                       IF SA-ACCOUNTNUM < SW-ACCOUNTNUM
                          MOVE 'L'           TO WS-COMPARE-IND
                       ELSE
                          IF SA-ACCOUNTNUM > SW-ACCOUNTNUM
                             MOVE 'H'        TO WS-COMPARE-IND
                          ELSE
                             MOVE 'E'        TO WS-COMPARE-IND
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
               .
       HC999-EXIT.
             EXIT.
           EJECT

       HD000-NOTE-DUPLICATE                 SECTION.
      ***************************************************************
      *    THE ACCOUNT IS ON BALO MORE THAN ONCE -- DOWNSTREAM WOULD *
      *    COUNT IT TWICE                                            *
      ***************************************************************
           ADD 1                             TO WS-DUPLICATES
           IF  WS-LAST-PARTITION > ZERO
           AND WS-LAST-PARTITION NOT > WS-PARTITION-COUNT
               ADD 1                         TO
                   PT-DUPLICATES (WS-LAST-PARTITION)
           END-IF

           MOVE SW-ACCOUNTTYPE               TO EL-ACCOUNTTYPE
           MOVE SW-ACCOUNTNUM                TO EL-ACCOUNTNUM
           MOVE WS-LAST-PARTITION            TO EL-PARTITION
           MOVE CC-NOTE-DUPLICATE            TO EL-NOTE
           WRITE MERGERPT-LINE FROM WS-EXCEPTION-LINE
               .
       HD999-EXIT.
             EXIT.
           EJECT

       HE000-NOTE-NOT-ON-BALO               SECTION.
      ***************************************************************
      *    THE ACCOUNT WAS FED IN BUT IS NOT ON BALO -- RIGHT ONLY   *
      *    IF ITS PARTITION COUNTED IT FAILED, WHICH THE PARTITION   *
      *    TIE PROVES IN TOTAL                                       *
      ***************************************************************
           ADD 1                             TO WS-NOT-ON-BALO
           ADD 1                             TO WS-ACCOUNTS-FED
           IF  SA-PARTITION > ZERO
           AND SA-PARTITION NOT > WS-PARTITION-COUNT
               ADD 1                         TO
                   PT-NOT-ON-BALO (SA-PARTITION)
           END-IF

           MOVE SA-ACCOUNTTYPE               TO EL-ACCOUNTTYPE
           MOVE SA-ACCOUNTNUM                TO EL-ACCOUNTNUM
           MOVE SA-PARTITION                 TO EL-PARTITION
           MOVE CC-NOTE-NOT-ON-BALO          TO EL-NOTE
           WRITE MERGERPT-LINE FROM WS-EXCEPTION-LINE
               .
       HE999-EXIT.
             EXIT.
           EJECT

       HF000-NOTE-NOT-FED                   SECTION.
      ***************************************************************
      *    THE ACCOUNT IS ON BALO BUT WAS NEVER FED IN TONIGHT --    *
      *    A STRAY OR AN EARLIER NIGHT'S OUTPUT                      *
      ***************************************************************
           ADD 1                             TO WS-NOT-FED

           MOVE SW-ACCOUNTTYPE               TO EL-ACCOUNTTYPE
           MOVE SW-ACCOUNTNUM                TO EL-ACCOUNTNUM
           MOVE ZERO                         TO EL-PARTITION
           MOVE CC-NOTE-NOT-FED              TO EL-NOTE
           WRITE MERGERPT-LINE FROM WS-EXCEPTION-LINE
               .
       HF999-EXIT.
             EXIT.
           EJECT

       HG000-HOLD-BALO                      SECTION.
      ***************************************************************
      *    HOLD THE BALO ACCOUNT IN HAND FOR THE DUPLICATE TEST      *
      ***************************************************************
           MOVE CC-Y                         TO WS-LAST-HELD-IND
           MOVE SW-ACCOUNTTYPE               TO WS-LAST-ACCOUNTTYPE
           MOVE SW-ACCOUNTNUM                TO WS-LAST-ACCOUNTNUM
               .
       HG999-EXIT.
             EXIT.
           EJECT

       JA000-REPORT-PARTITION               SECTION.
      ***************************************************************
      *    REPORT ONE PARTITION AND TIE ITS ACCOUNTS NOT ON BALO TO  *
      *    ITS FAILED COUNT                                          *
      ***************************************************************
           MOVE WS-PARTITION-INDEX           TO PL-PARTITION
           MOVE PT-RUNID (WS-PARTITION-INDEX) TO PL-RUNID
           MOVE PT-STATUS (WS-PARTITION-INDEX)
                                             TO PL-STATUS
           MOVE PT-PLANNED (WS-PARTITION-INDEX)
                                             TO PL-PLANNED
           MOVE PT-READ (WS-PARTITION-INDEX) TO PL-READ
           MOVE PT-WRITTEN (WS-PARTITION-INDEX)
                                             TO PL-WRITTEN
           MOVE PT-FAILED (WS-PARTITION-INDEX)
                                             TO PL-FAILED
           MOVE PT-NOT-ON-BALO (WS-PARTITION-INDEX)
                                             TO PL-NOT-ON-BALO
           MOVE PT-DUPLICATES (WS-PARTITION-INDEX)
                                             TO PL-DUPLICATES

           IF  PT-NOT-ON-BALO (WS-PARTITION-INDEX) =
               PT-FAILED (WS-PARTITION-INDEX)
           AND PT-DUPLICATES (WS-PARTITION-INDEX) = ZERO
               MOVE CC-NOTE-OK               TO PL-TIE
           ELSE
               MOVE CC-NOTE-MISMATCH         TO PL-TIE
               MOVE CC-N                     TO WS-RECONCILED-IND
           END-IF

           WRITE MERGERPT-LINE FROM WS-PARTITION-LINE
               .
       JA999-EXIT.
             EXIT.
           EJECT

       KA000-WRITE-RUN-SUMMARY              SECTION.
      ***************************************************************
      *    WRITE THE PARTITIONED RUN'S ONE RUN SUMMARY -- THE        *
      *    PARTITIONS' COUNTERS TOTALLED, AND CUT SHORT IF ANY       *
      *    PARTITION WAS                                             *
      ***************************************************************
           OPEN OUTPUT RUNSUMF

           MOVE WS-ACCOUNTS-READ             TO RS-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-WRITTEN          TO RS-ACCOUNTS-WRITTEN
           MOVE WS-ACCOUNTS-FAILED           TO RS-ACCOUNTS-FAILED
           MOVE WS-RUN-TRUNCATED-IND         TO RS-RUN-TRUNCATED-IND

           WRITE RUNSUMF-RECORD

           CLOSE RUNSUMF
               .
       KA999-EXIT.
             EXIT.
           EJECT

       XR000-WRITE-RUN-CONTROL              SECTION.
      ***************************************************************
      *    HARDEN THIS RUN'S COMPLETION RECORD TO THE RUN-CONTROL    *
      *    MASTER FOR THE END-OF-NIGHT VERIFIER.  A RERUN OF THE     *
      *    SAME BUSINESS DATE REPLACES ITS EARLIER RECORD.  A        *
      *    MASTER THAT CANNOT BE OPENED SKIPS THE WRITE -- THE       *
      *    VERIFIER THEN REPORTS THE RUN MISSING.  THE RUN IS CLEAN  *
      *    ONLY WHEN EVERY PARTITION FINISHED AND BALO RECONCILED    *
      ***************************************************************
           OPEN I-O RUNCTLF

           IF WS-RUNCTL-STATUS = CC-RUNCTL-GOOD
           OR WS-RUNCTL-STATUS = CC-RUNCTL-CREATED
              MOVE WS-RUN-DATE               TO RN-BUSINESSDATE
              MOVE CC-RUNCTL-PROGRAM         TO RN-PROGRAMID
              MOVE WS-ACCOUNTS-FED           TO RN-RECORDS-READ
              MOVE WS-BALO-RECORDS           TO RN-RECORDS-WRITTEN
              IF  WS-RECONCILED
              AND NOT WS-RUN-TRUNCATED
                  MOVE CC-Y                  TO RN-CLEAN-IND
              ELSE
                  MOVE CC-N                  TO RN-CLEAN-IND
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
      *    SETTLE THE RECONCILIATION, WRITE THE SUMMARY TOTALS,      *
      *    CLOSE THE FILES AND STOP.  BESIDES EACH PARTITION'S TIE,  *
      *    THE ACCOUNTS FED IN MUST BE THOSE THE SPLIT PLANNED, AND  *
      *    THE BALO RECORDS MUST BE THOSE THE PARTITIONS COUNTED     *
      *    WRITTEN                                                   *
      ***************************************************************
           IF WS-DUPLICATES > ZERO
           OR WS-NOT-FED > ZERO
           OR WS-ACCOUNTS-FED NOT = WS-PLANNED-ACCOUNTS
           OR WS-BALO-RECORDS NOT = WS-ACCOUNTS-WRITTEN
              MOVE CC-N                      TO WS-RECONCILED-IND
           END-IF

           MOVE WS-ACCOUNTS-FED              TO TL-ACCOUNTS-FED
           MOVE WS-BALO-RECORDS              TO TL-BALO-RECORDS
           MOVE WS-ACCOUNTS-READ             TO TL-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-WRITTEN          TO TL-ACCOUNTS-WRITTEN
           MOVE WS-ACCOUNTS-FAILED           TO TL-ACCOUNTS-FAILED
           MOVE WS-ACCOUNTS-MATCHED          TO TL-ACCOUNTS-MATCHED
           MOVE WS-NOT-ON-BALO               TO TL-NOT-ON-BALO
           MOVE WS-DUPLICATES                TO TL-DUPLICATES
           MOVE WS-NOT-FED                   TO TL-NOT-FED
           MOVE WS-PARTITIONS-SHORT          TO TL-PARTITIONS-SHORT

           MOVE SPACES                       TO MERGERPT-LINE
           WRITE MERGERPT-LINE
           WRITE MERGERPT-LINE FROM WS-TOTAL-LINE
           WRITE MERGERPT-LINE FROM WS-TOTAL-LINE-2
           WRITE MERGERPT-LINE FROM WS-TOTAL-LINE-3
           WRITE MERGERPT-LINE FROM WS-TOTAL-LINE-4
           WRITE MERGERPT-LINE FROM WS-TOTAL-LINE-5
           MOVE SPACES                       TO MERGERPT-LINE
           WRITE MERGERPT-LINE

           IF  WS-RECONCILED
           AND NOT WS-RUN-TRUNCATED
               WRITE MERGERPT-LINE FROM WS-RECONCILED-LINE
           ELSE
               WRITE MERGERPT-LINE FROM WS-UNRECONCILED-LINE
           END-IF

           PERFORM XR000-WRITE-RUN-CONTROL
              THRU XR999-EXIT

           CLOSE SPLITCTLF
                 MERGERPT

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40248.
