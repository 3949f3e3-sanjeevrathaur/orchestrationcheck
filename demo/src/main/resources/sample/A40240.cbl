       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40240.
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
      *         NAME:          A40240                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        NIGHTLY BALANCE EVIDENCE ARCHIVE LOAD                  *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE DAY'S FULL BALX EXTRACT (A40273D -- EVERY     *
      *        BALANCE CAPTURE, NOT JUST THE LATEST PER ACCOUNT)      *
      *      - MATCH EACH CAPTURE TO THE AUDIT TRAIL ENTRY IT WAS     *
      *        LOGGED UNDER ON THE AUDIT ARCHIVE MASTER (A40278D,     *
      *        LOADED EARLIER THE SAME NIGHT BY A40218) -- THE        *
      *        LATEST ENTRY FOR THE ACCOUNT AT OR BEFORE THE CAPTURE  *
      *        TIME ON THE CAPTURE DATE, SINCE THE INQUIRY LOGS ITS   *
      *        AUDIT ENTRY JUST BEFORE IT WRITES THE CAPTURE          *
      *      - LOAD THE CAPTURE AND ITS AUDIT DETAIL INTO THE KEYED   *
      *        BALANCE EVIDENCE ARCHIVE (A40257D) READ BY THE ONLINE  *
      *        BALANCE EVIDENCE INQUIRY (A40241).  CAPTURES TAKEN IN  *
      *        THE SAME SECOND FOR THE SAME ACCOUNT ARE KEPT APART BY *
      *        BUMPING THE KEY SEQUENCE NUMBER                        *
      *      - PURGE CAPTURES OLDER THAN THE RETENTION PERIOD, TAKEN  *
      *        FROM THE 'ER' RECORD OF THE REPORT PARAMETER CONTROL   *
      *        FILE (A40285D) OR THE STANDING DEFAULT WHEN NONE IS ON *
      *        FILE                                                   *
      *      - WRITE A RUN-COMPLETION RECORD TO THE KEYED RUN-CONTROL *
      *        MASTER (A40293D) SO THE END-OF-NIGHT VERIFIER (A40229) *
      *        CAN PROVE THE STREAM RAN COMPLETE AND IN ORDER         *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALEXTF ASSIGN TO BALEXTF
               ORGANIZATION IS SEQUENTIAL.

      * THE EVIDENCE MASTER IS OPTIONAL SO THE VERY FIRST LOAD
      * CREATES IT.  DYNAMIC ACCESS -- THE LOAD WRITES BY KEY AND
      * THE PURGE SWEEP THEN READS THE WHOLE MASTER IN KEY ORDER
           SELECT OPTIONAL BALEVIDF ASSIGN TO BALEVIDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-KEY.

      * THE AUDIT ARCHIVE IS POSITIONED BY KEY AND READ FORWARD FOR
      * EACH CAPTURE.  A MASTER THAT CANNOT BE OPENED LOADS THE
      * CAPTURES WITHOUT AUDIT DETAIL RATHER THAN LOSING THEM
           SELECT OPTIONAL AUDMASTF ASSIGN TO AUDMASTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.

           SELECT RPTPARMF ASSIGN TO RPTPARMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EVIDLODR ASSIGN TO EVIDLODR
               ORGANIZATION IS SEQUENTIAL.

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
       FD  BALEXTF
           RECORDING MODE IS F.
           COPY A40273D.

       FD  BALEVIDF.
           COPY A40257D.

       FD  AUDMASTF.
           COPY A40278D.

       FD  RPTPARMF.
           COPY A40285D.

       FD  EVIDLODR
           RECORDING MODE IS F.
       01  EVIDLODR-LINE                    PIC X(132).

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
              10 WS-SWEEP-EOF-IND           PIC X(01) VALUE 'N'.
                 88 WS-SWEEP-EOF            VALUE 'Y'.
              10 WS-LEAP-IND                PIC X(01).
                 88 WS-LEAP-YEAR            VALUE 'Y'.
      * SET BY DB000-WRITE-EVIDENCE ONCE THE RECORD IN HAND HAS GONE
      * TO THE MASTER, SO THE DUPLICATE-KEY RETRY LOOP KNOWS TO STOP
              10 WS-WRITTEN-IND             PIC X(01).
                 88 WS-WRITTEN              VALUE 'Y'.
      * COUNTS THE WRITE ATTEMPTS FOR THE RECORD IN HAND -- KEPT APART
      * FROM THE 9(03) KEY SEQUENCE, WHICH WOULD WRAP TO ZERO AT ITS
      * LIMIT AND COULD NEVER END THE RETRY LOOP ON ITS OWN
              10 WS-SEQ-RETRY               PIC S9(4) COMP.
              10 WS-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
              10 WS-CAPTURES-LOADED         PIC 9(07) COMP VALUE ZERO.
              10 WS-DUPLICATES-BUMPED       PIC 9(07) COMP VALUE ZERO.
              10 WS-RECORDS-DROPPED         PIC 9(07) COMP VALUE ZERO.
              10 WS-AUDIT-MATCHED           PIC 9(07) COMP VALUE ZERO.
              10 WS-AUDIT-UNMATCHED         PIC 9(07) COMP VALUE ZERO.
              10 WS-CAPTURES-PURGED         PIC 9(07) COMP VALUE ZERO.
              10 WS-LEAP-QUOTIENT           PIC 9(04).
              10 WS-LEAP-REMAINDER          PIC 9(04).
              10 WS-WALK-COUNT              PIC S9(05) COMP-3.
      * AUDIT ARCHIVE STATE -- 'Y' ONCE THE MASTER HAS OPENED, SO AN
      * UNOPENED MASTER IS NEVER POSITIONED OR READ
              10 WS-AUDMAST-STATUS          PIC X(02).
              10 WS-AUDMAST-OPEN-IND        PIC X(01) VALUE 'N'.
                 88 WS-AUDMAST-OPEN         VALUE 'Y'.
              10 WS-AUDIT-DONE-IND          PIC X(01).
                 88 WS-AUDIT-DONE           VALUE 'Y'.
      * CAPTURE DATE AND TIME IN THE AUDIT MASTER KEY'S CHARACTER
      * FORM SO THE MATCH COMPARES LIKE FOR LIKE
              10 WS-CAPTUREDATE-X           PIC X(08).
              10 WS-CAPTURETIME-X           PIC X(06).
      * PARAMETER CONTROL FILE STATE
              10 WS-PARM-STATUS             PIC X(02).
              10 WS-PARM-EOF-IND            PIC X(01) VALUE 'N'.
                 88 WS-PARM-EOF             VALUE 'Y'.
              10 WS-PARM-FOUND-IND          PIC X(01) VALUE 'N'.
                 88 WS-PARM-FOUND           VALUE 'Y'.
      * RETENTION IN FORCE FOR THIS RUN -- THE 'ER' PARAMETER WHEN
      * ONE IS ON FILE, OTHERWISE THE STANDING DEFAULT
              10 WS-RETAIN-DAYS             PIC S9(05) COMP-3.
      * RUN-CONTROL MASTER STATE -- A FILE THAT CANNOT BE OPENED
      * SKIPS THE COMPLETION RECORD, AND THE VERIFIER THEN REPORTS
      * THE RUN MISSING, WHICH IS THE CORRECT OUTCOME
              10 WS-RUNCTL-STATUS           PIC X(02).
      * RUN DATE AND THE OLDEST CAPTURE DATE RETAINED -- THE RUN
      * DATE WALKED BACK THE RETENTION NUMBER OF CALENDAR DAYS
              10 WS-RUN-DATE                PIC 9(08).
              10 WS-CUTOFF-DATE             PIC 9(08).
              10 WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
                 15 WS-CD-YEAR              PIC 9(04).
                 15 WS-CD-MONTH             PIC 9(02).
                 15 WS-CD-DAY               PIC 9(02).
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * AN OPTIONAL FILE THAT IS NOT PRESENT REPORTS '05' ON OPEN
              10 CC-OPTIONAL-ABSENT         PIC X(02) VALUE '05'.
              10 CC-PARM-RETENTION          PIC X(02) VALUE 'ER'.
      * CALENDAR DAYS RETAINED WHEN NO 'ER' RECORD IS ON FILE --
      * SEVEN YEARS, THE RECORD-KEEPING PERIOD FOR CUSTOMER DISPUTES
              10 CC-RETAIN-DAYS             PIC S9(05) COMP-3
                                            VALUE +2557.
      * HIGHEST SEQUENCE NUMBER THE KEY CAN CARRY -- A SECOND THAT
      * SOMEHOW PRODUCES MORE CAPTURES THAN THIS FOR ONE ACCOUNT HAS
      * ITS OVERFLOW COUNTED AS DROPPED RATHER THAN LOOPING FOREVER
              10 CC-MAX-CAPTURESEQ          PIC S9(4) COMP VALUE +999.
      * RUN-CONTROL MASTER CONSTANTS -- AN OPTIONAL FILE OPENED I-O
      * REPORTS '05' ON THE OPEN THAT CREATES IT
              10 CC-RUNCTL-GOOD             PIC X(02) VALUE '00'.
              10 CC-RUNCTL-CREATED          PIC X(02) VALUE '05'.
              10 CC-RUNCTL-PROGRAM          PIC X(08)
                                            VALUE 'A40240  '.
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
           05 FILLER                        PIC X(38)  VALUE
              'BALANCE EVIDENCE ARCHIVE LOAD'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-PARM-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(10)  VALUE
              'RETENTION '.
           05 PH-RETAIN-DAYS                PIC ZZZZ9.
           05 FILLER                        PIC X(20)  VALUE
              ' DAYS - PURGE BEFORE'.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 PH-CUTOFF-DATE                PIC 9(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 PH-SOURCE                     PIC X(16).
       01  WS-PARM-SOURCES.
           05 CC-SOURCE-PARM                PIC X(16)  VALUE
              '(PARAMETER FILE)'.
           05 CC-SOURCE-DEFAULT             PIC X(16)  VALUE
              '(DEFAULT)       '.
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS READ       '.
           05 TL-RECORDS-READ               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CAPTURES LOADED     '.
           05 TL-CAPTURES-LOADED            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'DUPLICATES BUMPED  '.
           05 TL-DUPLICATES-BUMPED          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS DROPPED     '.
           05 TL-RECORDS-DROPPED            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'AUDIT ENTRY MATCHED'.
           05 TL-AUDIT-MATCHED              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'NO AUDIT ENTRY      '.
           05 TL-AUDIT-UNMATCHED            PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CAPTURES PURGED    '.
           05 TL-CAPTURES-PURGED            PIC ZZ,ZZZ,ZZ9.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE FILES, ESTABLISH THE RETENTION PERIOD, THE RUN   *
      *    AND PURGE CUTOFF DATES, WRITE THE HEADINGS AND PRIME THE  *
      *    READ.  THE EVIDENCE MASTER IS OPTIONAL SO THE VERY FIRST  *
      *    LOAD CREATES IT                                           *
      ***************************************************************
           OPEN INPUT  BALEXTF
                I-O    BALEVIDF
                OUTPUT EVIDLODR

           OPEN INPUT AUDMASTF

           IF WS-AUDMAST-STATUS = CC-GOOD-STATUS
              MOVE CC-Y                      TO WS-AUDMAST-OPEN-IND
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UA000-LOAD-PARAMETERS
              THRU UA999-EXIT

           PERFORM AB000-COMPUTE-CUTOFF
              THRU AB999-EXIT

           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           WRITE EVIDLODR-LINE FROM WS-REPORT-HEADING

           MOVE WS-RETAIN-DAYS              TO PH-RETAIN-DAYS
           MOVE WS-CUTOFF-DATE              TO PH-CUTOFF-DATE
           IF WS-PARM-FOUND
              MOVE CC-SOURCE-PARM           TO PH-SOURCE
           ELSE
              MOVE CC-SOURCE-DEFAULT        TO PH-SOURCE
           END-IF
           WRITE EVIDLODR-LINE FROM WS-PARM-LINE

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    LOAD EVERY CAPTURE INTO THE EVIDENCE MASTER, THEN SWEEP   *
      *    THE MASTER FOR CAPTURES PAST THE RETENTION PERIOD         *
      ***************************************************************
           PERFORM DA000-LOAD-CAPTURE
              THRU DA999-EXIT
              UNTIL WS-EOF

           PERFORM EA000-PURGE-SWEEP
              THRU EA999-EXIT

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       AB000-COMPUTE-CUTOFF                 SECTION.
      ***************************************************************
      *    WALK THE RUN DATE BACK THE RETENTION NUMBER OF CALENDAR   *
      *    DAYS.  A CAPTURE TAKEN BEFORE THE RESULTING CUTOFF DATE   *
      *    HAS AGED OUT OF THE RETENTION PERIOD                      *
      ***************************************************************
           MOVE WS-RUN-DATE                  TO WS-CUTOFF-DATE

           PERFORM AC000-WALK-BACK-ONE-DAY
              THRU AC999-EXIT
              VARYING WS-WALK-COUNT FROM 1 BY 1
              UNTIL WS-WALK-COUNT > WS-RETAIN-DAYS
               .
       AB999-EXIT.
             EXIT.
           EJECT

       AC000-WALK-BACK-ONE-DAY              SECTION.
      ***************************************************************
      *    WALK THE CUTOFF DATE BACK ONE CALENDAR DAY, RESPECTING    *
      *    MONTH ENDS AND LEAP-YEAR FEBRUARIES                       *
      ***************************************************************
           IF WS-CD-DAY > 1
              SUBTRACT 1                     FROM WS-CD-DAY
           ELSE
              IF WS-CD-MONTH > 1
                 SUBTRACT 1                  FROM WS-CD-MONTH
              ELSE
                 SUBTRACT 1                  FROM WS-CD-YEAR
                 MOVE 12                     TO WS-CD-MONTH
              END-IF

              MOVE CC-DAYS-IN-MONTH (WS-CD-MONTH)
                                             TO WS-CD-DAY

              IF WS-CD-MONTH = 2
                 PERFORM AD000-TEST-LEAP-YEAR
                    THRU AD999-EXIT
                 IF WS-LEAP-YEAR
                    MOVE 29                  TO WS-CD-DAY
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

           DIVIDE WS-CD-YEAR BY 400
             GIVING WS-LEAP-QUOTIENT
             REMAINDER WS-LEAP-REMAINDER

           IF WS-LEAP-REMAINDER = ZERO
              MOVE CC-Y                      TO WS-LEAP-IND
           ELSE
              DIVIDE WS-CD-YEAR BY 100
                GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER

              IF WS-LEAP-REMAINDER NOT = ZERO
                 DIVIDE WS-CD-YEAR BY 4
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

       CA000-READ-EXTRACT                   SECTION.
      ***************************************************************
      *    READ THE NEXT CAPTURE FROM THE FULL EXTRACT               *
      ***************************************************************
           READ BALEXTF
               AT END
                   MOVE CC-Y                TO WS-EOF-IND
               NOT AT END
                   ADD 1                     TO WS-RECORDS-READ
           END-READ
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-LOAD-CAPTURE                   SECTION.
      ***************************************************************
      *    BUILD THE EVIDENCE RECORD FOR ONE CAPTURE, ATTACH ITS     *
      *    AUDIT TRAIL ENTRY AND WRITE IT, BUMPING THE KEY SEQUENCE  *
      *    NUMBER PAST ANY CAPTURE ALREADY ON FILE FOR THE SAME      *
      *    ACCOUNT AND SECOND                                        *
      ***************************************************************
           MOVE CR-ACCOUNTNUM                TO EV-ACCOUNTNUM
           MOVE CR-CAPTUREDATE               TO EV-CAPTUREDATE
           MOVE CR-CAPTURETIME               TO EV-CAPTURETIME
           MOVE ZERO                         TO EV-CAPTURESEQ
           MOVE CR-ACCOUNTTYPE               TO EV-ACCOUNTTYPE
           MOVE CR-PRODUCT                   TO EV-PRODUCT
           MOVE CR-ACCOUNTNAME               TO EV-ACCOUNTNAME
           MOVE CR-AVAILABLEBALANCE          TO EV-AVAILABLEBALANCE
           MOVE CR-LEDGERBALANCE             TO EV-LEDGERBALANCE
           MOVE CR-HOLDSAMOUNT               TO EV-HOLDSAMOUNT
           MOVE CR-LINEAMOUNT                TO EV-LINEAMOUNT
           MOVE CR-LOANBALANCE               TO EV-LOANBALANCE
           MOVE CR-CURRENCYCODE              TO EV-CURRENCYCODE
           MOVE CR-HOMEAVAILABLEBALANCE      TO
                EV-HOMEAVAILABLEBALANCE
           MOVE CR-HOMELEDGERBALANCE         TO EV-HOMELEDGERBALANCE
           MOVE CR-HOMELINEAMOUNT            TO EV-HOMELINEAMOUNT
           MOVE CR-HOMELOANBALANCE           TO EV-HOMELOANBALANCE

           PERFORM GA000-MATCH-AUDIT
              THRU GA999-EXIT

           IF EV-AUDIT-FOUND
              ADD 1                          TO WS-AUDIT-MATCHED
           ELSE
              ADD 1                          TO WS-AUDIT-UNMATCHED
           END-IF

           MOVE CC-N                         TO WS-WRITTEN-IND
           MOVE ZERO                         TO WS-SEQ-RETRY

           PERFORM DB000-WRITE-EVIDENCE
              THRU DB999-EXIT
              UNTIL WS-WRITTEN
              OR    WS-SEQ-RETRY > CC-MAX-CAPTURESEQ

           IF NOT WS-WRITTEN
              ADD 1                          TO WS-RECORDS-DROPPED
           END-IF

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       DA999-EXIT.
             EXIT.
           EJECT

       DB000-WRITE-EVIDENCE                 SECTION.
      ***************************************************************
      *    ONE ATTEMPT AT WRITING THE EVIDENCE RECORD.  A DUPLICATE  *
      *    KEY MEANS A CAPTURE FOR THE SAME ACCOUNT AND SECOND IS    *
      *    ALREADY ON FILE, SO THE SEQUENCE NUMBER IS BUMPED AND     *
      *    THE WRITE RETRIED BY THE CALLER                           *
      ***************************************************************
           WRITE BALEVIDMST
               INVALID KEY
                   ADD 1                     TO EV-CAPTURESEQ
                   ADD 1                     TO WS-SEQ-RETRY
                   ADD 1                     TO WS-DUPLICATES-BUMPED
               NOT INVALID KEY
                   MOVE CC-Y                 TO WS-WRITTEN-IND
                   ADD 1                     TO WS-CAPTURES-LOADED
           END-WRITE
               .
       DB999-EXIT.
             EXIT.
           EJECT

       EA000-PURGE-SWEEP                    SECTION.
      ***************************************************************
      *    READ THE WHOLE MASTER IN KEY ORDER AND DELETE EVERY       *
      *    CAPTURE TAKEN BEFORE THE CUTOFF DATE                      *
      ***************************************************************
           MOVE LOW-VALUES                   TO EV-KEY

           START BALEVIDF KEY NOT < EV-KEY
               INVALID KEY
                   MOVE CC-Y                 TO WS-SWEEP-EOF-IND
           END-START

           PERFORM FA000-SWEEP-CAPTURE
              THRU FA999-EXIT
              UNTIL WS-SWEEP-EOF
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-SWEEP-CAPTURE                  SECTION.
      ***************************************************************
      *    READ ONE CAPTURE AND DELETE IT WHERE IT HAS AGED OUT OF   *
      *    THE RETENTION PERIOD                                      *
      ***************************************************************
           READ BALEVIDF NEXT RECORD
               AT END
                   MOVE CC-Y                 TO WS-SWEEP-EOF-IND
               NOT AT END
                   IF EV-CAPTUREDATE < WS-CUTOFF-DATE
                      DELETE BALEVIDF
                      ADD 1                  TO WS-CAPTURES-PURGED
                   END-IF
           END-READ
               .
       FA999-EXIT.
             EXIT.
           EJECT

       GA000-MATCH-AUDIT                    SECTION.
      ***************************************************************
      *    FIND THE AUDIT TRAIL ENTRY THE CAPTURE WAS LOGGED UNDER.  *
      *    THE AUDIT MASTER IS POSITIONED AT THE ACCOUNT'S FIRST     *
      *    ENTRY ON THE CAPTURE DATE AND READ FORWARD; THE LAST      *
      *    ENTRY READ AT OR BEFORE THE CAPTURE TIME IS THE MATCH.    *
      *    NO ENTRY LEAVES THE AUDIT FIELDS BLANK AND THE CAPTURE IS *
      *    STILL LOADED -- THE FIGURES ARE THE EVIDENCE              *
      ***************************************************************
           MOVE CC-N                         TO EV-AUDITFOUND-IND
           MOVE SPACES                       TO EV-AUDITDATE
                                                EV-AUDITTIME
                                                EV-CHANNELNAME
                                                EV-SEVERITY
                                                EV-STATUSMESSAGE

           IF WS-AUDMAST-OPEN
              MOVE CR-CAPTUREDATE            TO WS-CAPTUREDATE-X
              MOVE CR-CAPTURETIME            TO WS-CAPTURETIME-X
              MOVE CC-N                      TO WS-AUDIT-DONE-IND

              MOVE CR-ACCOUNTNUM             TO AM-ACCOUNTNUM
              MOVE WS-CAPTUREDATE-X          TO AM-AUDITDATE
              MOVE ZEROS                     TO AM-AUDITTIME
              MOVE ZERO                      TO AM-AUDITSEQ

              START AUDMASTF KEY NOT < AM-KEY
                  INVALID KEY
                      MOVE CC-Y              TO WS-AUDIT-DONE-IND
              END-START

              PERFORM GB000-READ-AUDIT
                 THRU GB999-EXIT
                 UNTIL WS-AUDIT-DONE
           END-IF
               .
       GA999-EXIT.
             EXIT.
           EJECT

       GB000-READ-AUDIT                     SECTION.
      ***************************************************************
      *    READ THE NEXT AUDIT ENTRY.  AN ENTRY FOR ANOTHER ACCOUNT, *
      *    ANOTHER DATE OR A LATER TIME ENDS THE SEARCH; ANY OTHER   *
      *    ENTRY BECOMES THE CANDIDATE MATCH.  A READ ERROR ENDS THE *
      *    SEARCH THE SAME AS END OF FILE                            *
      ***************************************************************
           READ AUDMASTF NEXT RECORD
               AT END
                   MOVE CC-Y                 TO WS-AUDIT-DONE-IND
           END-READ

           IF WS-AUDMAST-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                      TO WS-AUDIT-DONE-IND
           END-IF

           IF NOT WS-AUDIT-DONE
              IF AM-ACCOUNTNUM NOT = CR-ACCOUNTNUM
              OR AM-AUDITDATE  NOT = WS-CAPTUREDATE-X
              OR AM-AUDITTIME  > WS-CAPTURETIME-X
                 MOVE CC-Y                   TO WS-AUDIT-DONE-IND
              ELSE
                 MOVE CC-Y                   TO EV-AUDITFOUND-IND
                 MOVE AM-AUDITDATE           TO EV-AUDITDATE
                 MOVE AM-AUDITTIME           TO EV-AUDITTIME
                 MOVE AM-CHANNELNAME         TO EV-CHANNELNAME
                 MOVE AM-SEVERITY            TO EV-SEVERITY
                 MOVE AM-STATUSMESSAGE       TO EV-STATUSMESSAGE
              END-IF
           END-IF
               .
       GB999-EXIT.
             EXIT.
           EJECT

       UA000-LOAD-PARAMETERS                SECTION.
      ***************************************************************
      *    TAKE THE RETENTION PERIOD FROM THE 'ER' RECORD OF THE     *
      *    REPORT PARAMETER CONTROL FILE.  A FILE THAT CANNOT BE     *
      *    OPENED, OR HOLDS NO USABLE 'ER' RECORD, LEAVES THE        *
      *    STANDING DEFAULT IN FORCE -- A MISSING TUNING FILE MUST   *
      *    NEVER PURGE EVIDENCE EARLY                                *
      ***************************************************************
           MOVE CC-RETAIN-DAYS               TO WS-RETAIN-DAYS

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
      *    TAKE THE RETENTION FROM THE 'ER' RECORD.  A RETENTION OF  *
      *    ZERO OR LESS IS A KEYING ERROR AND IS IGNORED.  RECORD    *
      *    TYPES BELONGING TO THE OTHER REPORTS ARE PASSED OVER      *
      ***************************************************************
           IF  PP-RECORDTYPE  = CC-PARM-RETENTION
           AND PP-RETAIN-DAYS > ZERO
               MOVE PP-RETAIN-DAYS           TO WS-RETAIN-DAYS
               MOVE CC-Y                     TO WS-PARM-FOUND-IND
           END-IF

           PERFORM UB000-READ-PARAMETER
              THRU UB999-EXIT
               .
       UC999-EXIT.
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
              MOVE WS-CAPTURES-LOADED        TO RN-RECORDS-WRITTEN
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
           MOVE WS-CAPTURES-LOADED           TO TL-CAPTURES-LOADED
           MOVE WS-DUPLICATES-BUMPED         TO TL-DUPLICATES-BUMPED
           MOVE WS-RECORDS-DROPPED           TO TL-RECORDS-DROPPED
           MOVE WS-AUDIT-MATCHED             TO TL-AUDIT-MATCHED
           MOVE WS-AUDIT-UNMATCHED           TO TL-AUDIT-UNMATCHED
           MOVE WS-CAPTURES-PURGED           TO TL-CAPTURES-PURGED

           MOVE SPACES                       TO EVIDLODR-LINE
           WRITE EVIDLODR-LINE
           WRITE EVIDLODR-LINE FROM WS-TOTAL-LINE
           WRITE EVIDLODR-LINE FROM WS-TOTAL-LINE-2
           WRITE EVIDLODR-LINE FROM WS-TOTAL-LINE-3
           WRITE EVIDLODR-LINE FROM WS-TOTAL-LINE-4

           PERFORM XR000-WRITE-RUN-CONTROL
              THRU XR999-EXIT

           IF WS-AUDMAST-OPEN
              CLOSE AUDMASTF
           END-IF

           CLOSE BALEXTF
                 BALEVIDF
                 EVIDLODR

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40240.
