       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40243.
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
      *         NAME:          A40243                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        NIGHTLY CUSTOMER ALERT FEED                            *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE DAY'S CONSOLIDATED ACCTBALINQRS EXTRACT       *
      *        (ONE RECORD PER ACCOUNT, THE LATEST CAPTURE, PRODUCED  *
      *        BY A40224)                                             *
      *      - CHECK EVERY ALERT THE ACCOUNT IS ENROLLED FOR ON THE   *
      *        ALERT ENROLLMENT FILE (A40260D, MAINTAINED ONLINE BY   *
      *        A40242):  AVAILABLE BALANCE BELOW THE FLOOR ('LB'),    *
      *        LOAN BALANCE ABOVE THE PERCENTAGE OF THE LINE ('LL'),  *
      *        AND HOLDS PLACED SINCE THE PRIOR RUN ('HP')            *
      *      - WRITE A FIXED-LAYOUT ALERT INTERFACE FILE (A40264D)    *
      *        FOR THE NOTIFICATION VENDOR, AND A REPORT OF THE       *
      *        ALERTS RAISED.  AN 'LB' OR 'LL' CONDITION IS ALERTED   *
      *        ONCE WHEN IT ARISES AND NOT AGAIN ON LATER NIGHTS      *
      *        WHILE IT PERSISTS -- IT MUST CLEAR BEFORE IT CAN BE    *
      *        ALERTED AGAIN.  THE ENROLLMENT CARRIES THAT STATE      *
      *        FROM RUN TO RUN                                        *
      *      - REPORT ENROLLMENTS WHOSE ACCOUNT WAS NOT ON TONIGHT'S  *
      *        EXTRACT AND SO COULD NOT BE CHECKED                    *
      *      - A RERUN OF THE SAME NIGHT WRITES THE SAME ALERTS AGAIN *
      *        WITHOUT DISTURBING THE CARRIED STATE                   *
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

      * THE ENROLLMENT FILE IS POSITIONED BY KEY FOR EACH EXTRACT
      * ACCOUNT AND UPDATED IN PLACE, THEN SWEPT IN KEY ORDER FOR
      * ENROLLMENTS THE EXTRACT NEVER REACHED
           SELECT OPTIONAL ALERTENRF ASSIGN TO ALERTENRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ALERTOUT ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALERTRPT ASSIGN TO ALERTRPT
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
       FD  BALCONF
           RECORDING MODE IS F.
           COPY A40273D.

       FD  ALERTENRF.
           COPY A40260D.

       FD  ALERTOUT
           RECORDING MODE IS F.
           COPY A40264D.

       FD  ALERTRPT
           RECORDING MODE IS F.
       01  ALERTRPT-LINE                    PIC X(132).

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
              10 WS-ENROLL-DONE-IND         PIC X(01).
                 88 WS-ENROLL-DONE          VALUE 'Y'.
              10 WS-SWEEP-EOF-IND           PIC X(01) VALUE 'N'.
                 88 WS-SWEEP-EOF            VALUE 'Y'.
      * 'Y' WHEN TONIGHT'S FIGURES MEET THE ENROLLMENT'S CONDITION
              10 WS-CONDITION-IND           PIC X(01).
                 88 WS-CONDITION-MET        VALUE 'Y'.
              10 WS-ENROLL-STATUS           PIC X(02).
              10 WS-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
              10 WS-ENROLLMENTS-CHECKED     PIC 9(07) COMP VALUE ZERO.
              10 WS-ALERTS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
              10 WS-REPEATS-SUPPRESSED      PIC 9(07) COMP VALUE ZERO.
              10 WS-NOT-ON-EXTRACT          PIC 9(07) COMP VALUE ZERO.
      * FIGURES FOR THE ENROLLMENT IN HAND -- THE AMOUNT JUDGED, THE
      * THRESHOLD IT WAS JUDGED AGAINST, AND FOR 'HP' THE HOLDS
      * PLACED SINCE THE PRIOR RUN
              10 WS-CURRENT-AMOUNT          PIC S9(11)V99 COMP-3.
              10 WS-THRESHOLD-AMOUNT        PIC S9(11)V99 COMP-3.
              10 WS-NEW-HOLDS               PIC S9(11)V99 COMP-3.
      * RUN-CONTROL MASTER STATE -- A FILE THAT CANNOT BE OPENED
      * SKIPS THE COMPLETION RECORD, AND THE VERIFIER THEN REPORTS
      * THE RUN MISSING, WHICH IS THE CORRECT OUTCOME
              10 WS-RUNCTL-STATUS           PIC X(02).
              10 WS-RUN-DATE                PIC 9(08).
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * AN OPTIONAL FILE THAT IS NOT PRESENT REPORTS '05' ON OPEN
              10 CC-OPTIONAL-ABSENT         PIC X(02) VALUE '05'.
      * RUN-CONTROL MASTER CONSTANTS -- AN OPTIONAL FILE OPENED I-O
      * REPORTS '05' ON THE OPEN THAT CREATES IT
              10 CC-RUNCTL-GOOD             PIC X(02) VALUE '00'.
              10 CC-RUNCTL-CREATED          PIC X(02) VALUE '05'.
              10 CC-RUNCTL-PROGRAM          PIC X(08)
                                            VALUE 'A40243  '.
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(38)  VALUE
              'NIGHTLY CUSTOMER ALERT FEED'.
           05 FILLER                        PIC X(09)  VALUE
              'RUN DATE '.
           05 RH-RUN-DATE                   PIC 9(08).
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE
              'TYPE'.
           05 FILLER                        PIC X(17)  VALUE
              'ACCOUNT NUMBER'.
           05 FILLER                        PIC X(06)  VALUE
              'ALERT'.
           05 FILLER                        PIC X(08)  VALUE
              'CHANNEL'.
           05 FILLER                        PIC X(04)  VALUE
              'CCY'.
           05 FILLER                        PIC X(16)  VALUE
              'CURRENT AMOUNT'.
           05 FILLER                        PIC X(16)  VALUE
              'THRESHOLD'.
           05 FILLER                        PIC X(30)  VALUE
              'NOTE'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-ACCOUNTTYPE                PIC X(03).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-ACCOUNTNUM                 PIC Z(14)9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-ALERTTYPE                  PIC X(02).
           05 FILLER                        PIC X(04)  VALUE SPACES.
           05 DL-DELIVERYCHANNEL            PIC X(04).
           05 FILLER                        PIC X(04)  VALUE SPACES.
           05 DL-CURRENCYCODE               PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-CURRENTAMOUNT              PIC -Z(10)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-THRESHOLDAMOUNT            PIC -Z(10)9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-NOTE                       PIC X(30).
       01  WS-NOTES.
           05 CC-NOTE-ALERTED               PIC X(30)  VALUE
              'ALERT SENT'.
           05 CC-NOTE-NOT-ON-EXTRACT        PIC X(30)  VALUE
              'NOT ON EXTRACT - NOT CHECKED'.
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'RECORDS READ       '.
           05 TL-RECORDS-READ               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ENROLLMENTS CHECKED '.
           05 TL-ENROLLMENTS-CHECKED        PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'ALERTS WRITTEN     '.
           05 TL-ALERTS-WRITTEN             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'REPEATS SUPPRESSED  '.
           05 TL-REPEATS-SUPPRESSED         PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'NOT ON EXTRACT     '.
           05 TL-NOT-ON-EXTRACT             PIC ZZ,ZZZ,ZZ9.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE FILES, WRITE THE HEADINGS AND PRIME THE READ.    *
      *    THE ENROLLMENT FILE IS OPTIONAL SO A NIGHT WITH NOBODY    *
      *    ENROLLED YET STILL RUNS CLEAN AND WRITES AN EMPTY FEED    *
      ***************************************************************
           OPEN INPUT  BALCONF
                I-O    ALERTENRF
                OUTPUT ALERTOUT
                       ALERTRPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE                 TO RH-RUN-DATE
           WRITE ALERTRPT-LINE FROM WS-REPORT-HEADING
           WRITE ALERTRPT-LINE FROM WS-COLUMN-HEADING

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    CHECK EVERY EXTRACT ACCOUNT'S ENROLLMENTS, THEN SWEEP THE *
      *    ENROLLMENT FILE FOR ANY THE EXTRACT NEVER REACHED         *
      ***************************************************************
           PERFORM DA000-CHECK-ACCOUNT
              THRU DA999-EXIT
              UNTIL WS-EOF

           PERFORM JA000-SWEEP-UNCHECKED
              THRU JA999-EXIT

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

       DA000-CHECK-ACCOUNT                  SECTION.
      ***************************************************************
      *    POSITION THE ENROLLMENT FILE AT THE ACCOUNT'S FIRST       *
      *    ENROLLMENT AND CHECK EACH ONE IN TURN.  AN ACCOUNT WITH   *
      *    NO ENROLLMENT IS SIMPLY PASSED OVER                       *
      ***************************************************************
           MOVE CC-N                         TO WS-ENROLL-DONE-IND
           MOVE CR-ACCOUNTNUM                TO AE-ACCOUNTNUM
           MOVE LOW-VALUES                   TO AE-ALERTTYPE

           START ALERTENRF KEY NOT < AE-KEY
               INVALID KEY
                   MOVE CC-Y                 TO WS-ENROLL-DONE-IND
           END-START

           PERFORM EA000-READ-ENROLLMENT
              THRU EA999-EXIT
              UNTIL WS-ENROLL-DONE

           PERFORM CA000-READ-EXTRACT
              THRU CA999-EXIT
               .
       DA999-EXIT.
             EXIT.
           EJECT

       EA000-READ-ENROLLMENT                SECTION.
      ***************************************************************
      *    READ THE NEXT ENROLLMENT.  ONE FOR ANOTHER ACCOUNT ENDS   *
      *    THE ACCOUNT; A READ ERROR ENDS IT THE SAME AS END OF FILE *
      ***************************************************************
           READ ALERTENRF NEXT RECORD
               AT END
                   MOVE CC-Y                 TO WS-ENROLL-DONE-IND
           END-READ

           IF WS-ENROLL-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                      TO WS-ENROLL-DONE-IND
           END-IF

           IF NOT WS-ENROLL-DONE
              IF AE-ACCOUNTNUM NOT = CR-ACCOUNTNUM
                 MOVE CC-Y                   TO WS-ENROLL-DONE-IND
              ELSE
                 ADD 1                       TO WS-ENROLLMENTS-CHECKED
                 PERFORM FA000-CHECK-ENROLLMENT
                    THRU FA999-EXIT
              END-IF
           END-IF
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-CHECK-ENROLLMENT               SECTION.
      ***************************************************************
      *    JUDGE ONE ENROLLMENT AGAINST TONIGHT'S FIGURES AND CARRY  *
      *    ITS STATE FORWARD.  AN ENROLLMENT ALREADY JUDGED TONIGHT  *
      *    IS A RERUN -- ITS ALERT, IF IT RAISED ONE, IS WRITTEN     *
      *    AGAIN FROM THE STORED AMOUNT AND THE STATE IS LEFT ALONE  *
      ***************************************************************
           IF AE-LASTRUNDATE = WS-RUN-DATE
              IF AE-LASTALERTDATE = WS-RUN-DATE
                 PERFORM GA000-SET-THRESHOLD
                    THRU GA999-EXIT
                 MOVE AE-LASTALERTAMOUNT     TO WS-CURRENT-AMOUNT
                 PERFORM HA000-WRITE-ALERT
                    THRU HA999-EXIT
              END-IF
           ELSE
              PERFORM GA000-SET-THRESHOLD
                 THRU GA999-EXIT
              PERFORM FB000-TEST-CONDITION
                 THRU FB999-EXIT

              IF WS-CONDITION-MET
                 IF  AE-CONDITION-RAISED
                 AND NOT AE-HOLDS-PLACED
                    ADD 1                    TO WS-REPEATS-SUPPRESSED
                 ELSE
                    MOVE CC-Y                TO AE-CONDITION-IND
                    MOVE WS-RUN-DATE         TO AE-LASTALERTDATE
                    MOVE WS-CURRENT-AMOUNT   TO AE-LASTALERTAMOUNT
                    PERFORM HA000-WRITE-ALERT
                       THRU HA999-EXIT
                 END-IF
              ELSE
                 MOVE CC-N                   TO AE-CONDITION-IND
              END-IF

              MOVE CR-HOLDSAMOUNT            TO AE-LASTHOLDSAMOUNT
              MOVE WS-RUN-DATE               TO AE-LASTRUNDATE

              REWRITE ALERTENRMST
           END-IF
               .
       FA999-EXIT.
             EXIT.
           EJECT

       FB000-TEST-CONDITION                 SECTION.
      ***************************************************************
      *    SET THE AMOUNT JUDGED AND WHETHER IT MEETS THE CONDITION. *
      *    'LL' NEEDS A LINE TO MEASURE AGAINST -- AN ACCOUNT WITH   *
      *    NO LINE NEVER MEETS IT.  'HP' NEEDS A PRIOR RUN TO        *
      *    MEASURE FROM -- THE FIRST RUN AFTER ENROLLMENT ONLY TAKES *
      *    THE BASE, SO HOLDS ALREADY ON THE ACCOUNT ARE NOT         *
      *    REPORTED AS NEWLY PLACED                                  *
      ***************************************************************
           MOVE CC-N                         TO WS-CONDITION-IND

           IF AE-LOW-AVAILABLE
              MOVE CR-AVAILABLEBALANCE       TO WS-CURRENT-AMOUNT
              IF WS-CURRENT-AMOUNT < WS-THRESHOLD-AMOUNT
                 MOVE CC-Y                   TO WS-CONDITION-IND
              END-IF
           END-IF

           IF AE-LOAN-OVER-LINE
              MOVE CR-LOANBALANCE            TO WS-CURRENT-AMOUNT
              IF  CR-LINEAMOUNT     > ZERO
              AND WS-CURRENT-AMOUNT > WS-THRESHOLD-AMOUNT
                 MOVE CC-Y                   TO WS-CONDITION-IND
              END-IF
           END-IF

           IF AE-HOLDS-PLACED
              COMPUTE WS-NEW-HOLDS =
                      CR-HOLDSAMOUNT - AE-LASTHOLDSAMOUNT
              MOVE WS-NEW-HOLDS              TO WS-CURRENT-AMOUNT
              IF  AE-LASTRUNDATE NOT = ZERO
              AND WS-NEW-HOLDS > ZERO
              AND WS-NEW-HOLDS > WS-THRESHOLD-AMOUNT
                 MOVE CC-Y                   TO WS-CONDITION-IND
              END-IF
           END-IF
               .
       FB999-EXIT.
             EXIT.
           EJECT

       GA000-SET-THRESHOLD                  SECTION.
      ***************************************************************
      *    THE THRESHOLD AS AN AMOUNT -- THE ENROLLED AMOUNT, OR FOR *
      *    'LL' THE ENROLLED PERCENTAGE OF TONIGHT'S LINE            *
      ***************************************************************
           IF AE-LOAN-OVER-LINE
              COMPUTE WS-THRESHOLD-AMOUNT ROUNDED =
                      CR-LINEAMOUNT * AE-THRESHOLDPCT / 100
           ELSE
              MOVE AE-THRESHOLDAMOUNT        TO WS-THRESHOLD-AMOUNT
           END-IF
               .
       GA999-EXIT.
             EXIT.
           EJECT

       HA000-WRITE-ALERT                    SECTION.
      ***************************************************************
      *    WRITE ONE ALERT TO THE VENDOR INTERFACE FILE AND LIST IT  *
      *    ON THE REPORT                                             *
      ***************************************************************
           MOVE WS-RUN-DATE                  TO AL-RECORDDATE
           MOVE AE-ALERTTYPE                 TO AL-ALERTTYPE
           MOVE AE-DELIVERYCHANNEL           TO AL-DELIVERYCHANNEL
           MOVE CR-ACCOUNTTYPE               TO AL-ACCOUNTTYPE
           MOVE CR-ACCOUNTNUM                TO AL-ACCOUNTNUM
           MOVE CR-PRODUCT                   TO AL-PRODUCT
           MOVE CR-ACCOUNTNAME               TO AL-ACCOUNTNAME
           MOVE CR-CURRENCYCODE              TO AL-CURRENCYCODE
           MOVE WS-CURRENT-AMOUNT            TO AL-CURRENTAMOUNT
           MOVE WS-THRESHOLD-AMOUNT          TO AL-THRESHOLDAMOUNT
           MOVE AE-THRESHOLDPCT              TO AL-THRESHOLDPCT
           MOVE CR-LINEAMOUNT                TO AL-LINEAMOUNT

           WRITE ALERTINTF

           ADD 1                             TO WS-ALERTS-WRITTEN

           MOVE CR-ACCOUNTTYPE               TO DL-ACCOUNTTYPE
           MOVE CR-ACCOUNTNUM                TO DL-ACCOUNTNUM
           MOVE AE-ALERTTYPE                 TO DL-ALERTTYPE
           MOVE AE-DELIVERYCHANNEL           TO DL-DELIVERYCHANNEL
           MOVE CR-CURRENCYCODE              TO DL-CURRENCYCODE
           MOVE WS-CURRENT-AMOUNT            TO DL-CURRENTAMOUNT
           MOVE WS-THRESHOLD-AMOUNT          TO DL-THRESHOLDAMOUNT
           MOVE CC-NOTE-ALERTED              TO DL-NOTE

           WRITE ALERTRPT-LINE FROM WS-DETAIL-LINE
               .
       HA999-EXIT.
             EXIT.
           EJECT

       JA000-SWEEP-UNCHECKED                SECTION.
      ***************************************************************
      *    READ THE WHOLE ENROLLMENT FILE IN KEY ORDER AND LIST      *
      *    EVERY ENROLLMENT NOT JUDGED TONIGHT -- ITS ACCOUNT WAS    *
      *    NOT ON THE EXTRACT.  ITS STATE IS LEFT AS IT WAS, SO A    *
      *    CONDITION ALREADY ALERTED IS NOT ALERTED AGAIN WHEN THE   *
      *    ACCOUNT RETURNS STILL IN THE SAME CONDITION               *
      ***************************************************************
           MOVE LOW-VALUES                   TO AE-KEY

           START ALERTENRF KEY NOT < AE-KEY
               INVALID KEY
                   MOVE CC-Y                 TO WS-SWEEP-EOF-IND
           END-START

           PERFORM KA000-SWEEP-ENROLLMENT
              THRU KA999-EXIT
              UNTIL WS-SWEEP-EOF
               .
       JA999-EXIT.
             EXIT.
           EJECT

       KA000-SWEEP-ENROLLMENT               SECTION.
      ***************************************************************
      *    READ ONE ENROLLMENT AND LIST IT IF IT WAS NOT JUDGED      *
      *    TONIGHT.  A READ ERROR ENDS THE SWEEP                     *
      ***************************************************************
           READ ALERTENRF NEXT RECORD
               AT END
                   MOVE CC-Y                 TO WS-SWEEP-EOF-IND
           END-READ

           IF WS-ENROLL-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                      TO WS-SWEEP-EOF-IND
           END-IF

           IF  NOT WS-SWEEP-EOF
           AND AE-LASTRUNDATE NOT = WS-RUN-DATE
              ADD 1                          TO WS-NOT-ON-EXTRACT

              MOVE SPACES                    TO DL-ACCOUNTTYPE
                                                DL-CURRENCYCODE
              MOVE AE-ACCOUNTNUM             TO DL-ACCOUNTNUM
              MOVE AE-ALERTTYPE              TO DL-ALERTTYPE
              MOVE AE-DELIVERYCHANNEL        TO DL-DELIVERYCHANNEL
              MOVE ZERO                      TO DL-CURRENTAMOUNT
              MOVE AE-THRESHOLDAMOUNT        TO DL-THRESHOLDAMOUNT
              MOVE CC-NOTE-NOT-ON-EXTRACT    TO DL-NOTE

              WRITE ALERTRPT-LINE FROM WS-DETAIL-LINE
           END-IF
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
      *    VERIFIER THEN REPORTS THE RUN MISSING                     *
      ***************************************************************
           OPEN I-O RUNCTLF

           IF WS-RUNCTL-STATUS = CC-RUNCTL-GOOD
           OR WS-RUNCTL-STATUS = CC-RUNCTL-CREATED
              MOVE WS-RUN-DATE               TO RN-BUSINESSDATE
              MOVE CC-RUNCTL-PROGRAM         TO RN-PROGRAMID
              MOVE WS-RECORDS-READ           TO RN-RECORDS-READ
              MOVE WS-ALERTS-WRITTEN         TO RN-RECORDS-WRITTEN
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
           MOVE WS-ENROLLMENTS-CHECKED       TO TL-ENROLLMENTS-CHECKED
           MOVE WS-ALERTS-WRITTEN            TO TL-ALERTS-WRITTEN
           MOVE WS-REPEATS-SUPPRESSED        TO TL-REPEATS-SUPPRESSED
           MOVE WS-NOT-ON-EXTRACT            TO TL-NOT-ON-EXTRACT

           MOVE SPACES                       TO ALERTRPT-LINE
           WRITE ALERTRPT-LINE
           WRITE ALERTRPT-LINE FROM WS-TOTAL-LINE
           WRITE ALERTRPT-LINE FROM WS-TOTAL-LINE-2
           WRITE ALERTRPT-LINE FROM WS-TOTAL-LINE-3

           PERFORM XR000-WRITE-RUN-CONTROL
              THRU XR999-EXIT

           CLOSE BALCONF
                 ALERTENRF
                 ALERTOUT
                 ALERTRPT

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40243.
