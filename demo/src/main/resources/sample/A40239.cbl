       IDENTIFICATION DIVISION.
       PROGRAM-ID. A40239.
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
      *         NAME:          A40239                                 *
      *                                                               *
      *     PROGRAM PURPOSE:                                          *
      *        END-OF-DAY MAINTENANCE DUAL-CONTROL EXPIRY AND REPORT  *
      *                                                               *
      *      PRINCIPAL PROCESSING FUNCTIONS:                          *
      *      - READ THE MAINTENANCE PENDING-CHANGE FILE (A40256D)     *
      *        WRITTEN BY THE DUAL-CONTROL MAINTENANCE FUNCTIONS      *
      *        (A40220 PEM ROUTING, A40226 FX RATES, A40234           *
      *        STATEMENT CYCLE)                                       *
      *      - EXPIRE EVERY CHANGE STILL AWAITING APPROVAL -- AN      *
      *        UNAPPROVED CHANGE NEVER CARRIES OVER INTO A NEW DAY    *
      *      - LIST EVERY DECIDED CHANGE NOT YET REPORTED --          *
      *        APPROVED, REJECTED OR EXPIRED -- WITH ITS MAKER,       *
      *        CHECKER, TARGET, NEW VALUE AND ANY REJECT REASON,      *
      *        MARK IT REPORTED, AND TOTAL THEM.  A CHANGE DECIDED    *
      *        AFTER ONE RUN IS REPORTED BY THE NEXT, WHATEVER THE    *
      *        DATE THAT RUN STARTS ON                                *
      *      - CLEAR CHANGES AN EARLIER RUN HAS ALREADY REPORTED.     *
      *        CHANGES REPORTED BY THIS RUN STAY ON FILE UNTIL THE    *
      *        NEXT RUN                                               *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL SO A RUN BEFORE THE FIRST CHANGE IS EVER SUBMITTED
      * SIMPLY REPORTS NOTHING
           SELECT OPTIONAL MNTPENDF ASSIGN TO MNTPENDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT MNTPRPT ASSIGN TO MNTPRPT
               ORGANIZATION IS SEQUENTIAL.
           EJECT
       DATA DIVISION.
       FILE                                 SECTION.
       FD  MNTPENDF.
           COPY A40256D.

       FD  MNTPRPT
           RECORDING MODE IS F.
       01  MNTPRPT-LINE                     PIC X(132).
           EJECT
       WORKING-STORAGE                      SECTION.
      *
      * WORKING STORAGE VARIABLES
       01  WS-FIELDS.
           05 WS-VARIABLES.
              10 WS-EOF-IND                 PIC X(01) VALUE 'N'.
                 88 WS-EOF                  VALUE 'Y'.
      * A READ ERROR ENDS THE PASS THE SAME AS END OF FILE -- THE
      * DECLARED FILE STATUS SUPPRESSES THE ABEND
              10 WS-PEND-STATUS             PIC X(02).
              10 WS-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
              10 WS-DECIDED-COUNT           PIC 9(07) COMP VALUE ZERO.
              10 WS-APPROVED-COUNT          PIC 9(07) COMP VALUE ZERO.
              10 WS-REJECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
              10 WS-EXPIRED-COUNT           PIC 9(07) COMP VALUE ZERO.
              10 WS-CLEARED-COUNT           PIC 9(07) COMP VALUE ZERO.
              10 WS-RUN-DATE                PIC 9(08).
      * RUN DATE IN THE CHARACTER FORM THE PENDING-CHANGE RECORD
      * CARRIES ITS DATES IN
              10 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                            PIC X(08).
              10 WS-RUN-TIME                PIC 9(08).
              10 WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME.
                 15 WS-RT-HHMMSS            PIC X(06).
                 15 WS-RT-HUNDREDTHS        PIC X(02).
      *
      * CHARACTER CONSTANTS
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-GOOD-STATUS             PIC X(02) VALUE '00'.
      * AN OPTIONAL FILE OPENED I-O REPORTS '05' ON THE OPEN THAT
      * FINDS IT ABSENT
              10 CC-CREATED-STATUS          PIC X(02) VALUE '05'.
              10 CC-STATUS-EXPIRED          PIC X(01) VALUE 'X'.
              10 CC-ACTION-ADD              PIC X(01) VALUE 'A'.
              10 CC-ACTION-CHANGE           PIC X(01) VALUE 'C'.
              10 CC-TEXT-ADD                PIC X(06) VALUE 'ADD   '.
              10 CC-TEXT-CHANGE             PIC X(06) VALUE 'CHANGE'.
              10 CC-TEXT-DELETE             PIC X(06) VALUE 'DELETE'.
              10 CC-TEXT-APPROVED           PIC X(08) VALUE 'APPROVED'.
              10 CC-TEXT-REJECTED           PIC X(08) VALUE 'REJECTED'.
              10 CC-TEXT-EXPIRED            PIC X(08) VALUE 'EXPIRED '.
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(40)  VALUE
              'MAINTENANCE DUAL-CONTROL ACTIVITY'.
           05 FILLER                        PIC X(14)  VALUE
              'BUSINESS DATE '.
           05 RH-BUSINESS-DATE              PIC 9(08).
       01  WS-COLUMN-HEADING.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(09)  VALUE
              'PROGRAM'.
           05 FILLER                        PIC X(07)  VALUE
              'ACTION'.
           05 FILLER                        PIC X(09)  VALUE
              'STATUS'.
           05 FILLER                        PIC X(09)  VALUE
              'MAKER'.
           05 FILLER                        PIC X(09)  VALUE
              'CHECKER'.
           05 FILLER                        PIC X(16)  VALUE
              'SUBMITTED'.
           05 FILLER                        PIC X(16)  VALUE
              'DECIDED'.
           05 FILLER                        PIC X(06)  VALUE
              'TARGET'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-MAINTPROGRAM               PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-ACTION                     PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-STATUS                     PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-MAKERUSERID                PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-CHECKERUSERID              PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-SUBMITDATE                 PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-SUBMITTIME                 PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-DECISIONDATE               PIC X(08).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-DECISIONTIME               PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-TARGETDESC                 PIC X(48).
      * SECOND LINE OF A DETAIL ENTRY -- THE VALUE THE CHANGE WOULD
      * SET AND, FOR A REJECTION, THE CHECKER'S REASON
       01  WS-DETAIL-LINE-2.
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 FILLER                        PIC X(11)  VALUE
              'NEW VALUE: '.
           05 DL-NEWVALUE                   PIC X(48).
           05 FILLER                        PIC X(09)  VALUE
              ' REASON: '.
           05 DL-REJECTREASON               PIC X(40).
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'CHANGES DECIDED    '.
           05 TL-DECIDED                    PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'APPROVED            '.
           05 TL-APPROVED                   PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'REJECTED           '.
           05 TL-REJECTED                   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'EXPIRED             '.
           05 TL-EXPIRED                    PIC ZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
              'EARLIER RUNS CLEARED'.
           05 TL-CLEARED                    PIC ZZ,ZZZ,ZZ9.
           EJECT
       PROCEDURE DIVISION.

       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    OPEN THE FILES, ESTABLISH THE RUN DATE AND TIME, WRITE    *
      *    THE HEADINGS AND PRIME THE READ.  A PENDING-CHANGE FILE   *
      *    THAT CANNOT BE OPENED REPORTS NOTHING                     *
      ***************************************************************
           OPEN I-O    MNTPENDF
                OUTPUT MNTPRPT

           IF  WS-PEND-STATUS NOT = CC-GOOD-STATUS
           AND WS-PEND-STATUS NOT = CC-CREATED-STATUS
              MOVE CC-Y                     TO WS-EOF-IND
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE WS-RUN-DATE                 TO RH-BUSINESS-DATE
           WRITE MNTPRPT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES                      TO MNTPRPT-LINE
           WRITE MNTPRPT-LINE
           WRITE MNTPRPT-LINE FROM WS-COLUMN-HEADING

           IF NOT WS-EOF
              PERFORM CA000-READ-PENDING
                 THRU CA999-EXIT
           END-IF
               .
       AA999-EXIT.
             EXIT.
           EJECT

       BA000-MAINLINE                       SECTION.
      ***************************************************************
      *    PROCESS EVERY PENDING-CHANGE RECORD UNTIL END OF FILE     *
      ***************************************************************
           PERFORM DA000-PROCESS-CHANGE
              THRU DA999-EXIT
              UNTIL WS-EOF

           PERFORM YA000-ENDLINE
              THRU YA999-EXIT
               .
       BA999-EXIT.
             EXIT.
           EJECT

       CA000-READ-PENDING                   SECTION.
      ***************************************************************
      *    READ THE NEXT PENDING-CHANGE RECORD IN KEY ORDER.  A READ *
      *    ERROR ENDS THE PASS THE SAME AS END OF FILE               *
      ***************************************************************
           READ MNTPENDF
               AT END
                   MOVE CC-Y                TO WS-EOF-IND
               NOT AT END
                   ADD 1                    TO WS-RECORDS-READ
           END-READ

           IF WS-PEND-STATUS NOT = CC-GOOD-STATUS
              MOVE CC-Y                     TO WS-EOF-IND
           END-IF
               .
       CA999-EXIT.
             EXIT.
           EJECT

       DA000-PROCESS-CHANGE                 SECTION.
      ***************************************************************
      *    A CHANGE STILL AWAITING APPROVAL IS EXPIRED AS OF THIS    *
      *    RUN.  A CHANGE AN EARLIER RUN REPORTED IS CLEARED FROM    *
      *    THE FILE.  EVERY OTHER CHANGE IS DECIDED BUT NOT YET      *
      *    REPORTED, AND IS REPORTED NOW                             *
      ***************************************************************
           IF PC-PENDING
              PERFORM EA000-EXPIRE-CHANGE
                 THRU EA999-EXIT
           END-IF

           IF PC-REPORTED
              DELETE MNTPENDF RECORD
              ADD 1                          TO WS-CLEARED-COUNT
           ELSE
              PERFORM FA000-REPORT-CHANGE
                 THRU FA999-EXIT
           END-IF

           PERFORM CA000-READ-PENDING
              THRU CA999-EXIT
               .
       DA999-EXIT.
             EXIT.
           EJECT

       EA000-EXPIRE-CHANGE                  SECTION.
      ***************************************************************
      *    EXPIRE A CHANGE NOBODY APPROVED OR REJECTED TODAY.  IT IS *
      *    NEVER APPLIED -- THE MAKER MUST SUBMIT IT AGAIN.  THE     *
      *    EXPIRY IS WRITTEN BACK WHEN THE CHANGE IS REPORTED        *
      ***************************************************************
           MOVE CC-STATUS-EXPIRED            TO PC-STATUS-IND
           MOVE SPACES                       TO PC-CHECKERUSERID
           MOVE WS-RUN-DATE-X                TO PC-DECISIONDATE
           MOVE WS-RT-HHMMSS                 TO PC-DECISIONTIME
               .
       EA999-EXIT.
             EXIT.
           EJECT

       FA000-REPORT-CHANGE                  SECTION.
      ***************************************************************
      *    LIST ONE DECIDED CHANGE NOT YET REPORTED, COUNT IT BY     *
      *    OUTCOME AND MARK IT REPORTED SO THE NEXT RUN CLEARS IT    *
      ***************************************************************
           ADD 1                             TO WS-DECIDED-COUNT

           MOVE PC-MAINTPROGRAM              TO DL-MAINTPROGRAM
           MOVE PC-MAKERUSERID               TO DL-MAKERUSERID
           MOVE PC-CHECKERUSERID             TO DL-CHECKERUSERID
           MOVE PC-SUBMITDATE                TO DL-SUBMITDATE
           MOVE PC-SUBMITTIME                TO DL-SUBMITTIME
           MOVE PC-DECISIONDATE              TO DL-DECISIONDATE
           MOVE PC-DECISIONTIME              TO DL-DECISIONTIME
           MOVE PC-TARGETDESC                TO DL-TARGETDESC
           MOVE PC-NEWVALUE                  TO DL-NEWVALUE
           MOVE PC-REJECTREASON              TO DL-REJECTREASON

           IF PC-ACTION = CC-ACTION-ADD
              MOVE CC-TEXT-ADD               TO DL-ACTION
           ELSE
              IF PC-ACTION = CC-ACTION-CHANGE
                 MOVE CC-TEXT-CHANGE         TO DL-ACTION
              ELSE
                 MOVE CC-TEXT-DELETE         TO DL-ACTION
              END-IF
           END-IF

           IF PC-APPROVED
              MOVE CC-TEXT-APPROVED          TO DL-STATUS
              ADD 1                          TO WS-APPROVED-COUNT
           ELSE
              IF PC-REJECTED
                 MOVE CC-TEXT-REJECTED       TO DL-STATUS
                 ADD 1                       TO WS-REJECTED-COUNT
              ELSE
                 MOVE CC-TEXT-EXPIRED        TO DL-STATUS
                 ADD 1                       TO WS-EXPIRED-COUNT
              END-IF
           END-IF

           WRITE MNTPRPT-LINE FROM WS-DETAIL-LINE
           WRITE MNTPRPT-LINE FROM WS-DETAIL-LINE-2

           MOVE CC-Y                         TO PC-REPORTED-IND
           REWRITE MNTPENDCHG
               .
       FA999-EXIT.
             EXIT.
           EJECT

       YA000-ENDLINE                        SECTION.
      ***************************************************************
      *    WRITE THE SUMMARY TOTALS, CLOSE THE FILES AND STOP        *
      ***************************************************************
           MOVE WS-DECIDED-COUNT             TO TL-DECIDED
           MOVE WS-APPROVED-COUNT            TO TL-APPROVED
           MOVE WS-REJECTED-COUNT            TO TL-REJECTED
           MOVE WS-EXPIRED-COUNT             TO TL-EXPIRED
           MOVE WS-CLEARED-COUNT             TO TL-CLEARED

           MOVE SPACES                       TO MNTPRPT-LINE
           WRITE MNTPRPT-LINE
           WRITE MNTPRPT-LINE FROM WS-TOTAL-LINE
           WRITE MNTPRPT-LINE FROM WS-TOTAL-LINE-2
           WRITE MNTPRPT-LINE FROM WS-TOTAL-LINE-3

           CLOSE MNTPENDF
                 MNTPRPT

           STOP RUN
               .
       YA999-EXIT.
             EXIT.
           EJECT
      *END PROCEDURE DIVISION
       END PROGRAM A40239.
