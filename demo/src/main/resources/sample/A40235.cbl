      *        QUEUE -- STATEMENT COMPLETENESS NOW COMES FROM THE     *
      *        CONTROLLED FILE, NOT FROM WHOEVER BUILT THE QUEUE      *
      *        THAT MONTH                                             *
      *      - CARRY EACH ACCOUNT'S DELIVERY METHOD (PAPER,           *
      *        ELECTRONIC OR BOTH) ON THE QUEUED ITEM SO THE          *
      *        STATEMENT RUN PRINTS OR E-DELIVERS IT -- A METHOD      *
      *        NEVER SET IS QUEUED AS PAPER                           *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
      * THE STATEMENT-CYCLE LIST ITEM EXACTLY AS THE STATEMENT RUN
      * (A40221) READS IT OFF ITS INBOUND TD QUEUE -- THE STATEMENT
      * PERIOD IS CARRIED PER ACCOUNT SO DIFFERENT CYCLES CAN SHARE
      * A RUN, AND SO IS THE DELIVERY METHOD (P, E OR B)
       FD  STMTQF
           RECORDING MODE IS F.
       01  STMTQF-RECORD.
           05 QR-PRODUCT                    PIC X(40).
           05 QR-FROMDATE                   PIC 9(08).
           05 QR-TODATE                     PIC 9(08).
           05 QR-DELIVERYMETHOD             PIC X(01).

       FD  CYCGENR
           RECORDING MODE IS F.
           05 MISC-CONSTANTS.
              10 CC-Y                       PIC X(01) VALUE 'Y'.
              10 CC-N                       PIC X(01) VALUE 'N'.
              10 CC-DELIVER-PAPER           PIC X(01) VALUE 'P'.
      * CALENDAR DAYS IN EACH MONTH OF A COMMON YEAR -- FEBRUARY IS
      * CORRECTED FOR LEAP YEARS WHERE IT IS USED
              10 CC-DAYS-IN-MONTH-X         PIC X(24) VALUE
              'CYCLE DAY'.
           05 FILLER                        PIC X(10)  VALUE
              'FROM'.
           05 FILLER                        PIC X(10)  VALUE
              'TO'.
           05 FILLER                        PIC X(08)  VALUE
              'DELIVERY'.
       01  WS-DETAIL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 DL-ACCOUNTNUM                 PIC Z(14)9.
           05 DL-FROMDATE                   PIC 9(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-TODATE                     PIC 9(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 DL-DELIVERYMETHOD             PIC X(01).
       01  WS-TOTAL-LINE.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 FILLER                        PIC X(20)  VALUE
           MOVE WS-FROMDATE                  TO QR-FROMDATE
           MOVE WS-BUSINESS-DATE             TO QR-TODATE

           IF SC-DELIVERYMETHOD = SPACE
              MOVE CC-DELIVER-PAPER          TO QR-DELIVERYMETHOD
           ELSE
              MOVE SC-DELIVERYMETHOD         TO QR-DELIVERYMETHOD
           END-IF

           WRITE STMTQF-RECORD

           MOVE SC-ACCOUNTNUM                TO DL-ACCOUNTNUM
           MOVE SC-CYCLEDAY                  TO DL-CYCLEDAY
           MOVE WS-FROMDATE                  TO DL-FROMDATE
           MOVE WS-BUSINESS-DATE             TO DL-TODATE
           MOVE QR-DELIVERYMETHOD            TO DL-DELIVERYMETHOD

           WRITE CYCGENR-LINE FROM WS-DETAIL-LINE

