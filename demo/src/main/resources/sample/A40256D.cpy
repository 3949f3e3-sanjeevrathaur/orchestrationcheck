      ******************************************************************
      **                                                              **
      **      MAINTENANCE PENDING-CHANGE RECORD                       **
      **                                                              **
      **       COBOL COPY BOOK     A40256D                            **
      **       DATA GROUP ID       840256                             **
      **                                                              **
      **      ONE RECORD PER ADD, CHANGE OR DELETE SUBMITTED TO A     **
      **      DUAL-CONTROL MAINTENANCE FUNCTION (A40220 PEM ROUTING,  **
      **      A40226 FX RATES, A40234 STATEMENT CYCLE).  THE CHANGE   **
      **      IS HELD HERE UNTIL A SECOND, DIFFERENT USER APPROVES    **
      **      IT -- ONLY THEN IS IT APPLIED TO THE CONTROL FILE -- OR **
      **      REJECTS IT WITH A REASON.  KEYED BY MAINTENANCE         **
      **      PROGRAM, THE TARGET RECORD'S OWN KEY AND THE SUBMIT     **
      **      DATE/TIME, SO ALL CHANGES FOR ONE TARGET RECORD READ    **
      **      TOGETHER; AT MOST ONE OF THEM IS PENDING AT A TIME.     **
      **      THE REQUEST IMAGE IS THE MAKER'S MAINTENANCE REQUEST    **
      **      EXACTLY AS SUBMITTED AND IS WHAT THE APPROVAL APPLIES.  **
      **      THE END-OF-DAY RUN (A40239) EXPIRES ANY CHANGE STILL    **
      **      PENDING, REPORTS EVERY DECIDED CHANGE NOT YET REPORTED  **
      **      AND MARKS IT SO, AND CLEARS CHANGES A RUN HAS ALREADY   **
      **      REPORTED.                                               **
      **      THE FILE IS RECOVERABLE SO AN APPROVAL AND THE UPDATE   **
      **      IT APPLIES COMMIT OR BACK OUT TOGETHER.                 **
      **                                                              **
      ******************************************************************
      *
       01  MNTPENDCHG.
                 05 PC-KEY.
                    10 PC-MAINTPROGRAM      PIC  X(08).
      * THE TARGET CONTROL RECORD'S KEY, LEFT-JUSTIFIED
                    10 PC-TARGETKEY         PIC  X(46).
                    10 PC-SUBMITDATE        PIC  X(08).
                    10 PC-SUBMITTIME        PIC  X(06).
                    10 PC-SUBMITSEQ         PIC  9(03).
                 05 PC-STATUS-IND           PIC  X(01).
                    88 PC-PENDING           VALUE 'P'.
                    88 PC-APPROVED          VALUE 'A'.
                    88 PC-REJECTED          VALUE 'R'.
                    88 PC-EXPIRED           VALUE 'X'.
      * A (ADD), C (CHANGE) OR D (DELETE) AS SUBMITTED
                 05 PC-ACTION               PIC  X(01).
                 05 PC-MAKERUSERID          PIC  X(08).
      * SPACES UNTIL THE CHANGE IS APPROVED, REJECTED OR EXPIRED
                 05 PC-CHECKERUSERID        PIC  X(08).
                 05 PC-DECISIONDATE         PIC  X(08).
                 05 PC-DECISIONTIME         PIC  X(06).
                 05 PC-REJECTREASON         PIC  X(40).
      * PRINTABLE TARGET AND NEW VALUE FOR THE END-OF-DAY REPORT
                 05 PC-TARGETDESC           PIC  X(48).
                 05 PC-NEWVALUE             PIC  X(48).
                 05 PC-REQUESTIMAGE         PIC  X(120).
      * SET BY THE END-OF-DAY RUN ONCE IT HAS REPORTED THE CHANGE --
      * ONLY A REPORTED CHANGE IS CLEARED FROM THE FILE
                 05 PC-REPORTED-IND         PIC  X(01).
                    88 PC-REPORTED          VALUE 'Y'.
      *END OF COPYBOOK
