      ******************************************************************
      **                                                              **
      **      CUSTOMER ALERT ENROLLMENT RECORD                        **
      **                                                              **
      **       COBOL COPY BOOK     A40260D                            **
      **       DATA GROUP ID       840260                             **
      **                                                              **
      **      ONE RECORD PER ACCOUNT AND ALERT TYPE THE CUSTOMER OR   **
      **      RELATIONSHIP MANAGER HAS ENROLLED FOR, MAINTAINED       **
      **      ONLINE BY A40242 AND CHECKED NIGHTLY BY A40243 AGAINST  **
      **      THE CONSOLIDATED EXTRACT.  ALERT TYPES ARE 'LB'         **
      **      (AVAILABLE BALANCE BELOW THE THRESHOLD AMOUNT), 'LL'    **
      **      (LOAN BALANCE ABOVE THE THRESHOLD PERCENTAGE OF THE     **
      **      LINE AMOUNT) AND 'HP' (HOLDS PLACED SINCE THE PRIOR RUN **
      **      TOTALLING MORE THAN THE THRESHOLD AMOUNT -- ZERO MEANS  **
      **      ANY NEW HOLD).  DELIVERY CHANNEL IS SMS, MAIL OR PUSH   **
      **      AND IS PASSED TO THE NOTIFICATION VENDOR.  THE LAST-RUN **
      **      FIELDS ARE KEPT BY THE NIGHTLY RUN SO AN ALERT IS NOT   **
      **      REPEATED WHILE ITS CONDITION PERSISTS.                  **
      **                                                              **
      ******************************************************************
      *
       01  ALERTENRMST.
                 05 AE-KEY.
                    10 AE-ACCOUNTNUM        PIC  9(15) COMP-3.
                    10 AE-ALERTTYPE         PIC  X(02).
                       88 AE-LOW-AVAILABLE  VALUE 'LB'.
                       88 AE-LOAN-OVER-LINE VALUE 'LL'.
                       88 AE-HOLDS-PLACED   VALUE 'HP'.
      * FLOOR FOR 'LB', MINIMUM NEW HOLDS FOR 'HP'; ZERO FOR 'LL'
                 05 AE-THRESHOLDAMOUNT      PIC S9(11)V99 COMP-3.
      * PERCENTAGE OF THE LINE FOR 'LL'; ZERO FOR THE OTHER TYPES
                 05 AE-THRESHOLDPCT         PIC S9(03)V99 COMP-3.
                 05 AE-DELIVERYCHANNEL      PIC  X(04).
                 05 AE-ENROLLDATE           PIC  X(08).
      * NIGHTLY RUN STATE -- ZERO/SPACES UNTIL THE FIRST RUN AFTER
      * ENROLLMENT, AND RESET BY A CHANGE TO THE ENROLLMENT
                 05 AE-LASTRUNDATE          PIC  9(08).
      * 'Y' WHILE THE CONDITION HAS HELD SINCE IT WAS LAST ALERTED
                 05 AE-CONDITION-IND        PIC  X(01).
                    88 AE-CONDITION-RAISED  VALUE 'Y'.
                 05 AE-LASTALERTDATE        PIC  9(08).
      * AMOUNT REPORTED ON THE LAST ALERT, SO A RERUN OF THE SAME
      * NIGHT CAN WRITE THE ALERT AGAIN EXACTLY AS IT WAS RAISED
                 05 AE-LASTALERTAMOUNT      PIC S9(11)V99 COMP-3.
      * HOLDS AMOUNT SEEN BY THE LAST RUN -- THE BASE FOR 'HP'
                 05 AE-LASTHOLDSAMOUNT      PIC S9(11)V99 COMP-3.
      *END OF COPYBOOK
