      **      BY ACCOUNT TYPE AND NUMBER, CARRYING THE PRODUCT AND    **
      **      THE DAY OF THE MONTH THE ACCOUNT'S STATEMENT CYCLE      **
      **      FALLS ON.  MAINTAINED ONLINE BY A40234 AND READ BY THE  **
      **      DAILY CYCLE QUEUE GENERATOR (A40235), WHICH SELECTS THE **
      **      ACCOUNTS WHOSE CYCLE DAY FALLS ON THE BUSINESS DATE AND **
      **      LOADS THE STATEMENT RUN'S (A40221) INBOUND QUEUE --     **
      **      STATEMENT COMPLETENESS COMES FROM THIS CONTROLLED FILE, **
      **      NOT FROM A HAND-BUILT QUEUE.  A CYCLE DAY PAST THE END  **
      **      OF A SHORT MONTH CYCLES ON THE MONTH'S LAST DAY.  THE   **
      **      DELIVERY METHOD SAYS WHETHER THE STATEMENT RUN PRINTS   **
      **      THE STATEMENT (P), WRITES IT TO THE E-STATEMENT DATA    **
      **      FILE (E) OR DOES BOTH (B); A RECORD ENROLLED BEFORE THE **
      **      METHOD WAS CARRIED HOLDS A SPACE AND IS TREATED AS      **
      **      PAPER.                                                  **
      **                                                              **
      ******************************************************************
      *
                    10 SC-ACCOUNTNUM        PIC  9(15) COMP-3.
                 05 SC-PRODUCT              PIC  X(40).
                 05 SC-CYCLEDAY             PIC  9(02).
                 05 SC-DELIVERYMETHOD       PIC  X(01).
                    88 SC-PAPER             VALUE 'P' ' '.
                    88 SC-ELECTRONIC        VALUE 'E'.
                    88 SC-PAPER-AND-ELEC    VALUE 'B'.
      *END OF COPYBOOK
