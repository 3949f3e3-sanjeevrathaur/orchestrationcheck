      ******************************************************************
      **                                                              **
      **      BULK BALANCE RUN SPLIT CONTROL RECORD                   **
      **                                                              **
      **       COBOL COPY BOOK     A40270D                            **
      **       DATA GROUP ID       840270                             **
      **                                                              **
      **      THE CONTROL FILE WRITTEN BY THE BULK BALANCE SPLIT      **
      **      (A40247) FOR THE MERGE (A40248).  ONE 'H' HEADER RECORD **
      **      WITH THE NIGHT'S PARTITION COUNT, SPLIT METHOD,         **
      **      ACCOUNTS FED AND THE SPLIT DATE/TIME, THEN ONE 'P'      **
      **      RECORD PER PARTITION WITH THE ACCOUNTS QUEUED TO IT,    **
      **      THEN ONE 'A' RECORD PER ACCOUNT FED IN, IN ACCOUNT TYPE **
      **      AND NUMBER ORDER, NAMING THE PARTITION IT WENT TO.  A   **
      **      SINGLE UNPARTITIONED RUN IS RECORDED AS ONE             **
      **      PARTITION.  A CHECKPOINT (A40282D) STAMPED BEFORE THE   **
      **      SPLIT DATE/TIME BELONGS TO AN EARLIER NIGHT.            **
      **                                                              **
      ******************************************************************
      *
       01  BULKSPLITCTL.
                 05 SP-RECORDTYPE           PIC  X(01).
                    88 SP-HEADER            VALUE 'H'.
                    88 SP-PARTITION         VALUE 'P'.
                    88 SP-ACCOUNT           VALUE 'A'.
                 05 SP-BODY                 PIC  X(59).
      * 'H' -- ONE PER SPLIT, FIRST ON THE FILE.  METHOD T (WHOLE
      * ACCOUNT TYPES PER PARTITION) OR R (EQUAL RANGES)
                 05 SP-HEADER-BODY REDEFINES SP-BODY.
                    10 SH-PARTITION-COUNT   PIC  9(02).
                    10 SH-PARTITION-METHOD  PIC  X(01).
                    10 SH-ACCOUNT-COUNT     PIC  9(07).
                    10 SH-SPLITDATE         PIC  X(08).
                    10 SH-SPLITTIME         PIC  X(06).
                    10 FILLER               PIC  X(35).
      * 'P' -- ONE PER PARTITION, IN PARTITION ORDER
                 05 SP-PARTITION-BODY REDEFINES SP-BODY.
                    10 SQ-PARTITION         PIC  9(02).
                    10 SQ-ACCOUNT-COUNT     PIC  9(07).
                    10 FILLER               PIC  X(50).
      * 'A' -- ONE PER ACCOUNT FED IN, IN ACCOUNT ORDER
                 05 SP-ACCOUNT-BODY REDEFINES SP-BODY.
                    10 SA-PARTITION         PIC  9(02).
                    10 SA-ACCOUNTTYPE       PIC  X(03).
                    10 SA-ACCOUNTNUM        PIC  9(15) COMP-3.
                    10 SA-PRODUCT           PIC  X(40).
                    10 FILLER               PIC  X(06).
      *END OF COPYBOOK
