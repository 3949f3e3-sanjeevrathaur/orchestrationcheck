      *        RESUMES FROM IT, SKIPPING THE ACCOUNTS ALREADY         *
      *        PROCESSED SO BALO, BALX AND AUDT GET EXACTLY ONE       *
      *        RECORD PER ACCOUNT ACROSS THE RERUN                    *
      *      - WHEN THE 'BP' PARAMETER RECORD (A40285D) ASKS FOR MORE *
      *        THAN ONE PARTITION, A RUN STARTED WITHOUT START DATA   *
      *        ONLY DISPATCHES -- IT STARTS ONE TASK PER PARTITION    *
      *        UNDER ITS OWN TRANSACTION.  EACH PARTITION TASK READS  *
      *        ITS OWN QUEUE (ACT1 THROUGH ACT8, SPLIT BY A40247),    *
      *        CHECKPOINTS AND RESTARTS UNDER ITS OWN RUN ID          *
      *        (A40214P1 THROUGH A40214P8) AND LEAVES THE RUN SUMMARY *
      *        TO THE MERGE STEP (A40248)                             *
      *****************************************************************
           EJECT
       ENVIRONMENT DIVISION.
      * PEM DRIVER RESOLVED FOR THE CURRENT ACCOUNT BY
      * HA000-LOOKUP-PEM-ROUTE
              10 WS-PEMCL                   PIC X(8).
      * SET WHEN THIS TASK WAS STARTED WITH START DATA -- IT IS ONE
      * PARTITION OF A PARTITIONED RUN, AND THE MERGE STEP (A40248),
      * NOT THIS TASK, WRITES THE NIGHT'S RUN SUMMARY
              10 WS-PARTITION-TASK-IND      PIC X(01) VALUE 'N'.
                 88 WS-PARTITION-TASK       VALUE 'Y'.
      * PARTITION THIS TASK RUNS (ZERO FOR THE UNPARTITIONED RUN), OR
      * THE ONE IN HAND WHILE DISPATCHING
              10 WS-PARTITION               PIC 9(02) VALUE ZERO.
              10 WS-PARTITION-COUNT         PIC S9(4) COMP.
              10 WS-PARTITION-INDEX         PIC S9(4) COMP.
      * INBOUND QUEUE AND CHECKPOINT RUN ID IN FORCE -- ACCT AND
      * A40214 FOR THE UNPARTITIONED RUN, ACTN AND A40214PN FOR
      * PARTITION N
              10 WS-ACCTLIST-TDQ            PIC X(04).
              10 WS-RUNID                   PIC X(08).
      * SET WHILE DISPATCHING WHEN ANY PARTITION'S CHECKPOINT WAS
      * LEFT INCOMPLETE -- THE NIGHT IS BEING RERUN, AND ONLY THE
      * PARTITIONS STILL OWED ARE STARTED AGAIN
              10 WS-RERUN-IND               PIC X(01).
                 88 WS-RERUN                VALUE 'Y'.
      * PARTITIONS TO BE STARTED BY THIS DISPATCH
           05 WS-DISPATCH-TABLE-INFO.
              10 WS-DISPATCH-ENTRY OCCURS 8 TIMES.
                 15 DP-START-IND            PIC X(01).
                    88 DP-START             VALUE 'Y'.
      * START DATA PASSED TO EACH PARTITION TASK
           05 WS-START-DATA.
              10 SD-PARTITION               PIC 9(02).
      * ONE INBOUND ACCOUNT NUMBER (AS SPLIT BY A40247)
           05 WS-ACCTLIST-ITEM.
              10 AL-ACCOUNTTYPE             PIC X(03).
              10 AL-ACCOUNTNUM              PIC 9(15) COMP-3.
                                            VALUE 'BALRSTRT'.
              10 CC-RUNID                   PIC X(08)
                                            VALUE 'A40214  '.
      * PARTITIONED RUN -- THE PARAMETER RECORD GIVING THE PARTITION
      * COUNT, AND THE PREFIXES OF EACH PARTITION'S QUEUE AND RUN ID
      * (THE PARTITION NUMBER IS THE LAST CHARACTER OF BOTH)
              10 CC-RPTPARM-FILE            PIC X(8)
                                            VALUE 'RPTPARM '.
              10 CC-PARM-PARTITION          PIC X(02) VALUE 'BP'.
              10 CC-PARTITION-TDQ           PIC X(04) VALUE 'ACT '.
              10 CC-PARTITION-RUNID         PIC X(08)
                                            VALUE 'A40214P '.
      * ACCOUNTS PROCESSED BETWEEN CHECKPOINTS -- SMALL ENOUGH THAT A
      * RESTART LOSES LITTLE WORK, LARGE ENOUGH THAT THE CHECKPOINT
      * I/O DOES NOT DRAG THE BULK WINDOW
              10 CH-1                       PIC S9(4) COMP VALUE +0001.
              10 CH-6                       PIC S9(4) COMP VALUE +0006.
              10 CH-42                      PIC S9(4) COMP VALUE +0042.
      * THE MOST PARTITIONS A RUN CAN BE SPLIT INTO (ONE QUEUE EACH)
              10 CH-MAX-PARTITIONS          PIC S9(4) COMP VALUE +0008.
      * PEM DRIVER ROUTING CONTROL RECORD
       COPY A40276D.
      * BULK RUN CHECKPOINT/RESTART RECORD
       COPY A40282D.
      * REPORT PARAMETER CONTROL RECORD ('BP' PARTITIONING)
       COPY A40285D.
           EJECT
       LINKAGE                              SECTION.
           EJECT
       AA000-HOUSEKEEPING                   SECTION.
      ***************************************************************
      *    THIS SECTION INITIALIZES THE VARIABLES AND PRIMES THE     *
      *    FIRST READ OF THE INBOUND ACCOUNT LIST.  A RUN THAT ONLY  *
      *    DISPATCHES ITS PARTITIONS ENDS IN AC000                   *
      ***************************************************************
           INITIALIZE WS-ACCOUNTS-READ
                      WS-ACCOUNTS-WRITTEN
                      WS-RUN-TRUNCATED-IND
                      WS-ACCTLIST-ITEM

           PERFORM AC000-ESTABLISH-PARTITION
              THRU AC999-EXIT

           EXEC CICS HANDLE ABEND
             LABEL (YA000-ENDLINE)
           END-EXEC

           IF NOT WS-EOF
              PERFORM AB000-RESTORE-CHECKPOINT
                 THRU AB999-EXIT
           END-IF

           IF NOT WS-EOF
              PERFORM CA000-READ-ACCOUNT
      *    ALL -- WITHOUT CHECKPOINTS AN ABEND WOULD DOUBLE-POST     *
      *    THE RERUN                                                 *
      ***************************************************************
           MOVE WS-RUNID                     TO CK-RUNID

           EXEC CICS READ FILE(CC-CKPT-FILE)
             INTO(BALRUNCKPT)
      * FIRST EVER RUN -- SEED THE CHECKPOINT RECORD SO AN ABEND
      * BEFORE THE FIRST CHECKPOINT IS STILL RESUMABLE
              INITIALIZE BALRUNCKPT
              MOVE WS-RUNID                  TO CK-RUNID
              MOVE CC-N                      TO CK-RUN-COMPLETE-IND

              EXEC CICS WRITE FILE(CC-CKPT-FILE)
             EXIT.
           EJECT

       AC000-ESTABLISH-PARTITION            SECTION.
      ***************************************************************
      *    DECIDE WHAT THIS TASK IS.  A TASK STARTED WITH START      *
      *    DATA IS ONE PARTITION OF A PARTITIONED RUN AND TAKES ITS  *
      *    PARTITION'S QUEUE AND RUN ID.  A TASK STARTED WITHOUT IT  *
      *    READS THE PARTITION COUNT -- ONE IS THE UNPARTITIONED RUN *
      *    ON THE ACCT QUEUE, AS BEFORE; MORE THAN ONE DISPATCHES    *
      *    THE PARTITIONS AND ENDS.  A PARTITION TASK WHOSE START    *
      *    DATA CANNOT BE USED ENDS AT ONCE WITHOUT TOUCHING ANY     *
      *    CHECKPOINT -- ITS PARTITION STAYS INCOMPLETE FOR THE      *
      *    MERGE TO REPORT AND THE RERUN TO PICK UP                  *
      ***************************************************************
           MOVE CC-ACCTLIST-TDQ              TO WS-ACCTLIST-TDQ
           MOVE CC-RUNID                     TO WS-RUNID
           MOVE LENGTH OF WS-START-DATA      TO WS-ITEM-LENGTH

           EXEC CICS RETRIEVE
             INTO(WS-START-DATA)
             LENGTH(WS-ITEM-LENGTH)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NORMAL)
              MOVE CC-Y                      TO WS-PARTITION-TASK-IND
              IF  SD-PARTITION IS NUMERIC
              AND SD-PARTITION > ZERO
              AND SD-PARTITION NOT > CH-MAX-PARTITIONS
                  MOVE SD-PARTITION          TO WS-PARTITION
                  PERFORM AD000-NAME-PARTITION
                     THRU AD999-EXIT
              ELSE
                  MOVE CC-Y                  TO WS-EOF-IND
                  MOVE CC-Y                  TO WS-RUN-TRUNCATED-IND
                  MOVE CC-Y                  TO WS-RESUME-FAILED-IND
              END-IF
           ELSE
      * NO START DATA -- THE RUN AS TRIGGERED BY THE BATCH SCHEDULE
              IF WS-COMMAND-RESP = DFHRESP(ENDDATA)
              OR WS-COMMAND-RESP = DFHRESP(NOTFND)
              OR WS-COMMAND-RESP = DFHRESP(INVREQ)
                 PERFORM AE000-LOAD-PARTITIONING
                    THRU AE999-EXIT

                 IF WS-PARTITION-COUNT > 1
                    PERFORM KA000-DISPATCH-PARTITIONS
                       THRU KA999-EXIT

                    EXEC CICS
                         RETURN
                    END-EXEC
                 END-IF
              ELSE
                 MOVE CC-Y                   TO WS-EOF-IND
                 MOVE CC-Y                   TO WS-RUN-TRUNCATED-IND
                 MOVE CC-Y                   TO WS-RESUME-FAILED-IND
              END-IF
           END-IF
               .
       AC999-EXIT.
             EXIT.
           EJECT

       AD000-NAME-PARTITION                 SECTION.
      ***************************************************************
      *    SET THE INBOUND QUEUE AND CHECKPOINT RUN ID OF THE        *
      *    PARTITION IN WS-PARTITION -- ACTN AND A40214PN            *
      ***************************************************************
           MOVE CC-PARTITION-TDQ             TO WS-ACCTLIST-TDQ
           MOVE WS-PARTITION (2:1)           TO WS-ACCTLIST-TDQ (4:1)
           MOVE CC-PARTITION-RUNID           TO WS-RUNID
           MOVE WS-PARTITION (2:1)           TO WS-RUNID (8:1)
               .
       AD999-EXIT.
             EXIT.
           EJECT

       AE000-LOAD-PARTITIONING              SECTION.
      ***************************************************************
      *    READ THE PARTITION COUNT FROM THE 'BP' RECORD OF THE      *
      *    REPORT PARAMETER CONTROL FILE.  WITH NO RECORD ON FILE,   *
      *    OR A FILE THAT CANNOT BE READ, THE RUN IS UNPARTITIONED.  *
      *    A COUNT BEYOND THE QUEUES AVAILABLE IS HELD TO THEM, THE  *
      *    SAME AS THE SPLIT STEP (A40247) HOLDS IT                  *
      ***************************************************************
           MOVE 1                            TO WS-PARTITION-COUNT

           MOVE CC-PARM-PARTITION            TO PP-RECORDTYPE
           MOVE SPACES                       TO PP-PARMKEY

           EXEC CICS READ FILE(CC-RPTPARM-FILE)
             INTO(RPTPARMCTL)
             RIDFLD(PP-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NORMAL)
              IF PP-PARTITION-COUNT > 1
                 MOVE PP-PARTITION-COUNT     TO WS-PARTITION-COUNT
              END-IF
              IF WS-PARTITION-COUNT > CH-MAX-PARTITIONS
                 MOVE CH-MAX-PARTITIONS      TO WS-PARTITION-COUNT
              END-IF
           END-IF
               .
       AE999-EXIT.
             EXIT.
           EJECT

       CA000-READ-ACCOUNT                   SECTION.
      ***************************************************************
      *    READ THE NEXT ACCOUNT NUMBER FROM THE INBOUND TD QUEUE     *
      ***************************************************************
           MOVE LENGTH OF WS-ACCTLIST-ITEM  TO WS-ITEM-LENGTH

           EXEC CICS READQ TD QUEUE(WS-ACCTLIST-TDQ)
             INTO(WS-ACCTLIST-ITEM)
             LENGTH(WS-ITEM-LENGTH)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
             EXIT.
           EJECT

       KA000-DISPATCH-PARTITIONS            SECTION.
      ***************************************************************
      *    START ONE TASK PER PARTITION UNDER THIS TRANSACTION, EACH *
      *    GIVEN ITS PARTITION NUMBER AS START DATA.  ON A FRESH     *
      *    NIGHT EVERY PARTITION'S CHECKPOINT IS FIRST ARMED --      *
      *    RESET INCOMPLETE AT THE TOP OF ITS QUEUE AND STAMPED --   *
      *    AND COMMITTED BEFORE ANY TASK IS STARTED, SO A PARTITION  *
      *    THAT NEVER RUNS IS LEFT VISIBLY INCOMPLETE INSTEAD OF     *
      *    LOOKING LIKE AN EARLIER NIGHT'S COMPLETE RUN.  WHEN ANY   *
      *    PARTITION WAS LEFT INCOMPLETE THE NIGHT IS BEING RERUN:   *
      *    NOTHING IS ARMED, AND ONLY THE INCOMPLETE PARTITIONS ARE  *
      *    STARTED, EACH RESUMING FROM ITS OWN CHECKPOINT.  AS WITH  *
      *    THE UNPARTITIONED RUN, THE RERUN IS TRIGGERED ONLY ONCE   *
      *    THE PARTITION TASKS OF THE FAILED ATTEMPT HAVE ENDED      *
      ***************************************************************
           MOVE CC-N                         TO WS-RERUN-IND

           PERFORM KB000-TEST-RERUN
              THRU KB999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           PERFORM KC000-ARM-PARTITION
              THRU KC999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           EXEC CICS
             SYNCPOINT
           END-EXEC

           PERFORM KE000-START-PARTITION
              THRU KE999-EXIT
              VARYING WS-PARTITION-INDEX FROM 1 BY 1
              UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT
               .
       KA999-EXIT.
             EXIT.
           EJECT

       KB000-TEST-RERUN                     SECTION.
      ***************************************************************
      *    A PARTITION WHOSE CHECKPOINT IS ON FILE AND INCOMPLETE    *
      *    MAKES THIS DISPATCH A RERUN                               *
      ***************************************************************
           MOVE WS-PARTITION-INDEX           TO WS-PARTITION
           PERFORM AD000-NAME-PARTITION
              THRU AD999-EXIT

           MOVE WS-RUNID                     TO CK-RUNID

           EXEC CICS READ FILE(CC-CKPT-FILE)
             INTO(BALRUNCKPT)
             RIDFLD(CK-KEY)
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF  WS-COMMAND-RESP = DFHRESP(NORMAL)
           AND CK-RUN-COMPLETE-IND = CC-N
               MOVE CC-Y                     TO WS-RERUN-IND
           END-IF
               .
       KB999-EXIT.
             EXIT.
           EJECT

       KC000-ARM-PARTITION                  SECTION.
      ***************************************************************
      *    DECIDE WHETHER ONE PARTITION IS TO BE STARTED, ARMING ITS *
      *    CHECKPOINT ON A FRESH NIGHT.  A PARTITION WITH NO RECORD  *
      *    YET IS SEEDED AND STARTED EITHER WAY.  A CHECKPOINT THAT  *
      *    CANNOT BE ARMED LEAVES ITS PARTITION UNSTARTED -- RUNNING *
      *    IT WITHOUT A CHECKPOINT WOULD DOUBLE-POST ITS RERUN       *
      ***************************************************************
           MOVE CC-N                         TO
                DP-START-IND (WS-PARTITION-INDEX)

           MOVE WS-PARTITION-INDEX           TO WS-PARTITION
           PERFORM AD000-NAME-PARTITION
              THRU AD999-EXIT

           MOVE WS-RUNID                     TO CK-RUNID

           EXEC CICS READ FILE(CC-CKPT-FILE)
             INTO(BALRUNCKPT)
             RIDFLD(CK-KEY)
             UPDATE
             RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
           END-EXEC

           IF WS-COMMAND-RESP = DFHRESP(NOTFND)
              PERFORM KD000-BUILD-ARMED-RECORD
                 THRU KD999-EXIT

              EXEC CICS WRITE FILE(CC-CKPT-FILE)
                FROM(BALRUNCKPT)
                RIDFLD(CK-KEY)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC

              IF WS-COMMAND-RESP = DFHRESP(NORMAL)
                 MOVE CC-Y                   TO
                      DP-START-IND (WS-PARTITION-INDEX)
              END-IF
           ELSE
              IF WS-COMMAND-RESP = DFHRESP(NORMAL)
                 IF WS-RERUN
      * LEFT AS IT STANDS -- AN INCOMPLETE PARTITION RESUMES FROM IT,
      * A COMPLETE ONE IS NOT RUN AGAIN
                    IF CK-RUN-COMPLETE-IND = CC-N
                       MOVE CC-Y             TO
                            DP-START-IND (WS-PARTITION-INDEX)
                    END-IF

                    EXEC CICS UNLOCK FILE(CC-CKPT-FILE)
                      RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
                    END-EXEC
                 ELSE
                    PERFORM KD000-BUILD-ARMED-RECORD
                       THRU KD999-EXIT

                    EXEC CICS REWRITE FILE(CC-CKPT-FILE)
                      FROM(BALRUNCKPT)
                      RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
                    END-EXEC

                    IF WS-COMMAND-RESP = DFHRESP(NORMAL)
                       MOVE CC-Y             TO
                            DP-START-IND (WS-PARTITION-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-IF
               .
       KC999-EXIT.
             EXIT.
           EJECT

       KD000-BUILD-ARMED-RECORD             SECTION.
      ***************************************************************
      *    BUILD AN ARMED CHECKPOINT FOR THE PARTITION IN HAND --    *
      *    INCOMPLETE, NOTHING YET READ, STAMPED NOW SO THE MERGE    *
      *    (A40248) KNOWS IT BELONGS TO TONIGHT'S SPLIT              *
      ***************************************************************
           INITIALIZE BALRUNCKPT
           MOVE WS-RUNID                     TO CK-RUNID
           MOVE CC-N                         TO CK-RUN-COMPLETE-IND

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(CK-CHECKPOINTDATE)
             TIME(CK-CHECKPOINTTIME)
           END-EXEC
               .
       KD999-EXIT.
             EXIT.
           EJECT

       KE000-START-PARTITION                SECTION.
      ***************************************************************
      *    START ONE PARTITION'S TASK, IF IT IS TO BE STARTED.  A    *
      *    START THAT FAILS LEAVES THE PARTITION INCOMPLETE ON ITS   *
      *    CHECKPOINT FOR THE MERGE TO REPORT AND THE RERUN TO START *
      ***************************************************************
           IF DP-START (WS-PARTITION-INDEX)
              MOVE WS-PARTITION-INDEX        TO SD-PARTITION

              EXEC CICS START
                TRANSID(EIBTRNID)
                FROM(WS-START-DATA)
                LENGTH(LENGTH OF WS-START-DATA)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC
           END-IF
               .
       KE999-EXIT.
             EXIT.
           EJECT

       XA000-TAKE-CHECKPOINT                SECTION.
      ***************************************************************
      *    HARDEN THE RUN'S COUNTERS AND POSITION TO THE RESTART     *
      *    RUNNING ON WITHOUT CHECKPOINTS WOULD DOUBLE-POST THE      *
      *    RERUN AFTER AN ABEND                                      *
      ***************************************************************
           MOVE WS-RUNID                     TO CK-RUNID

           EXEC CICS READ FILE(CC-CKPT-FILE)
             INTO(BALRUNCKPT)
           MOVE WS-ACCOUNTS-FAILED           TO RS-ACCOUNTS-FAILED
           MOVE WS-RUN-TRUNCATED-IND         TO RS-RUN-TRUNCATED-IND

      * A PARTITION'S COUNTERS STAY ON ITS CHECKPOINT RECORD -- THE
      * MERGE STEP TOTALS EVERY PARTITION INTO THE ONE SUMMARY
           IF NOT WS-PARTITION-TASK
              EXEC CICS WRITEQ TD QUEUE(CC-RUNSUM-TDQ)
                FROM(WS-RUN-SUMMARY-RECORD)
                LENGTH(LENGTH OF WS-RUN-SUMMARY-RECORD)
                RESP(WS-COMMAND-RESP) RESP2(WS-COMMAND-RESP2)
              END-EXEC
           END-IF

             EXEC CICS
                  RETURN
