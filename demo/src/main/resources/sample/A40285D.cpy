      **      TUNING PARAMETERS FOR THE NIGHTLY REPORTS, KEYED IN     **
      **      THE SAME SPIRIT AS THE PEM ROUTING FILE (A40276D) SO A  **
      **      THRESHOLD CHANGE IS A FILE UPDATE, NOT A PROGRAM        **
      **      CHANGE.  THESE RECORD TYPES SHARE THE LAYOUT:           **
      **        'RT' - RECONCILIATION TOLERANCE BY ACCOUNT TYPE AND   **
      **               CURRENCY CODE (PP-TOLERANCE; READ BY A40213)   **
      **        'OL' - OVER-LIMIT SELECTION RULE BY PRODUCT           **
      **        'HA' - STALE-HOLD AGING LIMIT, ONE RECORD WITH A      **
      **               BLANK PARAMETER KEY (PP-STALE-DAYS; READ BY    **
      **               A40225)                                        **
      **        'ER' - BALANCE EVIDENCE RETENTION IN CALENDAR DAYS,   **
      **               ONE RECORD WITH A BLANK PARAMETER KEY          **
      **               (PP-RETAIN-DAYS; READ BY A40240)               **
      **        'GA' - GL ACCOUNTS BY PRODUCT FOR THE MONTH-END FX    **
      **               REVALUATION JOURNAL (PP-GL-DEPOSITACCT,        **
      **               PP-GL-LOANACCT AND PP-GL-REVALACCT; READ BY    **
      **               A40244)                                        **
      **        'GT' - GL CONTROL-TOTAL PROOF TOLERANCE BY            **
      **               PRODUCT AND CURRENCY CODE (PP-TOLERANCE;       **
      **               READ BY A40245)                                **
      **        'CM' - CASH TRANSACTION MONITORING LIMITS, ONE        **
      **               RECORD WITH A BLANK PARAMETER KEY              **
      **               (PP-CTR-THRESHOLD, PP-NEAR-PCT, PP-NEAR-COUNT  **
      **               AND PP-WINDOW-DAYS; READ BY A40246)            **
      **        'BP' - BULK BALANCE RUN PARTITIONING, ONE RECORD      **
      **               WITH A BLANK PARAMETER KEY (PP-PARTITION-COUNT **
      **               AND PP-PARTITION-METHOD; READ BY A40247 AND    **
      **               A40214)                                        **
      **      A COMBINATION WITH NO RECORD ON FILE FALLS BACK TO THE  **
      **      READING PROGRAM'S STANDING DEFAULTS.                    **
      **                                                              **
                    10 PP-OL-KEY REDEFINES PP-PARMKEY.
                       15 PO-PRODUCT          PIC  X(40).
                       15 FILLER              PIC  X(03).
                    10 PP-GT-KEY REDEFINES PP-PARMKEY.
                       15 PG-PRODUCT          PIC  X(40).
                       15 PG-CURRENCYCODE     PIC  X(03).
      * RECONCILIATION TOLERANCE -- 'RT' RECORDS; ALSO THE GL
      * CONTROL-TOTAL PROOF TOLERANCE ON 'GT' RECORDS
                 05 PP-TOLERANCE              PIC S9(11)V99 COMP-3.
      * OVER-LIMIT SELECTION RULE -- 'OL' RECORDS ONLY.  AN ACCOUNT
      * IS SELECTED WHEN ITS EXCESS OVER THE LINE IS ABOVE BOTH THE
      * MORE THAN THIS MANY DAYS AGO IS REPORTED AS STALE EVEN
      * BEFORE ITS EXPIRY DATE PASSES
                 05 PP-STALE-DAYS             PIC S9(05)   COMP-3.
      * BALANCE EVIDENCE RETENTION -- 'ER' RECORDS ONLY.  A CAPTURE
      * OLDER THAN THIS MANY CALENDAR DAYS IS PURGED FROM THE BALANCE
      * EVIDENCE ARCHIVE (A40257D)
                 05 PP-RETAIN-DAYS            PIC S9(05)   COMP-3.
      * GL ACCOUNT ASSIGNMENT -- 'GA' RECORDS ONLY, KEYED BY PRODUCT.
      * THE DEPOSIT LIABILITY AND LOAN ASSET ACCOUNTS THE PRODUCT'S
      * BALANCES ARE CARRIED IN, AND THE UNREALIZED FX GAIN/LOSS
      * ACCOUNT THEIR REVALUATION IS TAKEN TO
                 05 PP-GL-DEPOSITACCT         PIC  X(10).
                 05 PP-GL-LOANACCT            PIC  X(10).
                 05 PP-GL-REVALACCT           PIC  X(10).
      * CASH TRANSACTION MONITORING -- 'CM' RECORDS ONLY.  CASH IN OR
      * CASH OUT FOR A DAY OVER THE THRESHOLD IS A CURRENCY
      * TRANSACTION REPORT CANDIDATE.  A CASH ITEM AT OR ABOVE THE
      * NEAR PERCENTAGE OF THE THRESHOLD BUT NOT OVER IT IS JUST
      * UNDER, AND THE NEAR COUNT OF THOSE WITHIN THE WINDOW OF
      * CALENDAR DAYS ENDING ON THE BUSINESS DATE IS A STRUCTURING
      * PATTERN
                 05 PP-CTR-THRESHOLD          PIC S9(11)V99 COMP-3.
                 05 PP-NEAR-PCT               PIC S9(03)V99 COMP-3.
                 05 PP-NEAR-COUNT             PIC S9(03)   COMP-3.
                 05 PP-WINDOW-DAYS            PIC S9(05)   COMP-3.
      * BULK BALANCE RUN PARTITIONING -- 'BP' RECORDS ONLY.  THE
      * NUMBER OF PARTITIONS THE A40214 ACCOUNT LIST IS SPLIT INTO,
      * EACH RUN AS ITS OWN CONCURRENT TASK (ONE, OR NO RECORD, IS
      * THE SINGLE UNPARTITIONED RUN), AND HOW THE LIST IS SPLIT --
      * T (WHOLE ACCOUNT TYPES PER PARTITION) OR R (EQUAL RANGES OF
      * THE LIST IN ACCOUNT NUMBER ORDER)
                 05 PP-PARTITION-COUNT        PIC S9(03)   COMP-3.
                 05 PP-PARTITION-METHOD       PIC  X(01).
      *END OF COPYBOOK
