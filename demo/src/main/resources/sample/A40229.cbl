      *        BUSINESS DATE AND CHECK EVERY EXPECTED NIGHTLY RUN     *
      *        COMPLETED, IN DEPENDENCY ORDER -- A40224               *
      *        CONSOLIDATION FIRST, THEN THE CONSOLIDATED-EXTRACT     *
      *        READERS A40213, A40216, A40230, A40232, A40243 AND     *
      *        A40245, THE FULL-EXTRACT READERS A40217 AND A40222,    *
      *        THE A40218 AUDIT LOAD, THE A40240 BALANCE EVIDENCE     *
      *        LOAD THAT DEPENDS ON IT, AND THE BULK BALANCE RUN'S    *
      *        SPLIT (A40247) AND PARTITION MERGE (A40248)            *
      *      - PROVE THE RECORD COUNTS TIE ACROSS STEPS: THE          *
      *        CONSOLIDATED ACCOUNTS A40224 WROTE MUST EQUAL THE      *
      *        RECORDS A40213, A40216, A40230, A40232, A40243 AND     *
      *        A40245 READ, AND THE FULL-EXTRACT RECORDS A40224 READ  *
      *        MUST EQUAL THE RECORDS A40217, A40222 AND A40240 READ  *
      *      - PRODUCE A GO/NO-GO SUMMARY BEFORE THE ONLINE DAY       *
      *        OPENS -- A SKIPPED STEP OR A WRONG-DATE RUN SURFACES   *
      *        HERE, NOT ON A REPORT THAT LOOKS WRONG DAYS LATER      *
      * SAYS WHICH OF THE HEAD'S COUNTS THE RUN'S RECORDS-READ MUST
      * EQUAL:  'C' THE CONSOLIDATED ACCOUNTS WRITTEN (BALCONF
      * READERS), 'E' THE FULL-EXTRACT RECORDS READ (BALEXTF
      * READERS), 'N' NO TIE (THE HEAD ITSELF, THE AUDIT LOAD
      * WHOSE INPUT IS THE AUDT DATASET, AND THE BULK BALANCE RUN
      * SPLIT AND MERGE, WHICH COUNT ACCOUNTS, NOT EXTRACT RECORDS)
           05 WS-EXPECTED-TABLE-X.
              10 FILLER                     PIC X(09) VALUE
                 'A40224  N'.
                 'A40230  C'.
              10 FILLER                     PIC X(09) VALUE
                 'A40232  C'.
              10 FILLER                     PIC X(09) VALUE
                 'A40243  C'.
              10 FILLER                     PIC X(09) VALUE
                 'A40245  C'.
              10 FILLER                     PIC X(09) VALUE
                 'A40217  E'.
              10 FILLER                     PIC X(09) VALUE
                 'A40222  E'.
              10 FILLER                     PIC X(09) VALUE
                 'A40218  N'.
              10 FILLER                     PIC X(09) VALUE
                 'A40240  E'.
              10 FILLER                     PIC X(09) VALUE
                 'A40247  N'.
              10 FILLER                     PIC X(09) VALUE
                 'A40248  N'.
           05 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-TABLE-X.
              10 WS-EXPECTED-ENTRY OCCURS 13 TIMES.
                 15 XP-PROGRAMID            PIC X(08).
                 15 XP-TIE-TYPE             PIC X(01).
      *
                                            'MISMATCH'.
              10 CC-TIE-NONE                PIC X(08) VALUE
                                            '-       '.
              10 CH-EXPECTED-RUNS           PIC S9(4) COMP VALUE +13.
      *
      * REPORT LINE LAYOUTS
       01  WS-REPORT-HEADING.
