      ******************************************************************
      **                                                              **
      **      BALANCE EVIDENCE ARCHIVE MASTER RECORD                  **
      **                                                              **
      **       COBOL COPY BOOK     A40257D                            **
      **       DATA GROUP ID       840257                             **
      **                                                              **
      **      ONE RECORD PER BALANCE CAPTURE (A40273D) -- EVERY       **
      **      BALANCE ANSWER GIVEN TO A CUSTOMER CHANNEL, NOT JUST    **
      **      THE LATEST OF THE DAY -- KEYED BY ACCOUNT NUMBER AND    **
      **      CAPTURE DATE/TIME SO A DISPUTE CAN BE ANSWERED WITH THE **
      **      FIGURES THE CUSTOMER WAS ACTUALLY SHOWN.  THE SEQUENCE  **
      **      NUMBER DISTINGUISHES CAPTURES TAKEN IN THE SAME         **
      **      SECOND.  THE AUDIT FIELDS CARRY THE AUDIT TRAIL ENTRY   **
      **      (A40278D) THE CAPTURE WAS LOGGED UNDER -- THE LATEST    **
      **      ENTRY FOR THE ACCOUNT AT OR BEFORE THE CAPTURE TIME ON  **
      **      THE CAPTURE DATE -- SO THE EVIDENCE STANDS ON ITS       **
      **      OWN.  LOADED AND PURGED NIGHTLY BY A40240 AND READ      **
      **      ONLINE BY THE BALANCE EVIDENCE INQUIRY (A40241).        **
      **                                                              **
      ******************************************************************
      *
       01  BALEVIDMST.
                 05 EV-KEY.
                    10 EV-ACCOUNTNUM        PIC  9(15) COMP-3.
                    10 EV-CAPTUREDATE       PIC  9(08).
                    10 EV-CAPTURETIME       PIC  9(06).
                    10 EV-CAPTURESEQ        PIC  9(03).
                 05 EV-ACCOUNTTYPE          PIC  X(03).
                 05 EV-PRODUCT              PIC  X(40).
                 05 EV-ACCOUNTNAME          PIC  X(25).
                 05 EV-AVAILABLEBALANCE     PIC S9(11)V99 COMP-3.
                 05 EV-LEDGERBALANCE        PIC S9(11)V99 COMP-3.
                 05 EV-HOLDSAMOUNT          PIC S9(11)V99 COMP-3.
                 05 EV-LINEAMOUNT           PIC S9(11)V99 COMP-3.
                 05 EV-LOANBALANCE          PIC S9(11)V99 COMP-3.
                 05 EV-CURRENCYCODE         PIC  X(03).
                 05 EV-HOMEAVAILABLEBALANCE PIC S9(11)V99 COMP-3.
                 05 EV-HOMELEDGERBALANCE    PIC S9(11)V99 COMP-3.
                 05 EV-HOMELINEAMOUNT       PIC S9(11)V99 COMP-3.
                 05 EV-HOMELOANBALANCE      PIC S9(11)V99 COMP-3.
      * 'Y' WHEN A MATCHING AUDIT TRAIL ENTRY WAS FOUND AT LOAD TIME,
      * 'N' WHEN NONE WAS ON FILE AND THE FIELDS BELOW ARE BLANK
                 05 EV-AUDITFOUND-IND       PIC  X(01).
                    88 EV-AUDIT-FOUND       VALUE 'Y'.
                 05 EV-AUDITDATE            PIC  X(08).
                 05 EV-AUDITTIME            PIC  X(06).
                 05 EV-CHANNELNAME          PIC  X(16).
                 05 EV-SEVERITY             PIC  X(01).
                 05 EV-STATUSMESSAGE        PIC  X(40).
      *END OF COPYBOOK
