      ******************************************************************
      *                                                                *
      * IMSC2ACH SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUTS FOR THE NACHA ACH ORIGINATION FILE WRITTEN BY
      * THE IMSCEFTP PAYMENT RUN, 94-BYTE FIXED RECORDS BLOCKED BY
      * TEN.  THE FILE IS ONE FILE HEADER ('1'), ONE CCD BATCH OF
      * PROVIDER CREDITS ('5' BATCH HEADER, A '6' ENTRY DETAIL PER
      * PAYMENT EACH FOLLOWED BY ITS '7' ADDENDA CARRYING THE
      * TRN*1*<TRACE>*<COMPANY ID>\ REASSOCIATION SEGMENT THAT TIES
      * THE CREDIT TO ITS 835, AND AN '8' BATCH CONTROL), ONE FILE
      * CONTROL ('9'), THEN ALL-NINES PADDING RECORDS TO FILL THE
      * LAST BLOCK.  EACH VIEW BELOW SHARES THE ONE RECORD AREA
      * (MULTIPLE 01 RECORDS UNDER ONE FD), SAME AS IMSC2BAT.
      ******************************************************************
       01 ACH-FILE-HEADER.
          05 ACH-FH-RECORD-TYPE     PIC X.
          05 ACH-FH-PRIORITY        PIC X(2).
          05 ACH-FH-DESTINATION     PIC X(10).
          05 ACH-FH-ORIGIN          PIC X(10).
          05 ACH-FH-CREATE-DATE     PIC 9(6).
          05 ACH-FH-CREATE-TIME     PIC 9(4).
          05 ACH-FH-FILE-ID-MOD     PIC X.
          05 ACH-FH-RECORD-SIZE     PIC X(3).
          05 ACH-FH-BLOCKING        PIC X(2).
          05 ACH-FH-FORMAT-CODE     PIC X.
          05 ACH-FH-DEST-NAME       PIC X(23).
          05 ACH-FH-ORIGIN-NAME     PIC X(23).
          05 ACH-FH-REFERENCE       PIC X(8).
      * BATCH HEADER VIEW: SERVICE CLASS 220 (CREDITS ONLY), SEC CODE
      * CCD, ONE BATCH PER FILE
       01 ACH-BATCH-HEADER.
          05 ACH-BH-RECORD-TYPE     PIC X.
          05 ACH-BH-SERVICE-CLASS   PIC X(3).
          05 ACH-BH-COMPANY-NAME    PIC X(16).
          05 ACH-BH-DISCRETIONARY   PIC X(20).
          05 ACH-BH-COMPANY-ID      PIC X(10).
          05 ACH-BH-SEC-CODE        PIC X(3).
          05 ACH-BH-ENTRY-DESC      PIC X(10).
          05 ACH-BH-DESC-DATE       PIC X(6).
          05 ACH-BH-EFFECTIVE-DATE  PIC 9(6).
          05 ACH-BH-SETTLE-DATE     PIC X(3).
          05 ACH-BH-ORIG-STATUS     PIC X.
          05 ACH-BH-ODFI-ID         PIC X(8).
          05 ACH-BH-BATCH-NO        PIC 9(7).
      * ENTRY DETAIL VIEW: ONE CREDIT PER PAYMENT, TRANSACTION CODE
      * 22 (CHECKING) OR 32 (SAVINGS), ALWAYS WITH ONE ADDENDA
       01 ACH-ENTRY-DETAIL.
          05 ACH-ED-RECORD-TYPE     PIC X.
          05 ACH-ED-TRAN-CODE       PIC X(2).
          05 ACH-ED-RDFI-ID         PIC X(8).
          05 ACH-ED-CHECK-DIGIT     PIC X.
          05 ACH-ED-ACCOUNT         PIC X(17).
          05 ACH-ED-AMOUNT          PIC 9(8)V99.
          05 ACH-ED-INDIVIDUAL-ID   PIC X(15).
          05 ACH-ED-INDIVIDUAL-NAME PIC X(22).
          05 ACH-ED-DISCRETIONARY   PIC X(2).
          05 ACH-ED-ADDENDA-IND     PIC X.
          05 ACH-ED-TRACE-NO.
             10 ACH-ED-TRACE-ODFI   PIC X(8).
             10 ACH-ED-TRACE-SEQ    PIC 9(7).
      * ADDENDA VIEW: TYPE 05 CARRYING THE TRN REASSOCIATION SEGMENT
       01 ACH-ADDENDA.
          05 ACH-AD-RECORD-TYPE     PIC X.
          05 ACH-AD-TYPE-CODE       PIC X(2).
          05 ACH-AD-PAYMENT-INFO    PIC X(80).
          05 ACH-AD-SEQUENCE        PIC 9(4).
          05 ACH-AD-ENTRY-SEQ       PIC 9(7).
      * BATCH CONTROL VIEW
       01 ACH-BATCH-CONTROL.
          05 ACH-BC-RECORD-TYPE     PIC X.
          05 ACH-BC-SERVICE-CLASS   PIC X(3).
          05 ACH-BC-ENTRY-COUNT     PIC 9(6).
          05 ACH-BC-ENTRY-HASH      PIC 9(10).
          05 ACH-BC-TOTAL-DEBIT     PIC 9(10)V99.
          05 ACH-BC-TOTAL-CREDIT    PIC 9(10)V99.
          05 ACH-BC-COMPANY-ID      PIC X(10).
          05 ACH-BC-AUTH-CODE       PIC X(19).
          05 ACH-BC-RESERVED        PIC X(6).
          05 ACH-BC-ODFI-ID         PIC X(8).
          05 ACH-BC-BATCH-NO        PIC 9(7).
      * FILE CONTROL VIEW
       01 ACH-FILE-CONTROL.
          05 ACH-FC-RECORD-TYPE     PIC X.
          05 ACH-FC-BATCH-COUNT     PIC 9(6).
          05 ACH-FC-BLOCK-COUNT     PIC 9(6).
          05 ACH-FC-ENTRY-COUNT     PIC 9(8).
          05 ACH-FC-ENTRY-HASH      PIC 9(10).
          05 ACH-FC-TOTAL-DEBIT     PIC 9(10)V99.
          05 ACH-FC-TOTAL-CREDIT    PIC 9(10)V99.
          05 ACH-FC-RESERVED        PIC X(39).
