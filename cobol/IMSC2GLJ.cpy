      ******************************************************************
      *                                                                *
      * IMSC2GLJ SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUTS FOR THE GENERAL LEDGER JOURNAL IMPORT FILE
      * WRITTEN BY THE IMSCGLJR DAILY JOURNAL JOB, 120-BYTE FIXED
      * DISPLAY-FORMAT RECORDS: ONE HEADER ('H') NAMING THE JOURNAL
      * AND ITS ACCOUNTING DATE, ONE DETAIL ('D') PER DEBIT OR CREDIT
      * LINE SUMMARIZED BY ACCOUNT, PLAN CODE, CLAIM TYPE AND EVENT,
      * AND ONE TRAILER ('T') WITH THE LINE COUNT AND THE DEBIT AND
      * CREDIT TOTALS, WHICH ARE ALWAYS EQUAL -- THE JOB WRITES NO
      * FILE AT ALL RATHER THAN AN UNBALANCED ONE.  AMOUNTS ARE
      * UNSIGNED; THE SIDE IS IN GLJ-D-DR-CR.  EACH VIEW SHARES THE
      * ONE RECORD AREA (MULTIPLE 01 RECORDS UNDER ONE FD), SAME AS
      * IMSC2ACH.
      ******************************************************************
       01 GL-JOURNAL-HEADER.
          05 GLJ-H-RECORD-TYPE      PIC X.
          05 GLJ-H-SOURCE           PIC X(8).
          05 GLJ-H-JOURNAL-ID       PIC X(12).
          05 GLJ-H-JOURNAL-DATE     PIC 9(8).
          05 GLJ-H-DESC             PIC X(40).
          05 GLJ-H-CREATED-TS       PIC X(26).
          05 FILLER                 PIC X(25).
      * DETAIL VIEW: ONE DEBIT OR CREDIT LINE
       01 GL-JOURNAL-LINE.
          05 GLJ-D-RECORD-TYPE      PIC X.
          05 GLJ-D-LINE-NO          PIC 9(6).
          05 GLJ-D-ACCOUNT          PIC X(20).
          05 GLJ-D-DR-CR            PIC X.
             88 GLJ-D-DEBIT             VALUE 'D'.
             88 GLJ-D-CREDIT            VALUE 'C'.
          05 GLJ-D-AMOUNT           PIC 9(11)V99.
          05 GLJ-D-PLAN-CODE        PIC X(6).
          05 GLJ-D-CLAIM-TYPE       PIC X(10).
          05 GLJ-D-EVENT-CODE       PIC X(8).
          05 GLJ-D-ITEM-COUNT       PIC 9(7).
          05 GLJ-D-DESC             PIC X(30).
          05 FILLER                 PIC X(18).
      * TRAILER VIEW: CONTROL TOTALS FOR THE GL'S IMPORT EDIT
       01 GL-JOURNAL-TRAILER.
          05 GLJ-T-RECORD-TYPE      PIC X.
          05 GLJ-T-LINE-COUNT       PIC 9(6).
          05 GLJ-T-TOTAL-DEBITS     PIC 9(13)V99.
          05 GLJ-T-TOTAL-CREDITS    PIC 9(13)V99.
          05 FILLER                 PIC X(83).
