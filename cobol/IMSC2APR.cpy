      ******************************************************************
      *                                                                *
      * IMSC2APR SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE ADJUSTMENT APPROVAL FILE (CLMAPPRV), A
      * VSAM KSDS KEYED ON APPROVAL NUMBER ('Q' + YYMMDD + A 5-DIGIT
      * SEQUENCE, ASSIGNED BY IMSCBLJG), WITH AN ALTERNATE INDEX ON
      * APR-CLAIMNO (WITH DUPLICATES) SO A CLAIM'S REQUESTS CAN BE
      * FOUND.  IMSCBLJG HOLDS AN ADJUST OR VOID HERE, LEAVING THE
      * CLAIM UNTOUCHED, WHEN ITS DOLLAR CHANGE OR THE CLAIM'S
      * AUD-PLAN-PAID EXCEEDS THE APPROVAL LIMIT.  THE REQUEST STAYS
      * 'PENDING' UNTIL A SECOND USER HOLDING ATH-ALLOW-APPROVE
      * APPROVES IT (THE REVERSAL/ADJUSTMENT IS POSTED AND ITS CLAIM
      * NUMBER KEPT IN APR-NEW-CLAIMNO) OR DECLINES IT, OR UNTIL IT
      * AGES PAST THE EXPIRY WINDOW AND IS MARKED 'EXPIRED' (BY
      * IMSCAPVR'S DAILY RUN, OR BY IMSCBLJG WHEN SOMEONE TRIES TO
      * ACT ON IT).  A REQUEST THAT EXPIRES WITHOUT A DECIDER HAS
      * APR-DECIDED-BY SPACES.
      * IMSCBLJO HOLDS AN APPEAL OVERTURN OVER THE SAME LIMIT HERE AS
      * ACTION 'APPEAL' UNDER A 'V' NUMBER FROM ITS OWN SEQUENCE
      * BLOCK, WITH APR-NEW-AMT THE CLAIM TOTAL TO BE ALLOWED AND
      * APR-REASON NAMING THE APPEAL, WHICH STAYS OPEN.  A SECOND
      * USER APPROVES IT BY ENTERING THE SAME OVERTURN IN IMSCBLJO;
      * IMSCBLJG CAN ONLY DECLINE IT.
      * APR-CHANGE-AMT IS THE DOLLAR CHANGE THE REQUEST MAKES TO THE
      * CLAIM TOTAL (THE WHOLE CLAIM ON A VOID); APR-LIMIT-AMT IS THE
      * APPROVAL LIMIT IN FORCE WHEN IT WAS HELD.
      ******************************************************************
       01 APPROVAL-RECORD.
          05 APR-APPROVAL-NO        PIC X(12).
          05 APR-CLAIMNO            PIC X(12).
          05 APR-ACTION             PIC X(6).
             88 APR-ACTION-ADJUST       VALUE 'ADJUST'.
             88 APR-ACTION-VOID         VALUE 'VOID  '.
             88 APR-ACTION-APPEAL       VALUE 'APPEAL'.
          05 APR-NEW-AMT            PIC S9(9)V99 COMP-3.
          05 APR-REASON             PIC X(40).
          05 APR-ORIG-CLAIMAMT      PIC S9(9)V99 COMP-3.
          05 APR-ORIG-PLAN-PAID     PIC S9(9)V99 COMP-3.
          05 APR-CHANGE-AMT         PIC S9(9)V99 COMP-3.
          05 APR-LIMIT-AMT          PIC S9(9)V99 COMP-3.
          05 APR-STATUS             PIC X(8).
             88 APR-PENDING             VALUE 'PENDING '.
             88 APR-APPROVED            VALUE 'APPROVED'.
             88 APR-DECLINED            VALUE 'DECLINED'.
             88 APR-EXPIRED             VALUE 'EXPIRED '.
          05 APR-REQUESTED-BY       PIC X(8).
          05 APR-REQUESTED-DATE     PIC 9(8).
          05 APR-REQUESTED-TS       PIC X(26).
          05 APR-DECIDED-BY         PIC X(8).
          05 APR-DECIDED-DATE       PIC 9(8).
          05 APR-DECIDED-TS         PIC X(26).
          05 APR-DECISION-NOTE      PIC X(40).
          05 APR-NEW-CLAIMNO        PIC X(12).
