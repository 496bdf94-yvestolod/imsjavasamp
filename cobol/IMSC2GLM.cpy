      ******************************************************************
      *                                                                *
      * IMSC2GLM SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE GENERAL LEDGER ACCOUNT-MAPPING FILE, A
      * VSAM KSDS KEYED ON EVENT CODE PLUS PLAN CODE PLUS CLAIM TYPE,
      * MAINTAINED BY FINANCE WITH THE CHART OF ACCOUNTS (DISPLAY-
      * FORMAT FIELDS, LOADED VIA IDCAMS REPRO).  IT TELLS THE
      * IMSCGLJR DAILY JOURNAL JOB WHICH ACCOUNT TO DEBIT AND WHICH
      * TO CREDIT FOR EACH KIND OF CLAIMS FINANCIAL EVENT:
      *   PAID      SETTLED PAID CLAIMS (AUD-PAID-AMT)
      *   INTEREST  PROMPT-PAY INTEREST (AUD-INTEREST-AMT)
      *   ADJUST    IMSCBLJG/IMSCBLJO ADJUSTMENT DELTAS (PLAN PAID)
      *   REVERSAL  IMSCBLJG VOID REVERSALS (PLAN PAID)
      *   CLEARED   PAYMENTS IMSCCRCN MARKED CLEARED AT THE BANK
      * A ROW WITH A BLANK CLAIM TYPE COVERS EVERY CLAIM TYPE OF ITS
      * PLAN, AND A ROW WITH A BLANK PLAN CODE AND CLAIM TYPE COVERS
      * THE WHOLE EVENT, SO FINANCE ONLY KEYS THE EXCEPTIONS.  THE
      * MOST SPECIFIC ROW WINS.  A NEGATIVE NET AMOUNT (A REVERSAL,
      * A DOWNWARD ADJUSTMENT) IS POSTED WITH THE SIDES SWAPPED.
      ******************************************************************
       01 GL-ACCOUNT-MAP-RECORD.
          05 GLM-MAP-KEY.
             10 GLM-EVENT-CODE      PIC X(8).
             10 GLM-PLAN-CODE       PIC X(6).
             10 GLM-CLAIM-TYPE      PIC X(10).
          05 GLM-DEBIT-ACCOUNT      PIC X(20).
          05 GLM-CREDIT-ACCOUNT     PIC X(20).
          05 GLM-DESC               PIC X(30).
