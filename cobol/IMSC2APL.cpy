      ******************************************************************
      *                                                                *
      * IMSC2APL SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE APPEALS FILE (CLMAPPL), A VSAM KSDS
      * KEYED ON APPEAL NUMBER ('P' + YYMMDD + A 5-DIGIT SEQUENCE,
      * ASSIGNED BY IMSCBLJO AT INTAKE).  ONE RECORD PER APPEAL OF A
      * REJECTED OR DENIED CLAIM, TIED TO THE CLAIM THROUGH
      * APL-CLAIMNO (AUD-CLAIMNO).  A SECOND-LEVEL OR EXTERNAL REVIEW
      * OF THE SAME CLAIM IS TAKEN IN AS ITS OWN APPEAL AT THE HIGHER
      * APL-LEVEL.
      * APL-DUE-DATE IS THE REGULATORY RESPONSE DEADLINE, COMPUTED
      * FROM APL-RECEIVED-DATE AND THE APPEAL TYPE (URGENT OR
      * STANDARD, SEE IMSCBLJO) AND RECOMPUTED WHEN THE TYPE IS
      * CHANGED.  THE APPEAL STAYS 'OPEN' UNTIL AN OUTCOME IS
      * RECORDED, WHEN IT BECOMES 'CLOSED' WITH THE DECIDED DATE.
      * AN 'OVERTURNED' OUTCOME POSTS THE SAME LINKED ADJUSTMENT
      * IMSCBLJG WRITES, WHOSE CLAIM NUMBER IS KEPT IN
      * APL-ADJ-CLAIMNO, FOR APL-APPROVED-AMT.  APL-CLAIM-STATUS IS
      * THE CLAIM'S STATUS WHEN THE APPEAL WAS TAKEN IN.  IMSCAPAG
      * AGES THE OPEN APPEALS DAILY.
      ******************************************************************
       01 APPEAL-RECORD.
          05 APL-APPEAL-NO          PIC X(12).
          05 APL-CLAIMNO            PIC X(12).
          05 APL-APPELLANT-TYPE     PIC X.
             88 APL-MEMBER-APPEAL       VALUE 'M'.
             88 APL-PROVIDER-APPEAL     VALUE 'P'.
          05 APL-APPELLANT-ID       PIC X(12).
          05 APL-APPELLANT-NAME     PIC X(30).
          05 APL-RECEIVED-DATE      PIC 9(8).
          05 APL-LEVEL              PIC 9.
          05 APL-APPEAL-TYPE        PIC X.
             88 APL-URGENT              VALUE 'U'.
             88 APL-STANDARD            VALUE 'S'.
          05 APL-DUE-DATE           PIC 9(8).
          05 APL-ANALYST            PIC X(8).
          05 APL-STATUS             PIC X(8).
             88 APL-OPEN                VALUE 'OPEN    '.
             88 APL-CLOSED              VALUE 'CLOSED  '.
          05 APL-OUTCOME            PIC X(10).
             88 APL-UPHELD              VALUE 'UPHELD    '.
             88 APL-OVERTURNED          VALUE 'OVERTURNED'.
             88 APL-WITHDRAWN           VALUE 'WITHDRAWN '.
          05 APL-DECIDED-DATE       PIC 9(8).
          05 APL-CLAIM-STATUS       PIC X(9).
          05 APL-ADJ-CLAIMNO        PIC X(12).
          05 APL-APPROVED-AMT       PIC S9(9)V99 COMP-3.
          05 APL-ENTERED-BY         PIC X(8).
          05 APL-UPDATED-BY         PIC X(8).
          05 APL-UPDATED-TS         PIC X(26).
          05 APL-DISPUTE-TEXT       PIC X(120).
          05 APL-DECISION-TEXT      PIC X(120).
