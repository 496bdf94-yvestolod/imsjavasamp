      ******************************************************************
      *                                                                *
      * IMSC2APM SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * DATA AREA FOR TERMINAL INPUT - APPEALS TRANSACTION (IMSCBLJO).
      * IN-ACTION IS ONE OF:
      *  'INTAKE'  - LOG A NEW APPEAL OF THE REJECTED OR DENIED CLAIM
      *              IN-CLAIMNO.  IN-APPELLANT-TYPE IS 'M' (MEMBER) OR
      *              'P' (PROVIDER); A BLANK IN-APPELLANT-ID DEFAULTS
      *              TO THE CLAIM'S MEMBER OR PROVIDER.  A ZERO
      *              IN-RECEIVED-DATE MEANS TODAY, A BLANK IN-LEVEL
      *              MEANS 1, AND A BLANK IN-APPEAL-TYPE MEANS 'S'
      *              (STANDARD); 'U' IS URGENT.  IN-TEXT CARRIES THE
      *              APPELLANT'S DISPUTE AND IS REQUIRED.  THE
      *              RESPONSE CARRIES THE NEW APPEAL NUMBER AND ITS
      *              DUE DATE.
      *  'UPDATE'  - CHANGE THE ANALYST, LEVEL, OR APPEAL TYPE OF THE
      *              OPEN APPEAL IN-APPEAL-NO (BLANK FIELDS ARE LEFT
      *              AS THEY ARE; A TYPE CHANGE RECOMPUTES THE DUE
      *              DATE).
      *  'DECIDE'  - RECORD THE OUTCOME OF THE OPEN APPEAL
      *              IN-APPEAL-NO: 'UPHELD', 'OVERTURNED', OR
      *              'WITHDRAWN', WITH IN-TEXT AS THE DECISION NOTE.
      *              ON 'OVERTURNED', IN-APPROVED-AMT IS THE CLAIM
      *              TOTAL NOW ALLOWED (ZERO MEANS THE CLAIM AS
      *              BILLED) AND THE LINKED ADJUSTMENT IS POSTED.
      *              AN OVERTURN OVER THE APPROVAL LIMIT IS HELD
      *              ('HELD' STATUS, APPEAL LEFT OPEN) UNTIL A
      *              SECOND USER ENTERS THE SAME DECISION TO APPROVE
      *              IT.
      *  'INQUIRE' - SHOW THE APPEAL IN-APPEAL-NO.
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-TRANCODE         PIC X(10).
          05  IN-ACTION           PIC X(8).
              88 IN-ACTION-INTAKE     VALUE 'INTAKE  '.
              88 IN-ACTION-UPDATE     VALUE 'UPDATE  '.
              88 IN-ACTION-DECIDE     VALUE 'DECIDE  '.
              88 IN-ACTION-INQUIRE    VALUE 'INQUIRE '.
          05  IN-APPEAL-NO        PIC X(12).
          05  IN-CLAIMNO          PIC X(12).
          05  IN-APPELLANT-TYPE   PIC X.
          05  IN-APPELLANT-ID     PIC X(12).
          05  IN-APPELLANT-NAME   PIC X(30).
          05  IN-RECEIVED-DATE    PIC 9(8).
          05  IN-LEVEL            PIC X.
          05  IN-APPEAL-TYPE      PIC X.
          05  IN-ANALYST          PIC X(8).
          05  IN-OUTCOME          PIC X(10).
          05  IN-APPROVED-AMT     PIC S9(9)V99 COMP-3.
          05  IN-TEXT             PIC X(120).
      * DATA AREA FOR TERMINAL OUTPUT - APPEALS RESPONSE.
      * OUT-ADJ-CLAIMNO IS THE LINKED ADJUSTMENT'S OWN CLAIM NUMBER
      * ONCE AN APPEAL HAS BEEN OVERTURNED.
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
          05  OUT-ZZ              PIC S9(3) COMP VALUE +0.
          05  OUT-APPEAL-NO       PIC X(12).
          05  OUT-CLAIMNO         PIC X(12).
          05  OUT-APPEAL-STATUS   PIC X(8).
          05  OUT-DUE-DATE        PIC 9(8).
          05  OUT-OUTCOME         PIC X(10).
          05  OUT-ADJ-CLAIMNO     PIC X(12).
          05  OUT-STATUS-CODE     PIC X(4) VALUE SPACES.
          05  OUT-MESSAGE         PIC X(60).
