      ******************************************************************
      *                                                                *
      * IMSC2PAL SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE PROTECTED HEALTH INFORMATION ACCESS LOG,
      * A SEQUENTIAL FILE (CLMPHIAL) KEPT APART FROM THE STRUCTURED
      * LOG (IMSC2LOG) SO PRIVACY CAN RETAIN AND REVIEW IT ON ITS OWN
      * SCHEDULE.  APPENDED BY EVERY INQUIRY TRANSACTION THAT PUTS A
      * MEMBER'S DATA ON A SCREEN -- IMSCBLJD (CLAIM STATUS),
      * IMSCBLJH (MEMBER CLAIM LIST), IMSCBLJI (COST ESTIMATE),
      * IMSCBLJF (CONVERSATIONAL ENTRY, ONCE THE MEMBER CHECKS OUT)
      * AND IMSCBLJP (ELIGIBILITY) -- WITH ONE RECORD PER RESPONSE:
      * WHEN, WHO (IO-PCB-USER-ID AND IO-PCB-LTERM), WHICH
      * TRANSACTION, WHICH MEMBER, AND THE CLAIMS THE RESPONSE SHOWED.
      * PAL-CLAIM-COUNT ENTRIES OF PAL-CLAIM-SHOWN ARE IN USE (SIX
      * COVERS A FULL IMSCBLJH PAGE); AN ESTIMATE CARRIES THE CLAIM
      * TYPE IT WAS PRICED FOR WITH A BLANK CLAIM NUMBER, AND AN
      * ELIGIBILITY OR CLAIM ENTRY ACCESS SHOWS NO CLAIMS AT ALL.
      * READ BY IMSCPHIR (MONTHLY PRIVACY REVIEW) AND IMSCPHIW (WHO
      * ACCESSED A MEMBER).
      ******************************************************************
       01 PHI-ACCESS-RECORD.
          05 PAL-ACCESS-DATE        PIC 9(8).
          05 PAL-ACCESS-TIME        PIC 9(8).
          05 PAL-USER-ID            PIC X(8).
          05 PAL-LTERM              PIC X(8).
          05 PAL-TRANCODE           PIC X(8).
          05 PAL-PROGRAM            PIC X(8).
          05 PAL-MEMBER-ID          PIC X(12).
          05 PAL-CLAIM-COUNT        PIC 9(2).
          05 PAL-CLAIM-SHOWN OCCURS 6 TIMES.
             10 PAL-CLAIMNO         PIC X(12).
             10 PAL-CLAIMTYPE       PIC X(10).
          05 FILLER                 PIC X(20).
