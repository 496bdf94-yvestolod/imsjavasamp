      ******************************************************************
      *                                                                *
      * IMSC2PAU SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE PRIOR AUTHORIZATION FILE, A VSAM KSDS
      * KEYED ON MEMBER ID PLUS AUTHORIZATION NUMBER, SO EVERY AUTH A
      * MEMBER HOLDS SITS TOGETHER IN KEY ORDER.  ADDED, EXTENDED,
      * AND CLOSED ONLINE BY UTILIZATION MANAGEMENT THROUGH IMSCBLJL,
      * AND MOVED TO THE SURVIVING MEMBER ID BY THE IMSCMMRG MEMBER
      * MERGE.
      * EACH AUTH APPROVES ONE PROCEDURE CODE FOR ONE PROVIDER OVER A
      * SERVICE DATE RANGE, UP TO PAU-APPROVED-UNITS LINES AND
      * PAU-APPROVED-AMT BILLED DOLLARS; A ZERO APPROVED UNITS OR
      * DOLLARS MEANS THE AUTH IS NOT CAPPED ON THAT MEASURE.
      * IMSCBLJC MATCHES EVERY SERVICE LINE WHOSE PROCEDURE CODE
      * NEEDS AN AUTH (SEE IMSC2PRC) AGAINST THE MEMBER'S ACTIVE
      * AUTHS AND, ONCE THE CLAIM IS ACCEPTED, ADDS ONE UNIT AND THE
      * LINE'S BILLED AMOUNT TO THE USAGE FIELDS.  A CLAIM HELD IN
      * REVIEW ON SUBMISSION USES NOTHING UNTIL IMSCBLJN RELEASES IT,
      * WHICH MATCHES AND CHARGES ITS LINES THE SAME WAY.  AMOUNT AND
      * DATE FIELDS ARE DISPLAY FORMAT AND EDITED NUMERIC ON EVERY
      * READ, SAME DISCIPLINE AS THE OTHER REPRO-ABLE FILES.
      ******************************************************************
       01 PRIOR-AUTH-RECORD.
          05 PAU-AUTH-KEY.
             10 PAU-MEMBER-ID       PIC X(12).
             10 PAU-AUTH-NO         PIC X(10).
          05 PAU-PROVIDER-ID        PIC X(10).
          05 PAU-PROC-CODE          PIC X(7).
          05 PAU-FROM-DATE          PIC 9(8).
          05 PAU-THRU-DATE          PIC 9(8).
          05 PAU-APPROVED-UNITS     PIC 9(5).
          05 PAU-APPROVED-AMT       PIC 9(9)V99.
          05 PAU-USED-UNITS         PIC 9(5).
          05 PAU-USED-AMT           PIC 9(9)V99.
          05 PAU-STATUS             PIC X.
             88 PAU-IS-ACTIVE           VALUE 'A'.
             88 PAU-IS-CLOSED           VALUE 'C'.
          05 PAU-LAST-CHANGE-DATE   PIC 9(8).
          05 PAU-LAST-CHANGE-USER   PIC X(8).
          05 PAU-LAST-USED-CLAIMNO  PIC X(12).
