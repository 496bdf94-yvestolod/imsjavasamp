      ******************************************************************
      *                                                                *
      * IMSC2RCV SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE OVERPAYMENT RECOVERY RECEIVABLE FILE, A
      * VSAM KSDS KEYED ON PROVIDER ID PLUS RECOVERY ID, SO EVERY
      * RECEIVABLE A PROVIDER OWES SITS TOGETHER IN KEY ORDER.  ONE
      * RECORD IS OPENED BY THE IMSCRSWP SWEEP FOR EACH PAID CLAIM
      * THAT FAILS THE RETRO ELIGIBILITY/SANCTION CHECK, OWING BACK
      * THE CLAIM'S AUD-PLAN-PAID.  THE RECOVERY ID IS 'R' PLUS THE
      * OVERPAID CLAIM NUMBER, SO THE SAME CLAIM CAN NEVER BE BOOKED
      * TWICE WHEN THE SWEEP FLAGS IT AGAIN ON A LATER NIGHT.
      * IMSCSETL NETS OPEN RECEIVABLES AGAINST THE PROVIDER'S NEXT
      * PAID EFT SETTLEMENTS (A CHECK IS CUT GROSS), ADDING EACH
      * OFFSET TO RCV-RECOVERED-AMT AND CLOSING THE RECEIVABLE ONCE
      * IT IS RECOVERED IN FULL; IMSCRCVA AGES WHAT IS STILL OPEN
      * FOR THE MONTHLY REPORT.  AMOUNT FIELDS ARE DISPLAY FORMAT AND
      * EDITED NUMERIC ON EVERY READ, SAME DISCIPLINE AS THE OTHER
      * REPRO-ABLE FILES.
      ******************************************************************
       01 RECOVERY-RECEIVABLE-RECORD.
          05 RCV-RECOVERY-KEY.
             10 RCV-PROVIDER-ID     PIC X(10).
             10 RCV-RECOVERY-ID     PIC X(13).
          05 RCV-CLAIMNO            PIC X(12).
          05 RCV-MEMBER-ID          PIC X(12).
          05 RCV-AMOUNT-OWED        PIC 9(9)V99.
          05 RCV-RECOVERED-AMT      PIC 9(9)V99.
          05 RCV-REASON             PIC X(40).
          05 RCV-STATUS             PIC X.
             88 RCV-IS-OPEN             VALUE 'O'.
             88 RCV-IS-CLOSED           VALUE 'C'.
          05 RCV-OPENED-DATE        PIC 9(8).
          05 RCV-LAST-OFFSET-DATE   PIC 9(8).
          05 RCV-LAST-OFFSET-CLAIMNO PIC X(12).
