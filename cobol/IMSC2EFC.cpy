      ******************************************************************
      *                                                                *
      * IMSC2EFC SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE EFT ORIGINATION CONTROL FILE, A
      * ONE-RECORD RELATIVE FILE (SAME PATTERN AS THE CLAIM SEQUENCE
      * AND CHECKPOINT FILES) READ AND REWRITTEN BY THE IMSCEFTP
      * PAYMENT RUN.  TREASURY LOADS THE ORIGINATION SETTINGS ONCE:
      * THE ORIGINATING BANK (ODFI) ROUTING NUMBER, THE BANK THE ACH
      * FILE IS SENT TO, THE COMPANY NAME AND IDENTIFICATION ('1'
      * PLUS THE PAYER'S TAX ID, ALSO THE TRN03 ORIGINATOR ID ON THE
      * 835), THE ACCOUNT THE CREDITS ARE DRAWN ON, AND THE X12
      * INTERCHANGE SENDER AND RECEIVER IDS.  THE RUN KEEPS THE
      * COUNTERS: THE LAST PAYMENT NUMBER ISSUED (THE 'E' TRACE
      * NUMBER STAMPED ON EACH CLAIM), THE DATE AND FILE ID MODIFIER
      * OF THE LAST ACH FILE, AND THE LAST INTERCHANGE CONTROL
      * NUMBER.  A MISSING OR BLANK RECORD MEANS TREASURY HAS NOT SET
      * UP ORIGINATION AND THE RUN ENDS WITHOUT PAYING ANYONE.
      ******************************************************************
       01 EFT-CONTROL-RECORD.
          05 EFC-ODFI-ROUTING       PIC X(9).
          05 EFC-DEST-ROUTING       PIC X(9).
          05 EFC-DEST-NAME          PIC X(23).
          05 EFC-ORIGIN-ID          PIC X(10).
          05 EFC-COMPANY-NAME       PIC X(23).
          05 EFC-COMPANY-ID         PIC X(10).
          05 EFC-PAYER-ACCOUNT      PIC X(17).
          05 EFC-ISA-SENDER         PIC X(15).
          05 EFC-ISA-RECEIVER       PIC X(15).
          05 EFC-LAST-PAYMENT-NO    PIC 9(9).
          05 EFC-LAST-FILE-DATE     PIC 9(8).
          05 EFC-LAST-FILE-MOD-IDX  PIC 9(2).
          05 EFC-LAST-ISA-CTL       PIC 9(9).
