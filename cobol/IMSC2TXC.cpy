      ******************************************************************
      *                                                                *
      * IMSC2TXC SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE 1099 FILING CONTROL FILE, A ONE-RECORD
      * RELATIVE FILE (SAME PATTERN AS THE EFT CONTROL FILE) READ BY
      * THE IMSC1099 YEAR-END JOB.  FINANCE LOADS THE PAYER AND
      * TRANSMITTER PARTICULARS FOR THE IRS ELECTRONIC FILING: THE
      * PAYER'S TAX ID, NAME, ADDRESS AND TELEPHONE, THE IRS
      * TRANSMITTER CONTROL CODE, THE CONTACT PERSON FOR THE FILING,
      * 'T' IN TXC-TEST-FILE-IND TO SEND A TEST FILE, AND THE
      * REPORTING THRESHOLD (A PAYEE PAID LESS THAN THIS FOR THE YEAR
      * GETS NO 1099; ZERO MEANS THE LONG-STANDING 600.00).  A
      * MISSING OR INCOMPLETE RECORD ENDS THE JOB BEFORE ANY RETURN
      * IS WRITTEN.
      ******************************************************************
       01 TAX-CONTROL-RECORD.
          05 TXC-PAYER-TIN          PIC X(9).
          05 TXC-PAYER-NAME         PIC X(40).
          05 TXC-PAYER-ADDRESS      PIC X(40).
          05 TXC-PAYER-CITY         PIC X(40).
          05 TXC-PAYER-STATE        PIC X(2).
          05 TXC-PAYER-ZIP          PIC X(9).
          05 TXC-PAYER-PHONE        PIC X(15).
          05 TXC-TRANSMITTER-CODE   PIC X(5).
          05 TXC-CONTACT-NAME       PIC X(40).
          05 TXC-CONTACT-PHONE      PIC X(15).
          05 TXC-CONTACT-EMAIL      PIC X(50).
          05 TXC-TEST-FILE-IND      PIC X.
             88 TXC-IS-TEST-FILE        VALUE 'T'.
          05 TXC-THRESHOLD          PIC 9(7)V99.
