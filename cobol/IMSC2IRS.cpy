      ******************************************************************
      *                                                                *
      * IMSC2IRS SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUTS FOR THE IRS INFORMATION RETURN FILE (FIRE
      * SYSTEM, 750-BYTE FIXED RECORDS) WRITTEN BY IMSC1099.  THE FILE
      * IS ONE TRANSMITTER RECORD ('T'), ONE PAYER RECORD ('A') FOR
      * FORM 1099-MISC WITH AMOUNT CODE 6 (MEDICAL AND HEALTH CARE
      * PAYMENTS), A PAYEE RECORD ('B') PER RETURN, THE PAYER'S
      * END-OF-PAYER RECORD ('C') AND THE END-OF-TRANSMISSION RECORD
      * ('F').  EVERY RECORD CARRIES ITS SEQUENCE NUMBER IN POSITIONS
      * 500-507, T = 1.  EACH VIEW BELOW SHARES THE ONE RECORD AREA
      * (MULTIPLE 01 RECORDS UNDER ONE FD), SAME AS IMSC2BAT.  THE
      * EIGHTEEN PAYMENT AMOUNT FIELDS ARE IN AMOUNT CODE ORDER 1-9,
      * A-H, J; ONLY AMOUNT 6 IS USED.
      ******************************************************************
       01 IRS-TRANSMITTER-RECORD.
          05 IRS-T-RECORD-TYPE      PIC X.
          05 IRS-T-PAYMENT-YEAR     PIC 9(4).
          05 IRS-T-PRIOR-YEAR-IND   PIC X.
          05 IRS-T-TRANSMITTER-TIN  PIC X(9).
          05 IRS-T-CONTROL-CODE     PIC X(5).
          05 FILLER                 PIC X(7).
          05 IRS-T-TEST-FILE-IND    PIC X.
          05 IRS-T-FOREIGN-IND      PIC X.
          05 IRS-T-NAME             PIC X(40).
          05 IRS-T-NAME-2           PIC X(40).
          05 IRS-T-COMPANY-NAME     PIC X(40).
          05 IRS-T-COMPANY-NAME-2   PIC X(40).
          05 IRS-T-COMPANY-ADDRESS  PIC X(40).
          05 IRS-T-COMPANY-CITY     PIC X(40).
          05 IRS-T-COMPANY-STATE    PIC X(2).
          05 IRS-T-COMPANY-ZIP      PIC X(9).
          05 FILLER                 PIC X(15).
          05 IRS-T-PAYEE-COUNT      PIC 9(8).
          05 IRS-T-CONTACT-NAME     PIC X(40).
          05 IRS-T-CONTACT-PHONE    PIC X(15).
          05 IRS-T-CONTACT-EMAIL    PIC X(50).
          05 FILLER                 PIC X(91).
          05 IRS-T-SEQUENCE-NO      PIC 9(8).
          05 FILLER                 PIC X(10).
          05 IRS-T-VENDOR-IND       PIC X.
          05 FILLER                 PIC X(230).
          05 FILLER                 PIC X(2).
      * PAYER VIEW: TYPE OF RETURN 'A ' IS FORM 1099-MISC
       01 IRS-PAYER-RECORD.
          05 IRS-A-RECORD-TYPE      PIC X.
          05 IRS-A-PAYMENT-YEAR     PIC 9(4).
          05 IRS-A-COMBINED-FS-IND  PIC X.
          05 FILLER                 PIC X(5).
          05 IRS-A-PAYER-TIN        PIC X(9).
          05 IRS-A-NAME-CONTROL     PIC X(4).
          05 IRS-A-LAST-FILING-IND  PIC X.
          05 IRS-A-RETURN-TYPE      PIC X(2).
          05 IRS-A-AMOUNT-CODES     PIC X(18).
          05 FILLER                 PIC X(6).
          05 IRS-A-FOREIGN-IND      PIC X.
          05 IRS-A-PAYER-NAME       PIC X(40).
          05 IRS-A-PAYER-NAME-2     PIC X(40).
          05 IRS-A-TRANSFER-AGENT   PIC X.
          05 IRS-A-PAYER-ADDRESS    PIC X(40).
          05 IRS-A-PAYER-CITY       PIC X(40).
          05 IRS-A-PAYER-STATE      PIC X(2).
          05 IRS-A-PAYER-ZIP        PIC X(9).
          05 IRS-A-PAYER-PHONE      PIC X(15).
          05 FILLER                 PIC X(260).
          05 IRS-A-SEQUENCE-NO      PIC 9(8).
          05 FILLER                 PIC X(241).
          05 FILLER                 PIC X(2).
      * PAYEE VIEW: CORRECTED RETURN INDICATOR 'G' ON A CORRECTION
      * RUN, TIN TYPE '1' EIN OR '2' SSN, PAYER'S ACCOUNT NUMBER FOR
      * THE PAYEE IS THE PROVIDER ID THE RETURN WAS FIRST FILED UNDER
       01 IRS-PAYEE-RECORD.
          05 IRS-B-RECORD-TYPE      PIC X.
          05 IRS-B-PAYMENT-YEAR     PIC 9(4).
          05 IRS-B-CORRECTED-IND    PIC X.
          05 IRS-B-NAME-CONTROL     PIC X(4).
          05 IRS-B-TIN-TYPE         PIC X.
          05 IRS-B-PAYEE-TIN        PIC X(9).
          05 IRS-B-ACCOUNT-NO       PIC X(20).
          05 IRS-B-OFFICE-CODE      PIC X(4).
          05 FILLER                 PIC X(10).
          05 IRS-B-AMOUNT           PIC 9(10)V99 OCCURS 18 TIMES.
          05 FILLER                 PIC X(16).
          05 IRS-B-FOREIGN-IND      PIC X.
          05 IRS-B-PAYEE-NAME       PIC X(40).
          05 IRS-B-PAYEE-NAME-2     PIC X(40).
          05 IRS-B-PAYEE-ADDRESS    PIC X(40).
          05 FILLER                 PIC X(40).
          05 IRS-B-PAYEE-CITY       PIC X(40).
          05 IRS-B-PAYEE-STATE      PIC X(2).
          05 IRS-B-PAYEE-ZIP        PIC X(9).
          05 FILLER                 PIC X.
          05 IRS-B-SEQUENCE-NO      PIC 9(8).
          05 FILLER                 PIC X(36).
          05 IRS-B-2ND-TIN-NOTICE   PIC X.
          05 FILLER                 PIC X(2).
          05 IRS-B-DIRECT-SALES-IND PIC X.
          05 IRS-B-FATCA-IND        PIC X.
          05 FILLER                 PIC X(200).
          05 FILLER                 PIC X(2).
      * END OF PAYER VIEW: PAYEE COUNT AND CONTROL TOTALS BY AMOUNT
      * CODE FOR THE B RECORDS UNDER THE A RECORD
       01 IRS-END-OF-PAYER-RECORD.
          05 IRS-C-RECORD-TYPE      PIC X.
          05 IRS-C-PAYEE-COUNT      PIC 9(8).
          05 FILLER                 PIC X(6).
          05 IRS-C-CONTROL-TOTAL    PIC 9(16)V99 OCCURS 18 TIMES.
          05 FILLER                 PIC X(160).
          05 IRS-C-SEQUENCE-NO      PIC 9(8).
          05 FILLER                 PIC X(241).
          05 FILLER                 PIC X(2).
      * END OF TRANSMISSION VIEW
       01 IRS-END-OF-TRANS-RECORD.
          05 IRS-F-RECORD-TYPE      PIC X.
          05 IRS-F-PAYER-COUNT      PIC 9(8).
          05 IRS-F-ZERO             PIC 9(21).
          05 FILLER                 PIC X(19).
          05 IRS-F-PAYEE-COUNT      PIC 9(8).
          05 FILLER                 PIC X(442).
          05 IRS-F-SEQUENCE-NO      PIC 9(8).
          05 FILLER                 PIC X(241).
          05 FILLER                 PIC X(2).
