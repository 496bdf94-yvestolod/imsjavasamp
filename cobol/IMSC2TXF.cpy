      ******************************************************************
      *                                                                *
      * IMSC2TXF SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE 1099 FILED-RETURN HISTORY, A VSAM KSDS
      * KEYED ON TAX YEAR PLUS PAYEE TAX ID, WRITTEN BY IMSC1099 FOR
      * EVERY RETURN IT FILES.  AN ORIGINAL RUN SKIPS A PAYEE ALREADY
      * ON FILE FOR THE YEAR (SO A LATE RERUN ONLY PICKS UP PAYEES
      * NOT YET FILED), AND A CORRECTION RUN COMPARES THE RECOMPUTED
      * TOTAL WITH TXF-REPORTED-AMT AND FILES A CORRECTED RETURN FOR
      * EVERY PAYEE WHOSE AMOUNT HAS CHANGED, UNDER THE SAME PAYER'S
      * ACCOUNT NUMBER AS THE ORIGINAL.  AMOUNTS ARE DISPLAY FORMAT,
      * SAME DISCIPLINE AS THE OTHER REPRO-ABLE FILES.
      ******************************************************************
       01 TAX-FILED-RECORD.
          05 TXF-KEY.
             10 TXF-TAX-YEAR        PIC 9(4).
             10 TXF-TAX-ID          PIC X(9).
          05 TXF-TAX-ID-TYPE        PIC X.
          05 TXF-ACCOUNT-NO         PIC X(10).
          05 TXF-LEGAL-NAME         PIC X(40).
          05 TXF-REPORTED-AMT       PIC 9(10)V99.
          05 TXF-ORIG-FILED-DATE    PIC 9(8).
          05 TXF-LAST-FILED-DATE    PIC 9(8).
          05 TXF-CORRECTION-COUNT   PIC 9(3).
