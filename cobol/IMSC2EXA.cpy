      ******************************************************************
      *                                                                *
      * IMSC2EXA SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE REVIEW ASSIGNMENT FILE (CLMEXASG), A
      * VSAM KSDS KEYED ON CLAIM NUMBER.  ONE RECORD PER REVIEW CLAIM
      * THAT HAS BEEN ROUTED TO A NAMED EXAMINER THROUGH IMSCBLJN;
      * A REVIEW CLAIM WITH NO RECORD IS IN THE OPEN POOL.  ONLY THE
      * ASSIGNED EXAMINER MAY RELEASE OR DENY A ROUTED CLAIM (ANY
      * EXAMINER MAY ROUTE IT AGAIN, INCLUDING TO THEMSELVES).  THE
      * RECORD IS DELETED WHEN THE CLAIM IS RELEASED OR DENIED, SO A
      * CLAIM THAT COMES BACK TO REVIEW LATER STARTS IN THE POOL.
      ******************************************************************
       01 REVIEW-ASSIGNMENT-RECORD.
          05 EXA-CLAIMNO            PIC X(12).
          05 EXA-EXAMINER           PIC X(8).
          05 EXA-ASSIGNED-BY        PIC X(8).
          05 EXA-ASSIGNED-TS        PIC X(26).
