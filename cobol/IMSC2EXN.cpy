      ******************************************************************
      *                                                                *
      * IMSC2EXN SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE EXAMINER NOTES FILE (CLMEXNOT), A VSAM
      * KSDS KEYED ON CLAIM NUMBER PLUS THE TIMESTAMP OF THE
      * DECISION, SO A CLAIM'S NOTES BROWSE OLDEST FIRST THE SAME WAY
      * ITS STATUS HISTORY DOES (SEE IMSC2HST).  WRITTEN BY IMSCBLJN
      * FOR EVERY RELEASE, DENY, AND ROUTE DECISION ON A REVIEW
      * CLAIM, ALONGSIDE THE STATUS HISTORY RECORD: WHO DECIDED,
      * WHAT, THE DENIAL REASON CODE OR THE EXAMINER IT WAS ROUTED
      * TO, AND THE EXAMINER'S OWN WORDS.
      ******************************************************************
       01 EXAMINER-NOTE-RECORD.
          05 EXN-NOTE-KEY.
             10 EXN-CLAIMNO         PIC X(12).
             10 EXN-TIMESTAMP       PIC X(26).
          05 EXN-USER-ID            PIC X(8).
          05 EXN-ACTION             PIC X(8).
          05 EXN-OLD-STATUS         PIC X(9).
          05 EXN-NEW-STATUS         PIC X(9).
          05 EXN-REASON-CODE        PIC X(5).
          05 EXN-ROUTED-TO          PIC X(8).
          05 EXN-NOTE-TEXT          PIC X(120).
