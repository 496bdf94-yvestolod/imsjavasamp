      ******************************************************************
      *                                                                *
      * IMSC2BRS SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE BATCH RESULT FILE WRITTEN BY IMSCBATD,
      * ONE RECORD PER REPLAYED CLAIM THAT ARRIVED WITH AN INTAKE
      * REFERENCE (A 'REF' RECORD, SEE IMSC2BAT): THE REFERENCE, THE
      * CLAIM NUMBER THE REPLAY ASSIGNED, THE STATUS IT WAS LEFT IN,
      * AND THE REJECT REASON OR REST RESULT.  IMSC277C POSTS THESE
      * RESULTS TO THE 837 CLAIM TRACKING FILE (SEE IMSC2ITK) AND
      * ACKNOWLEDGES EACH CLAIM TO ITS SUBMITTER ON A 277CA.  A
      * RESTART RUN APPENDS, SO A CLAIM RE-PROCESSED AFTER THE LAST
      * CHECKPOINT CAN APPEAR TWICE; THE LATER RECORD STANDS.
      ******************************************************************
       01 BATCH-RESULT-RECORD.
          05 BRS-INTAKE-REF         PIC X(12).
          05 BRS-CLAIMNO            PIC X(12).
          05 BRS-CLAIM-STATUS       PIC X(9).
          05 BRS-CLAIMAMT           PIC S9(9)V99 COMP-3.
          05 BRS-RUN-DATE           PIC 9(8).
          05 BRS-RESULT-TEXT        PIC X(60).
