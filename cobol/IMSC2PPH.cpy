      ******************************************************************
      *                                                                *
      * IMSC2PPH SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE PREPAYMENT REVIEW HOLD FILE, A VSAM KSDS
      * KEYED ON PROVIDER ID.  PLACED AND RELEASED ONLINE BY SPECIAL
      * INVESTIGATIONS THROUGH IMSCBLJM, USUALLY AFTER WORKING A
      * PROVIDER OFF THE IMSCOUTL OUTLIER WORKLIST (SEE IMSC2SIW).
      * WHILE PPH-STATUS IS 'A' EVERY NEW CLAIM FROM THE PROVIDER,
      * ONLINE (IMSCBLJC) OR BATCH (IMSCBATD), IS STILL PRICED BUT IS
      * ROUTED TO REVIEW INSTEAD OF ACCEPTED SO AN EXAMINER SEES IT
      * BEFORE ANYTHING IS PAID.  A RELEASED HOLD STAYS ON FILE WITH
      * STATUS 'R' AS THE RECORD OF WHO PLACED AND LIFTED IT; PLACING
      * A NEW HOLD REUSES THE RECORD.  DATES ARE DISPLAY FORMAT,
      * SAME DISCIPLINE AS THE OTHER REPRO-ABLE FILES.
      ******************************************************************
       01 PREPAY-HOLD-RECORD.
          05 PPH-PROVIDER-ID        PIC X(10).
          05 PPH-STATUS             PIC X.
             88 PPH-IS-ACTIVE           VALUE 'A'.
             88 PPH-IS-RELEASED         VALUE 'R'.
          05 PPH-REASON             PIC X(40).
          05 PPH-PLACED-DATE        PIC 9(8).
          05 PPH-PLACED-USER        PIC X(8).
          05 PPH-RELEASED-DATE      PIC 9(8).
          05 PPH-RELEASED-USER      PIC X(8).
          05 PPH-RELEASE-NOTE       PIC X(40).
