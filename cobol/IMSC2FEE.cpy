      ******************************************************************
      *                                                                *
      * IMSC2FEE SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE CONTRACTED FEE SCHEDULE FILE, A VSAM
      * KSDS KEYED ON PROCEDURE CODE PLUS PROVIDER SPECIALTY (SAME
      * VALUES AS PRV-SPECIALTY) PLUS EFFECTIVE DATE, LOADED BY
      * IDCAMS REPRO FROM THE CONTRACTING SYSTEM (DISPLAY-FORMAT
      * FIELDS).  FEE-MAX-ALLOWED IS THE MOST THE PLAN WILL ALLOW
      * FOR ONE LINE OF THE CODE BILLED BY A PROVIDER OF THAT
      * SPECIALTY.  SAME EFFECTIVE-DATING AS THE BENEFIT RULES FILE
      * (SEE IMSC2BEN): IMSCBLJC USES THE ROW WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE LINE SERVICE DATE, SO NEXT
      * YEAR'S FEES CAN BE LOADED AHEAD OF TIME.  A CODE/SPECIALTY
      * WITH NO ROW IN FORCE IS NOT CAPPED.  THE AMOUNT IS EDITED
      * NUMERIC BEFORE IT IS EVER USED.
      ******************************************************************
       01 FEE-SCHEDULE-RECORD.
          05 FEE-SCHEDULE-KEY.
             10 FEE-PROC-CODE       PIC X(7).
             10 FEE-SPECIALTY       PIC X(15).
             10 FEE-EFF-DATE        PIC 9(8).
          05 FEE-MAX-ALLOWED        PIC 9(9)V99.
