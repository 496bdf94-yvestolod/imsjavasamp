      ******************************************************************
      *                                                                *
      * IMSC2SLC SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE STOP-LOSS CONTRACT FILE, A VSAM KSDS
      * KEYED ON THE CONTRACT ID, MAINTAINED BY FINANCE FROM THE
      * REINSURANCE POLICY (DISPLAY-FORMAT FIELDS, LOADED VIA IDCAMS
      * REPRO) AND READ BY THE IMSCSTPL MONTHLY STOP-LOSS REPORT.
      * ONE RECORD PER CONTRACT YEAR: THE REINSURER AND ITS POLICY
      * NUMBER, THE PLAN CODE COVERED (BLANK COVERS EVERY PLAN), THE
      * CONTRACT PERIOD (CLAIMS INCURRED -- SERVICE DATE -- FROM THE
      * EFFECTIVE DATE THROUGH THE END DATE COUNT TOWARD IT), THE
      * SPECIFIC ATTACHMENT POINT PER MEMBER AND THE AGGREGATE
      * ATTACHMENT POINT FOR THE PLAN AS A WHOLE, AND THE PERCENTAGE
      * OF THE SPECIFIC ATTACHMENT AT WHICH A MEMBER IS REPORTED AS
      * APPROACHING IT (ZERO MEANS THE REPORT'S DEFAULT).
      ******************************************************************
       01 STOP-LOSS-CONTRACT-RECORD.
          05 SLC-CONTRACT-ID        PIC X(10).
          05 SLC-PLAN-CODE          PIC X(6).
          05 SLC-REINSURER-NAME     PIC X(30).
          05 SLC-POLICY-NO          PIC X(15).
          05 SLC-EFF-DATE           PIC 9(8).
          05 SLC-END-DATE           PIC 9(8).
          05 SLC-SPECIFIC-ATTACH    PIC 9(9)V99.
          05 SLC-AGGREGATE-ATTACH   PIC 9(11)V99.
          05 SLC-APPROACH-PCT       PIC 9(3).
