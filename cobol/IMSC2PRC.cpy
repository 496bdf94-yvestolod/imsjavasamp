      ******************************************************************
      *                                                                *
      * IMSC2PRC SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE PROCEDURE CODE REFERENCE FILE, A VSAM
      * KSDS KEYED ON PRC-PROC-CODE.  LOADED BY IDCAMS REPRO FROM THE
      * UTILIZATION MANAGEMENT CODE LIST (DISPLAY-FORMAT FIELDS) AND
      * READ BY IMSCBLJC FOR EVERY SERVICE LINE: A CODE CARRYING
      * PRC-AUTH-REQUIRED = 'Y' MAY ONLY BE PRICED UNDER AN ACTIVE
      * PRIOR AUTHORIZATION ON THE PRIOR-AUTH FILE (SEE IMSC2PAU)
      * THAT COVERS THE MEMBER, PROVIDER, CODE, AND LINE SERVICE
      * DATE.  ANYTHING BUT 'Y' MEANS NO AUTHORIZATION IS NEEDED.
      * THE FILE IS ALSO THE PROCEDURE CODE MASTER: A SERVICE LINE
      * WHOSE CODE IS NOT ON FILE, IS NOT FLAGGED ACTIVE, OR BELONGS
      * TO A DIFFERENT CLAIM TYPE (PRC-CLAIM-TYPE, SAME VALUES AS
      * IN-CLAIMTYPE: MEDICAL, DRUG, DENTAL) IS REJECTED BEFORE IT
      * IS EVER PRICED.  THE CONTRACTED FEE FOR AN ACTIVE CODE IS ON
      * THE FEE SCHEDULE FILE (SEE IMSC2FEE).
      ******************************************************************
       01 PROCEDURE-CODE-RECORD.
          05 PRC-PROC-CODE          PIC X(7).
          05 PRC-DESCRIPTION        PIC X(30).
          05 PRC-AUTH-REQUIRED      PIC X.
             88 PRC-NEEDS-AUTH          VALUE 'Y'.
          05 PRC-CLAIM-TYPE         PIC X(10).
          05 PRC-ACTIVE-FLAG        PIC X.
             88 PRC-IS-ACTIVE           VALUE 'Y'.
