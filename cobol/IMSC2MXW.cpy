      ******************************************************************
      *                                                                *
      * IMSC2MXW SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE MEMBER ID CROSSWALK, A VSAM KSDS KEYED
      * ON THE RETIRED MEMBER ID.  ONE PERMANENT RECORD PER MEMBER ID
      * THE IMSCMMRG MERGE JOB HAS RETIRED, NAMING THE SURVIVING
      * MEMBER ID ITS CLAIMS AND ACCUMULATORS WERE MOVED TO, THE
      * ENROLLMENT SYSTEM'S EFFECTIVE DATE, AND THE DATE THE MERGE
      * RAN.  THE CROSSWALK IS KEPT ONE HOP DEEP: WHEN A SURVIVING
      * MEMBER IS ITSELF LATER RETIRED, IMSCMMRG RE-POINTS ITS OLDER
      * ENTRIES TO THE NEW SURVIVOR, SO A SINGLE READ ALWAYS GIVES
      * THE CURRENT MEMBER.  READ BY THE SUBMITTERS (IMSCBLJC,
      * IMSCBATD) AND THE MEMBER INQUIRIES (IMSCBLJF, IMSCBLJH,
      * IMSCBLJI, IMSCBLJP) SO A CLAIM OR LOOKUP UNDER A RETIRED ID
      * RESOLVES TO THE SURVIVING MEMBER, AND BY THE PHI ACCESS
      * LISTING (IMSCPHIW) TO LIST A MERGED MEMBER'S ACCESSES WHOLE.
      ******************************************************************
       01 MEMBER-XWALK-RECORD.
          05 MXW-RETIRED-ID         PIC X(12).
          05 MXW-SURVIVING-ID       PIC X(12).
          05 MXW-EFF-DATE           PIC 9(8).
          05 MXW-MERGE-DATE         PIC 9(8).
