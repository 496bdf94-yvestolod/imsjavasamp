      ******************************************************************
      *                                                                *
      * IMSC2MRG SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE MEMBER MERGE FILE FROM THE ENROLLMENT
      * SYSTEM, READ BY THE IMSCMMRG MERGE JOB.  ONE DISPLAY-FORMAT
      * RECORD PER DUPLICATE ENROLLMENT THE ENROLLMENT SYSTEM HAS
      * MERGED: THE SECOND MEMBER ID IT ISSUED (RETIRED), THE MEMBER
      * ID THAT CARRIES ON (SURVIVING), AND THE DATE THE MERGE TOOK
      * EFFECT ON THEIR SIDE.
      ******************************************************************
       01 MEMBER-MERGE-RECORD.
          05 MRG-RETIRED-ID         PIC X(12).
          05 MRG-SURVIVING-ID       PIC X(12).
          05 MRG-EFF-DATE           PIC 9(8).
