      ******************************************************************
      *                                                                *
      * IMSC2ACL SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE ACCUMULATOR CORRECTION LOG, A
      * SEQUENTIAL FILE APPENDED BY THE IMSCACRC RECONCILIATION JOB
      * WITH ONE RECORD PER ACCUMULATOR IT REWRITES OR ADDS IN
      * CORRECTION MODE: WHEN, WHICH JOB, WHICH ACTION, THE MEMBER
      * AND PLAN YEAR, AND THE FULL BEFORE AND AFTER IMAGES OF THE
      * ACCUMULATOR RECORD (SEE IMSC2ACC, 34 BYTES -- THE IMAGE
      * FIELDS MUST TRACK IT), SAME CONVENTION AS THE PROVIDER
      * REGISTRY CHANGE LOG (IMSC2PVL).  THE IMSCMMRG MEMBER MERGE
      * JOB APPENDS ONE PER ACCUMULATOR IT FOLDS INTO THE SURVIVING
      * MEMBER (ACTION MERGEADD OR MERGEINTO) AND ONE PER RETIRED
      * MEMBER'S ACCUMULATOR IT DELETES (ACTION MERGEDEL).  THE
      * BEFORE IMAGE IS BLANK ON AN ADD; THE AFTER IMAGE IS BLANK ON
      * A DELETE.
      ******************************************************************
       01 ACCUM-CORRECTION-RECORD.
          05 ACL-TIMESTAMP          PIC X(26).
          05 ACL-JOB-NAME           PIC X(8).
          05 ACL-ACTION             PIC X(10).
          05 ACL-MEMBER-ID          PIC X(12).
          05 ACL-PLAN-YEAR          PIC 9(4).
          05 ACL-BEFORE-IMAGE       PIC X(34).
          05 ACL-AFTER-IMAGE        PIC X(34).
