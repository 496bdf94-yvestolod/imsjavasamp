      ******************************************************************
      *                                                                *
      * IMSC2EXM SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * DATA AREA FOR TERMINAL INPUT - CLAIMS EXAMINER WORK QUEUE
      * (IMSCBLJN).  IN-ACTION IS
      *   LIST     REVIEW CLAIMS OLDEST FIRST, A PAGE AT A TIME,
      *            OPTIONALLY ONLY ONE CLAIM TYPE, ONE PROVIDER,
      *            AND/OR THOSE ROUTED TO ONE EXAMINER (IN-EXAMINER);
      *            IN-PAGE-REQ AS FOR IMSCBLJH
      *   OPEN     ONE CLAIM (IN-CLAIMNO) WITH ITS REASON CODES,
      *            SERVICE LINES, STATUS HISTORY, AND EXAMINER NOTES
      *   RELEASE  BACK TO ACCEPTED FOR SETTLEMENT
      *   DENY     DENIED, WITH AN IMSC2RSN REASON (IN-REASON-CODE)
      *   ROUTE    TO ANOTHER EXAMINER (IN-EXAMINER)
      * EVERY DECISION (RELEASE, DENY, ROUTE) NEEDS IN-NOTE-TEXT,
      * WHICH GOES ON THE EXAMINER NOTES FILE (SEE IMSC2EXN).
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-TRANCODE         PIC X(10).
          05  IN-ACTION           PIC X(8).
              88 IN-ACTION-LIST       VALUE 'LIST    '.
              88 IN-ACTION-OPEN       VALUE 'OPEN    '.
              88 IN-ACTION-RELEASE    VALUE 'RELEASE '.
              88 IN-ACTION-DENY       VALUE 'DENY    '.
              88 IN-ACTION-ROUTE      VALUE 'ROUTE   '.
          05  IN-CLAIMNO          PIC X(12).
          05  IN-CLAIMTYPE        PIC X(10).
          05  IN-PROVIDER-ID      PIC X(10).
          05  IN-EXAMINER         PIC X(8).
          05  IN-PAGE-REQ         PIC 9(3).
          05  IN-REASON-CODE      PIC X(5).
          05  IN-NOTE-TEXT        PIC X(120).
      * DATA AREA FOR TERMINAL OUTPUT.  ON A LIST, OUT-PAGE-NO AND
      * OUT-MORE-IND WORK AS IN IMSC2MIQ AND THE CLAIM LINES FOLLOW
      * IN ADDITIONAL OUT-MESSAGE SEGMENTS; ON THE OTHER ACTIONS
      * OUT-CLAIM-STATUS AND OUT-ASSIGNED-TO GIVE THE CLAIM'S STATE
      * AFTER THE REQUEST.
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
          05  OUT-ZZ              PIC S9(3) COMP VALUE +0.
          05  OUT-CLAIMNO         PIC X(12) VALUE SPACES.
          05  OUT-CLAIM-STATUS    PIC X(9) VALUE SPACES.
          05  OUT-ASSIGNED-TO     PIC X(8) VALUE SPACES.
          05  OUT-PAGE-NO         PIC 9(3) VALUE 0.
          05  OUT-MORE-IND        PIC X(4) VALUE SPACES.
          05  OUT-STATUS-CODE     PIC X(4) VALUE SPACES.
          05  OUT-MESSAGE         PIC X(60).
