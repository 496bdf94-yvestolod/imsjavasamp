      ******************************************************************
      *                                                                *
      * IMSC2ELG SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * DATA AREA FOR TERMINAL INPUT - ELIGIBILITY AND BENEFITS
      * INQUIRY (IMSCBLJP).  THE PROVIDER OFFICE OR HELP DESK SENDS A
      * MEMBER ID AND THE DATE THE QUESTION IS ABOUT; IN-AS-OF-DATE
      * BLANK OR ZERO MEANS TODAY.
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-TRANCODE         PIC X(10).
          05  IN-MEMBER-ID        PIC X(12).
          05  IN-AS-OF-DATE       PIC X(8).
      * DATA AREA FOR TERMINAL OUTPUT - ELIGIBILITY AND BENEFITS
      * RESPONSE.  THE FIRST SEGMENT CARRIES THE COVERAGE STATUS FROM
      * THE MEMBER MASTER; OUT-COVERAGE-IND IS 'A' WHEN THE MEMBER IS
      * COVERED ON THE AS-OF DATE, 'F' WHEN COVERAGE HAS NOT STARTED
      * YET, AND 'T' WHEN IT HAS ENDED.  OUT-TERM-DATE ZERO MEANS
      * COVERAGE IS OPEN-ENDED.  FOR A COVERED MEMBER THE BENEFIT
      * LINES FOLLOW IN ADDITIONAL OUT-MESSAGE SEGMENTS, TWO PER CLAIM
      * TYPE: THE DEDUCTIBLE MET AND REMAINING, THEN THE COPAY
      * PERCENTAGE AND THE OUT-OF-POCKET MAXIMUM MET AND REMAINING
      * FOR THE AS-OF DATE'S PLAN YEAR.
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
          05  OUT-ZZ              PIC S9(3) COMP VALUE +0.
          05  OUT-MEMBER-ID       PIC X(12).
          05  OUT-AS-OF-DATE      PIC 9(8) VALUE 0.
          05  OUT-PLAN-CODE       PIC X(6) VALUE SPACES.
          05  OUT-EFF-DATE        PIC 9(8) VALUE 0.
          05  OUT-TERM-DATE       PIC 9(8) VALUE 0.
          05  OUT-COB-FLAG        PIC X VALUE SPACE.
          05  OUT-COVERAGE-IND    PIC X VALUE SPACE.
          05  OUT-STATUS-CODE     PIC X(4) VALUE SPACES.
          05  OUT-MESSAGE         PIC X(60).
