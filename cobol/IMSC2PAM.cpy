      ******************************************************************
      *                                                                *
      * IMSC2PAM SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * DATA AREA FOR TERMINAL INPUT - PRIOR AUTHORIZATION
      * MAINTENANCE REQUEST (IMSCBLJL).  IN-ACTION IS ADD, EXTEND, OR
      * CLOSE; EVERY ACTION NAMES THE MEMBER AND AUTH NUMBER.  AN ADD
      * SUPPLIES THE PROVIDER, PROCEDURE CODE, DATE RANGE, AND THE
      * APPROVED UNITS AND/OR DOLLARS.  AN EXTEND SUPPLIES A LATER
      * THROUGH DATE AND/OR LARGER APPROVED UNITS OR DOLLARS; A ZERO
      * FIELD MEANS LEAVE THAT FIELD ALONE.  A CLOSE NEEDS ONLY THE
      * KEY.
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-TRANCODE         PIC X(10).
          05  IN-ACTION           PIC X(10).
              88 IN-ACTION-ADD        VALUE 'ADD       '.
              88 IN-ACTION-EXTEND     VALUE 'EXTEND    '.
              88 IN-ACTION-CLOSE      VALUE 'CLOSE     '.
          05  IN-MEMBER-ID        PIC X(12).
          05  IN-AUTH-NO          PIC X(10).
          05  IN-PROVIDER-ID      PIC X(10).
          05  IN-PROC-CODE        PIC X(7).
          05  IN-FROM-DATE        PIC 9(8).
          05  IN-THRU-DATE        PIC 9(8).
          05  IN-APPROVED-UNITS   PIC 9(5).
          05  IN-APPROVED-AMT     PIC S9(9)V99 COMP-3.
      * DATA AREA FOR TERMINAL OUTPUT - MAINTENANCE RESPONSE, WITH
      * THE AUTH'S RESULTING LIMITS AND USAGE TO DATE
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
          05  OUT-ZZ              PIC S9(3) COMP VALUE +0.
          05  OUT-MEMBER-ID       PIC X(12).
          05  OUT-AUTH-NO         PIC X(10).
          05  OUT-THRU-DATE       PIC 9(8) VALUE 0.
          05  OUT-APPROVED-UNITS  PIC 9(5) VALUE 0.
          05  OUT-USED-UNITS      PIC 9(5) VALUE 0.
          05  OUT-APPROVED-AMT    PIC S9(9)V99 COMP-3 VALUE +0.
          05  OUT-USED-AMT        PIC S9(9)V99 COMP-3 VALUE +0.
          05  OUT-STATUS-CODE     PIC X(4) VALUE SPACES.
          05  OUT-MESSAGE         PIC X(60).
