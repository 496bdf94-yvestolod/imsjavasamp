      ******************************************************************
      *                                                                *
      * IMSC2PHM SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * DATA AREA FOR TERMINAL INPUT - PREPAYMENT REVIEW HOLD REQUEST
      * (IMSCBLJM).  IN-ACTION IS HOLD, RELEASE, CLOSE, OR INQUIRE
      * FOR THE PROVIDER NAMED.  A HOLD NEEDS A REASON; A RELEASE MAY
      * CARRY ONE AS ITS NOTE.  CLOSE MARKS THE PROVIDER'S OPEN
      * WORKLIST ITEMS WORKED WITHOUT PLACING A HOLD.
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-TRANCODE         PIC X(10).
          05  IN-ACTION           PIC X(10).
              88 IN-ACTION-HOLD       VALUE 'HOLD      '.
              88 IN-ACTION-RELEASE    VALUE 'RELEASE   '.
              88 IN-ACTION-CLOSE      VALUE 'CLOSE     '.
              88 IN-ACTION-INQUIRE    VALUE 'INQUIRE   '.
          05  IN-PROVIDER-ID      PIC X(10).
          05  IN-REASON           PIC X(40).
      * DATA AREA FOR TERMINAL OUTPUT - THE PROVIDER'S RESULTING HOLD
      * STATE AND ITS LATEST WORKLIST SCORE
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
          05  OUT-ZZ              PIC S9(3) COMP VALUE +0.
          05  OUT-PROVIDER-ID     PIC X(10).
          05  OUT-HOLD-STATUS     PIC X VALUE SPACES.
          05  OUT-PLACED-DATE     PIC 9(8) VALUE 0.
          05  OUT-PLACED-USER     PIC X(8) VALUE SPACES.
          05  OUT-LAST-SCORE      PIC 9(3) VALUE 0.
          05  OUT-LAST-WEEK-END   PIC 9(8) VALUE 0.
          05  OUT-OPEN-ITEMS      PIC 9(3) VALUE 0.
          05  OUT-STATUS-CODE     PIC X(4) VALUE SPACES.
          05  OUT-MESSAGE         PIC X(60).
