      ******************************************************************
      *                                                                *
      * IMSC2ELR SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * ELIGIBILITY AND BENEFITS RESULT FOR ONE MEMBER ON ONE DATE.
      * FILLED BY THE ELIGIBILITY LOOKUP PARAGRAPHS IN IMSCBLJP FROM
      * THE MEMBER MASTER (IMSC2MBR), THE BENEFIT RULES IN FORCE ON
      * THE DATE (IMSC2BEN), AND THE MEMBER'S ACCUMULATOR FOR THAT
      * PLAN YEAR (IMSC2ACC).  THE LOOKUP SETS ONLY THE REQUEST
      * FIELDS ON THE WAY IN AND READS NOTHING FROM A TERMINAL
      * MESSAGE, SO ANY OTHER FRONT END -- AN X12 270 REQUEST ANSWERED
      * WITH A 271 -- CAN COPY THIS AREA AND THE SAME PARAGRAPHS AND
      * FORMAT ITS OWN RESPONSE.  THE FIELDS LINE UP WITH THE 271
      * ELIGIBILITY/BENEFIT (EB) SEGMENTS:
      *   ELR-COVERAGE-IND    EB01 1 (ACTIVE) OR 6 (INACTIVE),
      *                       DTP*346/347 FROM THE EFF/TERM DATES
      *   ELR-BEN-DEDUCTIBLE  EB01 C, EB06 23 (CALENDAR YEAR)
      *   ELR-BEN-DED-REMAIN  EB01 C, EB06 29 (REMAINING)
      *   ELR-BEN-COPAY-PCT   EB01 A (CO-INSURANCE), EB08
      *   ELR-BEN-OOP-MAX     EB01 G, EB06 23
      *   ELR-BEN-OOP-REMAIN  EB01 G, EB06 29
      * ONE ELR-BENEFIT ENTRY PER CLAIM TYPE THE PLAN HAS RULE ROWS
      * FOR.  THE DEDUCTIBLE AND OUT-OF-POCKET ACCUMULATORS ARE KEPT
      * PER MEMBER AND PLAN YEAR, NOT PER CLAIM TYPE, SO EVERY CLAIM
      * TYPE MEASURES ITS OWN RULE AGAINST THE SAME YEAR-TO-DATE
      * AMOUNTS -- EXACTLY AS CALCULATE-BENEFITS APPLIES THEM.
      ******************************************************************
       01 ELIGIBILITY-RESULT.
      * REQUEST: SET BY THE CALLER BEFORE THE LOOKUP
          05 ELR-MEMBER-ID          PIC X(12).
          05 ELR-AS-OF-DATE         PIC 9(8).
      * RESPONSE: ELR-RESULT-IND TELLS THE CALLER WHETHER THE REST
      * OF THE AREA IS MEANINGFUL
          05 ELR-RESULT-IND         PIC X.
             88 ELR-MEMBER-FOUND        VALUE 'F'.
             88 ELR-MEMBER-NOT-FOUND    VALUE 'N'.
             88 ELR-MASTER-UNAVAILABLE  VALUE 'U'.
          05 ELR-MEMBER-NAME        PIC X(30).
          05 ELR-PLAN-CODE          PIC X(6).
          05 ELR-EFF-DATE           PIC 9(8).
          05 ELR-TERM-DATE          PIC 9(8).
          05 ELR-COB-FLAG           PIC X.
          05 ELR-COVERAGE-IND       PIC X.
             88 ELR-COVERAGE-ACTIVE     VALUE 'A'.
             88 ELR-COVERAGE-FUTURE     VALUE 'F'.
             88 ELR-COVERAGE-ENDED      VALUE 'T'.
          05 ELR-PLAN-YEAR          PIC 9(4).
          05 ELR-DED-YTD            PIC S9(9)V99 COMP-3.
          05 ELR-OOP-YTD            PIC S9(9)V99 COMP-3.
          05 ELR-BENEFIT-MAX        PIC S9(4) COMP VALUE 10.
          05 ELR-BENEFIT-COUNT      PIC S9(4) COMP.
          05 ELR-BENEFIT OCCURS 10 TIMES.
             10 ELR-BEN-CLAIM-TYPE  PIC X(10).
      * 'V' = A VALID ROW IS IN FORCE, 'I' = THE ROW IN FORCE FAILS
      * THE NUMERIC EDIT, 'N' = THE CLAIM TYPE'S ROWS ALL TAKE
      * EFFECT AFTER THE AS-OF DATE
             10 ELR-BEN-RULE-IND    PIC X.
                88 ELR-BEN-RULE-VALID   VALUE 'V'.
                88 ELR-BEN-RULE-INVALID VALUE 'I'.
                88 ELR-BEN-NO-RULE      VALUE 'N'.
             10 ELR-BEN-EFF-DATE    PIC 9(8).
             10 ELR-BEN-DEDUCTIBLE  PIC S9(9)V99 COMP-3.
             10 ELR-BEN-COPAY-PCT   PIC S9(3)V99 COMP-3.
             10 ELR-BEN-OOP-MAX     PIC S9(9)V99 COMP-3.
             10 ELR-BEN-DED-MET     PIC S9(9)V99 COMP-3.
             10 ELR-BEN-DED-REMAIN  PIC S9(9)V99 COMP-3.
             10 ELR-BEN-OOP-MET     PIC S9(9)V99 COMP-3.
             10 ELR-BEN-OOP-REMAIN  PIC S9(9)V99 COMP-3.
