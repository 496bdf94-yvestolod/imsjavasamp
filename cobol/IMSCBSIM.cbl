       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCBSIM.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Benefit rule impact simulation for the benefits team and       *
      * actuarial.  Before a proposed set of IMSC2BEN rule rows is     *
      * REPRO-loaded to the benefit rules KSDS, this job re-prices a   *
      * window of historical claims under both the rules in force      *
      * today and the proposed rows and reports the difference.  It:   *
      *  (a) loads the proposed rows (CLMBENPR, the REPRO input in the *
      *      IMSC2BEN layout), rejecting rows that would not load or   *
      *      price cleanly;                                            *
      *  (b) sorts the non-test priced claims from the audit KSDS whose*
      *      service date falls in the window (JSIMFROM/JSIMTO as      *
      *      CCYYMMDD, by default the prior calendar year) by member   *
      *      and service date, netting adjustment deltas into their    *
      *      original claim;                                           *
      *  (c) prices every claim twice with the deductible, copay, OOP  *
      *      max and COB math of CALCULATE-BENEFITS (service lines from*
      *      the claim line KSDS priced one by one, as online), keeping*
      *      a separate year-to-date accumulator per member and plan   *
      *      year for each rule set;                                   *
      *  (d) reports member responsibility and plan paid by plan code  *
      *      and claim type under each rule set with the dollar and    *
      *      percentage shift, the members most affected (JSIMTOPN,    *
      *      default 25), and a sign-off block for actuarial.          *
      * Nothing is written back: every file but the report is opened   *
      * for input only.  Return code 4 means proposed rows were        *
      * rejected or a table overflowed; 8 means the window override    *
      * was not a valid date range or the proposed rule set had no     *
      * usable rows.                                                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       CONFIGURATION SECTION.
      ************************
       INPUT-OUTPUT SECTION.
      ************************
       FILE-CONTROL.
      *
           SELECT CLAIM-AUDIT-FILE ASSIGN TO CLMAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-CLAIMNO
               FILE STATUS IS WS-AUDIT-FS.

           SELECT CLAIM-LINE-FILE ASSIGN TO CLMLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIN-LINE-KEY
               FILE STATUS IS WS-LIN-FS.

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT BENEFIT-RULES-FILE ASSIGN TO CLMBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-RULE-KEY
               FILE STATUS IS WS-BEN-FS.

           SELECT PROPOSED-RULES-FILE ASSIGN TO CLMBENPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRP-FS.

           SELECT SIMULATION-REPORT-FILE ASSIGN TO CLMSIMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  CLAIM-LINE-FILE.
       COPY IMSC2LIN.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  BENEFIT-RULES-FILE.
       COPY IMSC2BEN.

      ******************************************************************
      * THE PROPOSED RULE SET IS THE SAME FLAT FILE THE BENEFITS TEAM
      * HANDS TO IDCAMS REPRO, SO IT CARRIES THE IMSC2BEN RECORD
      * SHAPE; THE LENGTH MUST TRACK IMSC2BEN (47 BYTES TODAY).  EACH
      * ROW IS MOVED INTO THE RULES KSDS FD'S COPYBOOK AREA SO THE
      * EDITS CAN USE THE BEN- FIELD NAMES, SAME CONVENTION AS THE
      * ARCHIVE RECORD IN IMSCARTV.
      ******************************************************************
       FD  PROPOSED-RULES-FILE
           RECORDING MODE IS F.
       01  PROPOSED-RULE-RECORD         PIC X(47).

       FD  SIMULATION-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-MEMBER-ID             PIC X(12).
           05 SRT-PLAN-YEAR             PIC 9(4).
           05 SRT-SERVICE-DATE          PIC 9(8).
           05 SRT-BASE-CLAIMNO          PIC X(12).
           05 SRT-RECORD-KIND           PIC X.
              88 SRT-ORIGINAL-CLAIM         VALUE 'O'.
              88 SRT-ADJUSTMENT-DELTA       VALUE 'A'.
           05 SRT-CLAIMTYPE             PIC X(10).
           05 SRT-WINDOW-IND            PIC X.
              88 SRT-IN-WINDOW              VALUE 'Y'.
              88 SRT-BEFORE-WINDOW          VALUE 'N'.
           05 SRT-COB-IND               PIC X.
           05 SRT-ALLOWED-AMT           PIC S9(9)V99 COMP-3.
           05 SRT-PRIMARY-PAID          PIC S9(9)V99 COMP-3.
           05 SRT-MEMBER-RESP           PIC S9(9)V99 COMP-3.
           05 SRT-PLAN-PAID             PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-LIN-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-PRP-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-LINE-EOF-SW            PIC X VALUE 'N'.
          88 LINE-FILE-EOF              VALUE 'Y'.
          88 LINE-FILE-NOT-EOF          VALUE 'N'.
       01 WS-LINE-OPEN-SW           PIC X VALUE 'N'.
          88 LINE-FILE-OPEN             VALUE 'Y'.
          88 LINE-FILE-NOT-OPEN         VALUE 'N'.
       01 WS-PRP-EOF-SW             PIC X VALUE 'N'.
          88 PROPOSED-FILE-EOF          VALUE 'Y'.
          88 PROPOSED-FILE-NOT-EOF      VALUE 'N'.
       01 WS-BEN-EOF-SW             PIC X VALUE 'N'.
          88 BENEFIT-FILE-EOF           VALUE 'Y'.
          88 BENEFIT-FILE-NOT-EOF       VALUE 'N'.
      ******************************************************************
      * THE SIMULATION WINDOW, BY SERVICE DATE SINCE THAT IS THE DATE
      * THE RULES ARE SELECTED ON.  IT DEFAULTS TO THE PRIOR CALENDAR
      * YEAR (ONE FULL PLAN YEAR) AND IS OVERRIDDEN BY JSIMFROM AND
      * JSIMTO (CCYYMMDD).  CLAIMS FROM JANUARY 1 OF THE WINDOW'S
      * FIRST PLAN YEAR UP TO THE WINDOW ARE PRICED TOO BUT NOT
      * REPORTED, SO EACH MEMBER'S DEDUCTIBLE AND OOP ACCUMULATORS
      * ARE RIGHT WHEN THE WINDOW OPENS.
      ******************************************************************
       01 WS-WINDOW-FROM            PIC 9(8).
       01 WS-WINDOW-TO              PIC 9(8).
       01 WS-SEED-FROM              PIC 9(8).
       01 WS-WINDOW-ENV             PIC X(8).
       01 WS-WINDOW-DATE            PIC 9(8).
       01 WS-RUN-YEAR               PIC 9(4).
       01 WS-DATE-SPLIT.
          05 WS-DATE-YEAR           PIC 9(4).
          05 WS-DATE-MONTH          PIC 9(2).
          05 WS-DATE-DAY            PIC 9(2).
       01 WS-DATE-FMT.
          05 WS-DATE-FMT-YEAR       PIC 9(4).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-DATE-FMT-MONTH      PIC 9(2).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-DATE-FMT-DAY        PIC 9(2).
       01 WS-DATE-FMT-FROM          PIC X(10).
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-TIME        PIC 9(8).
             10 FILLER              PIC X(5).
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
      ******************************************************************
      * NUMBER OF MOST-AFFECTED MEMBERS TO LIST (JSIMTOPN), RANKED BY
      * THE SIZE OF THE CHANGE IN THEIR RESPONSIBILITY EITHER WAY.
      ******************************************************************
       01 WS-TOP-MAX                PIC S9(4) COMP VALUE 25.
       01 WS-TOP-ENV                PIC X(4).
       01 WS-TOP-NUMVAL-TEST        PIC S9(4) COMP.
      ******************************************************************
      * THE PROPOSED RULE ROWS, IN KEY ORDER AS REPRO REQUIRES.  A
      * PLAN AND CLAIM TYPE WITH PROPOSED ROWS PRICES UNDER THE
      * PROPOSED ROW IN FORCE ON THE SERVICE DATE -- OR, WHEN EVERY
      * ONE OF ITS ROWS TAKES EFFECT LATER (NEXT YEAR'S RULES), UNDER
      * THE EARLIEST OF THEM, AS THOUGH IT HAD BEEN IN FORCE.  A PLAN
      * AND CLAIM TYPE THE PROPOSAL DOES NOT MENTION KEEPS ITS
      * CURRENT RULE, SO IT SHOWS NO SHIFT.
      ******************************************************************
       01 WS-PRP-MAX                PIC S9(4) COMP VALUE 500.
       01 WS-PRP-USED               PIC S9(4) COMP VALUE 0.
       01 WS-PRP-TABLE.
          05 WS-PR-ENTRY OCCURS 500 TIMES.
             10 WS-PR-PLAN-CODE     PIC X(6).
             10 WS-PR-CLAIM-TYPE    PIC X(10).
             10 WS-PR-EFF-DATE      PIC 9(8).
             10 WS-PR-DEDUCTIBLE    PIC S9(9)V99 COMP-3.
             10 WS-PR-COPAY-PCT     PIC S9(3)V99 COMP-3.
             10 WS-PR-OOP-MAX       PIC S9(9)V99 COMP-3.
       01 WS-PR-IDX                 PIC S9(4) COMP.
       01 WS-PR-KEEP-IDX            PIC S9(4) COMP.
       01 WS-PR-FIRST-IDX           PIC S9(4) COMP.
       01 WS-PREV-RULE-KEY          PIC X(24).
       01 WS-REJECT-TEXT            PIC X(40).
      ******************************************************************
      * BENEFIT CALCULATION WORK AREAS, THE SAME FIELDS THE ONLINE
      * CALCULATORS (IMSCBLJC, IMSCBATD) USE, SO CALCULATE-BENEFITS
      * BELOW IS THEIR ARITHMETIC LINE FOR LINE.  THE RULE AND THE
      * YEAR-TO-DATE AMOUNTS ARE LOADED FROM ONE RULE SET OR THE
      * OTHER BEFORE EACH PRICING PASS.
      ******************************************************************
       01 WS-MEMBER-PLAN-CODE       PIC X(6) VALUE SPACES.
       01 WS-MEMBER-RESP            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PLAN-PAID              PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PRICE-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CALC-ALLOWED           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CALC-RESP              PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CALC-PLAN-PAID         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DED-ALREADY-MET        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DED-APPLIED            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EFF-DEDUCTIBLE         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ACC-DED-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ACC-OOP-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-OOP-ALREADY-MET        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EFF-OOP-REMAIN         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-COB-OFFSET-LEFT        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-COB-THIS               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CALC-NET               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RULE-STATUS-SW         PIC X VALUE 'N'.
          88 RULE-FOUND-VALID           VALUE 'V'.
          88 RULE-FOUND-INVALID         VALUE 'I'.
          88 RULE-NOT-FOUND             VALUE 'N'.
       01 WS-RULE-DEDUCTIBLE        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RULE-COPAY-PCT         PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-RULE-OOP-MAX           PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * THE RULE EACH RULE SET APPLIES TO THE CLAIM BEING PRICED, AND
      * EACH RULE SET'S OWN YEAR-TO-DATE DEDUCTIBLE AND OUT-OF-POCKET
      * FOR THE MEMBER AND PLAN YEAR BEING PRICED.  NEITHER IS EVER
      * WRITTEN TO THE ACCUMULATOR KSDS.
      ******************************************************************
       01 WS-CUR-RULE-SW            PIC X VALUE 'N'.
       01 WS-CUR-RULE-DED           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CUR-RULE-COPAY         PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-CUR-RULE-OOP           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PRP-RULE-SW            PIC X VALUE 'N'.
          88 PROPOSED-RULE-FOUND        VALUE 'Y'.
          88 PROPOSED-RULE-NOT-FOUND    VALUE 'N'.
       01 WS-PRP-RULE-DED           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PRP-RULE-COPAY         PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-PRP-RULE-OOP           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CUR-DED-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CUR-OOP-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PRP-DED-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PRP-OOP-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * THE CLAIM BEING BUILT FROM ITS SORTED RECORDS: THE ORIGINAL
      * PLUS ANY ADJUSTMENT DELTAS, SO AN ADJUSTED CLAIM PRICES AT
      * ITS CORRECTED ALLOWED AMOUNT.  AN UNADJUSTED CLAIM WITH
      * SERVICE LINES PRICES LINE BY LINE AT EACH LINE'S ALLOWED
      * AMOUNT (AFTER ANY FEE SCHEDULE CAP), AS IT DID ONLINE; ANY
      * OTHER CLAIM PRICES AS ONE AMOUNT.
      ******************************************************************
       01 WS-CLM-CLAIMNO            PIC X(12).
       01 WS-CLM-CLAIMTYPE          PIC X(10).
       01 WS-CLM-SERVICE-DATE       PIC 9(8).
       01 WS-CLM-COB-IND            PIC X.
       01 WS-CLM-WINDOW-IND         PIC X.
          88 CLAIM-IN-WINDOW            VALUE 'Y'.
       01 WS-CLM-ORIGINAL-SW        PIC X.
          88 CLAIM-HAS-ORIGINAL         VALUE 'Y'.
          88 CLAIM-HAS-NO-ORIGINAL      VALUE 'N'.
       01 WS-CLM-ADJUSTED-SW        PIC X.
          88 CLAIM-WAS-ADJUSTED         VALUE 'Y'.
          88 CLAIM-NOT-ADJUSTED         VALUE 'N'.
       01 WS-CLM-ALLOWED            PIC S9(9)V99 COMP-3.
       01 WS-CLM-PRIMARY-PAID       PIC S9(9)V99 COMP-3.
       01 WS-CLM-RECORDED-RESP      PIC S9(9)V99 COMP-3.
       01 WS-CLM-RECORDED-PAID      PIC S9(9)V99 COMP-3.
       01 WS-CLM-CUR-RESP           PIC S9(9)V99 COMP-3.
       01 WS-CLM-CUR-PAID           PIC S9(9)V99 COMP-3.
       01 WS-CLM-PRP-RESP           PIC S9(9)V99 COMP-3.
       01 WS-CLM-PRP-PAID           PIC S9(9)V99 COMP-3.
       01 WS-AMT-MAX                PIC S9(4) COMP VALUE 99.
       01 WS-AMT-USED               PIC S9(4) COMP VALUE 0.
       01 WS-AMT-TABLE.
          05 WS-AMT-ENTRY           PIC S9(9)V99 COMP-3
                                    OCCURS 99 TIMES.
       01 WS-AMT-IDX                PIC S9(4) COMP.
      ******************************************************************
      * CONTROL-BREAK WORK AREAS FOR THE SORTED CLAIMS
      ******************************************************************
       01 WS-CURRENT-MEMBER         PIC X(12) VALUE SPACES.
       01 WS-CURRENT-YEAR           PIC 9(4) VALUE 0.
       01 WS-CURRENT-CLAIMNO        PIC X(12) VALUE SPACES.
       01 WS-MEMBER-FOUND-SW        PIC X VALUE 'N'.
          88 MEMBER-ON-MASTER           VALUE 'Y'.
          88 MEMBER-NOT-ON-MASTER       VALUE 'N'.
       01 WS-MEMBER-NAME            PIC X(30).
       01 WS-MBR-CLAIMS             PIC S9(7) COMP-3 VALUE 0.
       01 WS-MBR-CUR-RESP           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MBR-PRP-RESP           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MBR-SHIFT              PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MBR-ABS-SHIFT          PIC S9(11)V99 COMP-3 VALUE 0.
      ******************************************************************
      * ONE ENTRY PER PLAN CODE AND CLAIM TYPE PRICED IN THE WINDOW,
      * KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS
      * IN PLAN ORDER.  A PLAN AND TYPE PAST THE END OF THE TABLE
      * STILL COUNTS IN THE GRAND TOTAL (RETURN CODE 4).
      ******************************************************************
       01 WS-TT-MAX                 PIC S9(4) COMP VALUE 300.
       01 WS-TT-USED                PIC S9(4) COMP VALUE 0.
       01 WS-TOTALS-TABLE.
          05 WS-TT-ENTRY OCCURS 300 TIMES.
             10 WS-TT-KEY.
                15 WS-TT-PLAN-CODE  PIC X(6).
                15 WS-TT-CLAIM-TYPE PIC X(10).
             10 WS-TT-CLAIMS        PIC S9(9) COMP-3.
             10 WS-TT-CHANGED       PIC S9(9) COMP-3.
             10 WS-TT-ALLOWED       PIC S9(13)V99 COMP-3.
             10 WS-TT-CUR-RESP      PIC S9(13)V99 COMP-3.
             10 WS-TT-CUR-PAID      PIC S9(13)V99 COMP-3.
             10 WS-TT-PRP-RESP      PIC S9(13)V99 COMP-3.
             10 WS-TT-PRP-PAID      PIC S9(13)V99 COMP-3.
       01 WS-TT-IDX                 PIC S9(4) COMP.
       01 WS-TT-POS                 PIC S9(4) COMP.
       01 WS-SEARCH-KEY.
          05 WS-SEARCH-PLAN-CODE    PIC X(6).
          05 WS-SEARCH-CLAIM-TYPE   PIC X(10).
       01 WS-ENTRY-FOUND-SW         PIC X VALUE 'N'.
          88 ENTRY-FOUND                VALUE 'Y'.
          88 ENTRY-NOT-FOUND            VALUE 'N'.
       01 WS-GT-CLAIMS              PIC S9(9) COMP-3 VALUE 0.
       01 WS-GT-CHANGED             PIC S9(9) COMP-3 VALUE 0.
       01 WS-GT-ALLOWED             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GT-CUR-RESP            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GT-CUR-PAID            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GT-PRP-RESP            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GT-PRP-PAID            PIC S9(13)V99 COMP-3 VALUE 0.
      ******************************************************************
      * THE MOST-AFFECTED MEMBERS, LARGEST CHANGE IN RESPONSIBILITY
      * FIRST, KEPT TO WS-TOP-MAX ENTRIES AS MEMBERS FINISH.
      ******************************************************************
       01 WS-TOP-USED               PIC S9(4) COMP VALUE 0.
       01 WS-TOP-TABLE.
          05 WS-TM-ENTRY OCCURS 100 TIMES.
             10 WS-TM-MEMBER-ID     PIC X(12).
             10 WS-TM-NAME          PIC X(30).
             10 WS-TM-PLAN-CODE     PIC X(6).
             10 WS-TM-CLAIMS        PIC S9(7) COMP-3.
             10 WS-TM-CUR-RESP      PIC S9(11)V99 COMP-3.
             10 WS-TM-PRP-RESP      PIC S9(11)V99 COMP-3.
             10 WS-TM-SHIFT         PIC S9(11)V99 COMP-3.
             10 WS-TM-ABS-SHIFT     PIC S9(11)V99 COMP-3.
       01 WS-TM-IDX                 PIC S9(4) COMP.
       01 WS-TM-POS                 PIC S9(4) COMP.
      ******************************************************************
      * COMPARISON LINE WORK AREAS
      ******************************************************************
       01 WS-CMP-LABEL              PIC X(14).
       01 WS-CMP-CUR                PIC S9(13)V99 COMP-3.
       01 WS-CMP-PRP                PIC S9(13)V99 COMP-3.
       01 WS-CMP-SHIFT              PIC S9(13)V99 COMP-3.
       01 WS-CMP-PCT                PIC S9(7)V9 COMP-3.
       01 WS-PCT-TEXT               PIC X(12).
      ******************************************************************
      * RUNNING COUNTS FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-CLAIMS-READ            PIC 9(9) VALUE 0.
       01 WS-RECORDS-SELECTED       PIC 9(9) VALUE 0.
       01 WS-CLAIMS-SEEDED          PIC 9(9) VALUE 0.
       01 WS-CLAIMS-NO-MEMBER       PIC 9(9) VALUE 0.
       01 WS-ORPHAN-ADJUSTMENTS     PIC 9(9) VALUE 0.
       01 WS-CUR-NO-RULE            PIC 9(9) VALUE 0.
       01 WS-CUR-INVALID-RULE       PIC 9(9) VALUE 0.
       01 WS-RECORDED-DIFFS         PIC 9(9) VALUE 0.
       01 WS-MEMBERS-PRICED         PIC 9(9) VALUE 0.
       01 WS-MEMBERS-CHANGED        PIC 9(9) VALUE 0.
       01 WS-PRP-ROWS-READ          PIC 9(9) VALUE 0.
       01 WS-PRP-ROWS-REJECTED      PIC 9(9) VALUE 0.
       01 WS-TOTALS-OVERFLOW        PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL             PIC ZZ,ZZ9.
       01 WS-EDIT-RULE-AMT          PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-RULE-AMT-2        PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-RULE-PCT          PIC ZZ9.99.
       01 WS-EDIT-BIG               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-BIG-2             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-SHIFT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PCT               PIC -ZZZZZZ9.9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-MBR-SHIFT         PIC -ZZZ,ZZZ,ZZ9.99.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RUN-DATE-CCYYMMDD

           PERFORM GET-SIMULATION-WINDOW
           PERFORM GET-TOP-MEMBER-COUNT
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-PROPOSED-RULES
           PERFORM WRITE-PROPOSED-RULES

           SORT SORT-FILE
               ON ASCENDING KEY SRT-MEMBER-ID SRT-PLAN-YEAR
                                SRT-SERVICE-DATE SRT-BASE-CLAIMNO
                                SRT-RECORD-KIND
               INPUT PROCEDURE IS SELECT-SIMULATION-CLAIMS
               OUTPUT PROCEDURE IS PRICE-SIMULATION-CLAIMS

           PERFORM WRITE-PLAN-COMPARISON
           PERFORM WRITE-AFFECTED-MEMBERS
           PERFORM WRITE-RUN-SUMMARY
           PERFORM WRITE-SIGN-OFF
           PERFORM CLOSE-FILES

           IF WS-PRP-ROWS-REJECTED > 0 OR WS-TOTALS-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE SIMULATION WINDOW.  IT DEFAULTS TO THE
      * PRIOR CALENDAR YEAR; ENVIRONMENT VARIABLES JSIMFROM AND
      * JSIMTO (CCYYMMDD) OVERRIDE EITHER END.  AN OVERRIDE THAT IS
      * NOT A VALID DATE, OR A WINDOW THAT ENDS BEFORE IT STARTS,
      * STOPS THE RUN WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-SIMULATION-WINDOW.
      *
           MOVE WS-RUN-DATE-CCYYMMDD(1:4) TO WS-RUN-YEAR
           SUBTRACT 1 FROM WS-RUN-YEAR
           COMPUTE WS-WINDOW-FROM = WS-RUN-YEAR * 10000 + 0101
           COMPUTE WS-WINDOW-TO   = WS-RUN-YEAR * 10000 + 1231

           MOVE SPACES TO WS-WINDOW-ENV
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "JSIMFROM"
           IF WS-WINDOW-ENV NOT = SPACES
               PERFORM EDIT-WINDOW-OVERRIDE
               MOVE WS-WINDOW-DATE TO WS-WINDOW-FROM
           END-IF

           MOVE SPACES TO WS-WINDOW-ENV
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "JSIMTO"
           IF WS-WINDOW-ENV NOT = SPACES
               PERFORM EDIT-WINDOW-OVERRIDE
               MOVE WS-WINDOW-DATE TO WS-WINDOW-TO
           END-IF

           IF WS-WINDOW-TO < WS-WINDOW-FROM
               DISPLAY 'JSIMTO ' WS-WINDOW-TO
                       ' IS BEFORE JSIMFROM ' WS-WINDOW-FROM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-WINDOW-FROM TO WS-DATE-SPLIT
           COMPUTE WS-SEED-FROM = WS-DATE-YEAR * 10000 + 0101
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE WINDOW OVERRIDE INTO WS-WINDOW-DATE
      ******************************************************************
       EDIT-WINDOW-OVERRIDE.
      *
           IF WS-WINDOW-ENV IS NUMERIC
               MOVE WS-WINDOW-ENV TO WS-WINDOW-DATE
           ELSE
               MOVE 0 TO WS-WINDOW-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WINDOW-DATE) NOT = 0
               DISPLAY 'SIMULATION WINDOW OVERRIDE IS NOT A VALID '
                       'CCYYMMDD DATE: ' WS-WINDOW-ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PICK UP THE NUMBER OF MOST-AFFECTED MEMBERS TO
      * LIST FROM JSIMTOPN (1 TO 100), DEFAULT 25
      ******************************************************************
       GET-TOP-MEMBER-COUNT.
      *
           MOVE SPACES TO WS-TOP-ENV
           ACCEPT WS-TOP-ENV FROM ENVIRONMENT "JSIMTOPN"
           IF WS-TOP-ENV NOT = SPACES
               COMPUTE WS-TOP-NUMVAL-TEST =
                   FUNCTION TEST-NUMVAL(WS-TOP-ENV)
               IF WS-TOP-NUMVAL-TEST = 0
                   COMPUTE WS-TOP-MAX = FUNCTION NUMVAL(WS-TOP-ENV)
               END-IF
           END-IF
           IF WS-TOP-MAX < 1 OR WS-TOP-MAX > 100
               MOVE 25 TO WS-TOP-MAX
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  EVERYTHING BUT THE REPORT IS
      * OPENED FOR INPUT ONLY -- THE SIMULATION NEVER UPDATES A
      * CLAIM, A LINE, AN ACCUMULATOR, OR A RULE.  THE CLAIM LINE
      * FILE IS OPTIONAL; WITHOUT IT EVERY CLAIM PRICES AS ONE
      * AMOUNT.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               STOP RUN
           END-IF

           SET LINE-FILE-NOT-OPEN TO TRUE
           OPEN INPUT CLAIM-LINE-FILE
           IF WS-LIN-FS = '00'
               SET LINE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'OPEN OF CLAIM-LINE-FILE FAILED, FS='
                       WS-LIN-FS
           END-IF

           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
               STOP RUN
           END-IF

           OPEN INPUT BENEFIT-RULES-FILE
           IF WS-BEN-FS NOT = '00'
               DISPLAY 'OPEN OF BENEFIT-RULES-FILE FAILED, FS='
                       WS-BEN-FS
               STOP RUN
           END-IF

           OPEN INPUT PROPOSED-RULES-FILE
           IF WS-PRP-FS NOT = '00'
               DISPLAY 'OPEN OF PROPOSED-RULES-FILE FAILED, FS='
                       WS-PRP-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SIMULATION-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF SIMULATION-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE CLAIM-AUDIT-FILE
           IF LINE-FILE-OPEN
               CLOSE CLAIM-LINE-FILE
           END-IF
           CLOSE MEMBER-MASTER-FILE
           CLOSE BENEFIT-RULES-FILE
           CLOSE PROPOSED-RULES-FILE
           CLOSE SIMULATION-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE WS-WINDOW-FROM TO WS-DATE-SPLIT
           PERFORM FORMAT-DATE
           MOVE WS-DATE-FMT TO WS-DATE-FMT-FROM
           MOVE WS-WINDOW-TO TO WS-DATE-SPLIT
           PERFORM FORMAT-DATE

           MOVE 'BENEFIT RULE IMPACT SIMULATION - NOTHING PERSISTED'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SERVICE DATES ' WS-DATE-FMT-FROM ' THROUGH '
               WS-DATE-FMT '   RUN DATE ' WS-RUN-DATE-CCYYMMDD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO FORMAT WS-DATE-SPLIT AS CCYY-MM-DD IN WS-DATE-FMT
      ******************************************************************
       FORMAT-DATE.
      *
           MOVE WS-DATE-YEAR  TO WS-DATE-FMT-YEAR
           MOVE WS-DATE-MONTH TO WS-DATE-FMT-MONTH
           MOVE WS-DATE-DAY   TO WS-DATE-FMT-DAY
           .
      ******************************************************************
      * ROUTINE TO LOAD THE PROPOSED RULE ROWS.  A ROW REPRO WOULD
      * REFUSE (OUT OF KEY SEQUENCE OR A DUPLICATE) OR THAT WOULD NOT
      * PRICE CLEANLY (A MISSING KEY FIELD, A BAD EFFECTIVE DATE, AN
      * AMOUNT THAT FAILS THE NUMERIC TEST, A COPAY OVER 100 PCT) IS
      * LISTED AND LEFT OUT (RETURN CODE 4) SO IT IS FIXED BEFORE
      * THE LOAD.  A FILE WITH NO USABLE ROWS STOPS THE RUN WITH
      * RETURN CODE 8.
      ******************************************************************
       LOAD-PROPOSED-RULES.
      *
           MOVE LOW-VALUES TO WS-PREV-RULE-KEY
           PERFORM READ-PROPOSED-RULE
           PERFORM UNTIL PROPOSED-FILE-EOF
               ADD 1 TO WS-PRP-ROWS-READ
               MOVE PROPOSED-RULE-RECORD TO BENEFIT-RULES-RECORD
               PERFORM EDIT-PROPOSED-RULE
               PERFORM READ-PROPOSED-RULE
           END-PERFORM

           IF WS-PRP-USED = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'PROPOSED RULE SET HAS NO USABLE ROWS - RUN STOPPED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'PROPOSED RULE SET HAS NO USABLE ROWS'
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT PROPOSED RULE ROW
      ******************************************************************
       READ-PROPOSED-RULE.
      *
           READ PROPOSED-RULES-FILE
               AT END
                   SET PROPOSED-FILE-EOF TO TRUE
           END-READ

           IF PROPOSED-FILE-NOT-EOF AND WS-PRP-FS NOT = '00'
               DISPLAY 'READ OF PROPOSED-RULES-FILE FAILED, FS='
                       WS-PRP-FS
               SET PROPOSED-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE PROPOSED ROW AND ADD IT TO THE TABLE
      ******************************************************************
       EDIT-PROPOSED-RULE.
      *
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN BEN-PLAN-CODE = SPACES OR BEN-CLAIM-TYPE = SPACES
                   MOVE 'PLAN CODE OR CLAIM TYPE MISSING'
                     TO WS-REJECT-TEXT
               WHEN BEN-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(BEN-EFF-DATE) NOT = 0
                   MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                     TO WS-REJECT-TEXT
               WHEN BEN-RULE-KEY NOT > WS-PREV-RULE-KEY
                   MOVE 'OUT OF KEY SEQUENCE OR DUPLICATE KEY'
                     TO WS-REJECT-TEXT
               WHEN BEN-DEDUCTIBLE NOT NUMERIC OR
                    BEN-COPAY-PCT NOT NUMERIC OR
                    BEN-OOP-MAX NOT NUMERIC
                   MOVE 'AMOUNT FIELD NOT NUMERIC' TO WS-REJECT-TEXT
               WHEN BEN-COPAY-PCT > 100
                   MOVE 'COPAY PERCENTAGE OVER 100' TO WS-REJECT-TEXT
               WHEN WS-PRP-USED NOT < WS-PRP-MAX
                   MOVE 'PROPOSED RULE TABLE FULL' TO WS-REJECT-TEXT
           END-EVALUATE

           IF WS-REJECT-TEXT = SPACES
               MOVE BEN-RULE-KEY TO WS-PREV-RULE-KEY
               ADD 1 TO WS-PRP-USED
               MOVE WS-PRP-USED TO WS-PR-IDX
               MOVE BEN-PLAN-CODE  TO WS-PR-PLAN-CODE(WS-PR-IDX)
               MOVE BEN-CLAIM-TYPE TO WS-PR-CLAIM-TYPE(WS-PR-IDX)
               MOVE BEN-EFF-DATE   TO WS-PR-EFF-DATE(WS-PR-IDX)
               MOVE BEN-DEDUCTIBLE TO WS-PR-DEDUCTIBLE(WS-PR-IDX)
               MOVE BEN-COPAY-PCT  TO WS-PR-COPAY-PCT(WS-PR-IDX)
               MOVE BEN-OOP-MAX    TO WS-PR-OOP-MAX(WS-PR-IDX)
           ELSE
               ADD 1 TO WS-PRP-ROWS-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING 'PROPOSED ROW REJECTED: ' BEN-PLAN-CODE ' '
                   BEN-CLAIM-TYPE ' ' BEN-EFF-DATE ' - '
                   WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LIST THE PROPOSED ROWS BEING SIGNED OFF, EACH ONE
      * BESIDE THE CURRENT ROW IN FORCE ON ITS EFFECTIVE DATE, SO THE
      * REVIEWER SEES EXACTLY WHAT CHANGES
      ******************************************************************
       WRITE-PROPOSED-RULES.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RULE SET UNDER REVIEW (P = PROPOSED, C = CURRENT)'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'PLAN   CLAIM TYPE EFF DATE     '
               '  DEDUCTIBLE  COPAY PCT       OOP MAX'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRP-USED
               MOVE WS-PR-DEDUCTIBLE(WS-PR-IDX) TO WS-EDIT-RULE-AMT
               MOVE WS-PR-COPAY-PCT(WS-PR-IDX)  TO WS-EDIT-RULE-PCT
               MOVE WS-PR-OOP-MAX(WS-PR-IDX)    TO WS-EDIT-RULE-AMT-2
               MOVE SPACES TO REPORT-RECORD
               STRING WS-PR-PLAN-CODE(WS-PR-IDX) ' '
                   WS-PR-CLAIM-TYPE(WS-PR-IDX) ' '
                   WS-PR-EFF-DATE(WS-PR-IDX) ' P  ' WS-EDIT-RULE-AMT
                   '     ' WS-EDIT-RULE-PCT '  ' WS-EDIT-RULE-AMT-2
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE WS-PR-PLAN-CODE(WS-PR-IDX) TO WS-MEMBER-PLAN-CODE
               MOVE WS-PR-CLAIM-TYPE(WS-PR-IDX) TO WS-CLM-CLAIMTYPE
               MOVE WS-PR-EFF-DATE(WS-PR-IDX) TO WS-CLM-SERVICE-DATE
               PERFORM FIND-BENEFIT-RULE
               MOVE SPACES TO REPORT-RECORD
               EVALUATE TRUE
                   WHEN RULE-FOUND-VALID
                       MOVE WS-RULE-DEDUCTIBLE TO WS-EDIT-RULE-AMT
                       MOVE WS-RULE-COPAY-PCT  TO WS-EDIT-RULE-PCT
                       MOVE WS-RULE-OOP-MAX    TO WS-EDIT-RULE-AMT-2
                       STRING '                          C  '
                           WS-EDIT-RULE-AMT '     ' WS-EDIT-RULE-PCT
                           '  ' WS-EDIT-RULE-AMT-2
                           DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN RULE-FOUND-INVALID
                       STRING '                          C  '
                           'CURRENT ROW FAILS THE NUMERIC TEST'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN OTHER
                       STRING '                          C  '
                           'NO CURRENT ROW IN FORCE - NEW PLAN/TYPE'
                           DELIMITED BY SIZE INTO REPORT-RECORD
               END-EVALUATE
               WRITE REPORT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO PRINT THE COMPARISON FOR EVERY PLAN CODE AND CLAIM
      * TYPE PRICED IN THE WINDOW, THEN THE GRAND TOTAL
      ******************************************************************
       WRITE-PLAN-COMPARISON.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'COMPARISON BY PLAN CODE AND CLAIM TYPE'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '                 CURRENT RULES    PROPOSED RULES'
               '        DOLLAR SHIFT   PCT SHIFT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USED
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TT-CLAIMS(WS-TT-IDX) TO WS-EDIT-COUNT
               MOVE WS-TT-ALLOWED(WS-TT-IDX) TO WS-EDIT-BIG
               MOVE SPACES TO REPORT-RECORD
               STRING 'PLAN ' WS-TT-PLAN-CODE(WS-TT-IDX)
                   '  TYPE ' WS-TT-CLAIM-TYPE(WS-TT-IDX)
                   '  CLAIMS ' WS-EDIT-COUNT
                   '  ALLOWED ' WS-EDIT-BIG
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE 'MEMBER RESP' TO WS-CMP-LABEL
               MOVE WS-TT-CUR-RESP(WS-TT-IDX) TO WS-CMP-CUR
               MOVE WS-TT-PRP-RESP(WS-TT-IDX) TO WS-CMP-PRP
               PERFORM WRITE-COMPARISON-LINE

               MOVE 'PLAN PAID' TO WS-CMP-LABEL
               MOVE WS-TT-CUR-PAID(WS-TT-IDX) TO WS-CMP-CUR
               MOVE WS-TT-PRP-PAID(WS-TT-IDX) TO WS-CMP-PRP
               PERFORM WRITE-COMPARISON-LINE

               MOVE WS-TT-CHANGED(WS-TT-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  CLAIMS WHOSE MEMBER RESP CHANGES '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GT-CLAIMS TO WS-EDIT-COUNT
           MOVE WS-GT-ALLOWED TO WS-EDIT-BIG
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALL PLANS AND TYPES      CLAIMS ' WS-EDIT-COUNT
               '  ALLOWED ' WS-EDIT-BIG
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'MEMBER RESP' TO WS-CMP-LABEL
           MOVE WS-GT-CUR-RESP TO WS-CMP-CUR
           MOVE WS-GT-PRP-RESP TO WS-CMP-PRP
           PERFORM WRITE-COMPARISON-LINE

           MOVE 'PLAN PAID' TO WS-CMP-LABEL
           MOVE WS-GT-CUR-PAID TO WS-CMP-CUR
           MOVE WS-GT-PRP-PAID TO WS-CMP-PRP
           PERFORM WRITE-COMPARISON-LINE

           MOVE WS-GT-CHANGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  CLAIMS WHOSE MEMBER RESP CHANGES ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE CURRENT-VERSUS-PROPOSED LINE: BOTH
      * AMOUNTS, THE DOLLAR SHIFT, AND THE SHIFT AS A PERCENTAGE OF
      * THE CURRENT AMOUNT (N/A WHEN THE CURRENT AMOUNT IS ZERO)
      ******************************************************************
       WRITE-COMPARISON-LINE.
      *
           COMPUTE WS-CMP-SHIFT = WS-CMP-PRP - WS-CMP-CUR
           MOVE WS-CMP-CUR   TO WS-EDIT-BIG
           MOVE WS-CMP-PRP   TO WS-EDIT-BIG-2
           MOVE WS-CMP-SHIFT TO WS-EDIT-SHIFT

           MOVE SPACES TO WS-PCT-TEXT
           IF WS-CMP-CUR = 0
               MOVE '        N/A' TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-SHIFT * 100 / WS-CMP-CUR
                   ON SIZE ERROR
                       MOVE '  OVER 999%' TO WS-PCT-TEXT
               END-COMPUTE
               IF WS-PCT-TEXT = SPACES
                   MOVE WS-CMP-PCT TO WS-EDIT-PCT
                   STRING WS-EDIT-PCT '%'
                       DELIMITED BY SIZE INTO WS-PCT-TEXT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-CMP-LABEL WS-EDIT-BIG ' ' WS-EDIT-BIG-2
               ' ' WS-EDIT-SHIFT ' ' WS-PCT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST THE MEMBERS MOST AFFECTED BY THE PROPOSAL
      ******************************************************************
       WRITE-AFFECTED-MEMBERS.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOP-MAX TO WS-EDIT-SMALL
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS MOST AFFECTED (UP TO ' WS-EDIT-SMALL
               ', LARGEST CHANGE IN MEMBER RESP FIRST)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-TOP-USED = 0
               MOVE '  NO MEMBER''S RESPONSIBILITY CHANGES'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING 'MEMBER ID    NAME                 PLAN   '
                   'CLAIMS   CURRENT RESP  PROPOSED RESP'
                   '           SHIFT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TOP-USED
               MOVE WS-TM-CLAIMS(WS-TM-IDX)   TO WS-EDIT-SMALL
               MOVE WS-TM-CUR-RESP(WS-TM-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-TM-PRP-RESP(WS-TM-IDX) TO WS-EDIT-AMOUNT-2
               MOVE WS-TM-SHIFT(WS-TM-IDX)    TO WS-EDIT-MBR-SHIFT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-TM-MEMBER-ID(WS-TM-IDX) ' '
                   WS-TM-NAME(WS-TM-IDX)(1:20) ' '
                   WS-TM-PLAN-CODE(WS-TM-IDX) ' '
                   WS-EDIT-SMALL ' ' WS-EDIT-AMOUNT ' '
                   WS-EDIT-AMOUNT-2 ' ' WS-EDIT-MBR-SHIFT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY.  THE RECORDED-AMOUNT
      * LINE COUNTS WINDOW CLAIMS WHOSE RE-PRICE UNDER THE CURRENT
      * RULES DOES NOT MATCH WHAT WAS RECORDED AT SUBMISSION (A RULE
      * ROW CHANGED SINCE, A PLAN CHANGE ON THE MEMBER MASTER, OR
      * PRIOR-YEAR HISTORY THE ACCUMULATORS CARRIED), SO THE REVIEWER
      * KNOWS HOW CLOSELY THE BASELINE TRACKS ACTUAL HISTORY.
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'AUDIT RECORDS READ . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-SELECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIM RECORDS SELECTED . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GT-CLAIMS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS PRICED IN WINDOW  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-SEEDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PRICED FOR ACCUMULATORS ONLY : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-PRICED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS PRICED . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-CHANGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS WHOSE RESP CHANGES . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDED-DIFFS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CURRENT RE-PRICE NOT RECORDED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PRP-ROWS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROPOSED ROWS READ . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-PRP-ROWS-REJECTED > 0
               MOVE WS-PRP-ROWS-REJECTED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'PROPOSED ROWS REJECTED . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-CUR-NO-RULE > 0
               MOVE WS-CUR-NO-RULE TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'NO CURRENT RULE IN FORCE . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-CUR-INVALID-RULE > 0
               MOVE WS-CUR-INVALID-RULE TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'CURRENT RULE ROW INVALID . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-CLAIMS-NO-MEMBER > 0
               MOVE WS-CLAIMS-NO-MEMBER TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'SKIPPED, MEMBER NOT ON MASTER : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-ORPHAN-ADJUSTMENTS > 0
               MOVE WS-ORPHAN-ADJUSTMENTS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'ADJUSTMENTS WITH NO ORIGINAL : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-TOTALS-OVERFLOW > 0
               MOVE WS-TOTALS-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'CLAIMS IN GRAND TOTAL ONLY (TABLE FULL) : '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF LINE-FILE-NOT-OPEN
               MOVE 'CLAIM LINE FILE NOT AVAILABLE - CLAIM LEVEL ONLY'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCBSIM CLAIMS PRICED ' WS-GT-CLAIMS
                   ' PROPOSED ROWS ' WS-PRP-USED
                   ' REJECTED ' WS-PRP-ROWS-REJECTED
           .
      ******************************************************************
      * ROUTINE TO WRITE THE ACTUARIAL SIGN-OFF BLOCK.  THE PROPOSED
      * ROWS ARE NOT TO BE REPRO-LOADED UNTIL IT IS SIGNED.
      ******************************************************************
       WRITE-SIGN-OFF.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACTUARIAL SIGN-OFF - REQUIRED BEFORE THE CLMBEN LOAD'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  REVIEWED BY (ACTUARIAL) ______________________'
               '   DATE __________'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  APPROVED FOR LOAD (BENEFITS) _________________'
               '   DATE __________'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT FILE AND RELEASE EVERY PRICED
      * NON-TEST CLAIM WITH A SERVICE DATE FROM JANUARY 1 OF THE
      * WINDOW'S FIRST PLAN YEAR TO THE END OF THE WINDOW.  A CLAIM
      * COUNTS WHEN IT WAS ACCEPTED, PAID, OR LATER ADJUSTED; AN
      * ADJUSTMENT DELTA IS RELEASED UNDER ITS ORIGINAL'S CLAIM
      * NUMBER SO THE TWO PRICE AS ONE CORRECTED CLAIM.  VOIDED
      * CLAIMS AND THEIR REVERSALS, DENIALS, REJECTS, ERRORS, AND
      * CLAIMS STILL PENDING OR IN REVIEW ARE LEFT OUT.
      ******************************************************************
       SELECT-SIMULATION-CLAIMS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               ADD 1 TO WS-CLAIMS-READ
               IF AUD-TEST-IND NOT = 'Y' AND
                  AUD-MEMBER-ID NOT = SPACES AND
                  AUD-SERVICE-DATE NUMERIC
                   IF AUD-SERVICE-DATE NOT < WS-SEED-FROM AND
                      AUD-SERVICE-DATE NOT > WS-WINDOW-TO
                       EVALUATE AUD-CLAIM-STATUS
                           WHEN 'ACCEPTED'
                           WHEN 'PAID'
                           WHEN 'ADJUSTED'
                               SET SRT-ORIGINAL-CLAIM TO TRUE
                               MOVE AUD-CLAIMNO TO SRT-BASE-CLAIMNO
                               PERFORM RELEASE-SIMULATION-RECORD
                           WHEN 'ADJSTMNT'
                               SET SRT-ADJUSTMENT-DELTA TO TRUE
                               MOVE AUD-XREF-CLAIMNO
                                 TO SRT-BASE-CLAIMNO
                               PERFORM RELEASE-SIMULATION-RECORD
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED CLAIM RECORDS, BREAKING
      * ON MEMBER, PLAN YEAR, AND CLAIM, AND PRICE EACH CLAIM UNDER
      * BOTH RULE SETS ONCE ALL OF ITS RECORDS ARE IN
      ******************************************************************
       PRICE-SIMULATION-CLAIMS SECTION.
      *
           MOVE SPACES TO WS-CURRENT-MEMBER
           MOVE SPACES TO WS-CURRENT-CLAIMNO
           PERFORM RETURN-SORTED-CLAIM
           PERFORM UNTIL SORT-FILE-EOF
               IF SRT-MEMBER-ID NOT = WS-CURRENT-MEMBER OR
                  SRT-BASE-CLAIMNO NOT = WS-CURRENT-CLAIMNO
                   IF WS-CURRENT-CLAIMNO NOT = SPACES
                       PERFORM FINISH-CLAIM
                   END-IF
                   IF SRT-MEMBER-ID NOT = WS-CURRENT-MEMBER
                       IF WS-CURRENT-MEMBER NOT = SPACES
                           PERFORM FINISH-MEMBER
                       END-IF
                       PERFORM START-MEMBER
                   END-IF
                   IF SRT-PLAN-YEAR NOT = WS-CURRENT-YEAR
                       PERFORM START-PLAN-YEAR
                   END-IF
                   PERFORM START-CLAIM
               END-IF
               PERFORM ADD-CLAIM-RECORD
               PERFORM RETURN-SORTED-CLAIM
           END-PERFORM

           IF WS-CURRENT-CLAIMNO NOT = SPACES
               PERFORM FINISH-CLAIM
               PERFORM FINISH-MEMBER
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       SIMULATION-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT AUDIT RECORD
      ******************************************************************
       READ-AUDIT-RECORD.
      *
           READ CLAIM-AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-FILE-EOF TO TRUE
           END-READ

           IF AUDIT-FILE-NOT-EOF AND WS-AUDIT-FS NOT = '00'
               DISPLAY 'READ OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               SET AUDIT-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RELEASE THE CURRENT AUDIT RECORD TO THE SORT
      ******************************************************************
       RELEASE-SIMULATION-RECORD.
      *
           ADD 1 TO WS-RECORDS-SELECTED
           MOVE AUD-MEMBER-ID          TO SRT-MEMBER-ID
           MOVE AUD-SERVICE-DATE(1:4)  TO SRT-PLAN-YEAR
           MOVE AUD-SERVICE-DATE       TO SRT-SERVICE-DATE
           MOVE AUD-CLAIMTYPE          TO SRT-CLAIMTYPE
           MOVE AUD-COB-IND            TO SRT-COB-IND
           MOVE AUD-ALLOWED-AMT        TO SRT-ALLOWED-AMT
           MOVE AUD-PRIMARY-PAID       TO SRT-PRIMARY-PAID
           MOVE AUD-MEMBER-RESP        TO SRT-MEMBER-RESP
           MOVE AUD-PLAN-PAID          TO SRT-PLAN-PAID
           IF AUD-SERVICE-DATE < WS-WINDOW-FROM
               SET SRT-BEFORE-WINDOW TO TRUE
           ELSE
               SET SRT-IN-WINDOW TO TRUE
           END-IF
           RELEASE SORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED CLAIM RECORD
      ******************************************************************
       RETURN-SORTED-CLAIM.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO START A NEW MEMBER: THE PLAN CODE AND NAME FROM
      * THE MEMBER MASTER, AND ZERO MEMBER TOTALS
      ******************************************************************
       START-MEMBER.
      *
           MOVE SRT-MEMBER-ID TO WS-CURRENT-MEMBER
           MOVE 0 TO WS-CURRENT-YEAR
           MOVE 0 TO WS-MBR-CLAIMS
           MOVE 0 TO WS-MBR-CUR-RESP
           MOVE 0 TO WS-MBR-PRP-RESP

           MOVE SRT-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           IF WS-MBR-FS = '00'
               SET MEMBER-ON-MASTER TO TRUE
               MOVE MBR-PLAN-CODE TO WS-MEMBER-PLAN-CODE
               MOVE MBR-NAME TO WS-MEMBER-NAME
           ELSE
               SET MEMBER-NOT-ON-MASTER TO TRUE
               MOVE SPACES TO WS-MEMBER-PLAN-CODE
               MOVE SPACES TO WS-MEMBER-NAME
           END-IF
           .
      ******************************************************************
      * ROUTINE TO START A NEW PLAN YEAR FOR THE MEMBER: BOTH RULE
      * SETS' ACCUMULATORS START THE YEAR AT ZERO
      ******************************************************************
       START-PLAN-YEAR.
      *
           MOVE SRT-PLAN-YEAR TO WS-CURRENT-YEAR
           MOVE 0 TO WS-CUR-DED-YTD
           MOVE 0 TO WS-CUR-OOP-YTD
           MOVE 0 TO WS-PRP-DED-YTD
           MOVE 0 TO WS-PRP-OOP-YTD
           .
      ******************************************************************
      * ROUTINE TO START A NEW CLAIM
      ******************************************************************
       START-CLAIM.
      *
           MOVE SRT-BASE-CLAIMNO TO WS-CURRENT-CLAIMNO
           MOVE SRT-BASE-CLAIMNO TO WS-CLM-CLAIMNO
           MOVE SRT-SERVICE-DATE TO WS-CLM-SERVICE-DATE
           MOVE SRT-CLAIMTYPE    TO WS-CLM-CLAIMTYPE
           MOVE SRT-WINDOW-IND   TO WS-CLM-WINDOW-IND
           MOVE SPACE            TO WS-CLM-COB-IND
           SET CLAIM-HAS-NO-ORIGINAL TO TRUE
           SET CLAIM-NOT-ADJUSTED TO TRUE
           MOVE 0 TO WS-CLM-ALLOWED
           MOVE 0 TO WS-CLM-PRIMARY-PAID
           MOVE 0 TO WS-CLM-RECORDED-RESP
           MOVE 0 TO WS-CLM-RECORDED-PAID
           .
      ******************************************************************
      * ROUTINE TO ADD ONE SORTED RECORD TO THE CLAIM BEING BUILT.
      * THE PRIMARY PAYMENT COMES FROM THE ORIGINAL ONLY (AN
      * ADJUSTMENT DELTA CARRIES NONE).
      ******************************************************************
       ADD-CLAIM-RECORD.
      *
           IF SRT-ORIGINAL-CLAIM
               SET CLAIM-HAS-ORIGINAL TO TRUE
               MOVE SRT-CLAIMTYPE    TO WS-CLM-CLAIMTYPE
               MOVE SRT-COB-IND      TO WS-CLM-COB-IND
               MOVE SRT-PRIMARY-PAID TO WS-CLM-PRIMARY-PAID
           ELSE
               SET CLAIM-WAS-ADJUSTED TO TRUE
           END-IF
           ADD SRT-ALLOWED-AMT TO WS-CLM-ALLOWED
           ADD SRT-MEMBER-RESP TO WS-CLM-RECORDED-RESP
           ADD SRT-PLAN-PAID   TO WS-CLM-RECORDED-PAID
           .
      ******************************************************************
      * ROUTINE TO PRICE THE FINISHED CLAIM UNDER BOTH RULE SETS AND,
      * WHEN IT IS IN THE WINDOW, ADD IT TO THE COMPARISON.  A CLAIM
      * BEFORE THE WINDOW ONLY MOVES THE ACCUMULATORS.
      ******************************************************************
       FINISH-CLAIM.
      *
           EVALUATE TRUE
               WHEN CLAIM-HAS-NO-ORIGINAL
                   ADD 1 TO WS-ORPHAN-ADJUSTMENTS
               WHEN MEMBER-NOT-ON-MASTER
                   IF CLAIM-IN-WINDOW
                       ADD 1 TO WS-CLAIMS-NO-MEMBER
                   END-IF
               WHEN OTHER
                   PERFORM LOAD-CLAIM-AMOUNTS
                   PERFORM FIND-BENEFIT-RULE
                   MOVE WS-RULE-STATUS-SW  TO WS-CUR-RULE-SW
                   MOVE WS-RULE-DEDUCTIBLE TO WS-CUR-RULE-DED
                   MOVE WS-RULE-COPAY-PCT  TO WS-CUR-RULE-COPAY
                   MOVE WS-RULE-OOP-MAX    TO WS-CUR-RULE-OOP
                   PERFORM FIND-PROPOSED-RULE
                   PERFORM PRICE-UNDER-CURRENT
                   PERFORM PRICE-UNDER-PROPOSED
                   IF CLAIM-IN-WINDOW
                       PERFORM TALLY-SIMULATED-CLAIM
                   ELSE
                       ADD 1 TO WS-CLAIMS-SEEDED
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO LOAD THE AMOUNTS THE CLAIM PRICES AT: ITS SERVICE
      * LINES' ALLOWED AMOUNTS WHEN IT HAS LINES AND WAS NEVER
      * ADJUSTED, OTHERWISE ITS (NET) ALLOWED AMOUNT AS ONE AMOUNT
      ******************************************************************
       LOAD-CLAIM-AMOUNTS.
      *
           MOVE 0 TO WS-AMT-USED
           IF CLAIM-NOT-ADJUSTED AND LINE-FILE-OPEN
               PERFORM LOAD-CLAIM-LINES
           END-IF
           IF WS-AMT-USED = 0
               MOVE 1 TO WS-AMT-USED
               MOVE WS-CLM-ALLOWED TO WS-AMT-ENTRY(1)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE CLAIM'S SERVICE LINES.  A CLAIM WITH MORE
      * LINES THAN THE TABLE HOLDS PRICES AS ONE AMOUNT INSTEAD.
      ******************************************************************
       LOAD-CLAIM-LINES.
      *
           MOVE WS-CLM-CLAIMNO TO LIN-CLAIMNO
           MOVE 0 TO LIN-LINE-NO
           SET LINE-FILE-NOT-EOF TO TRUE
           START CLAIM-LINE-FILE KEY IS NOT LESS THAN LIN-LINE-KEY
               INVALID KEY
                   SET LINE-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL LINE-FILE-EOF
               READ CLAIM-LINE-FILE NEXT RECORD
                   AT END
                       SET LINE-FILE-EOF TO TRUE
               END-READ
               IF LINE-FILE-NOT-EOF
                   IF WS-LIN-FS NOT = '00' OR
                      LIN-CLAIMNO NOT = WS-CLM-CLAIMNO
                       SET LINE-FILE-EOF TO TRUE
                   ELSE
                       IF WS-AMT-USED < WS-AMT-MAX
                           ADD 1 TO WS-AMT-USED
                           MOVE LIN-ALLOWED-AMT
                             TO WS-AMT-ENTRY(WS-AMT-USED)
                       ELSE
                           MOVE 0 TO WS-AMT-USED
                           SET LINE-FILE-EOF TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO SELECT THE CURRENT BENEFIT RULE IN FORCE ON THE
      * CLAIM'S SERVICE DATE, EXACTLY AS THE ONLINE CALCULATORS DO:
      * BROWSE THE PLAN/TYPE SLICE OF THE RULES KSDS FROM ITS
      * EARLIEST ROW AND KEEP THE LAST ROW WHOSE EFFECTIVE DATE IS
      * NOT AFTER THE SERVICE DATE.  THE KEPT ROW'S AMOUNTS ARE
      * COPIED OUT ONLY AFTER PASSING THE NUMERIC TEST.
      ******************************************************************
       FIND-BENEFIT-RULE.
      *
           SET RULE-NOT-FOUND TO TRUE
           SET BENEFIT-FILE-NOT-EOF TO TRUE

           MOVE WS-MEMBER-PLAN-CODE TO BEN-PLAN-CODE
           MOVE WS-CLM-CLAIMTYPE TO BEN-CLAIM-TYPE
           MOVE 0 TO BEN-EFF-DATE
           START BENEFIT-RULES-FILE KEY IS NOT LESS THAN BEN-RULE-KEY
           IF WS-BEN-FS NOT = '00'
               SET BENEFIT-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL BENEFIT-FILE-EOF
               READ BENEFIT-RULES-FILE NEXT RECORD
                   AT END
                       SET BENEFIT-FILE-EOF TO TRUE
               END-READ
               IF BENEFIT-FILE-NOT-EOF AND WS-BEN-FS NOT = '00'
                   SET BENEFIT-FILE-EOF TO TRUE
               END-IF
               IF BENEFIT-FILE-NOT-EOF
                   IF BEN-PLAN-CODE NOT = WS-MEMBER-PLAN-CODE OR
                      BEN-CLAIM-TYPE NOT = WS-CLM-CLAIMTYPE
                       SET BENEFIT-FILE-EOF TO TRUE
                   ELSE
                       IF BEN-EFF-DATE NOT NUMERIC OR
                          BEN-EFF-DATE > WS-CLM-SERVICE-DATE
                           SET BENEFIT-FILE-EOF TO TRUE
                       ELSE
                           PERFORM CAPTURE-RULE-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO CAPTURE THE CURRENT RULE ROW AS THE LATEST ONE IN
      * FORCE SO FAR, NUMERIC-EDITING THE REPRO-LOADED AMOUNTS
      ******************************************************************
       CAPTURE-RULE-ROW.
      *
           IF BEN-DEDUCTIBLE NUMERIC AND
              BEN-COPAY-PCT NUMERIC AND
              BEN-OOP-MAX NUMERIC
               SET RULE-FOUND-VALID TO TRUE
               MOVE BEN-DEDUCTIBLE TO WS-RULE-DEDUCTIBLE
               MOVE BEN-COPAY-PCT  TO WS-RULE-COPAY-PCT
               MOVE BEN-OOP-MAX    TO WS-RULE-OOP-MAX
           ELSE
               SET RULE-FOUND-INVALID TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SELECT THE PROPOSED ROW FOR THE CLAIM'S PLAN AND
      * CLAIM TYPE: THE LAST ONE IN FORCE ON THE SERVICE DATE, OR THE
      * EARLIEST ONE WHEN ALL OF THEM TAKE EFFECT LATER
      ******************************************************************
       FIND-PROPOSED-RULE.
      *
           SET PROPOSED-RULE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-PR-KEEP-IDX
           MOVE 0 TO WS-PR-FIRST-IDX

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRP-USED
               IF WS-PR-PLAN-CODE(WS-PR-IDX) = WS-MEMBER-PLAN-CODE AND
                  WS-PR-CLAIM-TYPE(WS-PR-IDX) = WS-CLM-CLAIMTYPE
                   IF WS-PR-FIRST-IDX = 0
                       MOVE WS-PR-IDX TO WS-PR-FIRST-IDX
                   END-IF
                   IF WS-PR-EFF-DATE(WS-PR-IDX) NOT >
                      WS-CLM-SERVICE-DATE
                       MOVE WS-PR-IDX TO WS-PR-KEEP-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PR-KEEP-IDX = 0
               MOVE WS-PR-FIRST-IDX TO WS-PR-KEEP-IDX
           END-IF
           IF WS-PR-KEEP-IDX > 0
               SET PROPOSED-RULE-FOUND TO TRUE
               MOVE WS-PR-DEDUCTIBLE(WS-PR-KEEP-IDX)
                 TO WS-PRP-RULE-DED
               MOVE WS-PR-COPAY-PCT(WS-PR-KEEP-IDX)
                 TO WS-PRP-RULE-COPAY
               MOVE WS-PR-OOP-MAX(WS-PR-KEEP-IDX)
                 TO WS-PRP-RULE-OOP
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRICE THE CLAIM UNDER THE CURRENT RULES AGAINST
      * THE CURRENT RULE SET'S ACCUMULATORS, THEN ROLL THE CLAIM INTO
      * THEM THE WAY UPDATE-MEMBER-ACCUM DOES ONLINE
      ******************************************************************
       PRICE-UNDER-CURRENT.
      *
           MOVE WS-CUR-RULE-SW    TO WS-RULE-STATUS-SW
           MOVE WS-CUR-RULE-DED   TO WS-RULE-DEDUCTIBLE
           MOVE WS-CUR-RULE-COPAY TO WS-RULE-COPAY-PCT
           MOVE WS-CUR-RULE-OOP   TO WS-RULE-OOP-MAX
           MOVE WS-CUR-DED-YTD    TO WS-ACC-DED-YTD
           MOVE WS-CUR-OOP-YTD    TO WS-ACC-OOP-YTD
           PERFORM PRICE-CLAIM-AMOUNTS
           ADD WS-DED-ALREADY-MET TO WS-CUR-DED-YTD
           ADD WS-MEMBER-RESP     TO WS-CUR-OOP-YTD
           MOVE WS-MEMBER-RESP    TO WS-CLM-CUR-RESP
           MOVE WS-PLAN-PAID      TO WS-CLM-CUR-PAID
           .
      ******************************************************************
      * ROUTINE TO PRICE THE CLAIM UNDER THE PROPOSED RULES AGAINST
      * THE PROPOSED RULE SET'S ACCUMULATORS.  A PLAN AND CLAIM TYPE
      * THE PROPOSAL DOES NOT MENTION PRICES UNDER ITS CURRENT RULE.
      ******************************************************************
       PRICE-UNDER-PROPOSED.
      *
           IF PROPOSED-RULE-FOUND
               SET RULE-FOUND-VALID TO TRUE
               MOVE WS-PRP-RULE-DED   TO WS-RULE-DEDUCTIBLE
               MOVE WS-PRP-RULE-COPAY TO WS-RULE-COPAY-PCT
               MOVE WS-PRP-RULE-OOP   TO WS-RULE-OOP-MAX
           ELSE
               MOVE WS-CUR-RULE-SW    TO WS-RULE-STATUS-SW
               MOVE WS-CUR-RULE-DED   TO WS-RULE-DEDUCTIBLE
               MOVE WS-CUR-RULE-COPAY TO WS-RULE-COPAY-PCT
               MOVE WS-CUR-RULE-OOP   TO WS-RULE-OOP-MAX
           END-IF
           MOVE WS-PRP-DED-YTD    TO WS-ACC-DED-YTD
           MOVE WS-PRP-OOP-YTD    TO WS-ACC-OOP-YTD
           PERFORM PRICE-CLAIM-AMOUNTS
           ADD WS-DED-ALREADY-MET TO WS-PRP-DED-YTD
           ADD WS-MEMBER-RESP     TO WS-PRP-OOP-YTD
           MOVE WS-MEMBER-RESP    TO WS-CLM-PRP-RESP
           MOVE WS-PLAN-PAID      TO WS-CLM-PRP-PAID
           .
      ******************************************************************
      * ROUTINE TO PRICE THE CLAIM'S AMOUNTS UNDER THE RULE NOW
      * LOADED, AS PRICE-SERVICE-LINES DOES ONLINE: THE DEDUCTIBLE AND
      * OOP CAP ARE SHARED ACROSS THE CLAIM'S LINES AND THE PRIMARY
      * PAYER'S PAYMENT ON A SECONDARY CLAIM IS CONSUMED ACROSS THEM
      ******************************************************************
       PRICE-CLAIM-AMOUNTS.
      *
           MOVE 0 TO WS-DED-ALREADY-MET
           MOVE 0 TO WS-OOP-ALREADY-MET
           MOVE 0 TO WS-MEMBER-RESP
           MOVE 0 TO WS-PLAN-PAID
           IF WS-CLM-COB-IND = 'Y'
               MOVE WS-CLM-PRIMARY-PAID TO WS-COB-OFFSET-LEFT
           ELSE
               MOVE 0 TO WS-COB-OFFSET-LEFT
           END-IF

           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-USED
               MOVE WS-AMT-ENTRY(WS-AMT-IDX) TO WS-PRICE-AMT
               PERFORM CALCULATE-BENEFITS
               ADD WS-CALC-RESP      TO WS-MEMBER-RESP
               ADD WS-CALC-PLAN-PAID TO WS-PLAN-PAID
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO COMPUTE THE MEMBER'S OUT-OF-POCKET MATH FOR ONE
      * PRICED AMOUNT, THE SAME ARITHMETIC AS CALCULATE-BENEFITS IN
      * THE ONLINE CALCULATORS:
      *   - THE PRIMARY PAYER'S PAYMENT COMES OFF THE TOP;
      *   - THE MEMBER PAYS EVERYTHING UP TO THE PART OF THE
      *     DEDUCTIBLE NOT ALREADY MET (YEAR TO DATE OR BY EARLIER
      *     LINES OF THE CLAIM), THEN THE COPAY PERCENTAGE OF THE
      *     REMAINDER, CAPPED AT WHAT IS LEFT OF THE ANNUAL
      *     OUT-OF-POCKET MAXIMUM (AND NEVER MORE THAN THE BALANCE);
      *   - THE PLAN PAYS THE REST.
      * NO RULE, OR A RULE ROW THAT FAILED THE NUMERIC TEST, LEAVES
      * THE MEMBER RESPONSIBILITY AT ZERO, AS IT DOES ONLINE.
      ******************************************************************
       CALCULATE-BENEFITS.
      *
           MOVE WS-PRICE-AMT TO WS-CALC-ALLOWED
           MOVE 0 TO WS-DED-APPLIED

           MOVE WS-COB-OFFSET-LEFT TO WS-COB-THIS
           IF WS-COB-THIS > WS-CALC-ALLOWED
               MOVE WS-CALC-ALLOWED TO WS-COB-THIS
           END-IF
           SUBTRACT WS-COB-THIS FROM WS-COB-OFFSET-LEFT
           COMPUTE WS-CALC-NET = WS-CALC-ALLOWED - WS-COB-THIS

           EVALUATE TRUE
               WHEN RULE-NOT-FOUND
                   MOVE 0 TO WS-CALC-RESP
               WHEN RULE-FOUND-INVALID
                   MOVE 0 TO WS-CALC-RESP
               WHEN OTHER
                   COMPUTE WS-EFF-DEDUCTIBLE =
                       WS-RULE-DEDUCTIBLE - WS-ACC-DED-YTD
                                          - WS-DED-ALREADY-MET
                   IF WS-EFF-DEDUCTIBLE < 0
                       MOVE 0 TO WS-EFF-DEDUCTIBLE
                   END-IF
                   IF WS-CALC-NET <= WS-EFF-DEDUCTIBLE
                       MOVE WS-CALC-NET TO WS-CALC-RESP
                       MOVE WS-CALC-NET TO WS-DED-APPLIED
                   ELSE
                       COMPUTE WS-CALC-RESP ROUNDED =
                           WS-EFF-DEDUCTIBLE +
                           ((WS-CALC-NET - WS-EFF-DEDUCTIBLE) *
                            WS-RULE-COPAY-PCT / 100)
                       MOVE WS-EFF-DEDUCTIBLE TO WS-DED-APPLIED
                   END-IF
                   COMPUTE WS-EFF-OOP-REMAIN =
                       WS-RULE-OOP-MAX - WS-ACC-OOP-YTD
                                       - WS-OOP-ALREADY-MET
                   IF WS-EFF-OOP-REMAIN < 0
                       MOVE 0 TO WS-EFF-OOP-REMAIN
                   END-IF
                   IF WS-CALC-RESP > WS-EFF-OOP-REMAIN
                       MOVE WS-EFF-OOP-REMAIN TO WS-CALC-RESP
                   END-IF
                   IF WS-CALC-RESP > WS-CALC-NET
                       MOVE WS-CALC-NET TO WS-CALC-RESP
                   END-IF
                   IF WS-DED-APPLIED > WS-CALC-RESP
                       MOVE WS-CALC-RESP TO WS-DED-APPLIED
                   END-IF
                   ADD WS-DED-APPLIED TO WS-DED-ALREADY-MET
                   ADD WS-CALC-RESP TO WS-OOP-ALREADY-MET
           END-EVALUATE

           COMPUTE WS-CALC-PLAN-PAID = WS-CALC-NET - WS-CALC-RESP
           .
      ******************************************************************
      * ROUTINE TO ADD A PRICED WINDOW CLAIM TO ITS PLAN/TYPE ENTRY,
      * THE GRAND TOTAL, AND THE MEMBER'S TOTALS
      ******************************************************************
       TALLY-SIMULATED-CLAIM.
      *
           EVALUATE WS-CUR-RULE-SW
               WHEN 'N'
                   ADD 1 TO WS-CUR-NO-RULE
               WHEN 'I'
                   ADD 1 TO WS-CUR-INVALID-RULE
           END-EVALUATE
           IF WS-CLM-CUR-RESP NOT = WS-CLM-RECORDED-RESP OR
              WS-CLM-CUR-PAID NOT = WS-CLM-RECORDED-PAID
               ADD 1 TO WS-RECORDED-DIFFS
           END-IF

           ADD 1 TO WS-GT-CLAIMS
           ADD WS-CLM-ALLOWED  TO WS-GT-ALLOWED
           ADD WS-CLM-CUR-RESP TO WS-GT-CUR-RESP
           ADD WS-CLM-CUR-PAID TO WS-GT-CUR-PAID
           ADD WS-CLM-PRP-RESP TO WS-GT-PRP-RESP
           ADD WS-CLM-PRP-PAID TO WS-GT-PRP-PAID
           IF WS-CLM-PRP-RESP NOT = WS-CLM-CUR-RESP
               ADD 1 TO WS-GT-CHANGED
           END-IF

           PERFORM FIND-TOTALS-ENTRY
           IF WS-TT-POS > 0
               ADD 1 TO WS-TT-CLAIMS(WS-TT-POS)
               ADD WS-CLM-ALLOWED  TO WS-TT-ALLOWED(WS-TT-POS)
               ADD WS-CLM-CUR-RESP TO WS-TT-CUR-RESP(WS-TT-POS)
               ADD WS-CLM-CUR-PAID TO WS-TT-CUR-PAID(WS-TT-POS)
               ADD WS-CLM-PRP-RESP TO WS-TT-PRP-RESP(WS-TT-POS)
               ADD WS-CLM-PRP-PAID TO WS-TT-PRP-PAID(WS-TT-POS)
               IF WS-CLM-PRP-RESP NOT = WS-CLM-CUR-RESP
                   ADD 1 TO WS-TT-CHANGED(WS-TT-POS)
               END-IF
           END-IF

           ADD 1 TO WS-MBR-CLAIMS
           ADD WS-CLM-CUR-RESP TO WS-MBR-CUR-RESP
           ADD WS-CLM-PRP-RESP TO WS-MBR-PRP-RESP
           .
      ******************************************************************
      * ROUTINE TO FIND THE PLAN/TYPE ENTRY FOR THE CLAIM IN
      * WS-TT-POS, INSERTING A NEW ENTRY IN KEY ORDER WHEN IT IS NOT
      * THERE YET.  WS-TT-POS IS ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       FIND-TOTALS-ENTRY.
      *
           MOVE WS-MEMBER-PLAN-CODE TO WS-SEARCH-PLAN-CODE
           MOVE WS-CLM-CLAIMTYPE TO WS-SEARCH-CLAIM-TYPE
           MOVE 0 TO WS-TT-POS
           SET ENTRY-NOT-FOUND TO TRUE

           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USED OR WS-TT-POS > 0
               IF WS-TT-KEY(WS-TT-IDX) NOT < WS-SEARCH-KEY
                   MOVE WS-TT-IDX TO WS-TT-POS
                   IF WS-TT-KEY(WS-TT-IDX) = WS-SEARCH-KEY
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-TT-USED < WS-TT-MAX
                   IF WS-TT-POS = 0
                       COMPUTE WS-TT-POS = WS-TT-USED + 1
                   END-IF
                   PERFORM VARYING WS-TT-IDX FROM WS-TT-USED BY -1
                           UNTIL WS-TT-IDX < WS-TT-POS
                       MOVE WS-TT-ENTRY(WS-TT-IDX)
                         TO WS-TT-ENTRY(WS-TT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-TT-USED
                   MOVE WS-SEARCH-KEY TO WS-TT-KEY(WS-TT-POS)
                   MOVE 0 TO WS-TT-CLAIMS(WS-TT-POS)
                   MOVE 0 TO WS-TT-CHANGED(WS-TT-POS)
                   MOVE 0 TO WS-TT-ALLOWED(WS-TT-POS)
                   MOVE 0 TO WS-TT-CUR-RESP(WS-TT-POS)
                   MOVE 0 TO WS-TT-CUR-PAID(WS-TT-POS)
                   MOVE 0 TO WS-TT-PRP-RESP(WS-TT-POS)
                   MOVE 0 TO WS-TT-PRP-PAID(WS-TT-POS)
               ELSE
                   MOVE 0 TO WS-TT-POS
                   ADD 1 TO WS-TOTALS-OVERFLOW
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH A MEMBER: A MEMBER WITH WINDOW CLAIMS WHOSE
      * RESPONSIBILITY CHANGES IS RANKED AGAINST THE MOST-AFFECTED
      * LIST BY THE SIZE OF THE CHANGE
      ******************************************************************
       FINISH-MEMBER.
      *
           IF WS-MBR-CLAIMS > 0
               ADD 1 TO WS-MEMBERS-PRICED
               COMPUTE WS-MBR-SHIFT = WS-MBR-PRP-RESP - WS-MBR-CUR-RESP
               IF WS-MBR-SHIFT < 0
                   COMPUTE WS-MBR-ABS-SHIFT = 0 - WS-MBR-SHIFT
               ELSE
                   MOVE WS-MBR-SHIFT TO WS-MBR-ABS-SHIFT
               END-IF
               IF WS-MBR-SHIFT NOT = 0
                   ADD 1 TO WS-MEMBERS-CHANGED
                   PERFORM RANK-AFFECTED-MEMBER
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO INSERT THE FINISHED MEMBER INTO THE MOST-AFFECTED
      * LIST AT ITS PLACE, DROPPING THE SMALLEST CHANGE WHEN FULL
      ******************************************************************
       RANK-AFFECTED-MEMBER.
      *
           MOVE 0 TO WS-TM-POS
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TOP-USED OR WS-TM-POS > 0
               IF WS-MBR-ABS-SHIFT > WS-TM-ABS-SHIFT(WS-TM-IDX)
                   MOVE WS-TM-IDX TO WS-TM-POS
               END-IF
           END-PERFORM
           IF WS-TM-POS = 0 AND WS-TOP-USED < WS-TOP-MAX
               COMPUTE WS-TM-POS = WS-TOP-USED + 1
           END-IF

           IF WS-TM-POS > 0
               IF WS-TOP-USED < WS-TOP-MAX
                   ADD 1 TO WS-TOP-USED
               END-IF
               PERFORM VARYING WS-TM-IDX FROM WS-TOP-USED BY -1
                       UNTIL WS-TM-IDX NOT > WS-TM-POS
                   MOVE WS-TM-ENTRY(WS-TM-IDX - 1)
                     TO WS-TM-ENTRY(WS-TM-IDX)
               END-PERFORM
               MOVE WS-CURRENT-MEMBER   TO WS-TM-MEMBER-ID(WS-TM-POS)
               MOVE WS-MEMBER-NAME      TO WS-TM-NAME(WS-TM-POS)
               MOVE WS-MEMBER-PLAN-CODE TO WS-TM-PLAN-CODE(WS-TM-POS)
               MOVE WS-MBR-CLAIMS       TO WS-TM-CLAIMS(WS-TM-POS)
               MOVE WS-MBR-CUR-RESP     TO WS-TM-CUR-RESP(WS-TM-POS)
               MOVE WS-MBR-PRP-RESP     TO WS-TM-PRP-RESP(WS-TM-POS)
               MOVE WS-MBR-SHIFT        TO WS-TM-SHIFT(WS-TM-POS)
               MOVE WS-MBR-ABS-SHIFT    TO WS-TM-ABS-SHIFT(WS-TM-POS)
           END-IF
           .
       END PROGRAM IMSCBSIM.
