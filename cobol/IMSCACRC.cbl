       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCACRC.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Member accumulator reconciliation.  The deductible and out-of- *
      * pocket amounts on the accumulator KSDS (IMSC2ACC) are only ever*
      * added to as claims are priced, so they drift from the claims   *
      * behind them: an adjustment, void or denial never backs them    *
      * out, and an update can be lost between regions.  For one plan  *
      * year (the run year, overridable via JACRYEAR) this job:        *
      *  (a) sorts the non-test claims on the audit KSDS whose service *
      *      date falls in the year by member, netting every adjustment*
      *      and reversal delta into its original claim, so a voided   *
      *      claim nets to zero and an adjusted one to its corrected   *
      *      member responsibility; denied, rejected and errored       *
      *      claims count for nothing;                                 *
      *  (b) recomputes each member's out-of-pocket as the sum of the  *
      *      net member responsibility, and the deductible by walking  *
      *      the claims in submission order against the plan's rule in *
      *      force on each service date, as CALCULATE-BENEFITS does;   *
      *  (c) matches the result against the stored accumulator record  *
      *      and prints every member whose record is out, with the     *
      *      claims behind the recomputed figures.                     *
      * With JACRFIX=Y the variances are also corrected: the record is *
      * rewritten (or added when missing) and its before and after     *
      * images appended to the correction log (IMSC2ACL).  Correction  *
      * mode must run with claim submission stopped.  Only claims still*
      * on the live audit file are seen, so run it for the current     *
      * plan year, not one already archived.  Return code 4 means drift*
      * was found; 8 means JACRYEAR was not valid or a correction      *
      * failed.                                                        *
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

           SELECT MEMBER-ACCUM-FILE ASSIGN TO CLMACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACCUM-KEY
               FILE STATUS IS WS-ACC-FS.

           SELECT ACCUM-CORRECTION-LOG ASSIGN TO CLMACCLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACL-FS.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO CLMACRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  BENEFIT-RULES-FILE.
       COPY IMSC2BEN.

       FD  MEMBER-ACCUM-FILE.
       COPY IMSC2ACC.

       FD  ACCUM-CORRECTION-LOG.
       COPY IMSC2ACL.

       FD  RECONCILE-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-MEMBER-ID             PIC X(12).
           05 SRT-BASE-CLAIMNO          PIC X(12).
           05 SRT-RECORD-KIND           PIC X.
              88 SRT-ORIGINAL-CLAIM         VALUE 'O'.
              88 SRT-ADJUSTMENT-DELTA       VALUE 'A'.
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-CLAIM-STATUS          PIC X(9).
           05 SRT-CLAIMTYPE             PIC X(10).
           05 SRT-SERVICE-DATE          PIC 9(8).
           05 SRT-AUD-DATE              PIC S9(7) COMP-3.
           05 SRT-AUD-TIME              PIC S9(6)V9 COMP-3.
           05 SRT-MEMBER-RESP           PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-ACL-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-ACCUM-EOF-SW           PIC X VALUE 'N'.
          88 ACCUM-FILE-EOF             VALUE 'Y'.
          88 ACCUM-FILE-NOT-EOF         VALUE 'N'.
       01 WS-ACCUM-YEAR-SW          PIC X VALUE 'N'.
          88 ACCUM-IN-YEAR              VALUE 'Y'.
          88 ACCUM-NOT-IN-YEAR          VALUE 'N'.
       01 WS-BEN-EOF-SW             PIC X VALUE 'N'.
          88 BENEFIT-FILE-EOF           VALUE 'Y'.
          88 BENEFIT-FILE-NOT-EOF       VALUE 'N'.
      ******************************************************************
      * PLAN YEAR TO RECONCILE.  DEFAULTS TO THE RUN DATE'S CALENDAR
      * YEAR AND IS OVERRIDDEN BY JACRYEAR, SAME CONVENTION AS
      * JACCYEAR IN THE IMSCACCR ROLLOVER JOB.  THE PLAN YEAR IS THE
      * SERVICE DATE'S YEAR, AS THE SUBMITTERS KEY THE ACCUMULATOR.
      ******************************************************************
       01 WS-TARGET-YEAR            PIC 9(4).
       01 WS-TARGET-YEAR-ENV        PIC X(4).
       01 WS-YEAR-NUMVAL-TEST       PIC S9(4) COMP.
      ******************************************************************
      * CORRECTION MODE.  JACRFIX=Y REWRITES EVERY ACCUMULATOR FOUND
      * OUT OF BALANCE TO THE RECOMPUTED FIGURES AND LOGS IT; ANY
      * OTHER VALUE (OR NONE) ONLY REPORTS AND OPENS THE ACCUMULATOR
      * FILE FOR INPUT.
      ******************************************************************
       01 WS-FIX-ENV                PIC X(1).
       01 WS-FIX-MODE-SW            PIC X VALUE 'N'.
          88 CORRECTION-MODE            VALUE 'Y'.
          88 REPORT-ONLY-MODE           VALUE 'N'.
       01 WS-ACL-OPEN-SW            PIC X VALUE 'N'.
          88 CORRECTION-LOG-OPEN        VALUE 'Y'.
          88 CORRECTION-LOG-NOT-OPEN    VALUE 'N'.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE.
                15 WS-TEMP-YEAR     PIC 9(4).
                15 WS-TEMP-MONTH    PIC 9(2).
                15 WS-TEMP-DAY      PIC 9(2).
             10 WS-TEMP-TIME.
                15 WS-TEMP-HOUR     PIC 9(2).
                15 WS-TEMP-MIN      PIC 9(2).
                15 WS-TEMP-SEC      PIC 9(2).
                15 WS-TEMP-MS       PIC 9(2).
             10 WS-DIFF-GMT         PIC S9(4).
       01 WS-FORMATTED-TS.
          05 WS-FORMATTED-DATE-TIME.
             10 WS-FORMATTED-YEAR   PIC 9(4).
             10 FILLER              PIC X VALUE '-'.
             10 WS-FORMATTED-MONTH  PIC 9(2).
             10 FILLER              PIC X VALUE '-'.
             10 WS-FORMATTED-DAY    PIC 9(2).
             10 FILLER              PIC X VALUE ' '.
             10 WS-FORMATTED-HOUR   PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-MIN    PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-SEC    PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-MS     PIC 9(2).
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
      ******************************************************************
      * BENEFIT RULE WORK AREAS, THE SAME FIELDS THE ONLINE
      * CALCULATORS USE, SO FIND-BENEFIT-RULE BELOW SELECTS EXACTLY
      * THE ROW CALCULATE-BENEFITS WOULD HAVE PRICED THE CLAIM UNDER
      ******************************************************************
       01 WS-MEMBER-PLAN-CODE       PIC X(6) VALUE SPACES.
       01 WS-CLM-CLAIMTYPE          PIC X(10).
       01 WS-CLM-SERVICE-DATE       PIC 9(8).
       01 WS-EFF-DEDUCTIBLE         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RULE-STATUS-SW         PIC X VALUE 'N'.
          88 RULE-FOUND-VALID           VALUE 'V'.
          88 RULE-FOUND-INVALID         VALUE 'I'.
          88 RULE-NOT-FOUND             VALUE 'N'.
       01 WS-RULE-DEDUCTIBLE        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RULE-COPAY-PCT         PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-RULE-OOP-MAX           PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * THE MEMBER'S CLAIMS FOR THE YEAR, EACH ONE NET OF ITS
      * ADJUSTMENT AND REVERSAL DELTAS, KEPT IN SUBMISSION ORDER
      * (THE ORIGINAL'S AUDIT DATE AND TIME) AS THEY FINISH SO THE
      * DEDUCTIBLE IS TAKEN UP IN THE ORDER THE CLAIMS WERE PRICED.
      * A MEMBER WITH MORE CLAIMS THAN THE TABLE HOLDS STILL HAS ITS
      * OUT-OF-POCKET RECOMPUTED, BUT NOT ITS DEDUCTIBLE.
      ******************************************************************
       01 WS-CT-MAX                 PIC S9(4) COMP VALUE 999.
       01 WS-CT-USED                PIC S9(4) COMP VALUE 0.
       01 WS-CLAIM-TABLE.
          05 WS-CT-ENTRY OCCURS 999 TIMES.
             10 WS-CT-SEQ-KEY.
                15 WS-CT-AUD-DATE   PIC 9(7).
                15 WS-CT-AUD-TIME   PIC 9(6)V9.
             10 WS-CT-CLAIMNO       PIC X(12).
             10 WS-CT-STATUS        PIC X(9).
             10 WS-CT-CLAIMTYPE     PIC X(10).
             10 WS-CT-SERVICE-DATE  PIC 9(8).
             10 WS-CT-DELTAS        PIC S9(4) COMP.
             10 WS-CT-NET-RESP      PIC S9(9)V99 COMP-3.
             10 WS-CT-DED-APPLIED   PIC S9(9)V99 COMP-3.
             10 WS-CT-RULE-IND      PIC X.
       01 WS-CT-IDX                 PIC S9(4) COMP.
       01 WS-CT-POS                 PIC S9(4) COMP.
      ******************************************************************
      * THE CLAIM BEING BUILT FROM ITS SORTED RECORDS
      ******************************************************************
       01 WS-CLM-ENTRY.
          05 WS-CLM-SEQ-KEY.
             10 WS-CLM-AUD-DATE     PIC 9(7).
             10 WS-CLM-AUD-TIME     PIC 9(6)V9.
          05 WS-CLM-CLAIMNO         PIC X(12).
          05 WS-CLM-STATUS          PIC X(9).
          05 WS-CLM-TYPE            PIC X(10).
          05 WS-CLM-SVC-DATE        PIC 9(8).
          05 WS-CLM-DELTAS          PIC S9(4) COMP.
          05 WS-CLM-NET-RESP        PIC S9(9)V99 COMP-3.
          05 WS-CLM-DED-APPLIED     PIC S9(9)V99 COMP-3.
          05 WS-CLM-RULE-IND        PIC X.
       01 WS-CLM-ORIGINAL-SW        PIC X.
          88 CLAIM-HAS-ORIGINAL         VALUE 'Y'.
          88 CLAIM-HAS-NO-ORIGINAL      VALUE 'N'.
      ******************************************************************
      * CONTROL-BREAK AND MATCHING WORK AREAS.  WS-STORED-ACCUM HOLDS
      * THE NEXT TARGET-YEAR ACCUMULATOR RECORD IN KEY ORDER (ITS
      * LAYOUT MUST TRACK IMSC2ACC) SO THE RECORD AREA IS FREE FOR A
      * CORRECTION WHILE THE SORTED MEMBERS AND THE ACCUMULATOR FILE
      * ARE MATCHED.
      ******************************************************************
       01 WS-CURRENT-MEMBER         PIC X(12) VALUE SPACES.
       01 WS-CURRENT-CLAIMNO        PIC X(12) VALUE SPACES.
       01 WS-STORED-ACCUM.
          05 WS-STORED-KEY.
             10 WS-STORED-MEMBER-ID PIC X(12).
             10 WS-STORED-PLAN-YEAR PIC 9(4).
          05 WS-STORED-DED          PIC 9(7)V99.
          05 WS-STORED-OOP          PIC 9(7)V99.
       01 WS-RECON-MEMBER-ID        PIC X(12).
       01 WS-MEMBER-NAME            PIC X(30).
       01 WS-MEMBER-FOUND-SW        PIC X VALUE 'N'.
          88 MEMBER-ON-MASTER           VALUE 'Y'.
          88 MEMBER-NOT-ON-MASTER       VALUE 'N'.
       01 WS-STORED-STATE-SW        PIC X VALUE 'N'.
          88 STORED-RECORD-FOUND        VALUE 'Y'.
          88 STORED-RECORD-MISSING      VALUE 'N'.
          88 STORED-RECORD-INVALID      VALUE 'I'.
       01 WS-DED-STATE-SW           PIC X VALUE 'Y'.
          88 DED-DERIVED                VALUE 'Y'.
          88 DED-NOT-DERIVED            VALUE 'N'.
       01 WS-MBR-OVERFLOW-SW        PIC X VALUE 'N'.
          88 MEMBER-TABLE-OVERFLOW      VALUE 'Y'.
          88 MEMBER-TABLE-FITS          VALUE 'N'.
       01 WS-MBR-CLAIMS             PIC S9(7) COMP-3 VALUE 0.
       01 WS-MBR-OVERFLOW-RESP      PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RC-DED                 PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RC-OOP                 PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CMP-STORED-DED         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CMP-STORED-OOP         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DIFF-DED               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DIFF-OOP               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-VARIANCE-SW            PIC X VALUE 'N'.
          88 MEMBER-HAS-VARIANCE        VALUE 'Y'.
          88 MEMBER-IN-BALANCE          VALUE 'N'.
       01 WS-VARIANCE-NOTE          PIC X(40).
       01 WS-BEFORE-IMAGE           PIC X(34).
       01 WS-ACL-ACTION             PIC X(10).
      ******************************************************************
      * RUNNING COUNTS AND NET DRIFT FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-CLAIMS-READ            PIC 9(9) VALUE 0.
       01 WS-RECORDS-SELECTED       PIC 9(9) VALUE 0.
       01 WS-CLAIMS-DERIVED         PIC 9(9) VALUE 0.
       01 WS-ORPHAN-DELTAS          PIC 9(9) VALUE 0.
       01 WS-ACCUMS-READ            PIC 9(9) VALUE 0.
       01 WS-MEMBERS-COMPARED       PIC 9(9) VALUE 0.
       01 WS-MEMBERS-IN-BALANCE     PIC 9(9) VALUE 0.
       01 WS-MEMBERS-VARIANCE       PIC 9(9) VALUE 0.
       01 WS-ACCUMS-MISSING         PIC 9(9) VALUE 0.
       01 WS-ACCUMS-NO-CLAIMS       PIC 9(9) VALUE 0.
       01 WS-ACCUMS-INVALID         PIC 9(9) VALUE 0.
       01 WS-DED-NOT-DERIVED-CNT    PIC 9(9) VALUE 0.
       01 WS-ACCUMS-CORRECTED       PIC 9(9) VALUE 0.
       01 WS-CORRECTION-FAILURES    PIC 9(9) VALUE 0.
       01 WS-NET-DED-DRIFT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NET-OOP-DRIFT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL             PIC ZZZ9.
       01 WS-EDIT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-3          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-DRIFT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
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

           PERFORM GET-TARGET-YEAR
           PERFORM GET-CORRECTION-MODE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-MEMBER-ID SRT-BASE-CLAIMNO
                                SRT-RECORD-KIND
               INPUT PROCEDURE IS SELECT-YEAR-CLAIMS
               OUTPUT PROCEDURE IS RECONCILE-MEMBER-ACCUMS

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN WS-CORRECTION-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MEMBERS-VARIANCE > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE PLAN YEAR TO RECONCILE.  DEFAULTS TO
      * THE RUN DATE'S YEAR; JACRYEAR OVERRIDES IT.  AN OVERRIDE THAT
      * IS NOT A YEAR STOPS THE RUN WITH RETURN CODE 8 BEFORE ANY
      * FILE IS TOUCHED.
      ******************************************************************
       GET-TARGET-YEAR.
      *
           MOVE WS-TEMP-YEAR TO WS-TARGET-YEAR

           MOVE SPACES TO WS-TARGET-YEAR-ENV
           ACCEPT WS-TARGET-YEAR-ENV FROM ENVIRONMENT "JACRYEAR"
           IF WS-TARGET-YEAR-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-TARGET-YEAR-ENV)
                   TO WS-YEAR-NUMVAL-TEST
               IF WS-YEAR-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-TARGET-YEAR-ENV)
                       TO WS-TARGET-YEAR
               ELSE
                   MOVE 0 TO WS-TARGET-YEAR
               END-IF
               IF WS-TARGET-YEAR < 1900
                   DISPLAY 'JACRYEAR IS NOT A VALID PLAN YEAR: '
                           WS-TARGET-YEAR-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PICK UP CORRECTION MODE FROM JACRFIX
      ******************************************************************
       GET-CORRECTION-MODE.
      *
           MOVE SPACES TO WS-FIX-ENV
           ACCEPT WS-FIX-ENV FROM ENVIRONMENT "JACRFIX"
           IF WS-FIX-ENV = 'Y'
               SET CORRECTION-MODE TO TRUE
           ELSE
               SET REPORT-ONLY-MODE TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE ACCUMULATOR KSDS IS OPENED
      * I-O ONLY IN CORRECTION MODE, AND ONLY THEN IS THE CORRECTION
      * LOG OPENED -- EXTENDED, OR CREATED THE FIRST TIME, AS THE
      * PROVIDER CHANGE LOG IS.  A CORRECTION RUN THAT CANNOT OPEN
      * THE LOG STOPS: NO ACCUMULATOR IS CHANGED WITHOUT ITS TRAIL.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               STOP RUN
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

           IF CORRECTION-MODE
               OPEN I-O MEMBER-ACCUM-FILE
           ELSE
               OPEN INPUT MEMBER-ACCUM-FILE
           END-IF
           IF WS-ACC-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-ACCUM-FILE FAILED, FS='
                       WS-ACC-FS
               STOP RUN
           END-IF

           SET CORRECTION-LOG-NOT-OPEN TO TRUE
           IF CORRECTION-MODE
               OPEN EXTEND ACCUM-CORRECTION-LOG
               IF WS-ACL-FS = '05' OR WS-ACL-FS = '35'
                 OPEN OUTPUT ACCUM-CORRECTION-LOG
               END-IF
               IF WS-ACL-FS NOT = '00'
                   DISPLAY 'OPEN OF ACCUM-CORRECTION-LOG FAILED, FS='
                           WS-ACL-FS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CORRECTION-LOG-OPEN TO TRUE
           END-IF

           OPEN OUTPUT RECONCILE-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF RECONCILE-REPORT-FILE FAILED, FS='
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
           CLOSE MEMBER-MASTER-FILE
           CLOSE BENEFIT-RULES-FILE
           CLOSE MEMBER-ACCUM-FILE
           IF CORRECTION-LOG-OPEN
               CLOSE ACCUM-CORRECTION-LOG
           END-IF
           CLOSE RECONCILE-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBER ACCUMULATOR RECONCILIATION - PLAN YEAR '
               WS-TARGET-YEAR '   RUN DATE ' WS-RUN-DATE-CCYYMMDD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF CORRECTION-MODE
               MOVE SPACES TO REPORT-RECORD
               STRING 'CORRECTION MODE - VARIANCES ARE REWRITTEN '
                   'AND LOGGED TO CLMACCLG'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE 'REPORT ONLY - NO ACCUMULATOR IS CHANGED'
                 TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS WHOSE STORED ACCUMULATOR DOES NOT MATCH '
               'THEIR CLAIMS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY.  THE NET DRIFT LINES
      * ARE RECOMPUTED MINUS STORED ACROSS EVERY MEMBER WITH A
      * VARIANCE: NEGATIVE MEANS THE FILE OVERSTATES WHAT MEMBERS
      * HAVE MET, SO THEY HAVE BEEN CHARGED SHORT OF THEIR BENEFITS.
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-MEMBERS-VARIANCE = 0
               MOVE 'NO VARIANCES - ALL ACCUMULATORS MATCH THEIR CLAIMS'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

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

           MOVE WS-CLAIMS-DERIVED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NET CLAIMS RECOMPUTED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACCUMS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCUMULATORS ON FILE FOR YEAR : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-COMPARED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS RECONCILED . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-IN-BALANCE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS IN BALANCE . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-VARIANCE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS WITH A VARIANCE  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-ACCUMS-MISSING > 0
               MOVE WS-ACCUMS-MISSING TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  NO ACCUMULATOR ON FILE . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-ACCUMS-NO-CLAIMS > 0
               MOVE WS-ACCUMS-NO-CLAIMS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  AMOUNTS BUT NO CLAIMS  . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-ACCUMS-INVALID > 0
               MOVE WS-ACCUMS-INVALID TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  STORED AMOUNT NOT NUMERIC  : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE WS-NET-DED-DRIFT TO WS-EDIT-DRIFT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NET DEDUCTIBLE DRIFT . . . . : ' WS-EDIT-DRIFT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NET-OOP-DRIFT TO WS-EDIT-DRIFT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NET OUT-OF-POCKET DRIFT  . . : ' WS-EDIT-DRIFT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-DED-NOT-DERIVED-CNT > 0
               MOVE WS-DED-NOT-DERIVED-CNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'DEDUCTIBLE NOT DERIVABLE . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-ORPHAN-DELTAS > 0
               MOVE WS-ORPHAN-DELTAS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'DELTAS WITH NO COUNTED CLAIM : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF CORRECTION-MODE
               MOVE WS-ACCUMS-CORRECTED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'ACCUMULATORS CORRECTED . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE WS-CORRECTION-FAILURES TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'CORRECTIONS FAILED . . . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCACRC PLAN YEAR ' WS-TARGET-YEAR
                   ' MEMBERS ' WS-MEMBERS-COMPARED
                   ' VARIANCES ' WS-MEMBERS-VARIANCE
                   ' CORRECTED ' WS-ACCUMS-CORRECTED
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT FILE AND RELEASE EVERY NON-
      * TEST CLAIM RECORD WITH A SERVICE DATE IN THE PLAN YEAR THAT
      * MOVES A MEMBER'S ACCUMULATORS.  AN ORIGINAL COUNTS WHEN IT
      * WAS PRICED INTO THEM ONLINE (ACCEPTED, PENDING, REVIEW) AND
      * HAS NOT BEEN DENIED SINCE -- PAID, ADJUSTED AND VOIDED
      * ORIGINALS STILL COUNT, THEIR DELTAS BRING THEM TO THE RIGHT
      * NET.  AN ADJUSTMENT OR REVERSAL DELTA IS RELEASED UNDER ITS
      * ORIGINAL'S CLAIM NUMBER SO THE TWO NET AS ONE CLAIM.
      ******************************************************************
       SELECT-YEAR-CLAIMS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               ADD 1 TO WS-CLAIMS-READ
               IF AUD-TEST-IND NOT = 'Y' AND
                  AUD-MEMBER-ID NOT = SPACES AND
                  AUD-SERVICE-DATE NUMERIC
                   IF AUD-SERVICE-DATE(1:4) = WS-TARGET-YEAR
                       EVALUATE AUD-CLAIM-STATUS
                           WHEN 'ACCEPTED'
                           WHEN 'PENDING'
                           WHEN 'REVIEW'
                           WHEN 'PAID'
                           WHEN 'ADJUSTED'
                           WHEN 'VOIDED'
                               SET SRT-ORIGINAL-CLAIM TO TRUE
                               MOVE AUD-CLAIMNO TO SRT-BASE-CLAIMNO
                               PERFORM RELEASE-YEAR-RECORD
                           WHEN 'ADJSTMNT'
                           WHEN 'REVERSAL'
                               SET SRT-ADJUSTMENT-DELTA TO TRUE
                               MOVE AUD-XREF-CLAIMNO
                                 TO SRT-BASE-CLAIMNO
                               PERFORM RELEASE-YEAR-RECORD
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED CLAIM RECORDS, BREAKING
      * ON MEMBER AND CLAIM.  EACH FINISHED MEMBER IS RECONCILED
      * AGAINST THE ACCUMULATOR FILE, WHICH IS READ ALONGSIDE IN THE
      * SAME KEY ORDER; TARGET-YEAR RECORDS FOR MEMBERS WITH NO
      * CLAIMS ARE RECONCILED AGAINST ZERO AS THEY ARE PASSED.
      ******************************************************************
       RECONCILE-MEMBER-ACCUMS SECTION.
      *
           MOVE SPACES TO WS-CURRENT-MEMBER
           MOVE SPACES TO WS-CURRENT-CLAIMNO
           PERFORM READ-ACCUM-RECORD
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
                   PERFORM START-CLAIM
               END-IF
               PERFORM ADD-CLAIM-RECORD
               PERFORM RETURN-SORTED-CLAIM
           END-PERFORM

           IF WS-CURRENT-CLAIMNO NOT = SPACES
               PERFORM FINISH-CLAIM
               PERFORM FINISH-MEMBER
           END-IF

           PERFORM UNTIL ACCUM-FILE-EOF
               PERFORM RECONCILE-STORED-ONLY
               PERFORM READ-ACCUM-RECORD
           END-PERFORM
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       RECONCILE-ROUTINES SECTION.
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
       RELEASE-YEAR-RECORD.
      *
           ADD 1 TO WS-RECORDS-SELECTED
           MOVE AUD-MEMBER-ID          TO SRT-MEMBER-ID
           MOVE AUD-CLAIMNO            TO SRT-CLAIMNO
           MOVE AUD-CLAIM-STATUS       TO SRT-CLAIM-STATUS
           MOVE AUD-CLAIMTYPE          TO SRT-CLAIMTYPE
           MOVE AUD-SERVICE-DATE       TO SRT-SERVICE-DATE
           MOVE AUD-DATE               TO SRT-AUD-DATE
           MOVE AUD-TIME               TO SRT-AUD-TIME
           MOVE AUD-MEMBER-RESP        TO SRT-MEMBER-RESP
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
      * ROUTINE TO READ THE NEXT ACCUMULATOR RECORD FOR THE TARGET
      * PLAN YEAR INTO WS-STORED-ACCUM, PASSING OVER OTHER YEARS
      ******************************************************************
       READ-ACCUM-RECORD.
      *
           SET ACCUM-NOT-IN-YEAR TO TRUE
           PERFORM UNTIL ACCUM-FILE-EOF OR ACCUM-IN-YEAR
               READ MEMBER-ACCUM-FILE NEXT RECORD
                   AT END
                       SET ACCUM-FILE-EOF TO TRUE
               END-READ
               IF ACCUM-FILE-NOT-EOF
                   IF WS-ACC-FS NOT = '00'
                       DISPLAY 'READ OF MEMBER-ACCUM-FILE FAILED, FS='
                               WS-ACC-FS
                       SET ACCUM-FILE-EOF TO TRUE
                   ELSE
                       IF ACC-PLAN-YEAR = WS-TARGET-YEAR
                           SET ACCUM-IN-YEAR TO TRUE
                           ADD 1 TO WS-ACCUMS-READ
                           MOVE MEMBER-ACCUM-RECORD TO WS-STORED-ACCUM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO START A NEW MEMBER
      ******************************************************************
       START-MEMBER.
      *
           MOVE SRT-MEMBER-ID TO WS-CURRENT-MEMBER
           MOVE 0 TO WS-CT-USED
           MOVE 0 TO WS-MBR-CLAIMS
           MOVE 0 TO WS-MBR-OVERFLOW-RESP
           SET MEMBER-TABLE-FITS TO TRUE
           .
      ******************************************************************
      * ROUTINE TO START A NEW CLAIM
      ******************************************************************
       START-CLAIM.
      *
           MOVE SRT-BASE-CLAIMNO TO WS-CURRENT-CLAIMNO
           MOVE SRT-BASE-CLAIMNO TO WS-CLM-CLAIMNO
           MOVE SPACES TO WS-CLM-STATUS
           MOVE SRT-CLAIMTYPE    TO WS-CLM-TYPE
           MOVE SRT-SERVICE-DATE TO WS-CLM-SVC-DATE
           MOVE 0 TO WS-CLM-AUD-DATE
           MOVE 0 TO WS-CLM-AUD-TIME
           MOVE 0 TO WS-CLM-DELTAS
           MOVE 0 TO WS-CLM-NET-RESP
           MOVE 0 TO WS-CLM-DED-APPLIED
           MOVE SPACE TO WS-CLM-RULE-IND
           SET CLAIM-HAS-NO-ORIGINAL TO TRUE
           .
      ******************************************************************
      * ROUTINE TO ADD ONE SORTED RECORD TO THE CLAIM BEING BUILT.
      * THE ORIGINAL SUPPLIES THE CLAIM'S IDENTITY AND ITS PLACE IN
      * SUBMISSION ORDER; EVERY RECORD ADDS ITS MEMBER RESPONSIBILITY
      * (A DELTA'S IS THE CHANGE, A REVERSAL'S THE ORIGINAL NEGATED).
      ******************************************************************
       ADD-CLAIM-RECORD.
      *
           IF SRT-ORIGINAL-CLAIM
               SET CLAIM-HAS-ORIGINAL TO TRUE
               MOVE SRT-CLAIM-STATUS TO WS-CLM-STATUS
               MOVE SRT-CLAIMTYPE    TO WS-CLM-TYPE
               MOVE SRT-SERVICE-DATE TO WS-CLM-SVC-DATE
               MOVE SRT-AUD-DATE     TO WS-CLM-AUD-DATE
               MOVE SRT-AUD-TIME     TO WS-CLM-AUD-TIME
           ELSE
               ADD 1 TO WS-CLM-DELTAS
           END-IF
           ADD SRT-MEMBER-RESP TO WS-CLM-NET-RESP
           .
      ******************************************************************
      * ROUTINE TO FILE THE FINISHED CLAIM IN THE MEMBER'S TABLE AT
      * ITS PLACE IN SUBMISSION ORDER.  DELTAS WHOSE ORIGINAL DOES
      * NOT COUNT (DENIED, REJECTED, OUTSIDE THE YEAR, OR A TEST
      * CLAIM) ARE LEFT OUT AND COUNTED.
      ******************************************************************
       FINISH-CLAIM.
      *
           IF CLAIM-HAS-NO-ORIGINAL
               ADD WS-CLM-DELTAS TO WS-ORPHAN-DELTAS
           ELSE
               ADD 1 TO WS-CLAIMS-DERIVED
               ADD 1 TO WS-MBR-CLAIMS
               IF WS-CT-USED < WS-CT-MAX
                   PERFORM FILE-CLAIM-ENTRY
               ELSE
                   SET MEMBER-TABLE-OVERFLOW TO TRUE
                   ADD WS-CLM-NET-RESP TO WS-MBR-OVERFLOW-RESP
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO INSERT THE FINISHED CLAIM AFTER EVERY ENTRY THAT
      * WAS SUBMITTED NO LATER THAN IT
      ******************************************************************
       FILE-CLAIM-ENTRY.
      *
           MOVE 0 TO WS-CT-POS
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED OR WS-CT-POS > 0
               IF WS-CT-SEQ-KEY(WS-CT-IDX) > WS-CLM-SEQ-KEY
                   MOVE WS-CT-IDX TO WS-CT-POS
               END-IF
           END-PERFORM
           IF WS-CT-POS = 0
               COMPUTE WS-CT-POS = WS-CT-USED + 1
           END-IF

           PERFORM VARYING WS-CT-IDX FROM WS-CT-USED BY -1
                   UNTIL WS-CT-IDX < WS-CT-POS
               MOVE WS-CT-ENTRY(WS-CT-IDX) TO WS-CT-ENTRY(WS-CT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-CT-USED
           MOVE WS-CLM-ENTRY TO WS-CT-ENTRY(WS-CT-POS)
           .
      ******************************************************************
      * ROUTINE TO FINISH A MEMBER: FIRST RECONCILE ANY TARGET-YEAR
      * RECORDS FOR MEMBERS THAT SORT AHEAD OF THIS ONE AND HAVE NO
      * CLAIMS, THEN RECOMPUTE THIS MEMBER'S ACCUMULATORS FROM ITS
      * CLAIMS AND RECONCILE THEM AGAINST ITS OWN RECORD (OR ITS
      * ABSENCE)
      ******************************************************************
       FINISH-MEMBER.
      *
           PERFORM UNTIL ACCUM-FILE-EOF OR
                         WS-STORED-MEMBER-ID NOT < WS-CURRENT-MEMBER
               PERFORM RECONCILE-STORED-ONLY
               PERFORM READ-ACCUM-RECORD
           END-PERFORM

           MOVE WS-CURRENT-MEMBER TO WS-RECON-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           PERFORM DERIVE-MEMBER-ACCUMS
           IF ACCUM-FILE-NOT-EOF AND
              WS-STORED-MEMBER-ID = WS-CURRENT-MEMBER
               PERFORM LOAD-STORED-AMOUNTS
               PERFORM COMPARE-MEMBER-ACCUMS
               PERFORM READ-ACCUM-RECORD
           ELSE
               SET STORED-RECORD-MISSING TO TRUE
               MOVE 0 TO WS-CMP-STORED-DED
               MOVE 0 TO WS-CMP-STORED-OOP
               PERFORM COMPARE-MEMBER-ACCUMS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RECONCILE A TARGET-YEAR ACCUMULATOR WHOSE MEMBER
      * HAS NO COUNTED CLAIMS IN THE YEAR: IT SHOULD BE ZERO (AS THE
      * IMSCACCR ROLLOVER OPENS IT)
      ******************************************************************
       RECONCILE-STORED-ONLY.
      *
           MOVE WS-STORED-MEMBER-ID TO WS-RECON-MEMBER-ID
           PERFORM LOOKUP-MEMBER
           MOVE 0 TO WS-CT-USED
           MOVE 0 TO WS-MBR-CLAIMS
           SET MEMBER-TABLE-FITS TO TRUE
           MOVE 0 TO WS-RC-DED
           MOVE 0 TO WS-RC-OOP
           SET DED-DERIVED TO TRUE
           PERFORM LOAD-STORED-AMOUNTS
           PERFORM COMPARE-MEMBER-ACCUMS
           .
      ******************************************************************
      * ROUTINE TO READ THE MEMBER MASTER FOR THE MEMBER BEING
      * RECONCILED: ITS PLAN CODE SELECTS THE BENEFIT RULES
      ******************************************************************
       LOOKUP-MEMBER.
      *
           MOVE WS-RECON-MEMBER-ID TO MBR-MEMBER-ID
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
      * ROUTINE TO LOAD THE STORED AMOUNTS FOR COMPARISON, NUMERIC-
      * EDITED AS EVERY READER OF THE ACCUMULATOR FILE DOES.  A
      * RECORD THAT FAILS THE EDIT COMPARES AS ZERO AND IS ALWAYS A
      * VARIANCE.
      ******************************************************************
       LOAD-STORED-AMOUNTS.
      *
           IF WS-STORED-DED NUMERIC AND WS-STORED-OOP NUMERIC
               SET STORED-RECORD-FOUND TO TRUE
               MOVE WS-STORED-DED TO WS-CMP-STORED-DED
               MOVE WS-STORED-OOP TO WS-CMP-STORED-OOP
           ELSE
               SET STORED-RECORD-INVALID TO TRUE
               MOVE 0 TO WS-CMP-STORED-DED
               MOVE 0 TO WS-CMP-STORED-OOP
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RECOMPUTE THE MEMBER'S ACCUMULATORS FROM THE
      * CLAIMS TABLE.  THE OUT-OF-POCKET IS THE SUM OF THE NET
      * MEMBER RESPONSIBILITY.  THE DEDUCTIBLE NEEDS THE PLAN'S
      * RULES, SO A MEMBER NOT ON THE MASTER, OR WITH MORE CLAIMS
      * THAN THE TABLE HOLDS, HAS ITS OUT-OF-POCKET RECONCILED ONLY.
      * THE ACCUMULATOR FIELDS ARE UNSIGNED, SO A NET BELOW ZERO
      * RECONCILES AS ZERO.
      ******************************************************************
       DERIVE-MEMBER-ACCUMS.
      *
           MOVE 0 TO WS-RC-DED
           MOVE WS-MBR-OVERFLOW-RESP TO WS-RC-OOP
           IF MEMBER-ON-MASTER AND MEMBER-TABLE-FITS
               SET DED-DERIVED TO TRUE
           ELSE
               SET DED-NOT-DERIVED TO TRUE
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED
               PERFORM DERIVE-ONE-CLAIM
           END-PERFORM

           IF WS-RC-OOP < 0
               MOVE 0 TO WS-RC-OOP
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE ONE CLAIM INTO THE RECOMPUTED ACCUMULATORS.
      * ONLINE, CALCULATE-BENEFITS COLLECTS FROM THE MEMBER EVERYTHING
      * UP TO THE PART OF THE DEDUCTIBLE NOT YET MET BEFORE ANY COPAY,
      * AND CAPS THE DEDUCTIBLE TAKEN AT WHAT THE MEMBER PAYS, SO THE
      * DEDUCTIBLE A CLAIM MET IS THE LESSER OF ITS NET MEMBER
      * RESPONSIBILITY AND WHAT WAS LEFT OF THE RULE'S DEDUCTIBLE
      * WHEN IT WAS PRICED.  NO RULE, OR A RULE ROW THAT FAILS THE
      * NUMERIC TEST, MET NONE, AS ONLINE.
      ******************************************************************
       DERIVE-ONE-CLAIM.
      *
           ADD WS-CT-NET-RESP(WS-CT-IDX) TO WS-RC-OOP
           MOVE 0 TO WS-CT-DED-APPLIED(WS-CT-IDX)
           MOVE SPACE TO WS-CT-RULE-IND(WS-CT-IDX)
           IF DED-DERIVED
               MOVE WS-CT-CLAIMTYPE(WS-CT-IDX) TO WS-CLM-CLAIMTYPE
               MOVE WS-CT-SERVICE-DATE(WS-CT-IDX)
                 TO WS-CLM-SERVICE-DATE
               PERFORM FIND-BENEFIT-RULE
               MOVE WS-RULE-STATUS-SW TO WS-CT-RULE-IND(WS-CT-IDX)
               IF RULE-FOUND-VALID AND WS-CT-NET-RESP(WS-CT-IDX) > 0
                   COMPUTE WS-EFF-DEDUCTIBLE =
                       WS-RULE-DEDUCTIBLE - WS-RC-DED
                   IF WS-EFF-DEDUCTIBLE < 0
                       MOVE 0 TO WS-EFF-DEDUCTIBLE
                   END-IF
                   IF WS-CT-NET-RESP(WS-CT-IDX) < WS-EFF-DEDUCTIBLE
                       MOVE WS-CT-NET-RESP(WS-CT-IDX)
                         TO WS-CT-DED-APPLIED(WS-CT-IDX)
                   ELSE
                       MOVE WS-EFF-DEDUCTIBLE
                         TO WS-CT-DED-APPLIED(WS-CT-IDX)
                   END-IF
                   ADD WS-CT-DED-APPLIED(WS-CT-IDX) TO WS-RC-DED
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SELECT THE BENEFIT RULE IN FORCE ON THE CLAIM'S
      * SERVICE DATE, EXACTLY AS THE ONLINE CALCULATORS DO: BROWSE
      * THE PLAN/TYPE SLICE OF THE RULES KSDS FROM ITS EARLIEST ROW
      * AND KEEP THE LAST ROW WHOSE EFFECTIVE DATE IS NOT AFTER THE
      * SERVICE DATE.  THE KEPT ROW'S AMOUNTS ARE COPIED OUT ONLY
      * AFTER PASSING THE NUMERIC TEST.
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
      * ROUTINE TO COMPARE THE RECOMPUTED ACCUMULATORS WITH THE
      * STORED ONES.  A MISSING RECORD IS ONLY A VARIANCE WHEN THE
      * CLAIMS SAY THE MEMBER HAS MET SOMETHING (ONLINE, NO RECORD
      * MEANS ZERO).  WHEN THE DEDUCTIBLE COULD NOT BE DERIVED ONLY
      * THE OUT-OF-POCKET IS COMPARED.
      ******************************************************************
       COMPARE-MEMBER-ACCUMS.
      *
           ADD 1 TO WS-MEMBERS-COMPARED
           SET MEMBER-IN-BALANCE TO TRUE
           MOVE SPACES TO WS-VARIANCE-NOTE

           IF DED-DERIVED
               COMPUTE WS-DIFF-DED = WS-RC-DED - WS-CMP-STORED-DED
           ELSE
               MOVE 0 TO WS-DIFF-DED
           END-IF
           COMPUTE WS-DIFF-OOP = WS-RC-OOP - WS-CMP-STORED-OOP

           IF WS-DIFF-DED NOT = 0 OR WS-DIFF-OOP NOT = 0 OR
              STORED-RECORD-INVALID
               SET MEMBER-HAS-VARIANCE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN STORED-RECORD-INVALID
                   MOVE 'STORED AMOUNT NOT NUMERIC'
                     TO WS-VARIANCE-NOTE
               WHEN STORED-RECORD-MISSING
                   MOVE 'NO ACCUMULATOR RECORD ON FILE'
                     TO WS-VARIANCE-NOTE
               WHEN WS-MBR-CLAIMS = 0
                   MOVE 'NO COUNTED CLAIMS IN THE YEAR'
                     TO WS-VARIANCE-NOTE
               WHEN MEMBER-NOT-ON-MASTER
                   MOVE 'NOT ON MEMBER MASTER - OOP ONLY'
                     TO WS-VARIANCE-NOTE
               WHEN MEMBER-TABLE-OVERFLOW
                   MOVE 'TOO MANY CLAIMS TO ORDER - OOP ONLY'
                     TO WS-VARIANCE-NOTE
           END-EVALUATE

           IF MEMBER-IN-BALANCE
               ADD 1 TO WS-MEMBERS-IN-BALANCE
           ELSE
               ADD 1 TO WS-MEMBERS-VARIANCE
               ADD WS-DIFF-DED TO WS-NET-DED-DRIFT
               ADD WS-DIFF-OOP TO WS-NET-OOP-DRIFT
               EVALUATE TRUE
                   WHEN STORED-RECORD-INVALID
                       ADD 1 TO WS-ACCUMS-INVALID
                   WHEN STORED-RECORD-MISSING
                       ADD 1 TO WS-ACCUMS-MISSING
                   WHEN WS-MBR-CLAIMS = 0
                       ADD 1 TO WS-ACCUMS-NO-CLAIMS
               END-EVALUATE
               IF DED-NOT-DERIVED
                   ADD 1 TO WS-DED-NOT-DERIVED-CNT
               END-IF
               PERFORM WRITE-VARIANCE
               IF CORRECTION-MODE
                   PERFORM CORRECT-ACCUMULATOR
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE MEMBER'S VARIANCE: THE STORED,
      * RECOMPUTED AND DIFFERENCE FIGURES, THEN EVERY CLAIM BEHIND
      * THE RECOMPUTED FIGURES IN THE ORDER THEY WERE TAKEN UP
      ******************************************************************
       WRITE-VARIANCE.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBER ' WS-RECON-MEMBER-ID ' '
               WS-MEMBER-NAME(1:20) ' PLAN ' WS-MEMBER-PLAN-CODE
               '  ' WS-VARIANCE-NOTE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '                          STORED      RECOMPUTED'
               '      DIFFERENCE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CMP-STORED-DED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           IF DED-DERIVED
               MOVE WS-RC-DED   TO WS-EDIT-AMOUNT-2
               MOVE WS-DIFF-DED TO WS-EDIT-AMOUNT-3
               STRING '  DEDUCTIBLE    ' WS-EDIT-AMOUNT ' '
                   WS-EDIT-AMOUNT-2 ' ' WS-EDIT-AMOUNT-3
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING '  DEDUCTIBLE    ' WS-EDIT-AMOUNT
                   '   NOT DERIVED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           MOVE WS-CMP-STORED-OOP TO WS-EDIT-AMOUNT
           MOVE WS-RC-OOP         TO WS-EDIT-AMOUNT-2
           MOVE WS-DIFF-OOP       TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO REPORT-RECORD
           STRING '  OUT OF POCKET ' WS-EDIT-AMOUNT ' '
               WS-EDIT-AMOUNT-2 ' ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-CT-USED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING '  CLAIM NO     STATUS    SVC DATE CLAIM TYPE '
                   'DELTAS   NET MBR RESP     DED MET RULE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED
               MOVE WS-CT-DELTAS(WS-CT-IDX)      TO WS-EDIT-SMALL
               MOVE WS-CT-NET-RESP(WS-CT-IDX)    TO WS-EDIT-AMOUNT
               MOVE WS-CT-DED-APPLIED(WS-CT-IDX) TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO REPORT-RECORD
               STRING '  ' WS-CT-CLAIMNO(WS-CT-IDX) ' '
                   WS-CT-STATUS(WS-CT-IDX) ' '
                   WS-CT-SERVICE-DATE(WS-CT-IDX) ' '
                   WS-CT-CLAIMTYPE(WS-CT-IDX) '   '
                   WS-EDIT-SMALL WS-EDIT-AMOUNT
                   WS-EDIT-AMOUNT-2 '  '
                   WS-CT-RULE-IND(WS-CT-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           IF MEMBER-TABLE-OVERFLOW
               MOVE WS-MBR-OVERFLOW-RESP TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  FURTHER CLAIMS NOT LISTED, NET MBR RESP '
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CORRECT ONE ACCUMULATOR TO THE RECOMPUTED FIGURES:
      * REWRITE THE RECORD ON FILE, OR ADD IT WHEN THERE IS NONE, AND
      * LOG THE BEFORE AND AFTER IMAGES.  A MEMBER WHOSE DEDUCTIBLE
      * COULD NOT BE DERIVED IS LEFT FOR A PERSON TO RESOLVE.
      ******************************************************************
       CORRECT-ACCUMULATOR.
      *
           IF DED-NOT-DERIVED
               MOVE '  NOT CORRECTED - DEDUCTIBLE COULD NOT BE DERIVED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-RECON-MEMBER-ID TO ACC-MEMBER-ID
               MOVE WS-TARGET-YEAR     TO ACC-PLAN-YEAR
               MOVE WS-RC-DED          TO ACC-DED-APPLIED-YTD
               MOVE WS-RC-OOP          TO ACC-OOP-APPLIED-YTD
               IF STORED-RECORD-MISSING
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'ADD' TO WS-ACL-ACTION
                   WRITE MEMBER-ACCUM-RECORD
               ELSE
                   MOVE WS-STORED-ACCUM TO WS-BEFORE-IMAGE
                   MOVE 'REWRITE' TO WS-ACL-ACTION
                   REWRITE MEMBER-ACCUM-RECORD
               END-IF

               MOVE SPACES TO REPORT-RECORD
               IF WS-ACC-FS = '00'
                   ADD 1 TO WS-ACCUMS-CORRECTED
                   PERFORM WRITE-CORRECTION-RECORD
                   STRING '  CORRECTED (' WS-ACL-ACTION ')'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   ADD 1 TO WS-CORRECTION-FAILURES
                   STRING '  CORRECTION FAILED, FS=' WS-ACC-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   DISPLAY 'ACCUM FILE UPDATE FAILED FOR MEMBER '
                           WS-RECON-MEMBER-ID ', FS=' WS-ACC-FS
               END-IF
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPEND THE BEFORE/AFTER RECORD TO THE CORRECTION
      * LOG.  THE APPLIED CORRECTION STANDS IF THE LOG WRITE FAILS,
      * BUT THE RUN ENDS WITH RETURN CODE 8 SO IT IS FOLLOWED UP.
      ******************************************************************
       WRITE-CORRECTION-RECORD.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           MOVE WS-FORMATTED-DATE-TIME TO ACL-TIMESTAMP
           MOVE 'IMSCACRC'             TO ACL-JOB-NAME
           MOVE WS-ACL-ACTION          TO ACL-ACTION
           MOVE WS-RECON-MEMBER-ID     TO ACL-MEMBER-ID
           MOVE WS-TARGET-YEAR         TO ACL-PLAN-YEAR
           MOVE WS-BEFORE-IMAGE        TO ACL-BEFORE-IMAGE
           MOVE MEMBER-ACCUM-RECORD    TO ACL-AFTER-IMAGE

           WRITE ACCUM-CORRECTION-RECORD
           IF WS-ACL-FS NOT = '00'
               ADD 1 TO WS-CORRECTION-FAILURES
               DISPLAY 'ACCUM CORRECTION LOG WRITE FAILED, FS='
                       WS-ACL-FS ' MEMBER ' WS-RECON-MEMBER-ID
           END-IF
           .
       END PROGRAM IMSCACRC.
