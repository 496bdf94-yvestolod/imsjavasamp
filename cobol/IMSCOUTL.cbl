       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCOUTL.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Weekly provider billing outlier run for special                *
      * investigations.  For the review week ending on the run date    *
      * (JCL override JOUTLEND, CCYYMMDD) this job:                    *
      *  (a) sorts the week's non-test claims from the audit KSDS, and *
      *      the week before it, by billing provider and member;       *
      *  (b) works out each provider's statistics for the week: claims,*
      *      distinct members, claims per member, the most claims for  *
      *      one member, average AUD-CLAIMAMT, the procedure code mix  *
      *      from the claim line KSDS (see IMSC2LIN), and the change in*
      *      claim volume over the prior week;                         *
      *  (c) compares each provider with its specialty peers (the other*
      *      providers of the same PRV-SPECIALTY billing that week) and*
      *     scores the rules it trips (rule codes in IMSC2SIW);        *
      *  (d) writes every provider that scores to the investigations   *
      *      worklist (see IMSC2SIW) and lists it on the report, noting*
      *      a provider already on prepayment review hold (IMSC2PPH).  *
      * Adjustment and reversal records and claims that failed on a    *
      * Java error are not billing and are left out.  Return code 4    *
      * means at least one provider was flagged (or the provider table *
      * overflowed); 8 means the JOUTLEND override was not a date.     *
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

           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT PREPAY-HOLD-FILE ASSIGN TO CLMPPHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPH-PROVIDER-ID
               FILE STATUS IS WS-PPH-FS.

           SELECT SIU-WORKLIST-FILE ASSIGN TO CLMSIUWL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIW-KEY
               FILE STATUS IS WS-SIW-FS.

           SELECT OUTLIER-REPORT-FILE ASSIGN TO CLMOUTRPT
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

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  PREPAY-HOLD-FILE.
       COPY IMSC2PPH.

       FD  SIU-WORKLIST-FILE.
       COPY IMSC2SIW.

       FD  OUTLIER-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PROVIDER-ID           PIC X(10).
           05 SRT-MEMBER-ID             PIC X(12).
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-WEEK-IND              PIC X.
              88 SRT-REVIEW-WEEK            VALUE 'C'.
              88 SRT-PRIOR-WEEK             VALUE 'P'.
           05 SRT-CLAIMAMT              PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-LIN-FS                 PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-PPH-FS                 PIC XX VALUE SPACES.
       01 WS-SIW-FS                 PIC XX VALUE SPACES.
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
       01 WS-PPH-OPEN-SW            PIC X VALUE 'N'.
          88 HOLD-FILE-OPEN             VALUE 'Y'.
          88 HOLD-FILE-NOT-OPEN         VALUE 'N'.
      ******************************************************************
      * THE REVIEW WEEK: THE SEVEN DAYS ENDING ON THE RUN DATE (JCL
      * OVERRIDE JOUTLEND), AND THE SEVEN DAYS BEFORE THAT FOR THE
      * VOLUME COMPARISON.  A CLAIM FALLS IN A WEEK BY THE DATE IT
      * WAS PROCESSED (AUD-DATE), SO A LATE-BILLED OLD SERVICE DATE
      * STILL COUNTS IN THE WEEK IT ARRIVED.
      ******************************************************************
       01 WS-WEEK-END-DATE          PIC 9(8).
       01 WS-WEEK-END-ENV           PIC X(8).
       01 WS-WEEK-END-INT           PIC S9(9) COMP.
       01 WS-WEEK-START-INT         PIC S9(9) COMP.
       01 WS-PRIOR-START-INT        PIC S9(9) COMP.
       01 WS-PRIOR-END-INT          PIC S9(9) COMP.
       01 WS-AUD-DATE-INT           PIC S9(9) COMP.
       01 WS-AUD-JULIAN-NUM         PIC 9(7).
       01 WS-AUD-JULIAN-X REDEFINES WS-AUD-JULIAN-NUM.
          05 FILLER                 PIC 9.
          05 WS-AUD-CENTURY         PIC 9.
          05 WS-AUD-YY              PIC 99.
          05 WS-AUD-DDD             PIC 999.
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
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-TIME        PIC 9(8).
             10 FILLER              PIC X(5).
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
      ******************************************************************
      * RULE THRESHOLDS AND POINTS, AGREED WITH SPECIAL
      * INVESTIGATIONS.  A PEER AVERAGE NEEDS AT LEAST WS-MIN-PEERS
      * OTHER PROVIDERS OF THE SAME SPECIALTY; WITH FEWER, THE PEER
      * RULES (CPMP, AMTP, MIXP) ARE NOT SCORED FOR THAT SPECIALTY.
      ******************************************************************
       01 WS-MIN-PEERS              PIC S9(4) COMP VALUE 2.
       01 WS-RPMB-MIN-CLAIMS        PIC S9(4) COMP VALUE 4.
       01 WS-RPMB-POINTS            PIC S9(4) COMP VALUE 25.
       01 WS-CPMP-MIN-CLAIMS        PIC S9(4) COMP VALUE 5.
       01 WS-CPMP-FACTOR            PIC S9V99 COMP-3 VALUE 2.00.
       01 WS-CPMP-POINTS            PIC S9(4) COMP VALUE 20.
       01 WS-AMTP-FACTOR            PIC S9V99 COMP-3 VALUE 2.00.
       01 WS-AMTP-POINTS            PIC S9(4) COMP VALUE 25.
       01 WS-MIXP-MIN-LINES         PIC S9(4) COMP VALUE 10.
       01 WS-MIXP-MIN-PCT           PIC S9(3)V9 COMP-3 VALUE 80.0.
       01 WS-MIXP-FACTOR            PIC S9V99 COMP-3 VALUE 1.50.
       01 WS-MIXP-POINTS            PIC S9(4) COMP VALUE 15.
       01 WS-VOLS-FACTOR            PIC S9V99 COMP-3 VALUE 2.00.
       01 WS-VOLS-MIN-INCREASE      PIC S9(4) COMP VALUE 10.
       01 WS-VOLS-POINTS            PIC S9(4) COMP VALUE 15.
      ******************************************************************
      * ONE ENTRY PER PROVIDER THAT BILLED IN THE REVIEW WEEK, IN
      * PROVIDER ORDER AS THE SORT RETURNS THEM.  A PROVIDER PAST THE
      * END OF THE TABLE IS COUNTED AND LEFT UNSCORED (RETURN CODE 4).
      ******************************************************************
       01 WS-PRV-MAX                PIC S9(4) COMP VALUE 2000.
       01 WS-PRV-USED               PIC S9(4) COMP VALUE 0.
       01 WS-PRV-TABLE.
          05 WS-PT-ENTRY OCCURS 2000 TIMES.
             10 WS-PT-PROVIDER-ID   PIC X(10).
             10 WS-PT-NAME          PIC X(30).
             10 WS-PT-SPECIALTY     PIC X(15).
             10 WS-PT-SPEC-IDX      PIC S9(4) COMP.
             10 WS-PT-CLAIMS        PIC S9(7) COMP-3.
             10 WS-PT-PRIOR-CLAIMS  PIC S9(7) COMP-3.
             10 WS-PT-MEMBERS       PIC S9(7) COMP-3.
             10 WS-PT-MAX-MBR-CLAIMS PIC S9(7) COMP-3.
             10 WS-PT-TOTAL-AMT     PIC S9(11)V99 COMP-3.
             10 WS-PT-LINES         PIC S9(7) COMP-3.
             10 WS-PT-TOP-CODE      PIC X(7).
             10 WS-PT-CPM           PIC S9(3)V99 COMP-3.
             10 WS-PT-AVG-AMT       PIC S9(9)V99 COMP-3.
             10 WS-PT-TOP-PCT       PIC S9(3)V9 COMP-3.
       01 WS-PT-IDX                 PIC S9(4) COMP.
      ******************************************************************
      * ONE ENTRY PER SPECIALTY, SUMMING ITS PROVIDERS' MEASURES SO A
      * PROVIDER'S PEER AVERAGE IS THE SPECIALTY SUM LESS ITS OWN
      * VALUE OVER THE OTHER PROVIDERS.  ONLY PROVIDERS WITH ENOUGH
      * LINES TO JUDGE A MIX COUNT TOWARD THE MIX AVERAGE.  A
      * PROVIDER NOT ON THE REGISTRY HAS NO SPECIALTY AND NO PEERS.
      ******************************************************************
       01 WS-SPEC-USED              PIC S9(4) COMP VALUE 0.
       01 WS-SPEC-TABLE.
          05 WS-SP-ENTRY OCCURS 300 TIMES.
             10 WS-SP-SPECIALTY     PIC X(15).
             10 WS-SP-PROVIDERS     PIC S9(7) COMP-3.
             10 WS-SP-SUM-CPM       PIC S9(9)V99 COMP-3.
             10 WS-SP-SUM-AVG-AMT   PIC S9(13)V99 COMP-3.
             10 WS-SP-MIX-PROVIDERS PIC S9(7) COMP-3.
             10 WS-SP-SUM-TOP-PCT   PIC S9(9)V9 COMP-3.
       01 WS-SP-IDX                 PIC S9(4) COMP.
      ******************************************************************
      * PROCEDURE CODE MIX OF THE PROVIDER BEING BUILT: SERVICE LINES
      * PER CODE ACROSS THE WEEK'S CLAIMS.  CODES PAST THE END OF THE
      * TABLE STILL COUNT IN THE PROVIDER'S LINE TOTAL.
      ******************************************************************
       01 WS-CODE-USED              PIC S9(4) COMP VALUE 0.
       01 WS-CODE-TABLE.
          05 WS-CD-ENTRY OCCURS 200 TIMES.
             10 WS-CD-PROC-CODE     PIC X(7).
             10 WS-CD-LINES         PIC S9(7) COMP-3.
       01 WS-CD-IDX                 PIC S9(4) COMP.
       01 WS-CD-TOP-IDX             PIC S9(4) COMP.
       01 WS-ENTRY-FOUND-SW         PIC X VALUE 'N'.
          88 ENTRY-FOUND                VALUE 'Y'.
          88 ENTRY-NOT-FOUND            VALUE 'N'.
      ******************************************************************
      * CONTROL-BREAK WORK AREAS FOR THE SORTED CLAIMS
      ******************************************************************
       01 WS-CURRENT-PROVIDER       PIC X(10) VALUE SPACES.
       01 WS-CURRENT-MEMBER         PIC X(12) VALUE SPACES.
       01 WS-MBR-CLAIMS             PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-CLAIMS             PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-PRIOR-CLAIMS       PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-MEMBERS            PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-MAX-MBR-CLAIMS     PIC S9(7) COMP-3 VALUE 0.
       01 WS-CUR-TOTAL-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CUR-LINES              PIC S9(7) COMP-3 VALUE 0.
      ******************************************************************
      * SCORING WORK AREAS FOR THE PROVIDER BEING JUDGED
      ******************************************************************
       01 WS-PEERS                  PIC S9(7) COMP-3.
       01 WS-MIX-PEERS              PIC S9(7) COMP-3.
       01 WS-PEER-CPM               PIC S9(3)V99 COMP-3.
       01 WS-PEER-AVG-AMT           PIC S9(9)V99 COMP-3.
       01 WS-PEER-TOP-PCT           PIC S9(3)V9 COMP-3.
       01 WS-SCORE                  PIC S9(4) COMP.
       01 WS-RULE-COUNT             PIC S9(4) COMP.
       01 WS-RULE-CODES.
          05 WS-RULE-CODE           PIC X(4) OCCURS 5 TIMES.
       01 WS-RULE-IDX               PIC S9(4) COMP.
       01 WS-HOLD-TEXT              PIC X(8).
      ******************************************************************
      * RUNNING COUNTS FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-CLAIMS-READ            PIC 9(9) VALUE 0.
       01 WS-CLAIMS-SELECTED        PIC 9(9) VALUE 0.
       01 WS-PROVIDERS-SCORED       PIC 9(9) VALUE 0.
       01 WS-PROVIDERS-FLAGGED      PIC 9(9) VALUE 0.
       01 WS-PROVIDERS-ON-HOLD      PIC 9(9) VALUE 0.
       01 WS-PROVIDERS-SKIPPED      PIC 9(9) VALUE 0.
       01 WS-WORKLIST-WRITTEN       PIC 9(9) VALUE 0.
       01 WS-WORKLIST-REFRESHED     PIC 9(9) VALUE 0.
       01 WS-WORKLIST-FAILED        PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL             PIC ZZ,ZZ9.
       01 WS-EDIT-SMALL-2           PIC ZZ,ZZ9.
       01 WS-EDIT-SMALL-3           PIC ZZ,ZZ9.
       01 WS-EDIT-SMALL-4           PIC ZZ,ZZ9.
       01 WS-EDIT-SCORE             PIC ZZ9.
       01 WS-EDIT-RATIO             PIC ZZ9.99.
       01 WS-EDIT-RATIO-2           PIC ZZ9.99.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PCT               PIC ZZ9.9.
       01 WS-EDIT-PCT-2             PIC ZZ9.9.
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

           PERFORM GET-REVIEW-WEEK
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROVIDER-ID SRT-MEMBER-ID
                                SRT-CLAIMNO
               INPUT PROCEDURE IS SELECT-WEEK-CLAIMS
               OUTPUT PROCEDURE IS BUILD-PROVIDER-STATISTICS

           PERFORM BUILD-SPECIALTY-SUMS
           PERFORM SCORE-PROVIDERS
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-PROVIDERS-FLAGGED > 0 OR WS-PROVIDERS-SKIPPED > 0 OR
              WS-WORKLIST-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE REVIEW WEEK.  IT ENDS ON THE RUN DATE
      * UNLESS ENVIRONMENT VARIABLE JOUTLEND NAMES ANOTHER END DATE
      * (CCYYMMDD), E.G. TO RERUN A WEEK THAT WAS MISSED.  AN
      * OVERRIDE THAT IS NOT A VALID DATE STOPS THE RUN WITH RETURN
      * CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-REVIEW-WEEK.
      *
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-WEEK-END-DATE

           MOVE SPACES TO WS-WEEK-END-ENV
           ACCEPT WS-WEEK-END-ENV FROM ENVIRONMENT "JOUTLEND"
           IF WS-WEEK-END-ENV NOT = SPACES
               IF WS-WEEK-END-ENV IS NUMERIC
                   MOVE WS-WEEK-END-ENV TO WS-WEEK-END-DATE
               ELSE
                   MOVE 0 TO WS-WEEK-END-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END-DATE)
                  NOT = 0
                   DISPLAY 'JOUTLEND IS NOT A VALID CCYYMMDD DATE: '
                           WS-WEEK-END-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6
           COMPUTE WS-PRIOR-END-INT = WS-WEEK-END-INT - 7
           COMPUTE WS-PRIOR-START-INT = WS-WEEK-END-INT - 13
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE CLAIM LINE FILE IS OPTIONAL --
      * WITHOUT IT NO PROCEDURE MIX CAN BE JUDGED AND THE MIX RULE IS
      * NOT SCORED.  THE HOLD FILE IS OPTIONAL TOO (NO FILE, NO
      * HOLDS).  THE WORKLIST IS CREATED ON ITS FIRST RUN.
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

           OPEN INPUT PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS NOT = '00'
               DISPLAY 'OPEN OF PROVIDER-REGISTRY-FILE FAILED, FS='
                       WS-PRV-FS
               STOP RUN
           END-IF

           SET HOLD-FILE-NOT-OPEN TO TRUE
           OPEN INPUT PREPAY-HOLD-FILE
           IF WS-PPH-FS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               IF WS-PPH-FS NOT = '35'
                   DISPLAY 'OPEN OF PREPAY-HOLD-FILE FAILED, FS='
                           WS-PPH-FS
               END-IF
           END-IF

           OPEN I-O SIU-WORKLIST-FILE
           IF WS-SIW-FS = '05' OR WS-SIW-FS = '35'
               OPEN OUTPUT SIU-WORKLIST-FILE
               CLOSE SIU-WORKLIST-FILE
               OPEN I-O SIU-WORKLIST-FILE
           END-IF
           IF WS-SIW-FS NOT = '00'
               DISPLAY 'OPEN OF SIU-WORKLIST-FILE FAILED, FS='
                       WS-SIW-FS
               STOP RUN
           END-IF

           OPEN OUTPUT OUTLIER-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF OUTLIER-REPORT-FILE FAILED, FS='
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
           CLOSE PROVIDER-REGISTRY-FILE
           IF HOLD-FILE-OPEN
               CLOSE PREPAY-HOLD-FILE
           END-IF
           CLOSE SIU-WORKLIST-FILE
           CLOSE OUTLIER-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE WS-WEEK-END-DATE TO WS-DATE-SPLIT
           MOVE WS-DATE-YEAR  TO WS-DATE-FMT-YEAR
           MOVE WS-DATE-MONTH TO WS-DATE-FMT-MONTH
           MOVE WS-DATE-DAY   TO WS-DATE-FMT-DAY

           MOVE 'PROVIDER BILLING OUTLIER REPORT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'REVIEW WEEK ENDING ' WS-DATE-FMT
               '   RUN DATE ' WS-RUN-DATE-CCYYMMDD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO TOTAL EACH SPECIALTY'S PROVIDER MEASURES FOR THE
      * PEER AVERAGES.  PROVIDERS WITH NO SPECIALTY ARE LEFT OUT.
      ******************************************************************
       BUILD-SPECIALTY-SUMS.
      *
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PRV-USED
               MOVE 0 TO WS-PT-SPEC-IDX(WS-PT-IDX)
               IF WS-PT-SPECIALTY(WS-PT-IDX) NOT = SPACES
                   PERFORM FIND-SPECIALTY
               END-IF
               IF WS-PT-SPEC-IDX(WS-PT-IDX) > 0
                   MOVE WS-PT-SPEC-IDX(WS-PT-IDX) TO WS-SP-IDX
                   ADD 1 TO WS-SP-PROVIDERS(WS-SP-IDX)
                   ADD WS-PT-CPM(WS-PT-IDX)
                     TO WS-SP-SUM-CPM(WS-SP-IDX)
                   ADD WS-PT-AVG-AMT(WS-PT-IDX)
                     TO WS-SP-SUM-AVG-AMT(WS-SP-IDX)
                   IF WS-PT-LINES(WS-PT-IDX) >= WS-MIXP-MIN-LINES
                       ADD 1 TO WS-SP-MIX-PROVIDERS(WS-SP-IDX)
                       ADD WS-PT-TOP-PCT(WS-PT-IDX)
                         TO WS-SP-SUM-TOP-PCT(WS-SP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO FIND THE CURRENT PROVIDER'S SPECIALTY IN THE TABLE,
      * CLAIMING A NEW SLOT FOR ONE NOT SEEN YET.  WHEN THE TABLE IS
      * FULL THE PROVIDER IS JUDGED WITHOUT PEERS.
      ******************************************************************
       FIND-SPECIALTY.
      *
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPEC-USED OR ENTRY-FOUND
               IF WS-SP-SPECIALTY(WS-SP-IDX) =
                  WS-PT-SPECIALTY(WS-PT-IDX)
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-SP-IDX TO WS-PT-SPEC-IDX(WS-PT-IDX)
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND AND WS-SPEC-USED < 300
               ADD 1 TO WS-SPEC-USED
               MOVE WS-SPEC-USED TO WS-SP-IDX
               MOVE WS-PT-SPECIALTY(WS-PT-IDX)
                 TO WS-SP-SPECIALTY(WS-SP-IDX)
               MOVE 0 TO WS-SP-PROVIDERS(WS-SP-IDX)
               MOVE 0 TO WS-SP-SUM-CPM(WS-SP-IDX)
               MOVE 0 TO WS-SP-SUM-AVG-AMT(WS-SP-IDX)
               MOVE 0 TO WS-SP-MIX-PROVIDERS(WS-SP-IDX)
               MOVE 0 TO WS-SP-SUM-TOP-PCT(WS-SP-IDX)
               MOVE WS-SP-IDX TO WS-PT-SPEC-IDX(WS-PT-IDX)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SCORE EVERY PROVIDER IN THE TABLE AND WORKLIST AND
      * REPORT THOSE THAT TRIP ANY RULE
      ******************************************************************
       SCORE-PROVIDERS.
      *
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PRV-USED
               ADD 1 TO WS-PROVIDERS-SCORED
               PERFORM COMPUTE-PEER-AVERAGES
               PERFORM APPLY-OUTLIER-RULES
               IF WS-SCORE > 0
                   ADD 1 TO WS-PROVIDERS-FLAGGED
                   PERFORM CHECK-HOLD-STATUS
                   PERFORM WRITE-WORKLIST-ITEM
                   PERFORM WRITE-PROVIDER-DETAIL
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO WORK OUT THE PEER AVERAGES FOR THE PROVIDER AT
      * WS-PT-IDX: ITS SPECIALTY'S SUMS LESS ITS OWN VALUES, OVER THE
      * OTHER PROVIDERS.  TOO FEW PEERS LEAVES THE AVERAGE AT ZERO,
      * WHICH SCORES NOTHING.
      ******************************************************************
       COMPUTE-PEER-AVERAGES.
      *
           MOVE 0 TO WS-PEERS
           MOVE 0 TO WS-MIX-PEERS
           MOVE 0 TO WS-PEER-CPM
           MOVE 0 TO WS-PEER-AVG-AMT
           MOVE 0 TO WS-PEER-TOP-PCT
           MOVE WS-PT-SPEC-IDX(WS-PT-IDX) TO WS-SP-IDX

           IF WS-SP-IDX > 0
               COMPUTE WS-PEERS = WS-SP-PROVIDERS(WS-SP-IDX) - 1
               IF WS-PEERS >= WS-MIN-PEERS
                   COMPUTE WS-PEER-CPM ROUNDED =
                       (WS-SP-SUM-CPM(WS-SP-IDX)
                        - WS-PT-CPM(WS-PT-IDX)) / WS-PEERS
                   COMPUTE WS-PEER-AVG-AMT ROUNDED =
                       (WS-SP-SUM-AVG-AMT(WS-SP-IDX)
                        - WS-PT-AVG-AMT(WS-PT-IDX)) / WS-PEERS
               END-IF

               MOVE WS-SP-MIX-PROVIDERS(WS-SP-IDX) TO WS-MIX-PEERS
               IF WS-PT-LINES(WS-PT-IDX) >= WS-MIXP-MIN-LINES
                   SUBTRACT 1 FROM WS-MIX-PEERS
               END-IF
               IF WS-MIX-PEERS >= WS-MIN-PEERS AND
                  WS-PT-LINES(WS-PT-IDX) >= WS-MIXP-MIN-LINES
                   COMPUTE WS-PEER-TOP-PCT ROUNDED =
                       (WS-SP-SUM-TOP-PCT(WS-SP-IDX)
                        - WS-PT-TOP-PCT(WS-PT-IDX)) / WS-MIX-PEERS
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPLY THE RULES TO THE PROVIDER AT WS-PT-IDX,
      * SUMMING THE POINTS OF EVERY RULE TRIPPED:
      *   RPMB  ONE MEMBER BILLED WS-RPMB-MIN-CLAIMS TIMES OR MORE
      *   CPMP  CLAIMS PER MEMBER AT LEAST WS-CPMP-FACTOR TIMES THE
      *         PEER AVERAGE (PROVIDERS WITH WS-CPMP-MIN-CLAIMS+)
      *   AMTP  AVERAGE CLAIM AMOUNT AT LEAST WS-AMTP-FACTOR TIMES
      *         THE PEER AVERAGE
      *   MIXP  ONE CODE ON WS-MIXP-MIN-PCT OR MORE OF THE LINES AND
      *         AT LEAST WS-MIXP-FACTOR TIMES THE PEERS' TOP-CODE
      *         SHARE (PROVIDERS WITH WS-MIXP-MIN-LINES+ LINES)
      *   VOLS  CLAIMS AT LEAST WS-VOLS-FACTOR TIMES THE PRIOR WEEK
      *         AND UP BY WS-VOLS-MIN-INCREASE OR MORE
      ******************************************************************
       APPLY-OUTLIER-RULES.
      *
           MOVE 0 TO WS-SCORE
           MOVE 0 TO WS-RULE-COUNT
           MOVE SPACES TO WS-RULE-CODES

           IF WS-PT-MAX-MBR-CLAIMS(WS-PT-IDX) >= WS-RPMB-MIN-CLAIMS
               ADD WS-RPMB-POINTS TO WS-SCORE
               ADD 1 TO WS-RULE-COUNT
               MOVE 'RPMB' TO WS-RULE-CODE(WS-RULE-COUNT)
           END-IF

           IF WS-PEER-CPM > 0 AND
              WS-PT-CLAIMS(WS-PT-IDX) >= WS-CPMP-MIN-CLAIMS AND
              WS-PT-CPM(WS-PT-IDX) >= WS-PEER-CPM * WS-CPMP-FACTOR
               ADD WS-CPMP-POINTS TO WS-SCORE
               ADD 1 TO WS-RULE-COUNT
               MOVE 'CPMP' TO WS-RULE-CODE(WS-RULE-COUNT)
           END-IF

           IF WS-PEER-AVG-AMT > 0 AND
              WS-PT-AVG-AMT(WS-PT-IDX) >=
                  WS-PEER-AVG-AMT * WS-AMTP-FACTOR
               ADD WS-AMTP-POINTS TO WS-SCORE
               ADD 1 TO WS-RULE-COUNT
               MOVE 'AMTP' TO WS-RULE-CODE(WS-RULE-COUNT)
           END-IF

           IF WS-PEER-TOP-PCT > 0 AND
              WS-PT-TOP-PCT(WS-PT-IDX) >= WS-MIXP-MIN-PCT AND
              WS-PT-TOP-PCT(WS-PT-IDX) >=
                  WS-PEER-TOP-PCT * WS-MIXP-FACTOR
               ADD WS-MIXP-POINTS TO WS-SCORE
               ADD 1 TO WS-RULE-COUNT
               MOVE 'MIXP' TO WS-RULE-CODE(WS-RULE-COUNT)
           END-IF

           IF WS-PT-CLAIMS(WS-PT-IDX) >=
                  WS-PT-PRIOR-CLAIMS(WS-PT-IDX) * WS-VOLS-FACTOR AND
              WS-PT-CLAIMS(WS-PT-IDX) - WS-PT-PRIOR-CLAIMS(WS-PT-IDX)
                  >= WS-VOLS-MIN-INCREASE
               ADD WS-VOLS-POINTS TO WS-SCORE
               ADD 1 TO WS-RULE-COUNT
               MOVE 'VOLS' TO WS-RULE-CODE(WS-RULE-COUNT)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO NOTE WHETHER A FLAGGED PROVIDER IS ALREADY ON
      * PREPAYMENT REVIEW HOLD, FOR THE REPORT
      ******************************************************************
       CHECK-HOLD-STATUS.
      *
           MOVE SPACES TO WS-HOLD-TEXT
           IF HOLD-FILE-OPEN
               MOVE WS-PT-PROVIDER-ID(WS-PT-IDX) TO PPH-PROVIDER-ID
               READ PREPAY-HOLD-FILE
               IF WS-PPH-FS = '00' AND PPH-IS-ACTIVE
                   MOVE 'ON HOLD' TO WS-HOLD-TEXT
                   ADD 1 TO WS-PROVIDERS-ON-HOLD
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PROVIDER'S WORKLIST ITEM FOR THE WEEK.  A
      * RERUN OF A WEEK ALREADY ON FILE REFRESHES THE STATISTICS AND
      * SCORE BUT KEEPS THE ITEM'S WORK STATUS, CREATED DATE, AND
      * LAST CHANGE, SO AN INVESTIGATOR'S PROGRESS IS NOT LOST.
      ******************************************************************
       WRITE-WORKLIST-ITEM.
      *
           MOVE WS-PT-PROVIDER-ID(WS-PT-IDX) TO SIW-PROVIDER-ID
           MOVE WS-WEEK-END-DATE TO SIW-WEEK-END-DATE
           READ SIU-WORKLIST-FILE
           IF WS-SIW-FS NOT = '00'
               MOVE 'N' TO SIW-WORK-STATUS
               MOVE WS-RUN-DATE-CCYYMMDD TO SIW-CREATED-DATE
               MOVE 0 TO SIW-LAST-CHANGE-DATE
               MOVE SPACES TO SIW-LAST-CHANGE-USER
           END-IF

           MOVE WS-PT-NAME(WS-PT-IDX)       TO SIW-PROVIDER-NAME
           MOVE WS-PT-SPECIALTY(WS-PT-IDX)  TO SIW-SPECIALTY
           MOVE WS-SCORE                    TO SIW-SCORE
           MOVE WS-RULE-COUNT               TO SIW-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 5
               MOVE WS-RULE-CODE(WS-RULE-IDX)
                 TO SIW-RULE-CODE(WS-RULE-IDX)
           END-PERFORM
           MOVE WS-PT-CLAIMS(WS-PT-IDX)     TO SIW-CLAIM-COUNT
           MOVE WS-PT-PRIOR-CLAIMS(WS-PT-IDX)
             TO SIW-PRIOR-CLAIM-COUNT
           MOVE WS-PT-MEMBERS(WS-PT-IDX)    TO SIW-MEMBER-COUNT
           MOVE WS-PT-CPM(WS-PT-IDX)        TO SIW-CLAIMS-PER-MEMBER
           MOVE WS-PEER-CPM                 TO SIW-PEER-CLAIMS-PER-MBR
           MOVE WS-PT-MAX-MBR-CLAIMS(WS-PT-IDX)
             TO SIW-MAX-MEMBER-CLAIMS
           MOVE WS-PT-AVG-AMT(WS-PT-IDX)    TO SIW-AVG-CLAIMAMT
           MOVE WS-PEER-AVG-AMT             TO SIW-PEER-AVG-CLAIMAMT
           MOVE WS-PT-TOP-CODE(WS-PT-IDX)   TO SIW-TOP-PROC-CODE
           MOVE WS-PT-TOP-PCT(WS-PT-IDX)    TO SIW-TOP-PROC-PCT
           MOVE WS-PEER-TOP-PCT             TO SIW-PEER-TOP-PROC-PCT

           IF WS-SIW-FS = '00'
               REWRITE SIU-WORKLIST-RECORD
               IF WS-SIW-FS = '00'
                   ADD 1 TO WS-WORKLIST-REFRESHED
               END-IF
           ELSE
               WRITE SIU-WORKLIST-RECORD
               IF WS-SIW-FS = '00'
                   ADD 1 TO WS-WORKLIST-WRITTEN
               END-IF
           END-IF
           IF WS-SIW-FS NOT = '00'
               DISPLAY 'WORKLIST UPDATE FAILED FOR PROVIDER '
                       SIW-PROVIDER-ID ', FS=' WS-SIW-FS
               ADD 1 TO WS-WORKLIST-FAILED
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LIST A FLAGGED PROVIDER ON THE REPORT: WHO, THE
      * SCORE AND RULES, AND THE MEASURES BESIDE THEIR PEER VALUES
      ******************************************************************
       WRITE-PROVIDER-DETAIL.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-SCORE TO WS-EDIT-SCORE
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDER ' WS-PT-PROVIDER-ID(WS-PT-IDX) ' '
               WS-PT-NAME(WS-PT-IDX) ' '
               WS-PT-SPECIALTY(WS-PT-IDX) ' SCORE ' WS-EDIT-SCORE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING '  RULES: ' WS-RULE-CODE(1) ' ' WS-RULE-CODE(2) ' '
               WS-RULE-CODE(3) ' ' WS-RULE-CODE(4) ' '
               WS-RULE-CODE(5) '   ' WS-HOLD-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PT-CLAIMS(WS-PT-IDX) TO WS-EDIT-SMALL
           MOVE WS-PT-PRIOR-CLAIMS(WS-PT-IDX) TO WS-EDIT-SMALL-2
           MOVE WS-PT-MEMBERS(WS-PT-IDX) TO WS-EDIT-SMALL-3
           MOVE WS-PT-MAX-MBR-CLAIMS(WS-PT-IDX) TO WS-EDIT-SMALL-4
           MOVE SPACES TO REPORT-RECORD
           STRING '  CLAIMS ' WS-EDIT-SMALL ' PRIOR WEEK '
               WS-EDIT-SMALL-2 ' MEMBERS ' WS-EDIT-SMALL-3
               ' MOST FOR ONE MEMBER ' WS-EDIT-SMALL-4
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PT-CPM(WS-PT-IDX) TO WS-EDIT-RATIO
           MOVE WS-PEER-CPM TO WS-EDIT-RATIO-2
           MOVE SPACES TO REPORT-RECORD
           STRING '  CLAIMS PER MEMBER ' WS-EDIT-RATIO
               '   PEER ' WS-EDIT-RATIO-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PT-AVG-AMT(WS-PT-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-PEER-AVG-AMT TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING '  AVERAGE CLAIM ' WS-EDIT-AMOUNT
               '   PEER ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-PT-LINES(WS-PT-IDX) > 0
               MOVE WS-PT-TOP-PCT(WS-PT-IDX) TO WS-EDIT-PCT
               MOVE WS-PEER-TOP-PCT TO WS-EDIT-PCT-2
               MOVE WS-PT-LINES(WS-PT-IDX) TO WS-EDIT-SMALL
               MOVE SPACES TO REPORT-RECORD
               STRING '  TOP CODE ' WS-PT-TOP-CODE(WS-PT-IDX) ' '
                   WS-EDIT-PCT '% OF ' WS-EDIT-SMALL ' LINES   PEER '
                   WS-EDIT-PCT-2 '%'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'AUDIT RECORDS READ . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-SELECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS IN BOTH WEEKS : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PROVIDERS-SCORED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDERS SCORED . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PROVIDERS-FLAGGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDERS FLAGGED  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PROVIDERS-ON-HOLD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALREADY ON HOLD  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-WORKLIST-WRITTEN TO WS-EDIT-COUNT
           MOVE WS-WORKLIST-REFRESHED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'WORKLIST ITEMS NEW . : ' WS-EDIT-COUNT
               '  REFRESHED ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-WORKLIST-FAILED > 0
               MOVE WS-WORKLIST-FAILED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'WORKLIST UPDATES FAILED : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-PROVIDERS-SKIPPED > 0
               MOVE WS-PROVIDERS-SKIPPED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'PROVIDERS NOT SCORED (TABLE FULL) : '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF LINE-FILE-NOT-OPEN
               MOVE 'CLAIM LINE FILE NOT AVAILABLE - MIX NOT SCORED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT FILE AND RELEASE EVERY LIVE
      * CLAIM PROCESSED IN THE REVIEW WEEK OR THE WEEK BEFORE IT.
      * TEST CLAIMS, ERRORS, AND THE REVERSAL AND ADJUSTMENT RECORDS
      * DERIVED FROM AN ORIGINAL ARE LEFT OUT SO EACH BILLED CLAIM
      * COUNTS ONCE.
      ******************************************************************
       SELECT-WEEK-CLAIMS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               ADD 1 TO WS-CLAIMS-READ
               IF AUD-TEST-IND NOT = 'Y' AND
                  AUD-PROVIDER-ID NOT = SPACES AND
                  AUD-CLAIM-STATUS NOT = 'REVERSAL' AND
                  AUD-CLAIM-STATUS NOT = 'ADJSTMNT' AND
                  AUD-CLAIM-STATUS NOT = 'ERROR'
                   MOVE AUD-DATE TO WS-AUD-JULIAN-NUM
                   COMPUTE WS-AUD-DATE-INT = FUNCTION INTEGER-OF-DAY(
                       (1900 + WS-AUD-CENTURY * 100 + WS-AUD-YY) * 1000
                       + WS-AUD-DDD)
                   MOVE SPACE TO SRT-WEEK-IND
                   IF WS-AUD-DATE-INT >= WS-WEEK-START-INT AND
                      WS-AUD-DATE-INT <= WS-WEEK-END-INT
                       SET SRT-REVIEW-WEEK TO TRUE
                   END-IF
                   IF WS-AUD-DATE-INT >= WS-PRIOR-START-INT AND
                      WS-AUD-DATE-INT <= WS-PRIOR-END-INT
                       SET SRT-PRIOR-WEEK TO TRUE
                   END-IF
                   IF SRT-REVIEW-WEEK OR SRT-PRIOR-WEEK
                       ADD 1 TO WS-CLAIMS-SELECTED
                       MOVE AUD-PROVIDER-ID TO SRT-PROVIDER-ID
                       MOVE AUD-MEMBER-ID   TO SRT-MEMBER-ID
                       MOVE AUD-CLAIMNO     TO SRT-CLAIMNO
                       MOVE AUD-CLAIMAMT    TO SRT-CLAIMAMT
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED CLAIMS AND BUILD ONE
      * TABLE ENTRY PER PROVIDER THAT BILLED IN THE REVIEW WEEK.
      * PRIOR-WEEK CLAIMS ONLY ADD TO THE PROVIDER'S PRIOR VOLUME.
      ******************************************************************
       BUILD-PROVIDER-STATISTICS SECTION.
      *
           MOVE SPACES TO WS-CURRENT-PROVIDER
           PERFORM RETURN-SORTED-CLAIM
           PERFORM UNTIL SORT-FILE-EOF
               IF SRT-PROVIDER-ID NOT = WS-CURRENT-PROVIDER
                   IF WS-CURRENT-PROVIDER NOT = SPACES
                       PERFORM FINISH-PROVIDER
                   END-IF
                   PERFORM START-PROVIDER
               END-IF
               IF SRT-PRIOR-WEEK
                   ADD 1 TO WS-CUR-PRIOR-CLAIMS
               ELSE
                   PERFORM COUNT-CLAIM
               END-IF
               PERFORM RETURN-SORTED-CLAIM
           END-PERFORM

           IF WS-CURRENT-PROVIDER NOT = SPACES
               PERFORM FINISH-PROVIDER
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       OUTLIER-ROUTINES SECTION.
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
      * ROUTINE TO RETURN THE NEXT SORTED CLAIM
      ******************************************************************
       RETURN-SORTED-CLAIM.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO START A NEW PROVIDER
      ******************************************************************
       START-PROVIDER.
      *
           MOVE SRT-PROVIDER-ID TO WS-CURRENT-PROVIDER
           MOVE SPACES TO WS-CURRENT-MEMBER
           MOVE 0 TO WS-MBR-CLAIMS
           MOVE 0 TO WS-CUR-CLAIMS
           MOVE 0 TO WS-CUR-PRIOR-CLAIMS
           MOVE 0 TO WS-CUR-MEMBERS
           MOVE 0 TO WS-CUR-MAX-MBR-CLAIMS
           MOVE 0 TO WS-CUR-TOTAL-AMT
           MOVE 0 TO WS-CUR-LINES
           MOVE 0 TO WS-CODE-USED
           .
      ******************************************************************
      * ROUTINE TO COUNT A REVIEW-WEEK CLAIM: THE MEMBER BREAK FOR
      * CLAIMS PER MEMBER, THE AMOUNT, AND THE CLAIM'S SERVICE LINES
      * FOR THE PROCEDURE CODE MIX
      ******************************************************************
       COUNT-CLAIM.
      *
           IF SRT-MEMBER-ID NOT = WS-CURRENT-MEMBER OR
              WS-CUR-MEMBERS = 0
               IF WS-MBR-CLAIMS > WS-CUR-MAX-MBR-CLAIMS
                   MOVE WS-MBR-CLAIMS TO WS-CUR-MAX-MBR-CLAIMS
               END-IF
               MOVE SRT-MEMBER-ID TO WS-CURRENT-MEMBER
               MOVE 0 TO WS-MBR-CLAIMS
               ADD 1 TO WS-CUR-MEMBERS
           END-IF
           ADD 1 TO WS-MBR-CLAIMS
           ADD 1 TO WS-CUR-CLAIMS
           ADD SRT-CLAIMAMT TO WS-CUR-TOTAL-AMT

           IF LINE-FILE-OPEN
               PERFORM TALLY-CLAIM-LINES
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ADD THE CLAIM'S SERVICE LINES TO THE PROVIDER'S
      * PROCEDURE CODE TABLE
      ******************************************************************
       TALLY-CLAIM-LINES.
      *
           MOVE SRT-CLAIMNO TO LIN-CLAIMNO
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
                      LIN-CLAIMNO NOT = SRT-CLAIMNO
                       SET LINE-FILE-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-CUR-LINES
                       PERFORM ADD-CODE-LINE
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO COUNT ONE LINE AGAINST ITS PROCEDURE CODE
      ******************************************************************
       ADD-CODE-LINE.
      *
           SET ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CODE-USED OR ENTRY-FOUND
               IF WS-CD-PROC-CODE(WS-CD-IDX) = LIN-PROC-CODE
                   SET ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-CD-LINES(WS-CD-IDX)
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND AND WS-CODE-USED < 200
               ADD 1 TO WS-CODE-USED
               MOVE LIN-PROC-CODE TO WS-CD-PROC-CODE(WS-CODE-USED)
               MOVE 1 TO WS-CD-LINES(WS-CODE-USED)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH A PROVIDER: WORK OUT ITS MEASURES AND ADD IT
      * TO THE TABLE.  A PROVIDER WITH ONLY PRIOR-WEEK CLAIMS HAS
      * NOTHING TO JUDGE AND IS DROPPED.
      ******************************************************************
       FINISH-PROVIDER.
      *
           IF WS-MBR-CLAIMS > WS-CUR-MAX-MBR-CLAIMS
               MOVE WS-MBR-CLAIMS TO WS-CUR-MAX-MBR-CLAIMS
           END-IF

           IF WS-CUR-CLAIMS > 0
               IF WS-PRV-USED < WS-PRV-MAX
                   ADD 1 TO WS-PRV-USED
                   MOVE WS-PRV-USED TO WS-PT-IDX
                   PERFORM STORE-PROVIDER
               ELSE
                   ADD 1 TO WS-PROVIDERS-SKIPPED
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO STORE THE PROVIDER BEING BUILT AT WS-PT-IDX, WITH
      * ITS NAME AND SPECIALTY FROM THE REGISTRY
      ******************************************************************
       STORE-PROVIDER.
      *
           MOVE WS-CURRENT-PROVIDER TO WS-PT-PROVIDER-ID(WS-PT-IDX)
           MOVE WS-CURRENT-PROVIDER TO PRV-PROVIDER-ID
           READ PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS = '00'
               MOVE PRV-NAME TO WS-PT-NAME(WS-PT-IDX)
               MOVE PRV-SPECIALTY TO WS-PT-SPECIALTY(WS-PT-IDX)
           ELSE
               MOVE 'NOT ON PROVIDER REGISTRY' TO WS-PT-NAME(WS-PT-IDX)
               MOVE SPACES TO WS-PT-SPECIALTY(WS-PT-IDX)
           END-IF

           MOVE WS-CUR-CLAIMS TO WS-PT-CLAIMS(WS-PT-IDX)
           MOVE WS-CUR-PRIOR-CLAIMS TO WS-PT-PRIOR-CLAIMS(WS-PT-IDX)
           MOVE WS-CUR-MEMBERS TO WS-PT-MEMBERS(WS-PT-IDX)
           MOVE WS-CUR-MAX-MBR-CLAIMS
             TO WS-PT-MAX-MBR-CLAIMS(WS-PT-IDX)
           MOVE WS-CUR-TOTAL-AMT TO WS-PT-TOTAL-AMT(WS-PT-IDX)
           MOVE WS-CUR-LINES TO WS-PT-LINES(WS-PT-IDX)
           COMPUTE WS-PT-CPM(WS-PT-IDX) ROUNDED =
               WS-CUR-CLAIMS / WS-CUR-MEMBERS
           COMPUTE WS-PT-AVG-AMT(WS-PT-IDX) ROUNDED =
               WS-CUR-TOTAL-AMT / WS-CUR-CLAIMS

           MOVE SPACES TO WS-PT-TOP-CODE(WS-PT-IDX)
           MOVE 0 TO WS-PT-TOP-PCT(WS-PT-IDX)
           MOVE 0 TO WS-CD-TOP-IDX
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CODE-USED
               IF WS-CD-TOP-IDX = 0
                   MOVE WS-CD-IDX TO WS-CD-TOP-IDX
               ELSE
                   IF WS-CD-LINES(WS-CD-IDX) >
                      WS-CD-LINES(WS-CD-TOP-IDX)
                       MOVE WS-CD-IDX TO WS-CD-TOP-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CD-TOP-IDX > 0 AND WS-CUR-LINES > 0
               MOVE WS-CD-PROC-CODE(WS-CD-TOP-IDX)
                 TO WS-PT-TOP-CODE(WS-PT-IDX)
               COMPUTE WS-PT-TOP-PCT(WS-PT-IDX) ROUNDED =
                   WS-CD-LINES(WS-CD-TOP-IDX) * 100 / WS-CUR-LINES
           END-IF
           .
       END PROGRAM IMSCOUTL.
