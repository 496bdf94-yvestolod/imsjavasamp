       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCSTPL.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Monthly stop-loss attachment report, filed by finance with the *
      * reinsurer as the plan's stop-loss claim.  For one contract year*
      * on the stop-loss contract KSDS (see IMSC2SLC) -- the one named *
      * by JSLCONTR, or else the only contract in force on the as-of   *
      * date -- this job:                                              *
      *  (a) builds each member's paid-to-date from the non-test claims*
      *      incurred in the contract period (service date) and settled*
      *      by the as-of date, summing AUD-PAID-AMT; a claim that an  *
      *      IMSCBLJG reversal points back at nets to zero;            *
      *  (b) lists every member whose paid-to-date passes the specific *
      *      attachment point, with the reimbursable excess over it and*
      *      the claims behind it in settlement order, running total   *
      *      alongside;                                                *
      *  (c) lists the members approaching the specific attachment --  *
      *      at or above JSLPCT percent of it (default the contract's  *
      *      percentage, else 75);                                     *
      *  (d) shows the plan's running aggregate position: total paid,  *
      *      the specific excess already claimed, the net counting     *
      *      toward the aggregate attachment, and any excess over it.  *
      * The as-of date is today unless JSLDATE (CCYYMMDD) overrides it;*
      * run it after month-end settlement.  Paid-to-date is recomputed *
      * from the audit file every run, so a late settlement or reversal*
      * is always reflected.  Return code 4 means a member or the plan *
      * is over an attachment point (a claim to file); 8 means the     *
      * contract could not be found or a parameter was not valid.      *
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

           SELECT STOP-LOSS-CONTRACT-FILE ASSIGN TO CLMSLCON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-CONTRACT-ID
               FILE STATUS IS WS-SLC-FS.

           SELECT STOP-LOSS-REPORT-FILE ASSIGN TO CLMSLRPT
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

       FD  STOP-LOSS-CONTRACT-FILE.
       COPY IMSC2SLC.

       FD  STOP-LOSS-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-MEMBER-ID             PIC X(12).
           05 SRT-BASE-CLAIMNO          PIC X(12).
           05 SRT-RECORD-KIND           PIC X.
              88 SRT-PAID-CLAIM             VALUE 'P'.
              88 SRT-REVERSAL               VALUE 'R'.
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-CLAIMTYPE             PIC X(10).
           05 SRT-SERVICE-DATE          PIC 9(8).
           05 SRT-SETTLED-DATE          PIC 9(8).
           05 SRT-PAID-AMT              PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-SLC-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-SLC-EOF-SW             PIC X VALUE 'N'.
          88 CONTRACT-FILE-EOF          VALUE 'Y'.
          88 CONTRACT-FILE-NOT-EOF      VALUE 'N'.
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
      ******************************************************************
      * AS-OF DATE: CLAIMS SETTLED AFTER IT ARE NOT YET PAID FOR THE
      * REPORT.  DEFAULTS TO THE RUN DATE; JSLDATE (CCYYMMDD) RE-RUNS
      * AN EARLIER MONTH-END.
      ******************************************************************
       01 WS-AS-OF-DATE             PIC 9(8).
       01 WS-AS-OF-ENV              PIC X(8).
      ******************************************************************
      * CONTRACT SELECTION.  JSLCONTR NAMES THE CONTRACT; WITHOUT IT
      * THE ONE CONTRACT IN FORCE ON THE AS-OF DATE IS USED.  A RUN-
      * OUT MONTH AFTER THE CONTRACT YEAR HAS ENDED, OR A FILE WITH
      * SEVERAL CONTRACTS IN FORCE, MUST NAME ITS CONTRACT.
      ******************************************************************
       01 WS-CONTRACT-ENV           PIC X(10).
       01 WS-CONTRACTS-IN-FORCE     PIC 9(4) VALUE 0.
       01 WS-CONTRACT               PIC X(104).
      ******************************************************************
      * APPROACHING THRESHOLD, A PERCENTAGE OF THE SPECIFIC
      * ATTACHMENT.  JSLPCT (1-100) OVERRIDES THE CONTRACT'S
      * SLC-APPROACH-PCT, WHICH DEFAULTS TO WS-DEFAULT-PCT WHEN ZERO.
      ******************************************************************
       01 WS-DEFAULT-PCT            PIC 9(3) VALUE 75.
       01 WS-APPROACH-PCT           PIC 9(3) VALUE 0.
       01 WS-PCT-ENV                PIC X(3).
       01 WS-PCT-NUMVAL-TEST        PIC S9(4) COMP.
       01 WS-SPECIFIC-ATTACH        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-AGGREGATE-ATTACH       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-APPROACH-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * MEMBER AND CLAIM BEING BUILT FROM THE SORTED RECORDS.  A
      * CLAIM IS THE PAID ORIGINAL PLUS ANY IMSCBLJG REVERSAL
      * RELEASED UNDER ITS CLAIM NUMBER; A REVERSED CLAIM NETS TO
      * ZERO.
      ******************************************************************
       01 WS-CURRENT-MEMBER         PIC X(12).
       01 WS-CURRENT-CLAIMNO        PIC X(12).
       01 WS-MEMBER-NAME            PIC X(30).
       01 WS-MEMBER-SW              PIC X VALUE 'Y'.
          88 MEMBER-COUNTS              VALUE 'Y'.
          88 MEMBER-EXCLUDED            VALUE 'N'.
       01 WS-CLAIM-PAID-SW          PIC X VALUE 'N'.
          88 CLAIM-HAS-PAID-ORIGINAL    VALUE 'Y'.
          88 CLAIM-HAS-NO-ORIGINAL      VALUE 'N'.
       01 WS-CLM-ENTRY.
          05 WS-CLM-SEQ-KEY.
             10 WS-CLM-SETTLED-DATE PIC 9(8).
             10 WS-CLM-CLAIMNO      PIC X(12).
          05 WS-CLM-TYPE            PIC X(10).
          05 WS-CLM-SVC-DATE        PIC 9(8).
          05 WS-CLM-PAID            PIC S9(9)V99 COMP-3.
          05 WS-CLM-NET-PAID        PIC S9(9)V99 COMP-3.
          05 WS-CLM-REVERSED-IND    PIC X.
             88 WS-CLM-REVERSED         VALUE 'Y'.
      ******************************************************************
      * THE MEMBER'S CLAIMS, KEPT IN SETTLEMENT ORDER AS THEY ARE
      * FILED, FOR THE SUPPORTING DETAIL OF A MEMBER OVER THE
      * ATTACHMENT POINT.  CLAIMS PAST THE TABLE STILL COUNT IN THE
      * MEMBER'S TOTAL; THE DETAIL SAYS SO.
      ******************************************************************
       01 WS-CT-MAX                 PIC S9(4) COMP VALUE 300.
       01 WS-CT-USED                PIC S9(4) COMP VALUE 0.
       01 WS-CT-IDX                 PIC S9(4) COMP.
       01 WS-CT-POS                 PIC S9(4) COMP.
       01 WS-CLAIM-TABLE.
          05 WS-CT-ENTRY OCCURS 300 TIMES.
             10 WS-CT-SEQ-KEY.
                15 WS-CT-SETTLED-DATE PIC 9(8).
                15 WS-CT-CLAIMNO    PIC X(12).
             10 WS-CT-TYPE          PIC X(10).
             10 WS-CT-SVC-DATE      PIC 9(8).
             10 WS-CT-PAID          PIC S9(9)V99 COMP-3.
             10 WS-CT-NET-PAID      PIC S9(9)V99 COMP-3.
             10 WS-CT-REVERSED-IND  PIC X.
                88 WS-CT-REVERSED       VALUE 'Y'.
       01 WS-CT-OVERFLOW-SW         PIC X VALUE 'N'.
          88 CLAIM-TABLE-OVERFLOW       VALUE 'Y'.
          88 CLAIM-TABLE-FITS           VALUE 'N'.
       01 WS-MBR-CLAIMS             PIC 9(7) VALUE 0.
       01 WS-MBR-PAID-TO-DATE       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MBR-EXCESS             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RUNNING-PAID           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ATTACH-SHOWN-SW        PIC X VALUE 'N'.
          88 ATTACH-CLAIM-SHOWN         VALUE 'Y'.
          88 ATTACH-CLAIM-NOT-SHOWN     VALUE 'N'.
       01 WS-DETAIL-NOTE            PIC X(10).
      ******************************************************************
      * MEMBERS APPROACHING THE SPECIFIC ATTACHMENT, HELD UNTIL THE
      * SORTED PASS ENDS SO THEY PRINT AS THEIR OWN SECTION AFTER THE
      * MEMBERS ALREADY OVER IT
      ******************************************************************
       01 WS-AP-MAX                 PIC S9(4) COMP VALUE 1000.
       01 WS-AP-USED                PIC S9(4) COMP VALUE 0.
       01 WS-AP-IDX                 PIC S9(4) COMP.
       01 WS-APPROACH-TABLE.
          05 WS-AP-ENTRY OCCURS 1000 TIMES.
             10 WS-AP-MEMBER-ID     PIC X(12).
             10 WS-AP-NAME          PIC X(30).
             10 WS-AP-CLAIMS        PIC 9(7).
             10 WS-AP-PAID          PIC S9(11)V99 COMP-3.
       01 WS-AP-OVERFLOW            PIC 9(7) VALUE 0.
       01 WS-AP-REMAINING           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AP-PERCENT             PIC S9(5)V9 COMP-3 VALUE 0.
      ******************************************************************
      * PLAN TOTALS FOR THE AGGREGATE POSITION AND THE RUN SUMMARY.
      * THE AGGREGATE COUNTS EACH MEMBER'S PAID ONLY UP TO THE
      * SPECIFIC ATTACHMENT -- THE EXCESS IS ALREADY BEING CLAIMED
      * UNDER THE SPECIFIC COVER.
      ******************************************************************
       01 WS-CLAIMS-READ            PIC 9(9) VALUE 0.
       01 WS-RECORDS-SELECTED       PIC 9(9) VALUE 0.
       01 WS-CLAIMS-COUNTED         PIC 9(9) VALUE 0.
       01 WS-CLAIMS-REVERSED        PIC 9(9) VALUE 0.
       01 WS-MEMBERS-COUNTED        PIC 9(9) VALUE 0.
       01 WS-MEMBERS-OTHER-PLAN     PIC 9(9) VALUE 0.
       01 WS-MEMBERS-NOT-ON-FILE    PIC 9(9) VALUE 0.
       01 WS-MEMBERS-OVER           PIC 9(9) VALUE 0.
       01 WS-MEMBERS-APPROACHING    PIC 9(9) VALUE 0.
       01 WS-PLAN-PAID              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PLAN-SPECIFIC-EXCESS   PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PLAN-AGGREGATE-NET     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AGGREGATE-EXCESS       PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AGGREGATE-REMAINING    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AGGREGATE-PERCENT      PIC S9(5)V9 COMP-3 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PERCENT           PIC ZZZZ9.9.
       01 WS-EDIT-PCT               PIC ZZ9.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           PERFORM GET-AS-OF-DATE
           PERFORM OPEN-FILES
           PERFORM SELECT-CONTRACT
           PERFORM GET-APPROACH-PCT
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-MEMBER-ID SRT-BASE-CLAIMNO
                                SRT-RECORD-KIND
               INPUT PROCEDURE IS SELECT-CONTRACT-CLAIMS
               OUTPUT PROCEDURE IS TRACK-MEMBER-PAID

           PERFORM WRITE-APPROACHING-MEMBERS
           PERFORM WRITE-AGGREGATE-POSITION
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-MEMBERS-OVER > 0 OR WS-AGGREGATE-EXCESS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE AS-OF DATE: TODAY, OR JSLDATE (CCYYMMDD)
      * WHEN SET.  AN OVERRIDE THAT IS NOT A VALID DATE STOPS THE RUN
      * WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-AS-OF-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-AS-OF-DATE

           MOVE SPACES TO WS-AS-OF-ENV
           ACCEPT WS-AS-OF-ENV FROM ENVIRONMENT "JSLDATE"
           IF WS-AS-OF-ENV NOT = SPACES
               IF WS-AS-OF-ENV IS NUMERIC
                   MOVE WS-AS-OF-ENV TO WS-AS-OF-DATE
               ELSE
                   MOVE 0 TO WS-AS-OF-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
                   DISPLAY 'JSLDATE IS NOT A VALID CCYYMMDD DATE: '
                           WS-AS-OF-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE MEMBER MASTER IS REQUIRED: IT
      * NAMES THE MEMBER FOR THE REINSURER AND DECIDES WHICH MEMBERS
      * A PLAN-SPECIFIC CONTRACT COVERS.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STOP-LOSS-CONTRACT-FILE
           IF WS-SLC-FS NOT = '00'
               DISPLAY 'OPEN OF STOP-LOSS-CONTRACT-FILE FAILED, FS='
                       WS-SLC-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STOP-LOSS-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF STOP-LOSS-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               MOVE 8 TO RETURN-CODE
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
           CLOSE STOP-LOSS-CONTRACT-FILE
           CLOSE STOP-LOSS-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO FIND THE CONTRACT TO REPORT ON -- BY KEY WHEN
      * JSLCONTR IS SET, OTHERWISE BY SCANNING THE FILE FOR THE ONE
      * CONTRACT WHOSE PERIOD COVERS THE AS-OF DATE -- AND LOAD ITS
      * ATTACHMENT POINTS.  NO CONTRACT, OR MORE THAN ONE CANDIDATE,
      * STOPS THE RUN WITH RETURN CODE 8.
      ******************************************************************
       SELECT-CONTRACT.
      *
           MOVE SPACES TO WS-CONTRACT-ENV
           ACCEPT WS-CONTRACT-ENV FROM ENVIRONMENT "JSLCONTR"
           IF WS-CONTRACT-ENV NOT = SPACES
               MOVE WS-CONTRACT-ENV TO SLC-CONTRACT-ID
               READ STOP-LOSS-CONTRACT-FILE KEY IS SLC-CONTRACT-ID
               IF WS-SLC-FS NOT = '00'
                   DISPLAY 'STOP-LOSS CONTRACT NOT FOUND: '
                           WS-CONTRACT-ENV ', FS=' WS-SLC-FS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE STOP-LOSS-CONTRACT-RECORD TO WS-CONTRACT
           ELSE
               PERFORM READ-CONTRACT-RECORD
               PERFORM UNTIL CONTRACT-FILE-EOF
                   IF SLC-EFF-DATE NOT > WS-AS-OF-DATE AND
                      SLC-END-DATE NOT < WS-AS-OF-DATE
                       ADD 1 TO WS-CONTRACTS-IN-FORCE
                       MOVE STOP-LOSS-CONTRACT-RECORD TO WS-CONTRACT
                   END-IF
                   PERFORM READ-CONTRACT-RECORD
               END-PERFORM
               IF WS-CONTRACTS-IN-FORCE NOT = 1
                   DISPLAY 'STOP-LOSS CONTRACTS IN FORCE ON '
                           WS-AS-OF-DATE ': ' WS-CONTRACTS-IN-FORCE
                           ' - SET JSLCONTR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CONTRACT TO STOP-LOSS-CONTRACT-RECORD
           END-IF

           IF SLC-SPECIFIC-ATTACH NOT NUMERIC OR
              SLC-AGGREGATE-ATTACH NOT NUMERIC OR
              SLC-SPECIFIC-ATTACH = 0
               DISPLAY 'STOP-LOSS CONTRACT ' SLC-CONTRACT-ID
                       ' HAS NO VALID SPECIFIC ATTACHMENT POINT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SLC-SPECIFIC-ATTACH  TO WS-SPECIFIC-ATTACH
           MOVE SLC-AGGREGATE-ATTACH TO WS-AGGREGATE-ATTACH
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT STOP-LOSS CONTRACT RECORD
      ******************************************************************
       READ-CONTRACT-RECORD.
      *
           READ STOP-LOSS-CONTRACT-FILE NEXT RECORD
               AT END
                   SET CONTRACT-FILE-EOF TO TRUE
           END-READ
           IF CONTRACT-FILE-NOT-EOF AND WS-SLC-FS NOT = '00'
               DISPLAY 'READ OF STOP-LOSS-CONTRACT-FILE FAILED, FS='
                       WS-SLC-FS
               SET CONTRACT-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET THE APPROACHING PERCENTAGE: JSLPCT WHEN SET,
      * ELSE THE CONTRACT'S, ELSE THE DEFAULT.  AN OVERRIDE OUTSIDE
      * 1-100 STOPS THE RUN WITH RETURN CODE 8.
      ******************************************************************
       GET-APPROACH-PCT.
      *
           IF SLC-APPROACH-PCT NUMERIC AND SLC-APPROACH-PCT > 0
               MOVE SLC-APPROACH-PCT TO WS-APPROACH-PCT
           ELSE
               MOVE WS-DEFAULT-PCT TO WS-APPROACH-PCT
           END-IF

           MOVE SPACES TO WS-PCT-ENV
           ACCEPT WS-PCT-ENV FROM ENVIRONMENT "JSLPCT"
           IF WS-PCT-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-PCT-ENV)
                   TO WS-PCT-NUMVAL-TEST
               IF WS-PCT-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-PCT-ENV)
                       TO WS-APPROACH-PCT
               ELSE
                   MOVE 0 TO WS-APPROACH-PCT
               END-IF
               IF WS-APPROACH-PCT < 1 OR WS-APPROACH-PCT > 100
                   DISPLAY 'JSLPCT IS NOT A PERCENTAGE FROM 1 TO 100: '
                           WS-PCT-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE WS-APPROACH-AMOUNT ROUNDED =
               WS-SPECIFIC-ATTACH * WS-APPROACH-PCT / 100
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING: THE CONTRACT AND ITS
      * ATTACHMENT POINTS, THEN THE HEADING FOR THE MEMBERS OVER THE
      * SPECIFIC ATTACHMENT, WHICH PRINT AS THE SORTED PASS FINDS
      * THEM
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'STOP-LOSS ATTACHMENT REPORT   AS OF '
               WS-AS-OF-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CONTRACT . . . . . . . . . . : ' SLC-CONTRACT-ID
               '   POLICY ' SLC-POLICY-NO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'REINSURER  . . . . . . . . . : ' SLC-REINSURER-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           IF SLC-PLAN-CODE = SPACES
               MOVE 'PLAN . . . . . . . . . . . . : ALL PLANS'
                 TO REPORT-RECORD
           ELSE
               STRING 'PLAN . . . . . . . . . . . . : ' SLC-PLAN-CODE
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CONTRACT PERIOD (INCURRED) . : ' SLC-EFF-DATE
               ' TO ' SLC-END-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-SPECIFIC-ATTACH TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SPECIFIC ATTACHMENT POINT  . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AGGREGATE-ATTACH TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'AGGREGATE ATTACHMENT POINT . : ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-APPROACH-PCT TO WS-EDIT-PCT
           MOVE WS-APPROACH-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'APPROACHING AT . . . . . . . : ' WS-EDIT-PCT
               ' PERCENT, ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MEMBERS OVER THE SPECIFIC ATTACHMENT POINT'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST THE MEMBERS APPROACHING THE SPECIFIC
      * ATTACHMENT, WITH HOW FAR THEY ARE ALONG AND WHAT REMAINS
      ******************************************************************
       WRITE-APPROACHING-MEMBERS.
      *
           IF WS-MEMBERS-OVER = 0
               MOVE 'NO MEMBER IS OVER THE SPECIFIC ATTACHMENT POINT'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPROACH-PCT TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS APPROACHING THE SPECIFIC ATTACHMENT POINT ('
               WS-EDIT-PCT ' PERCENT OR MORE)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBER       NAME                           '
               ' CLAIMS    PAID-TO-DATE    REMAINING  PCT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-AP-USED = 0
               MOVE 'NO MEMBER IS APPROACHING THE ATTACHMENT POINT'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-USED
               COMPUTE WS-AP-REMAINING =
                   WS-SPECIFIC-ATTACH - WS-AP-PAID(WS-AP-IDX)
               COMPUTE WS-AP-PERCENT ROUNDED =
                   WS-AP-PAID(WS-AP-IDX) * 100 / WS-SPECIFIC-ATTACH
               MOVE WS-AP-CLAIMS(WS-AP-IDX) TO WS-EDIT-COUNT
               MOVE WS-AP-PAID(WS-AP-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-AP-REMAINING TO WS-EDIT-AMOUNT-2
               MOVE WS-AP-PERCENT TO WS-EDIT-PERCENT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-AP-MEMBER-ID(WS-AP-IDX) ' '
                   WS-AP-NAME(WS-AP-IDX) WS-EDIT-COUNT(5:)
                   WS-EDIT-AMOUNT WS-EDIT-AMOUNT-2(4:)
                   WS-EDIT-PERCENT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           IF WS-AP-OVERFLOW > 0
               MOVE WS-AP-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'MORE MEMBERS APPROACHING, NOT LISTED: '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PLAN'S RUNNING AGGREGATE POSITION
      ******************************************************************
       WRITE-AGGREGATE-POSITION.
      *
           COMPUTE WS-PLAN-AGGREGATE-NET =
               WS-PLAN-PAID - WS-PLAN-SPECIFIC-EXCESS
           IF WS-PLAN-AGGREGATE-NET > WS-AGGREGATE-ATTACH
               COMPUTE WS-AGGREGATE-EXCESS =
                   WS-PLAN-AGGREGATE-NET - WS-AGGREGATE-ATTACH
               MOVE 0 TO WS-AGGREGATE-REMAINING
           ELSE
               MOVE 0 TO WS-AGGREGATE-EXCESS
               COMPUTE WS-AGGREGATE-REMAINING =
                   WS-AGGREGATE-ATTACH - WS-PLAN-AGGREGATE-NET
           END-IF
           IF WS-AGGREGATE-ATTACH > 0
               COMPUTE WS-AGGREGATE-PERCENT ROUNDED =
                   WS-PLAN-AGGREGATE-NET * 100 / WS-AGGREGATE-ATTACH
           ELSE
               MOVE 0 TO WS-AGGREGATE-PERCENT
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PLAN AGGREGATE POSITION' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PLAN-PAID TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL PAID TO DATE . . . . . : ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PLAN-SPECIFIC-EXCESS TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'LESS SPECIFIC EXCESS . . . . : ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PLAN-AGGREGATE-NET TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'NET TOWARD AGGREGATE . . . . : ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AGGREGATE-ATTACH TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'AGGREGATE ATTACHMENT POINT . : ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AGGREGATE-PERCENT TO WS-EDIT-PERCENT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PERCENT OF AGGREGATE REACHED : ' WS-EDIT-PERCENT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AGGREGATE-REMAINING TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'REMAINING TO AGGREGATE . . . : ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AGGREGATE-EXCESS TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING 'REIMBURSABLE AGGREGATE EXCESS: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
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
           STRING 'AUDIT RECORDS READ . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-COUNTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PAID CLAIMS COUNTED  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-REVERSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PAID CLAIMS REVERSED . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-COUNTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS WITH PAID CLAIMS . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-OVER TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS OVER SPECIFIC  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MEMBERS-APPROACHING TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBERS APPROACHING  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-MEMBERS-OTHER-PLAN > 0
               MOVE WS-MEMBERS-OTHER-PLAN TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'MEMBERS IN OTHER PLANS . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-MEMBERS-NOT-ON-FILE > 0
               MOVE WS-MEMBERS-NOT-ON-FILE TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'MEMBERS NOT ON MEMBER MASTER : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCSTPL CONTRACT ' SLC-CONTRACT-ID
                   ' AS OF ' WS-AS-OF-DATE
                   ' MEMBERS OVER ' WS-MEMBERS-OVER
                   ' APPROACHING ' WS-MEMBERS-APPROACHING
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT FILE AND RELEASE EVERY NON-
      * TEST CLAIM INCURRED IN THE CONTRACT PERIOD THAT SETTLED PAID
      * BY THE AS-OF DATE, AND EVERY IMSCBLJG REVERSAL INCURRED IN
      * THE PERIOD UNDER ITS ORIGINAL'S CLAIM NUMBER, SO A REVERSED
      * PAYMENT NETS OUT WITH THE CLAIM IT REVERSES.
      ******************************************************************
       SELECT-CONTRACT-CLAIMS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               ADD 1 TO WS-CLAIMS-READ
               IF AUD-TEST-IND NOT = 'Y' AND
                  AUD-MEMBER-ID NOT = SPACES AND
                  AUD-SERVICE-DATE NUMERIC
                   IF AUD-SERVICE-DATE NOT < SLC-EFF-DATE AND
                      AUD-SERVICE-DATE NOT > SLC-END-DATE
                       EVALUATE TRUE
                           WHEN AUD-CLAIM-STATUS = 'REVERSAL'
                               SET SRT-REVERSAL TO TRUE
                               MOVE AUD-XREF-CLAIMNO
                                 TO SRT-BASE-CLAIMNO
                               PERFORM RELEASE-CONTRACT-RECORD
                           WHEN AUD-SETTLED-DATE NUMERIC AND
                                AUD-SETTLED-DATE > 0 AND
                                AUD-SETTLED-DATE NOT > WS-AS-OF-DATE
                                AND AUD-PAID-AMT NOT = 0
                               SET SRT-PAID-CLAIM TO TRUE
                               MOVE AUD-CLAIMNO TO SRT-BASE-CLAIMNO
                               PERFORM RELEASE-CONTRACT-RECORD
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED RECORDS, BREAKING ON
      * MEMBER AND CLAIM, AND MEASURE EACH FINISHED MEMBER AGAINST
      * THE ATTACHMENT POINTS
      ******************************************************************
       TRACK-MEMBER-PAID SECTION.
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
       STOP-LOSS-ROUTINES SECTION.
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
       RELEASE-CONTRACT-RECORD.
      *
           ADD 1 TO WS-RECORDS-SELECTED
           MOVE AUD-MEMBER-ID          TO SRT-MEMBER-ID
           MOVE AUD-CLAIMNO            TO SRT-CLAIMNO
           MOVE AUD-CLAIMTYPE          TO SRT-CLAIMTYPE
           MOVE AUD-SERVICE-DATE       TO SRT-SERVICE-DATE
           IF AUD-SETTLED-DATE NUMERIC
               MOVE AUD-SETTLED-DATE   TO SRT-SETTLED-DATE
           ELSE
               MOVE 0                  TO SRT-SETTLED-DATE
           END-IF
           MOVE AUD-PAID-AMT           TO SRT-PAID-AMT
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
      * ROUTINE TO START A NEW MEMBER: NAME IT FROM THE MEMBER MASTER
      * AND, UNDER A PLAN-SPECIFIC CONTRACT, LEAVE OUT A MEMBER OF
      * ANOTHER PLAN OR ONE THE MASTER DOES NOT KNOW
      ******************************************************************
       START-MEMBER.
      *
           MOVE SRT-MEMBER-ID TO WS-CURRENT-MEMBER
           MOVE 0 TO WS-CT-USED
           MOVE 0 TO WS-MBR-CLAIMS
           MOVE 0 TO WS-MBR-PAID-TO-DATE
           SET CLAIM-TABLE-FITS TO TRUE
           SET MEMBER-COUNTS TO TRUE

           MOVE SRT-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           IF WS-MBR-FS = '00'
               MOVE MBR-NAME TO WS-MEMBER-NAME
               IF SLC-PLAN-CODE NOT = SPACES AND
                  MBR-PLAN-CODE NOT = SLC-PLAN-CODE
                   SET MEMBER-EXCLUDED TO TRUE
                   ADD 1 TO WS-MEMBERS-OTHER-PLAN
               END-IF
           ELSE
               MOVE '** NOT ON MEMBER MASTER **' TO WS-MEMBER-NAME
               ADD 1 TO WS-MEMBERS-NOT-ON-FILE
               IF SLC-PLAN-CODE NOT = SPACES
                   SET MEMBER-EXCLUDED TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO START A NEW CLAIM
      ******************************************************************
       START-CLAIM.
      *
           MOVE SRT-BASE-CLAIMNO TO WS-CURRENT-CLAIMNO
           MOVE SRT-BASE-CLAIMNO TO WS-CLM-CLAIMNO
           MOVE 0 TO WS-CLM-SETTLED-DATE
           MOVE SRT-CLAIMTYPE    TO WS-CLM-TYPE
           MOVE SRT-SERVICE-DATE TO WS-CLM-SVC-DATE
           MOVE 0 TO WS-CLM-PAID
           MOVE 0 TO WS-CLM-NET-PAID
           MOVE 'N' TO WS-CLM-REVERSED-IND
           SET CLAIM-HAS-NO-ORIGINAL TO TRUE
           .
      ******************************************************************
      * ROUTINE TO ADD ONE SORTED RECORD TO THE CLAIM BEING BUILT.
      * THE PAID ORIGINAL SUPPLIES THE PAYMENT; A REVERSAL AGAINST
      * IT TAKES THE WHOLE PAYMENT BACK OUT.
      ******************************************************************
       ADD-CLAIM-RECORD.
      *
           IF SRT-PAID-CLAIM
               SET CLAIM-HAS-PAID-ORIGINAL TO TRUE
               MOVE SRT-SETTLED-DATE TO WS-CLM-SETTLED-DATE
               MOVE SRT-CLAIMTYPE    TO WS-CLM-TYPE
               MOVE SRT-SERVICE-DATE TO WS-CLM-SVC-DATE
               MOVE SRT-PAID-AMT     TO WS-CLM-PAID
               MOVE SRT-PAID-AMT     TO WS-CLM-NET-PAID
           ELSE
               MOVE 'Y' TO WS-CLM-REVERSED-IND
           END-IF
           IF WS-CLM-REVERSED
               MOVE 0 TO WS-CLM-NET-PAID
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ADD THE FINISHED CLAIM TO THE MEMBER AND FILE IT
      * IN THE MEMBER'S TABLE.  A REVERSAL WHOSE ORIGINAL NEVER PAID
      * HAS NOTHING TO NET AND IS DROPPED.
      ******************************************************************
       FINISH-CLAIM.
      *
           IF CLAIM-HAS-PAID-ORIGINAL
               ADD 1 TO WS-MBR-CLAIMS
               ADD WS-CLM-NET-PAID TO WS-MBR-PAID-TO-DATE
               IF WS-CT-USED < WS-CT-MAX
                   PERFORM FILE-CLAIM-ENTRY
               ELSE
                   SET CLAIM-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO INSERT THE FINISHED CLAIM AFTER EVERY ENTRY THAT
      * SETTLED NO LATER THAN IT
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
      * ROUTINE TO FINISH A MEMBER: ADD IT TO THE PLAN TOTALS AND
      * MEASURE ITS PAID-TO-DATE AGAINST THE SPECIFIC ATTACHMENT --
      * OVER IT, THE MEMBER AND ITS CLAIMS PRINT NOW; APPROACHING IT,
      * THE MEMBER IS HELD FOR THE APPROACHING SECTION
      ******************************************************************
       FINISH-MEMBER.
      *
           IF MEMBER-COUNTS AND WS-MBR-CLAIMS > 0
               ADD 1 TO WS-MEMBERS-COUNTED
               ADD WS-MBR-PAID-TO-DATE TO WS-PLAN-PAID
               EVALUATE TRUE
                   WHEN WS-MBR-PAID-TO-DATE > WS-SPECIFIC-ATTACH
                       ADD 1 TO WS-MEMBERS-OVER
                       COMPUTE WS-MBR-EXCESS =
                           WS-MBR-PAID-TO-DATE - WS-SPECIFIC-ATTACH
                       ADD WS-MBR-EXCESS TO WS-PLAN-SPECIFIC-EXCESS
                       PERFORM WRITE-MEMBER-OVER
                   WHEN WS-MBR-PAID-TO-DATE NOT < WS-APPROACH-AMOUNT
                       ADD 1 TO WS-MEMBERS-APPROACHING
                       PERFORM HOLD-APPROACHING-MEMBER
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO HOLD AN APPROACHING MEMBER FOR ITS SECTION
      ******************************************************************
       HOLD-APPROACHING-MEMBER.
      *
           IF WS-AP-USED < WS-AP-MAX
               ADD 1 TO WS-AP-USED
               MOVE WS-CURRENT-MEMBER   TO WS-AP-MEMBER-ID(WS-AP-USED)
               MOVE WS-MEMBER-NAME      TO WS-AP-NAME(WS-AP-USED)
               MOVE WS-MBR-CLAIMS       TO WS-AP-CLAIMS(WS-AP-USED)
               MOVE WS-MBR-PAID-TO-DATE TO WS-AP-PAID(WS-AP-USED)
           ELSE
               ADD 1 TO WS-AP-OVERFLOW
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT A MEMBER OVER THE SPECIFIC ATTACHMENT: THE
      * PAID-TO-DATE AND REIMBURSABLE EXCESS, THEN EVERY CLAIM BEHIND
      * IT IN SETTLEMENT ORDER WITH THE RUNNING TOTAL, THE CLAIM THAT
      * CARRIED THE MEMBER OVER THE ATTACHMENT POINT MARKED
      ******************************************************************
       WRITE-MEMBER-OVER.
      *
           MOVE WS-MBR-PAID-TO-DATE TO WS-EDIT-AMOUNT
           MOVE WS-MBR-EXCESS TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBER ' WS-CURRENT-MEMBER ' ' WS-MEMBER-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  PAID TO DATE ' WS-EDIT-AMOUNT
               '   REIMBURSABLE EXCESS ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  CLAIM        TYPE       SERVICE  SETTLED  '
               '           PAID   RUNNING TOTAL'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-RUNNING-PAID
           SET ATTACH-CLAIM-NOT-SHOWN TO TRUE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED
               PERFORM WRITE-CLAIM-DETAIL
           END-PERFORM

           IF CLAIM-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-RECORD
               STRING '  MORE CLAIMS SETTLED THAN LISTED - THE PAID '
                   'TO DATE ABOVE INCLUDES THEM'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE SUPPORTING CLAIM LINE
      ******************************************************************
       WRITE-CLAIM-DETAIL.
      *
           ADD WS-CT-NET-PAID(WS-CT-IDX) TO WS-RUNNING-PAID
           MOVE SPACES TO WS-DETAIL-NOTE
           IF WS-CT-REVERSED(WS-CT-IDX)
               MOVE 'REVERSED' TO WS-DETAIL-NOTE
           ELSE
               IF ATTACH-CLAIM-NOT-SHOWN AND
                  WS-RUNNING-PAID > WS-SPECIFIC-ATTACH
                   MOVE 'ATTACHES' TO WS-DETAIL-NOTE
                   SET ATTACH-CLAIM-SHOWN TO TRUE
               END-IF
           END-IF
           MOVE WS-CT-NET-PAID(WS-CT-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-RUNNING-PAID TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-CT-CLAIMNO(WS-CT-IDX) ' '
               WS-CT-TYPE(WS-CT-IDX) ' '
               WS-CT-SVC-DATE(WS-CT-IDX) ' '
               WS-CT-SETTLED-DATE(WS-CT-IDX) ' '
               WS-EDIT-AMOUNT ' ' WS-EDIT-AMOUNT-2 ' '
               WS-DETAIL-NOTE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCSTPL.
