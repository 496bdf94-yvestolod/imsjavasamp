       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCINVA.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Daily open claims inventory and turnaround report, so          *
      * management can staff the examiner queue before prompt-pay      *
      * interest comes due.  It:                                       *
      *  (a) ages every open non-test claim on the audit KSDS --       *
      *      PENDING, REVIEW, or ACCEPTED and not yet settled -- by    *
      *      days since submission (AUD-DATE) and counts it by status  *
      *      and claim type in 0-7, 8-14, 15-30, 31-45 and over-45 day *
      *      buckets;                                                  *
      *  (b) lists, oldest first, every open claim past the prompt-pay *
      *      threshold IMSCSETL pays interest on (JPPDAYS, default 30) *
      *      or within JINVWARN (default 5) days of it, with the days  *
      *      it has sat in its current status from the status history  *
      *      file and the interest it would owe if paid today (JPPRATE,*
      *      default 12.00 pct a year);                                *
      *  (c) reads the status history file for the claims first        *
      *      settled (PAID or DENIED) in the period -- month to date   *
      *      by default, JINVFROM/JINVTO (CCYYMMDD) override -- and    *
      *      reports the average and longest submission-to-settlement  *
      *      turnaround by claim type.                                 *
      * Return code 4 means at least one open claim is past the        *
      * threshold; 8 means the period override was not a valid date    *
      * range.                                                         *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAIMNO
               FILE STATUS IS WS-AUDIT-FS.

           SELECT STATUS-HISTORY-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HST-FS.

           SELECT INVENTORY-REPORT-FILE ASSIGN TO CLMINVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  STATUS-HISTORY-FILE.
       COPY IMSC2HST.

       FD  INVENTORY-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-AGE-DAYS              PIC 9(5).
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-CLAIM-STATUS          PIC X(9).
           05 SRT-CLAIMTYPE             PIC X(10).
           05 SRT-PROVIDER-ID           PIC X(10).
           05 SRT-SUBMIT-DATE           PIC 9(8).
           05 SRT-PLAN-PAID             PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-HISTORY-EOF-SW         PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF           VALUE 'Y'.
          88 HISTORY-FILE-NOT-EOF       VALUE 'N'.
       01 WS-HISTORY-OPEN-SW        PIC X VALUE 'N'.
          88 HISTORY-FILE-OPEN          VALUE 'Y'.
          88 HISTORY-FILE-NOT-OPEN      VALUE 'N'.
      ******************************************************************
      * PROMPT-PAY TERMS, THE SAME DEFAULTS AND ENVIRONMENT VARIABLES
      * (JPPDAYS/JPPRATE) IMSCSETL PAYS INTEREST UNDER, SO A CLAIM
      * THIS REPORT CALLS PAST THE THRESHOLD IS ONE IMSCSETL WOULD
      * PAY INTEREST ON.  AN OPEN CLAIM WITHIN JINVWARN DAYS OF THE
      * THRESHOLD IS LISTED AS ABOUT TO BREACH.
      ******************************************************************
       01 WS-PP-DAYS-LIMIT          PIC S9(5) COMP VALUE 30.
       01 WS-PP-DAYS-ENV            PIC X(5).
       01 WS-PP-RATE                PIC S9(3)V99 COMP-3 VALUE 12.00.
       01 WS-PP-RATE-ENV            PIC X(6).
       01 WS-PP-NUMVAL-TEST         PIC S9(4) COMP.
       01 WS-WARN-DAYS              PIC S9(5) COMP VALUE 5.
       01 WS-WARN-ENV               PIC X(5).
      ******************************************************************
      * TURNAROUND PERIOD, BY SETTLEMENT DATE.  DEFAULTS TO THE
      * CURRENT MONTH TO DATE; JINVFROM AND JINVTO (CCYYMMDD)
      * OVERRIDE EITHER END.
      ******************************************************************
       01 WS-PERIOD-FROM            PIC 9(8).
       01 WS-PERIOD-TO              PIC 9(8).
       01 WS-PERIOD-ENV             PIC X(8).
       01 WS-PERIOD-DATE            PIC 9(8).
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
      ******************************************************************
      * DATE WORK AREAS.  AUD-DATE IS THE IMS 0CYYDDD JULIAN DATE,
      * TURNED INTO A DAY NUMBER THE SAME WAY IMSCSETL DOES; THE
      * HISTORY TIMESTAMP STARTS WITH CCYY-MM-DD.
      ******************************************************************
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-SUBMIT-DATE-INT        PIC S9(9) COMP.
       01 WS-EVENT-DATE-INT         PIC S9(9) COMP.
       01 WS-AGE-DAYS               PIC S9(9) COMP.
       01 WS-DAYS-LEFT              PIC S9(9) COMP.
       01 WS-AUD-JULIAN-NUM         PIC 9(7).
       01 WS-AUD-JULIAN-X REDEFINES WS-AUD-JULIAN-NUM.
          05 FILLER                 PIC 9.
          05 WS-AUD-CENTURY         PIC 9.
          05 WS-AUD-YY              PIC 99.
          05 WS-AUD-DDD             PIC 999.
       01 WS-HST-DATE-SPLIT.
          05 WS-HST-YEAR            PIC X(4).
          05 WS-HST-MONTH           PIC X(2).
          05 WS-HST-DAY             PIC X(2).
       01 WS-HST-DATE REDEFINES WS-HST-DATE-SPLIT PIC 9(8).
       01 WS-HST-DATE-SW            PIC X VALUE 'N'.
          88 HISTORY-DATE-VALID         VALUE 'Y'.
          88 HISTORY-DATE-INVALID       VALUE 'N'.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 FILLER              PIC X(13).
      ******************************************************************
      * OPEN CLAIMS BY STATUS AND CLAIM TYPE, ONE COUNT PER AGE
      * BUCKET (0-7, 8-14, 15-30, 31-45, OVER 45 DAYS), KEPT IN KEY
      * ORDER AS ENTRIES ARE ADDED.  A STATUS AND TYPE PAST THE END
      * OF THE TABLE STILL COUNTS IN THE GRAND TOTAL.
      ******************************************************************
       01 WS-AG-MAX                 PIC S9(4) COMP VALUE 60.
       01 WS-AG-USED                PIC S9(4) COMP VALUE 0.
       01 WS-AGING-TABLE.
          05 WS-AG-ENTRY OCCURS 60 TIMES.
             10 WS-AG-KEY.
                15 WS-AG-STATUS     PIC X(9).
                15 WS-AG-CLAIM-TYPE PIC X(10).
             10 WS-AG-BUCKET        PIC S9(9) COMP-3 OCCURS 5 TIMES.
             10 WS-AG-TOTAL         PIC S9(9) COMP-3.
       01 WS-AG-IDX                 PIC S9(4) COMP.
       01 WS-AG-POS                 PIC S9(4) COMP.
       01 WS-AG-SEARCH-KEY.
          05 WS-AG-SEARCH-STATUS    PIC X(9).
          05 WS-AG-SEARCH-TYPE      PIC X(10).
       01 WS-BKT-IDX                PIC S9(4) COMP.
       01 WS-LINE-COUNTS.
          05 WS-LN-BUCKET           PIC S9(9) COMP-3 OCCURS 5 TIMES.
          05 WS-LN-TOTAL            PIC S9(9) COMP-3.
       01 WS-STATUS-COUNTS.
          05 WS-ST-BUCKET           PIC S9(9) COMP-3 OCCURS 5 TIMES.
          05 WS-ST-TOTAL            PIC S9(9) COMP-3.
       01 WS-GRAND-COUNTS.
          05 WS-GT-BUCKET           PIC S9(9) COMP-3 OCCURS 5 TIMES.
          05 WS-GT-TOTAL            PIC S9(9) COMP-3.
       01 WS-LINE-LABEL             PIC X(20).
       01 WS-PREV-STATUS            PIC X(9).
       01 WS-ENTRY-FOUND-SW         PIC X VALUE 'N'.
          88 ENTRY-FOUND                VALUE 'Y'.
          88 ENTRY-NOT-FOUND            VALUE 'N'.
      ******************************************************************
      * TURNAROUND BY CLAIM TYPE FOR THE CLAIMS FIRST SETTLED IN THE
      * PERIOD.  A CLAIM'S HISTORY RECORDS ARE TOGETHER ON THE KSDS,
      * SO ONLY ITS FIRST PAID OR DENIED RECORD IS TAKEN -- A CLAIM
      * ADJUSTED AND SETTLED AGAIN LATER IS NOT COUNTED TWICE.
      ******************************************************************
       01 WS-TA-MAX                 PIC S9(4) COMP VALUE 20.
       01 WS-TA-USED                PIC S9(4) COMP VALUE 0.
       01 WS-TURNAROUND-TABLE.
          05 WS-TA-ENTRY OCCURS 20 TIMES.
             10 WS-TA-CLAIM-TYPE    PIC X(10).
             10 WS-TA-SETTLED       PIC S9(9) COMP-3.
             10 WS-TA-TOTAL-DAYS    PIC S9(11) COMP-3.
             10 WS-TA-MAX-DAYS      PIC S9(5) COMP-3.
             10 WS-TA-LATE          PIC S9(9) COMP-3.
       01 WS-TA-IDX                 PIC S9(4) COMP.
       01 WS-TA-POS                 PIC S9(4) COMP.
       01 WS-TA-ALL-SETTLED         PIC S9(9) COMP-3 VALUE 0.
       01 WS-TA-ALL-DAYS            PIC S9(11) COMP-3 VALUE 0.
       01 WS-TA-ALL-MAX             PIC S9(5) COMP-3 VALUE 0.
       01 WS-TA-ALL-LATE            PIC S9(9) COMP-3 VALUE 0.
       01 WS-TA-AVERAGE             PIC S9(5)V9 COMP-3 VALUE 0.
       01 WS-PRINT-TYPE             PIC X(10).
       01 WS-PRINT-SETTLED          PIC S9(9) COMP-3.
       01 WS-PRINT-DAYS             PIC S9(11) COMP-3.
       01 WS-PRINT-MAX              PIC S9(5) COMP-3.
       01 WS-PRINT-LATE             PIC S9(9) COMP-3.
       01 WS-HIST-CLAIMNO           PIC X(12) VALUE SPACES.
       01 WS-HIST-SETTLED-SW        PIC X VALUE 'N'.
          88 CLAIM-SETTLEMENT-SEEN      VALUE 'Y'.
          88 CLAIM-SETTLEMENT-NOT-SEEN  VALUE 'N'.
       01 WS-TURNAROUND-DAYS        PIC S9(9) COMP.
      ******************************************************************
      * DETAIL LINE WORK AREAS
      ******************************************************************
       01 WS-PP-TEXT                PIC X(10).
       01 WS-STATUS-DAYS-TEXT       PIC X(5).
       01 WS-LATEST-STATUS-DATE     PIC 9(8).
       01 WS-INTEREST-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * RUNNING COUNTS FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-CLAIMS-READ            PIC 9(9) VALUE 0.
       01 WS-OPEN-COUNT             PIC 9(9) VALUE 0.
       01 WS-BREACHED-COUNT         PIC 9(9) VALUE 0.
       01 WS-NEAR-BREACH-COUNT      PIC 9(9) VALUE 0.
       01 WS-TABLE-OVERFLOW         PIC 9(9) VALUE 0.
       01 WS-HISTORY-READ           PIC 9(9) VALUE 0.
       01 WS-SETTLE-NO-AUDIT        PIC 9(9) VALUE 0.
       01 WS-INTEREST-EXPOSURE      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-BKT               PIC ZZZ,ZZ9.
       01 WS-EDIT-BKT-LINE          PIC X(48).
       01 WS-EDIT-BKT-PTR           PIC S9(4) COMP.
       01 WS-EDIT-DAYS              PIC ZZZZ9.
       01 WS-EDIT-LIMIT             PIC ZZZZ9.
       01 WS-EDIT-AVG               PIC ZZZZ9.9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZ9.99.
       01 WS-EDIT-INTEREST          PIC ZZ,ZZ9.99.
       01 WS-EDIT-EXPOSURE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           PERFORM GET-PROMPT-PAY-TERMS
           PERFORM GET-TURNAROUND-PERIOD
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON DESCENDING KEY SRT-AGE-DAYS
                  ASCENDING KEY SRT-CLAIMNO
               INPUT PROCEDURE IS SELECT-OPEN-CLAIMS
               OUTPUT PROCEDURE IS LIST-AT-RISK-CLAIMS

           PERFORM WRITE-AGING-SUMMARY
           PERFORM MEASURE-TURNAROUND
           PERFORM WRITE-TURNAROUND
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-BREACHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE PROMPT-PAY THRESHOLD, RATE AND
      * WARNING WINDOW.  DEFAULTS ARE COMPILED IN; JPPDAYS/JPPRATE
      * ARE THE VARIABLES IMSCSETL READS, JINVWARN IS THIS REPORT'S.
      ******************************************************************
       GET-PROMPT-PAY-TERMS.
      *
           MOVE SPACES TO WS-PP-DAYS-ENV
           ACCEPT WS-PP-DAYS-ENV FROM ENVIRONMENT "JPPDAYS"
           IF WS-PP-DAYS-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-PP-DAYS-ENV)
                   TO WS-PP-NUMVAL-TEST
               IF WS-PP-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-PP-DAYS-ENV)
                       TO WS-PP-DAYS-LIMIT
               END-IF
           END-IF

           MOVE SPACES TO WS-PP-RATE-ENV
           ACCEPT WS-PP-RATE-ENV FROM ENVIRONMENT "JPPRATE"
           IF WS-PP-RATE-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-PP-RATE-ENV)
                   TO WS-PP-NUMVAL-TEST
               IF WS-PP-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-PP-RATE-ENV)
                       TO WS-PP-RATE
               END-IF
           END-IF

           MOVE SPACES TO WS-WARN-ENV
           ACCEPT WS-WARN-ENV FROM ENVIRONMENT "JINVWARN"
           IF WS-WARN-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-WARN-ENV)
                   TO WS-PP-NUMVAL-TEST
               IF WS-PP-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-WARN-ENV)
                       TO WS-WARN-DAYS
               END-IF
           END-IF
           IF WS-WARN-DAYS < 0
               MOVE 0 TO WS-WARN-DAYS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET THE TURNAROUND PERIOD.  IT DEFAULTS TO THE
      * CURRENT MONTH TO DATE; JINVFROM AND JINVTO (CCYYMMDD)
      * OVERRIDE EITHER END.  AN OVERRIDE THAT IS NOT A VALID DATE,
      * OR A PERIOD THAT ENDS BEFORE IT STARTS, STOPS THE RUN WITH
      * RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-TURNAROUND-PERIOD.
      *
           MOVE WS-TODAY-CCYYMMDD TO WS-DATE-SPLIT
           MOVE 01 TO WS-DATE-DAY
           MOVE WS-DATE-SPLIT TO WS-PERIOD-FROM
           MOVE WS-TODAY-CCYYMMDD TO WS-PERIOD-TO

           MOVE SPACES TO WS-PERIOD-ENV
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "JINVFROM"
           IF WS-PERIOD-ENV NOT = SPACES
               PERFORM EDIT-PERIOD-OVERRIDE
               MOVE WS-PERIOD-DATE TO WS-PERIOD-FROM
           END-IF

           MOVE SPACES TO WS-PERIOD-ENV
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "JINVTO"
           IF WS-PERIOD-ENV NOT = SPACES
               PERFORM EDIT-PERIOD-OVERRIDE
               MOVE WS-PERIOD-DATE TO WS-PERIOD-TO
           END-IF

           IF WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY 'JINVTO ' WS-PERIOD-TO
                       ' IS BEFORE JINVFROM ' WS-PERIOD-FROM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE PERIOD OVERRIDE INTO WS-PERIOD-DATE
      ******************************************************************
       EDIT-PERIOD-OVERRIDE.
      *
           IF WS-PERIOD-ENV IS NUMERIC
               MOVE WS-PERIOD-ENV TO WS-PERIOD-DATE
           ELSE
               MOVE 0 TO WS-PERIOD-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-DATE) NOT = 0
               DISPLAY 'TURNAROUND PERIOD OVERRIDE IS NOT A VALID '
                       'CCYYMMDD DATE: ' WS-PERIOD-ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE STATUS HISTORY FILE IS
      * OPTIONAL: WITHOUT IT THE DETAIL LIST HAS NO DAYS IN STATUS
      * AND THE TURNAROUND SECTION SAYS SO.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               STOP RUN
           END-IF

           SET HISTORY-FILE-NOT-OPEN TO TRUE
           OPEN INPUT STATUS-HISTORY-FILE
           IF WS-HST-FS = '00'
               SET HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'OPEN OF STATUS-HISTORY-FILE FAILED, FS='
                       WS-HST-FS
           END-IF

           OPEN OUTPUT INVENTORY-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF INVENTORY-REPORT-FILE FAILED, FS='
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
           IF HISTORY-FILE-OPEN
               CLOSE STATUS-HISTORY-FILE
           END-IF
           CLOSE INVENTORY-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING AND THE DETAIL LIST'S
      * COLUMN HEADINGS
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN CLAIMS INVENTORY AND TURNAROUND AS OF '
               WS-TODAY-CCYYMMDD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PP-DAYS-LIMIT TO WS-EDIT-LIMIT
           MOVE WS-WARN-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN CLAIMS PAST THE ' WS-EDIT-LIMIT
               '-DAY PROMPT-PAY THRESHOLD OR WITHIN ' WS-EDIT-DAYS
               ' DAYS OF IT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIM NO     STATUS    CLAIM TYPE PROVIDER   '
               'SUBMITTD   AGE PROMPT PAY IN ST  PLAN PAID  INTEREST'
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
      * ROUTINE TO PRINT THE OPEN INVENTORY BY STATUS AND CLAIM TYPE
      * IN AGE BUCKETS, WITH A SUBTOTAL FOR EACH STATUS AND A GRAND
      * TOTAL
      ******************************************************************
       WRITE-AGING-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OPEN CLAIMS BY STATUS AND CLAIM TYPE, DAYS SUBMITTED'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'STATUS    CLAIM TYPE     0-7    8-14   15-30   31-45'
               ' OVER 45   TOTAL'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           INITIALIZE WS-STATUS-COUNTS
           MOVE SPACES TO WS-PREV-STATUS
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-USED
               IF WS-AG-STATUS(WS-AG-IDX) NOT = WS-PREV-STATUS
                   IF WS-PREV-STATUS NOT = SPACES
                       PERFORM WRITE-STATUS-SUBTOTAL
                   END-IF
                   MOVE WS-AG-STATUS(WS-AG-IDX) TO WS-PREV-STATUS
                   INITIALIZE WS-STATUS-COUNTS
               END-IF
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > 5
                   MOVE WS-AG-BUCKET(WS-AG-IDX, WS-BKT-IDX)
                     TO WS-LN-BUCKET(WS-BKT-IDX)
                   ADD WS-AG-BUCKET(WS-AG-IDX, WS-BKT-IDX)
                     TO WS-ST-BUCKET(WS-BKT-IDX)
               END-PERFORM
               MOVE WS-AG-TOTAL(WS-AG-IDX) TO WS-LN-TOTAL
               ADD WS-AG-TOTAL(WS-AG-IDX) TO WS-ST-TOTAL
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-AG-STATUS(WS-AG-IDX) ' '
                   WS-AG-CLAIM-TYPE(WS-AG-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               PERFORM WRITE-BUCKET-LINE
           END-PERFORM
           IF WS-PREV-STATUS NOT = SPACES
               PERFORM WRITE-STATUS-SUBTOTAL
           END-IF

           MOVE WS-GRAND-COUNTS TO WS-LINE-COUNTS
           MOVE 'ALL OPEN CLAIMS' TO WS-LINE-LABEL
           PERFORM WRITE-BUCKET-LINE
           .
      ******************************************************************
      * ROUTINE TO PRINT THE SUBTOTAL FOR ONE STATUS
      ******************************************************************
       WRITE-STATUS-SUBTOTAL.
      *
           MOVE WS-STATUS-COUNTS TO WS-LINE-COUNTS
           MOVE SPACES TO WS-LINE-LABEL
           STRING WS-PREV-STATUS ' TOTAL'
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           PERFORM WRITE-BUCKET-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE LINE OF BUCKET COUNTS FROM
      * WS-LINE-COUNTS UNDER THE LABEL IN WS-LINE-LABEL
      ******************************************************************
       WRITE-BUCKET-LINE.
      *
           MOVE SPACES TO WS-EDIT-BKT-LINE
           MOVE 1 TO WS-EDIT-BKT-PTR
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE WS-LN-BUCKET(WS-BKT-IDX) TO WS-EDIT-BKT
               STRING ' ' WS-EDIT-BKT
                   DELIMITED BY SIZE INTO WS-EDIT-BKT-LINE
                   WITH POINTER WS-EDIT-BKT-PTR
           END-PERFORM
           MOVE WS-LN-TOTAL TO WS-EDIT-BKT
           STRING ' ' WS-EDIT-BKT
               DELIMITED BY SIZE INTO WS-EDIT-BKT-LINE
               WITH POINTER WS-EDIT-BKT-PTR

           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-LABEL WS-EDIT-BKT-LINE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO MEASURE SUBMISSION-TO-SETTLEMENT TURNAROUND FROM
      * THE STATUS HISTORY FILE: READ IT FROM THE TOP, TAKE EACH
      * CLAIM'S FIRST PAID OR DENIED RECORD, AND WHEN THAT FALLS IN
      * THE PERIOD LOOK THE CLAIM UP ON THE AUDIT FILE FOR ITS
      * SUBMISSION DATE AND CLAIM TYPE
      ******************************************************************
       MEASURE-TURNAROUND.
      *
           IF HISTORY-FILE-OPEN
               MOVE SPACES TO WS-HIST-CLAIMNO
               MOVE LOW-VALUES TO HST-HISTORY-KEY
               SET HISTORY-FILE-NOT-EOF TO TRUE
               START STATUS-HISTORY-FILE
                   KEY IS NOT LESS THAN HST-HISTORY-KEY
               IF WS-HST-FS NOT = '00'
                   SET HISTORY-FILE-EOF TO TRUE
               END-IF
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-FILE-EOF
                   ADD 1 TO WS-HISTORY-READ
                   IF HST-CLAIMNO NOT = WS-HIST-CLAIMNO
                       MOVE HST-CLAIMNO TO WS-HIST-CLAIMNO
                       SET CLAIM-SETTLEMENT-NOT-SEEN TO TRUE
                   END-IF
                   IF CLAIM-SETTLEMENT-NOT-SEEN AND
                      (HST-NEW-STATUS = 'PAID' OR
                       HST-NEW-STATUS = 'DENIED')
                       SET CLAIM-SETTLEMENT-SEEN TO TRUE
                       PERFORM GET-HISTORY-DATE
                       IF HISTORY-DATE-VALID AND
                          WS-HST-DATE NOT < WS-PERIOD-FROM AND
                          WS-HST-DATE NOT > WS-PERIOD-TO
                           PERFORM TALLY-SETTLEMENT
                       END-IF
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT STATUS HISTORY RECORD
      ******************************************************************
       READ-HISTORY-RECORD.
      *
           IF HISTORY-FILE-NOT-EOF
               READ STATUS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-FILE-EOF TO TRUE
               END-READ
               IF HISTORY-FILE-NOT-EOF AND WS-HST-FS NOT = '00'
                   DISPLAY 'READ OF STATUS-HISTORY-FILE FAILED, FS='
                           WS-HST-FS
                   SET HISTORY-FILE-EOF TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE THE DATE (CCYY-MM-DD) OFF THE FRONT OF THE
      * HISTORY TIMESTAMP INTO WS-HST-DATE
      ******************************************************************
       GET-HISTORY-DATE.
      *
           MOVE HST-TIMESTAMP(1:4) TO WS-HST-YEAR
           MOVE HST-TIMESTAMP(6:2) TO WS-HST-MONTH
           MOVE HST-TIMESTAMP(9:2) TO WS-HST-DAY
           SET HISTORY-DATE-INVALID TO TRUE
           IF WS-HST-DATE-SPLIT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-HST-DATE) = 0
                   SET HISTORY-DATE-VALID TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ADD ONE CLAIM SETTLED IN THE PERIOD TO ITS CLAIM
      * TYPE'S TURNAROUND.  TEST CLAIMS, AND CLAIMS NO LONGER ON THE
      * AUDIT FILE, ARE LEFT OUT.
      ******************************************************************
       TALLY-SETTLEMENT.
      *
           MOVE HST-CLAIMNO TO AUD-CLAIMNO
           READ CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               ADD 1 TO WS-SETTLE-NO-AUDIT
           ELSE
               IF AUD-TEST-IND NOT = 'Y'
                   PERFORM GET-SUBMIT-DATE-INT
                   COMPUTE WS-EVENT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-HST-DATE)
                   COMPUTE WS-TURNAROUND-DAYS =
                       WS-EVENT-DATE-INT - WS-SUBMIT-DATE-INT
                   IF WS-TURNAROUND-DAYS < 0
                       MOVE 0 TO WS-TURNAROUND-DAYS
                   END-IF
                   PERFORM FIND-TURNAROUND-ENTRY
                   IF WS-TA-POS > 0
                       ADD 1 TO WS-TA-SETTLED(WS-TA-POS)
                       ADD WS-TURNAROUND-DAYS
                         TO WS-TA-TOTAL-DAYS(WS-TA-POS)
                       IF WS-TURNAROUND-DAYS > WS-TA-MAX-DAYS(WS-TA-POS)
                           MOVE WS-TURNAROUND-DAYS
                             TO WS-TA-MAX-DAYS(WS-TA-POS)
                       END-IF
                       IF WS-TURNAROUND-DAYS > WS-PP-DAYS-LIMIT
                           ADD 1 TO WS-TA-LATE(WS-TA-POS)
                       END-IF
                   END-IF
                   ADD 1 TO WS-TA-ALL-SETTLED
                   ADD WS-TURNAROUND-DAYS TO WS-TA-ALL-DAYS
                   IF WS-TURNAROUND-DAYS > WS-TA-ALL-MAX
                       MOVE WS-TURNAROUND-DAYS TO WS-TA-ALL-MAX
                   END-IF
                   IF WS-TURNAROUND-DAYS > WS-PP-DAYS-LIMIT
                       ADD 1 TO WS-TA-ALL-LATE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE CLAIM TYPE'S TURNAROUND ENTRY IN
      * WS-TA-POS, ADDING IT WHEN NEW.  WS-TA-POS IS ZERO WHEN THE
      * TABLE IS FULL; THE CLAIM STILL COUNTS IN THE ALL-TYPES LINE.
      ******************************************************************
       FIND-TURNAROUND-ENTRY.
      *
           MOVE 0 TO WS-TA-POS
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-USED OR WS-TA-POS > 0
               IF WS-TA-CLAIM-TYPE(WS-TA-IDX) = AUD-CLAIMTYPE
                   MOVE WS-TA-IDX TO WS-TA-POS
               END-IF
           END-PERFORM
           IF WS-TA-POS = 0 AND WS-TA-USED < WS-TA-MAX
               ADD 1 TO WS-TA-USED
               MOVE WS-TA-USED TO WS-TA-POS
               MOVE AUD-CLAIMTYPE TO WS-TA-CLAIM-TYPE(WS-TA-POS)
               MOVE 0 TO WS-TA-SETTLED(WS-TA-POS)
               MOVE 0 TO WS-TA-TOTAL-DAYS(WS-TA-POS)
               MOVE 0 TO WS-TA-MAX-DAYS(WS-TA-POS)
               MOVE 0 TO WS-TA-LATE(WS-TA-POS)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT THE TURNAROUND SECTION: ONE LINE PER CLAIM
      * TYPE AND ONE FOR ALL TYPES
      ******************************************************************
       WRITE-TURNAROUND.
      *
           MOVE WS-PERIOD-FROM TO WS-DATE-SPLIT
           PERFORM FORMAT-DATE
           MOVE WS-DATE-FMT TO WS-DATE-FMT-FROM
           MOVE WS-PERIOD-TO TO WS-DATE-SPLIT
           PERFORM FORMAT-DATE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUBMISSION-TO-SETTLEMENT TURNAROUND, CLAIMS SETTLED '
               WS-DATE-FMT-FROM ' THROUGH ' WS-DATE-FMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF HISTORY-FILE-NOT-OPEN
               MOVE '  STATUS HISTORY FILE NOT AVAILABLE - NOT MEASURED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-PP-DAYS-LIMIT TO WS-EDIT-LIMIT
               MOVE SPACES TO REPORT-RECORD
               STRING 'CLAIM TYPE         SETTLED  AVG DAYS  MAX DAYS'
                   '  OVER ' WS-EDIT-LIMIT ' DAYS'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                       UNTIL WS-TA-IDX > WS-TA-USED
                   MOVE WS-TA-CLAIM-TYPE(WS-TA-IDX) TO WS-PRINT-TYPE
                   MOVE WS-TA-SETTLED(WS-TA-IDX)    TO WS-PRINT-SETTLED
                   MOVE WS-TA-TOTAL-DAYS(WS-TA-IDX) TO WS-PRINT-DAYS
                   MOVE WS-TA-MAX-DAYS(WS-TA-IDX)   TO WS-PRINT-MAX
                   MOVE WS-TA-LATE(WS-TA-IDX)       TO WS-PRINT-LATE
                   PERFORM WRITE-TURNAROUND-LINE
               END-PERFORM
               MOVE 'ALL TYPES'        TO WS-PRINT-TYPE
               MOVE WS-TA-ALL-SETTLED  TO WS-PRINT-SETTLED
               MOVE WS-TA-ALL-DAYS     TO WS-PRINT-DAYS
               MOVE WS-TA-ALL-MAX      TO WS-PRINT-MAX
               MOVE WS-TA-ALL-LATE     TO WS-PRINT-LATE
               PERFORM WRITE-TURNAROUND-LINE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE TURNAROUND LINE FROM THE WS-PRINT- AREAS
      ******************************************************************
       WRITE-TURNAROUND-LINE.
      *
           IF WS-PRINT-SETTLED > 0
               COMPUTE WS-TA-AVERAGE ROUNDED =
                   WS-PRINT-DAYS / WS-PRINT-SETTLED
           ELSE
               MOVE 0 TO WS-TA-AVERAGE
           END-IF
           MOVE WS-PRINT-SETTLED TO WS-EDIT-COUNT
           MOVE WS-TA-AVERAGE    TO WS-EDIT-AVG
           MOVE WS-PRINT-MAX     TO WS-EDIT-DAYS
           MOVE WS-PRINT-LATE    TO WS-EDIT-BKT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-PRINT-TYPE ' ' WS-EDIT-COUNT '   ' WS-EDIT-AVG
               '     ' WS-EDIT-DAYS '   ' WS-EDIT-BKT
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

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN CLAIMS  . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BREACHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  PAST PROMPT-PAY THRESHOLD  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NEAR-BREACH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  ABOUT TO BREACH  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-INTEREST-EXPOSURE TO WS-EDIT-EXPOSURE
           MOVE SPACES TO REPORT-RECORD
           STRING 'INTEREST IF PAID TODAY . . . : ' WS-EDIT-EXPOSURE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF HISTORY-FILE-OPEN
               MOVE WS-HISTORY-READ TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'STATUS HISTORY RECORDS READ  : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-SETTLE-NO-AUDIT > 0
               MOVE WS-SETTLE-NO-AUDIT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'SETTLED, NOT ON AUDIT FILE . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-TABLE-OVERFLOW > 0
               MOVE WS-TABLE-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'IN GRAND TOTAL ONLY (TABLE FULL) : '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCINVA OPEN ' WS-OPEN-COUNT
                   ' PAST THRESHOLD ' WS-BREACHED-COUNT
                   ' ABOUT TO BREACH ' WS-NEAR-BREACH-COUNT
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT FILE, AGE AND COUNT EVERY
      * OPEN NON-TEST CLAIM, AND RELEASE EACH ONE PAST OR NEAR THE
      * PROMPT-PAY THRESHOLD FOR THE DETAIL LIST
      ******************************************************************
       SELECT-OPEN-CLAIMS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               ADD 1 TO WS-CLAIMS-READ
               IF AUD-TEST-IND NOT = 'Y'
                   EVALUATE AUD-CLAIM-STATUS
                       WHEN 'PENDING'
                       WHEN 'REVIEW'
                       WHEN 'ACCEPTED'
                           PERFORM AGE-OPEN-CLAIM
                   END-EVALUATE
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE AT-RISK CLAIMS OLDEST FIRST AND
      * LIST EACH ONE
      ******************************************************************
       LIST-AT-RISK-CLAIMS SECTION.
      *
           PERFORM RETURN-SORTED-CLAIM
           IF SORT-FILE-EOF
               MOVE '  NO OPEN CLAIM IS PAST OR NEAR THE THRESHOLD'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM UNTIL SORT-FILE-EOF
               PERFORM WRITE-AT-RISK-LINE
               PERFORM RETURN-SORTED-CLAIM
           END-PERFORM
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       INVENTORY-ROUTINES SECTION.
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
      * ROUTINE TO TURN THE CLAIM'S PACKED 0CYYDDD AUD-DATE INTO A
      * DAY NUMBER IN WS-SUBMIT-DATE-INT, AS IMSCSETL DOES
      ******************************************************************
       GET-SUBMIT-DATE-INT.
      *
           MOVE AUD-DATE TO WS-AUD-JULIAN-NUM
           COMPUTE WS-SUBMIT-DATE-INT = FUNCTION INTEGER-OF-DAY(
               (1900 + WS-AUD-CENTURY * 100 + WS-AUD-YY) * 1000
               + WS-AUD-DDD)
           .
      ******************************************************************
      * ROUTINE TO AGE ONE OPEN CLAIM: COUNT IT IN ITS STATUS/TYPE
      * BUCKET AND, WHEN IT IS PAST THE THRESHOLD OR WITHIN THE
      * WARNING WINDOW OF IT, RELEASE IT FOR THE DETAIL LIST
      ******************************************************************
       AGE-OPEN-CLAIM.
      *
           ADD 1 TO WS-OPEN-COUNT
           PERFORM GET-SUBMIT-DATE-INT
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SUBMIT-DATE-INT
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS <= 14
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS <= 45
                   MOVE 4 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BKT-IDX
           END-EVALUATE
           ADD 1 TO WS-GT-BUCKET(WS-BKT-IDX)
           ADD 1 TO WS-GT-TOTAL
           PERFORM FIND-AGING-ENTRY
           IF WS-AG-POS > 0
               ADD 1 TO WS-AG-BUCKET(WS-AG-POS, WS-BKT-IDX)
               ADD 1 TO WS-AG-TOTAL(WS-AG-POS)
           END-IF

           COMPUTE WS-DAYS-LEFT = WS-PP-DAYS-LIMIT - WS-AGE-DAYS
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-BREACHED-COUNT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARN-DAYS
                   ADD 1 TO WS-NEAR-BREACH-COUNT
               END-IF
           END-IF

           IF WS-DAYS-LEFT <= WS-WARN-DAYS
               IF WS-AGE-DAYS > 99999
                   MOVE 99999 TO SRT-AGE-DAYS
               ELSE
                   MOVE WS-AGE-DAYS TO SRT-AGE-DAYS
               END-IF
               MOVE AUD-CLAIMNO      TO SRT-CLAIMNO
               MOVE AUD-CLAIM-STATUS TO SRT-CLAIM-STATUS
               MOVE AUD-CLAIMTYPE    TO SRT-CLAIMTYPE
               MOVE AUD-PROVIDER-ID  TO SRT-PROVIDER-ID
               MOVE FUNCTION DATE-OF-INTEGER(WS-SUBMIT-DATE-INT)
                 TO SRT-SUBMIT-DATE
               MOVE AUD-PLAN-PAID    TO SRT-PLAN-PAID
               RELEASE SORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE STATUS/TYPE ENTRY FOR THE CLAIM IN
      * WS-AG-POS, INSERTING A NEW ENTRY IN KEY ORDER WHEN IT IS NOT
      * THERE YET.  WS-AG-POS IS ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       FIND-AGING-ENTRY.
      *
           MOVE AUD-CLAIM-STATUS TO WS-AG-SEARCH-STATUS
           MOVE AUD-CLAIMTYPE TO WS-AG-SEARCH-TYPE
           MOVE 0 TO WS-AG-POS
           SET ENTRY-NOT-FOUND TO TRUE

           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-USED OR WS-AG-POS > 0
               IF WS-AG-KEY(WS-AG-IDX) NOT < WS-AG-SEARCH-KEY
                   MOVE WS-AG-IDX TO WS-AG-POS
                   IF WS-AG-KEY(WS-AG-IDX) = WS-AG-SEARCH-KEY
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-AG-USED < WS-AG-MAX
                   IF WS-AG-POS = 0
                       COMPUTE WS-AG-POS = WS-AG-USED + 1
                   END-IF
                   PERFORM VARYING WS-AG-IDX FROM WS-AG-USED BY -1
                           UNTIL WS-AG-IDX < WS-AG-POS
                       MOVE WS-AG-ENTRY(WS-AG-IDX)
                         TO WS-AG-ENTRY(WS-AG-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-AG-USED
                   INITIALIZE WS-AG-ENTRY(WS-AG-POS)
                   MOVE WS-AG-SEARCH-KEY TO WS-AG-KEY(WS-AG-POS)
               ELSE
                   MOVE 0 TO WS-AG-POS
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
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
      * ROUTINE TO LIST ONE AT-RISK CLAIM: HOW FAR PAST (OR SHORT OF)
      * THE THRESHOLD IT IS, HOW LONG IT HAS SAT IN ITS CURRENT
      * STATUS, AND -- ONCE PAST -- THE INTEREST IMSCSETL WOULD
      * ADD IF IT SETTLED TODAY
      ******************************************************************
       WRITE-AT-RISK-LINE.
      *
           COMPUTE WS-DAYS-LEFT = WS-PP-DAYS-LIMIT - SRT-AGE-DAYS
           MOVE SPACES TO WS-PP-TEXT
           MOVE 0 TO WS-INTEREST-AMT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   COMPUTE WS-EDIT-DAYS = 0 - WS-DAYS-LEFT
                   STRING 'LATE ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-PP-TEXT
                   COMPUTE WS-INTEREST-AMT ROUNDED =
                       SRT-PLAN-PAID * WS-PP-RATE / 100
                       * SRT-AGE-DAYS / 365
                   ADD WS-INTEREST-AMT TO WS-INTEREST-EXPOSURE
               WHEN WS-DAYS-LEFT = 0
                   MOVE 'LAST DAY' TO WS-PP-TEXT
               WHEN OTHER
                   MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
                   STRING 'DUE ' WS-EDIT-DAYS
                       DELIMITED BY SIZE INTO WS-PP-TEXT
           END-EVALUATE

           PERFORM GET-DAYS-IN-STATUS

           MOVE SRT-PLAN-PAID TO WS-EDIT-AMOUNT
           MOVE WS-INTEREST-AMT TO WS-EDIT-INTEREST
           MOVE SRT-AGE-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING SRT-CLAIMNO ' ' SRT-CLAIM-STATUS ' ' SRT-CLAIMTYPE
               ' ' SRT-PROVIDER-ID ' ' SRT-SUBMIT-DATE ' '
               WS-EDIT-DAYS ' ' WS-PP-TEXT ' ' WS-STATUS-DAYS-TEXT
               ' ' WS-EDIT-AMOUNT ' ' WS-EDIT-INTEREST
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO FIND HOW MANY DAYS THE CLAIM HAS BEEN IN ITS
      * CURRENT STATUS: THE DATE OF ITS LATEST HISTORY RECORD THAT
      * MOVED IT INTO THAT STATUS.  BLANK WHEN THERE IS NO HISTORY.
      ******************************************************************
       GET-DAYS-IN-STATUS.
      *
           MOVE SPACES TO WS-STATUS-DAYS-TEXT
           MOVE 0 TO WS-LATEST-STATUS-DATE
           IF HISTORY-FILE-OPEN
               MOVE SRT-CLAIMNO TO HST-CLAIMNO
               MOVE LOW-VALUES TO HST-TIMESTAMP
               SET HISTORY-FILE-NOT-EOF TO TRUE
               START STATUS-HISTORY-FILE
                   KEY IS NOT LESS THAN HST-HISTORY-KEY
               IF WS-HST-FS NOT = '00'
                   SET HISTORY-FILE-EOF TO TRUE
               END-IF
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-FILE-EOF OR
                             HST-CLAIMNO NOT = SRT-CLAIMNO
                   IF HST-NEW-STATUS = SRT-CLAIM-STATUS
                       PERFORM GET-HISTORY-DATE
                       IF HISTORY-DATE-VALID
                           MOVE WS-HST-DATE TO WS-LATEST-STATUS-DATE
                       END-IF
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
           END-IF

           IF WS-LATEST-STATUS-DATE > 0
               COMPUTE WS-EVENT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LATEST-STATUS-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-EVENT-DATE-INT
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-STATUS-DAYS-TEXT
           END-IF
           .
       END PROGRAM IMSCINVA.
