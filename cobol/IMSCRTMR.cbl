       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCRTMR.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Daily REST endpoint latency report.  Every attempt the claim   *
      * submitters (IMSCBLJC, IMSCBATD, IMSCPNDD, IMSCTSTD) make on    *
      * the claims REST endpoint is appended to the response metrics   *
      * file (IMSC2RTM) with its elapsed time and outcome, including a *
      * failed primary attempt ahead of its failover.  For one day (the*
      * run date, overridable via JRTMDATE) this job sorts the day's   *
      * attempts by endpoint and hour and reports, per endpoint per    *
      * hour: attempts, average, 95th percentile and maximum response  *
      * time in milliseconds, the timeout rate, and the failover rate  *
      * (failed primary attempts handed to the secondary endpoint),    *
      * with a day total per endpoint.  The 95th percentile is the     *
      * attempt at rank 95/100 of the hour's count (rounded up) in     *
      * ascending response-time order.  Return code 8 means JRTMDATE   *
      * was not valid or the metrics file could not be read.           *
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
           SELECT RESPONSE-METRICS-FILE ASSIGN TO CLMRTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTM-FS.

           SELECT LATENCY-REPORT-FILE ASSIGN TO CLMRTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  RESPONSE-METRICS-FILE
           RECORDING MODE IS F.
       COPY IMSC2RTM.

       FD  LATENCY-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ENDPOINT              PIC X(8).
           05 SRT-URL                   PIC X(120).
           05 SRT-HOUR                  PIC 9(2).
           05 SRT-ELAPSED-MS            PIC 9(9).
           05 SRT-RESULT                PIC X(7).
              88 SRT-RESULT-TIMEOUT         VALUE 'TIMEOUT'.
           05 SRT-FAILOVER-IND          PIC X.
              88 SRT-FAILED-OVER            VALUE 'Y'.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-RTM-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-RTM-EOF-SW             PIC X VALUE 'N'.
          88 METRICS-FILE-EOF           VALUE 'Y'.
          88 METRICS-FILE-NOT-EOF       VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-READ-ERROR-SW          PIC X VALUE 'N'.
          88 METRICS-READ-FAILED        VALUE 'Y'.
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
      * REPORT DATE: THE RUN DATE, OR JRTMDATE (CCYYMMDD) TO REPORT
      * AN EARLIER DAY'S METRICS FILE.  ATTEMPTS ON ANY OTHER DATE
      * ARE COUNTED AND LEFT OUT.
      ******************************************************************
       01 WS-REPORT-DATE            PIC 9(8).
       01 WS-REPORT-ENV             PIC X(8).
      ******************************************************************
      * ATTEMPT COUNT PER ENDPOINT AND HOUR, TAKEN AS THE RECORDS ARE
      * RELEASED TO THE SORT, SO THE OUTPUT PROCEDURE KNOWS EACH
      * HOUR'S COUNT -- AND SO THE RANK OF ITS 95TH PERCENTILE -- AS
      * THE HOUR STARTS.  AN HOUR PAST THE TABLE STILL REPORTS ITS
      * OTHER FIGURES; ITS PERCENTILE PRINTS AS ZERO AND IS COUNTED.
      ******************************************************************
       01 WS-GT-MAX                 PIC S9(4) COMP VALUE 480.
       01 WS-GT-USED                PIC S9(4) COMP VALUE 0.
       01 WS-GT-IDX                 PIC S9(4) COMP.
       01 WS-GT-FOUND               PIC S9(4) COMP.
       01 WS-GROUP-TABLE.
          05 WS-GT-ENTRY OCCURS 480 TIMES.
             10 WS-GT-ENDPOINT      PIC X(8).
             10 WS-GT-URL           PIC X(120).
             10 WS-GT-HOUR          PIC 9(2).
             10 WS-GT-COUNT         PIC S9(9) COMP.
       01 WS-GT-OVERFLOW            PIC 9(7) VALUE 0.
      ******************************************************************
      * THE ENDPOINT AND HOUR BEING REPORTED, AND THEIR FIGURES
      ******************************************************************
       01 WS-GROUP-SW               PIC X VALUE 'N'.
          88 GROUP-IN-PROGRESS          VALUE 'Y'.
          88 NO-GROUP-YET               VALUE 'N'.
       01 WS-CUR-ENDPOINT           PIC X(8).
       01 WS-CUR-URL                PIC X(120).
       01 WS-CUR-HOUR               PIC 9(2).
       01 WS-HR-COUNT               PIC S9(9) COMP VALUE 0.
       01 WS-HR-TOTAL-MS            PIC S9(15) COMP-3 VALUE 0.
       01 WS-HR-MAX-MS              PIC S9(9) COMP VALUE 0.
       01 WS-HR-P95-MS              PIC S9(9) COMP VALUE 0.
       01 WS-HR-P95-RANK            PIC S9(9) COMP VALUE 0.
       01 WS-HR-TIMEOUTS            PIC S9(9) COMP VALUE 0.
       01 WS-HR-FAILOVERS           PIC S9(9) COMP VALUE 0.
       01 WS-EP-COUNT               PIC S9(9) COMP VALUE 0.
       01 WS-EP-TOTAL-MS            PIC S9(15) COMP-3 VALUE 0.
       01 WS-EP-MAX-MS              PIC S9(9) COMP VALUE 0.
       01 WS-EP-TIMEOUTS            PIC S9(9) COMP VALUE 0.
       01 WS-EP-FAILOVERS           PIC S9(9) COMP VALUE 0.
       01 WS-AVG-MS                 PIC S9(9) COMP VALUE 0.
       01 WS-TIMEOUT-RATE           PIC S9(3)V9 COMP-3 VALUE 0.
       01 WS-FAILOVER-RATE          PIC S9(3)V9 COMP-3 VALUE 0.
       01 WS-HOUR-LABEL             PIC X(5).
       01 WS-P95-TEXT               PIC X(11).
      ******************************************************************
      * RUN COUNTERS AND EDIT FIELDS
      ******************************************************************
       01 WS-RECORDS-READ           PIC 9(9) VALUE 0.
       01 WS-RECORDS-REPORTED       PIC 9(9) VALUE 0.
       01 WS-RECORDS-OTHER-DATE     PIC 9(9) VALUE 0.
       01 WS-RECORDS-INVALID        PIC 9(9) VALUE 0.
       01 WS-ENDPOINTS-REPORTED     PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-ATTEMPTS          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AVG               PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-P95               PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-MAX               PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TIMEOUT-RATE      PIC ZZZZZZ9.9.
       01 WS-EDIT-FAILOVER-RATE     PIC ZZZZZZZ9.9.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           PERFORM GET-REPORT-DATE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ENDPOINT SRT-URL SRT-HOUR
                                SRT-ELAPSED-MS
               INPUT PROCEDURE IS SELECT-DAY-ATTEMPTS
               OUTPUT PROCEDURE IS REPORT-ENDPOINT-LATENCY

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF METRICS-READ-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE REPORT DATE: TODAY, OR JRTMDATE (CCYYMMDD)
      * WHEN SET.  AN OVERRIDE THAT IS NOT A VALID DATE STOPS THE RUN
      * WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-REPORT-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-REPORT-DATE

           MOVE SPACES TO WS-REPORT-ENV
           ACCEPT WS-REPORT-ENV FROM ENVIRONMENT "JRTMDATE"
           IF WS-REPORT-ENV NOT = SPACES
               IF WS-REPORT-ENV IS NUMERIC
                   MOVE WS-REPORT-ENV TO WS-REPORT-DATE
               ELSE
                   MOVE 0 TO WS-REPORT-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) NOT = 0
                   DISPLAY 'JRTMDATE IS NOT A VALID CCYYMMDD DATE: '
                           WS-REPORT-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT RESPONSE-METRICS-FILE
           IF WS-RTM-FS NOT = '00'
               DISPLAY 'OPEN OF RESPONSE-METRICS-FILE FAILED, FS='
                       WS-RTM-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LATENCY-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF LATENCY-REPORT-FILE FAILED, FS='
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
           CLOSE RESPONSE-METRICS-FILE
           CLOSE LATENCY-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'REST ENDPOINT LATENCY REPORT FOR ' WS-REPORT-DATE
               '   (RESPONSE TIMES IN MILLISECONDS)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           IF WS-ENDPOINTS-REPORTED = 0
               MOVE 'NO REST CALL ATTEMPTS WERE RECORDED FOR THE DAY'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'METRICS RECORDS READ . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-REPORTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ATTEMPTS REPORTED  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-OTHER-DATE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ATTEMPTS ON OTHER DATES  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-INVALID TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNUSABLE RECORDS SKIPPED . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-GT-OVERFLOW > 0
               MOVE WS-GT-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'HOURS WITHOUT A PERCENTILE . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF METRICS-READ-FAILED
               MOVE SPACES TO REPORT-RECORD
               STRING '*** READ OF THE METRICS FILE FAILED, FS='
                   WS-RTM-FS ' - REPORT IS INCOMPLETE ***'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCRTMR DATE ' WS-REPORT-DATE
                   ' ATTEMPTS ' WS-RECORDS-REPORTED
                   ' ENDPOINTS ' WS-ENDPOINTS-REPORTED
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE METRICS FILE AND RELEASE EVERY
      * USABLE ATTEMPT ON THE REPORT DATE, COUNTING IT AGAINST ITS
      * ENDPOINT AND HOUR
      ******************************************************************
       SELECT-DAY-ATTEMPTS SECTION.
      *
           PERFORM READ-METRICS-RECORD
           PERFORM UNTIL METRICS-FILE-EOF
               ADD 1 TO WS-RECORDS-READ
               EVALUATE TRUE
                   WHEN RTM-DATE NOT NUMERIC OR
                        RTM-TIME NOT NUMERIC OR
                        RTM-ELAPSED-MS NOT NUMERIC
                       ADD 1 TO WS-RECORDS-INVALID
                   WHEN RTM-HOUR > 23
                       ADD 1 TO WS-RECORDS-INVALID
                   WHEN RTM-DATE NOT = WS-REPORT-DATE
                       ADD 1 TO WS-RECORDS-OTHER-DATE
                   WHEN OTHER
                       PERFORM RELEASE-ATTEMPT
               END-EVALUATE
               PERFORM READ-METRICS-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED ATTEMPTS, BREAKING ON
      * ENDPOINT AND HOUR.  WITHIN AN HOUR THE ATTEMPTS COME BACK IN
      * ASCENDING RESPONSE TIME, SO THE PERCENTILE IS THE ATTEMPT AT
      * ITS RANK AND THE LAST ATTEMPT IS THE MAXIMUM.
      ******************************************************************
       REPORT-ENDPOINT-LATENCY SECTION.
      *
           SET NO-GROUP-YET TO TRUE
           PERFORM RETURN-SORTED-ATTEMPT
           PERFORM UNTIL SORT-FILE-EOF
               EVALUATE TRUE
                   WHEN NO-GROUP-YET
                       PERFORM START-ENDPOINT
                       PERFORM START-HOUR
                   WHEN SRT-ENDPOINT NOT = WS-CUR-ENDPOINT OR
                        SRT-URL NOT = WS-CUR-URL
                       PERFORM FINISH-HOUR
                       PERFORM FINISH-ENDPOINT
                       PERFORM START-ENDPOINT
                       PERFORM START-HOUR
                   WHEN SRT-HOUR NOT = WS-CUR-HOUR
                       PERFORM FINISH-HOUR
                       PERFORM START-HOUR
               END-EVALUATE
               PERFORM ADD-ATTEMPT
               PERFORM RETURN-SORTED-ATTEMPT
           END-PERFORM

           IF GROUP-IN-PROGRESS
               PERFORM FINISH-HOUR
               PERFORM FINISH-ENDPOINT
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       LATENCY-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT METRICS RECORD.  A READ FAILURE ENDS
      * THE INPUT AND IS FLAGGED ON THE REPORT AND IN THE RETURN CODE.
      ******************************************************************
       READ-METRICS-RECORD.
      *
           READ RESPONSE-METRICS-FILE
               AT END
                   SET METRICS-FILE-EOF TO TRUE
           END-READ

           IF METRICS-FILE-NOT-EOF AND WS-RTM-FS NOT = '00'
               DISPLAY 'READ OF RESPONSE-METRICS-FILE FAILED, FS='
                       WS-RTM-FS
               SET METRICS-READ-FAILED TO TRUE
               SET METRICS-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RELEASE ONE ATTEMPT TO THE SORT AND COUNT IT
      * AGAINST ITS ENDPOINT AND HOUR
      ******************************************************************
       RELEASE-ATTEMPT.
      *
           ADD 1 TO WS-RECORDS-REPORTED
           MOVE RTM-ENDPOINT     TO SRT-ENDPOINT
           MOVE RTM-URL          TO SRT-URL
           MOVE RTM-HOUR         TO SRT-HOUR
           MOVE RTM-ELAPSED-MS   TO SRT-ELAPSED-MS
           MOVE RTM-RESULT       TO SRT-RESULT
           MOVE RTM-FAILOVER-IND TO SRT-FAILOVER-IND
           RELEASE SORT-RECORD

           PERFORM FIND-GROUP-ENTRY
           IF WS-GT-FOUND > 0
               ADD 1 TO WS-GT-COUNT(WS-GT-FOUND)
           ELSE
               IF WS-GT-USED < WS-GT-MAX
                   ADD 1 TO WS-GT-USED
                   MOVE SRT-ENDPOINT TO WS-GT-ENDPOINT(WS-GT-USED)
                   MOVE SRT-URL      TO WS-GT-URL(WS-GT-USED)
                   MOVE SRT-HOUR     TO WS-GT-HOUR(WS-GT-USED)
                   MOVE 1            TO WS-GT-COUNT(WS-GT-USED)
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE TABLE ENTRY FOR THE ENDPOINT AND HOUR IN
      * THE SORT RECORD (WS-GT-FOUND ZERO WHEN THERE IS NONE)
      ******************************************************************
       FIND-GROUP-ENTRY.
      *
           MOVE 0 TO WS-GT-FOUND
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GT-USED OR WS-GT-FOUND > 0
               IF WS-GT-ENDPOINT(WS-GT-IDX) = SRT-ENDPOINT AND
                  WS-GT-URL(WS-GT-IDX) = SRT-URL AND
                  WS-GT-HOUR(WS-GT-IDX) = SRT-HOUR
                   MOVE WS-GT-IDX TO WS-GT-FOUND
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED ATTEMPT
      ******************************************************************
       RETURN-SORTED-ATTEMPT.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO START A NEW ENDPOINT: ITS HEADING AND THE COLUMN
      * HEADINGS FOR ITS HOURS
      ******************************************************************
       START-ENDPOINT.
      *
           SET GROUP-IN-PROGRESS TO TRUE
           ADD 1 TO WS-ENDPOINTS-REPORTED
           MOVE SRT-ENDPOINT TO WS-CUR-ENDPOINT
           MOVE SRT-URL      TO WS-CUR-URL
           MOVE 0 TO WS-EP-COUNT
           MOVE 0 TO WS-EP-TOTAL-MS
           MOVE 0 TO WS-EP-MAX-MS
           MOVE 0 TO WS-EP-TIMEOUTS
           MOVE 0 TO WS-EP-FAILOVERS

           MOVE SPACES TO REPORT-RECORD
           STRING 'ENDPOINT ' WS-CUR-ENDPOINT ' ' WS-CUR-URL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  HOUR    ATTEMPTS      AVG MS      P95 MS'
               '      MAX MS  TIMEOUT %  FAILOVER %'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO START A NEW HOUR AND WORK OUT WHICH ATTEMPT IN IT
      * IS THE 95TH PERCENTILE: RANK 95/100 OF THE HOUR'S COUNT,
      * ROUNDED UP
      ******************************************************************
       START-HOUR.
      *
           MOVE SRT-HOUR TO WS-CUR-HOUR
           MOVE 0 TO WS-HR-COUNT
           MOVE 0 TO WS-HR-TOTAL-MS
           MOVE 0 TO WS-HR-MAX-MS
           MOVE 0 TO WS-HR-P95-MS
           MOVE 0 TO WS-HR-TIMEOUTS
           MOVE 0 TO WS-HR-FAILOVERS

           PERFORM FIND-GROUP-ENTRY
           IF WS-GT-FOUND > 0
               COMPUTE WS-HR-P95-RANK =
                   (WS-GT-COUNT(WS-GT-FOUND) * 95 + 99) / 100
           ELSE
               MOVE 0 TO WS-HR-P95-RANK
               ADD 1 TO WS-GT-OVERFLOW
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ADD ONE ATTEMPT TO THE HOUR
      ******************************************************************
       ADD-ATTEMPT.
      *
           ADD 1 TO WS-HR-COUNT
           ADD SRT-ELAPSED-MS TO WS-HR-TOTAL-MS
           IF WS-HR-COUNT = WS-HR-P95-RANK
               MOVE SRT-ELAPSED-MS TO WS-HR-P95-MS
           END-IF
           IF SRT-ELAPSED-MS > WS-HR-MAX-MS
               MOVE SRT-ELAPSED-MS TO WS-HR-MAX-MS
           END-IF
           IF SRT-RESULT-TIMEOUT
               ADD 1 TO WS-HR-TIMEOUTS
           END-IF
           IF SRT-FAILED-OVER
               ADD 1 TO WS-HR-FAILOVERS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT THE FINISHED HOUR AND ROLL IT INTO ITS
      * ENDPOINT'S DAY TOTAL
      ******************************************************************
       FINISH-HOUR.
      *
           ADD WS-HR-COUNT    TO WS-EP-COUNT
           ADD WS-HR-TOTAL-MS TO WS-EP-TOTAL-MS
           ADD WS-HR-TIMEOUTS TO WS-EP-TIMEOUTS
           ADD WS-HR-FAILOVERS TO WS-EP-FAILOVERS
           IF WS-HR-MAX-MS > WS-EP-MAX-MS
               MOVE WS-HR-MAX-MS TO WS-EP-MAX-MS
           END-IF

           MOVE SPACES TO WS-HOUR-LABEL
           STRING WS-CUR-HOUR ':00' DELIMITED BY SIZE
               INTO WS-HOUR-LABEL
           MOVE WS-HR-P95-MS TO WS-EDIT-P95
           MOVE WS-EDIT-P95 TO WS-P95-TEXT
           PERFORM WRITE-LATENCY-LINE
           .
      ******************************************************************
      * ROUTINE TO PRINT THE ENDPOINT'S DAY TOTAL.  THE PERCENTILE IS
      * AN HOURLY FIGURE AND IS NOT REPEATED FOR THE DAY.
      ******************************************************************
       FINISH-ENDPOINT.
      *
           MOVE WS-EP-COUNT     TO WS-HR-COUNT
           MOVE WS-EP-TOTAL-MS  TO WS-HR-TOTAL-MS
           MOVE WS-EP-MAX-MS    TO WS-HR-MAX-MS
           MOVE WS-EP-TIMEOUTS  TO WS-HR-TIMEOUTS
           MOVE WS-EP-FAILOVERS TO WS-HR-FAILOVERS
           MOVE 'DAY' TO WS-HOUR-LABEL
           MOVE '          -' TO WS-P95-TEXT
           PERFORM WRITE-LATENCY-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE HOUR OR DAY-TOTAL LINE FROM THE WS-HR-
      * FIGURES.  THE RATES ARE PERCENTAGES OF THE ATTEMPTS.
      ******************************************************************
       WRITE-LATENCY-LINE.
      *
           MOVE 0 TO WS-AVG-MS
           MOVE 0 TO WS-TIMEOUT-RATE
           MOVE 0 TO WS-FAILOVER-RATE
           IF WS-HR-COUNT > 0
               COMPUTE WS-AVG-MS ROUNDED =
                   WS-HR-TOTAL-MS / WS-HR-COUNT
               COMPUTE WS-TIMEOUT-RATE ROUNDED =
                   WS-HR-TIMEOUTS * 100 / WS-HR-COUNT
               COMPUTE WS-FAILOVER-RATE ROUNDED =
                   WS-HR-FAILOVERS * 100 / WS-HR-COUNT
           END-IF

           MOVE WS-HR-COUNT      TO WS-EDIT-ATTEMPTS
           MOVE WS-AVG-MS        TO WS-EDIT-AVG
           MOVE WS-HR-MAX-MS     TO WS-EDIT-MAX
           MOVE WS-TIMEOUT-RATE  TO WS-EDIT-TIMEOUT-RATE
           MOVE WS-FAILOVER-RATE TO WS-EDIT-FAILOVER-RATE
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-HOUR-LABEL WS-EDIT-ATTEMPTS ' '
               WS-EDIT-AVG ' ' WS-P95-TEXT ' ' WS-EDIT-MAX
               '  ' WS-EDIT-TIMEOUT-RATE '  ' WS-EDIT-FAILOVER-RATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCRTMR.
