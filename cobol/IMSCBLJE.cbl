      * accepted, rejected by reason class, Java errors, and how     *
      * many transactions failed over to the SECONDARY endpoint      *
      * (AUD-ENDPOINT records which endpoint served each claim).     *
      * It also returns the average REST response time over the last *
      * hour for each endpoint, from the response metrics file the   *
      * claim submitters append to, so a degrading endpoint shows up *
      * before it starts timing out.                                 *
      * Built in the style of IMSCBLJD.                              *
      *                                                                *
      ******************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT RESPONSE-METRICS-FILE ASSIGN TO CLMRTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTM-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       FD  RESPONSE-METRICS-FILE
           RECORDING MODE IS F.
       COPY IMSC2RTM.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
       01 WS-EDIT-CTR-2             PIC ZZZZZZ9.
       01 WS-EDIT-CTR-3             PIC ZZZZZZ9.
      ******************************************************************
      * LAST HOUR'S REST RESPONSE TIMES PER ENDPOINT, REBUILT FROM
      * THE RESPONSE METRICS FILE FOR EVERY INQUIRY.  THE FILE IS
      * OPENED AND CLOSED AROUND EACH SCAN SO ATTEMPTS THE SUBMITTERS
      * APPENDED SINCE THE LAST INQUIRY ARE SEEN.  POINTS IN TIME ARE
      * KEPT AS HUNDREDTHS OF A SECOND SINCE THE START OF THE
      * INTEGER-OF-DATE CALENDAR SO THE HOUR CAN SPAN MIDNIGHT.
      ******************************************************************
       01 WS-RTM-FS                 PIC XX VALUE SPACES.
       01 WS-RTM-EOF-SW             PIC X VALUE 'N'.
          88 METRICS-FILE-EOF           VALUE 'Y'.
          88 METRICS-FILE-NOT-EOF       VALUE 'N'.
       01 WS-RTM-WINDOW-HSEC        PIC S9(9) COMP VALUE 360000.
       01 WS-RTM-CUTOFF             PIC S9(15) COMP-3.
       01 WS-RTM-POINT              PIC S9(15) COMP-3.
       01 WS-PRI-CALL-COUNT         PIC 9(7) VALUE 0.
       01 WS-PRI-TOTAL-MS           PIC 9(13) VALUE 0.
       01 WS-PRI-AVG-MS             PIC 9(7) VALUE 0.
       01 WS-SEC-CALL-COUNT         PIC 9(7) VALUE 0.
       01 WS-SEC-TOTAL-MS           PIC 9(13) VALUE 0.
       01 WS-SEC-AVG-MS             PIC 9(7) VALUE 0.
      ******************************************************************
      * WORK AREAS TO DECODE THE PACKED 0CYYDDD AUD-DATE AND KEEP
      * ONLY TODAY'S RECORDS IN THE COUNTERS
      ******************************************************************
      * OUT-MESSAGE SEGMENT (60 BYTES) SO SET-OUTPUT-MESSAGE CAN SPLIT
      * IT ACROSS MULTIPLE IMS OUTPUT SEGMENTS INSTEAD OF TRUNCATING.
      ******************************************************************
       01 WS-OUTPUT-TEXT            PIC X(300) VALUE SPACES.
       01 WS-OUTPUT-TEXT-PTR        PIC S9(4) COMP.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
           MOVE 'C' TO WS-SCAN-PREFIX
           PERFORM SCAN-AUDIT-PREFIX

           PERFORM SCAN-RESPONSE-METRICS

           PERFORM FORMAT-OPS-RESPONSE
           .
      ******************************************************************
           END-IF
           .
      ******************************************************************
      * ROUTINE TO AVERAGE THE LAST HOUR'S REST CALL ATTEMPTS PER
      * ENDPOINT FROM THE RESPONSE METRICS FILE.  NO FILE YET TODAY
      * (NOTHING HAS CALLED THE ENDPOINT) SIMPLY LEAVES THE AVERAGES
      * AT ZERO.
      ******************************************************************
       SCAN-RESPONSE-METRICS.
      *
           MOVE 0 TO WS-PRI-CALL-COUNT
           MOVE 0 TO WS-PRI-TOTAL-MS
           MOVE 0 TO WS-PRI-AVG-MS
           MOVE 0 TO WS-SEC-CALL-COUNT
           MOVE 0 TO WS-SEC-TOTAL-MS
           MOVE 0 TO WS-SEC-AVG-MS

           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD
           COMPUTE WS-RTM-CUTOFF =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) * 8640000
               + ((WS-TEMP-HOUR * 60 + WS-TEMP-MIN) * 60
                  + WS-TEMP-SEC) * 100 + WS-TEMP-MS
               - WS-RTM-WINDOW-HSEC

           OPEN INPUT RESPONSE-METRICS-FILE
           IF WS-RTM-FS = '00'
               SET METRICS-FILE-NOT-EOF TO TRUE
               PERFORM UNTIL METRICS-FILE-EOF
                   READ RESPONSE-METRICS-FILE
                       AT END
                           SET METRICS-FILE-EOF TO TRUE
                   END-READ
                   IF METRICS-FILE-NOT-EOF AND WS-RTM-FS NOT = '00'
                       SET METRICS-FILE-EOF TO TRUE
                   END-IF
                   IF METRICS-FILE-NOT-EOF
                       PERFORM COUNT-RESPONSE-METRIC
                   END-IF
               END-PERFORM
               CLOSE RESPONSE-METRICS-FILE
           END-IF

           IF WS-PRI-CALL-COUNT > 0
               COMPUTE WS-PRI-AVG-MS ROUNDED =
                   WS-PRI-TOTAL-MS / WS-PRI-CALL-COUNT
           END-IF
           IF WS-SEC-CALL-COUNT > 0
               COMPUTE WS-SEC-AVG-MS ROUNDED =
                   WS-SEC-TOTAL-MS / WS-SEC-CALL-COUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FOLD ONE METRICS RECORD INTO ITS ENDPOINT'S
      * AVERAGE WHEN THE ATTEMPT STARTED WITHIN THE LAST HOUR
      ******************************************************************
       COUNT-RESPONSE-METRIC.
      *
           IF RTM-DATE NUMERIC AND RTM-TIME NUMERIC AND
              RTM-ELAPSED-MS NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(RTM-DATE) = 0
               COMPUTE WS-RTM-POINT =
                   FUNCTION INTEGER-OF-DATE(RTM-DATE) * 8640000
                   + ((RTM-HOUR * 60 + RTM-MINUTE) * 60
                      + RTM-SECOND) * 100 + RTM-HUNDREDTH
               IF WS-RTM-POINT NOT < WS-RTM-CUTOFF
                   EVALUATE RTM-ENDPOINT
                       WHEN 'PRIMARY '
                           ADD 1 TO WS-PRI-CALL-COUNT
                           ADD RTM-ELAPSED-MS TO WS-PRI-TOTAL-MS
                       WHEN 'SECONDAR'
                           ADD 1 TO WS-SEC-CALL-COUNT
                           ADD RTM-ELAPSED-MS TO WS-SEC-TOTAL-MS
                   END-EVALUATE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLASS ONE REJECT BY THE KEY WORD IN ITS STORED
      * REASON TEXT ('REJECTED: ...' AS BUILT BY THE SUBMITTERS)
      ******************************************************************
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(181:60)

           MOVE WS-PRI-AVG-MS TO WS-EDIT-CTR-1
           MOVE WS-SEC-AVG-MS TO WS-EDIT-CTR-2
           MOVE SPACES TO WS-LINE-BUILD
           STRING 'LAST HOUR AVG MS PRIMARY ' WS-EDIT-CTR-1
               ' SECONDARY ' WS-EDIT-CTR-2
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(241:60)

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ
           .
