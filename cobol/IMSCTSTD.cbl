               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT RESPONSE-METRICS-FILE ASSIGN TO CLMRTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTM-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

       FD  RESPONSE-METRICS-FILE
           RECORDING MODE IS F.
       COPY IMSC2RTM.

       WORKING-STORAGE SECTION.
      **************************
       01 jStrClaimType             object reference JavaString.
          88 USING-PRIMARY-ENDPOINT     VALUE '1'.
          88 USING-SECONDARY-ENDPOINT   VALUE '2'.
       01 WS-CLAIM-ENDPOINT-NAME    PIC X(8) VALUE SPACES.
      ******************************************************************
      * RESPONSE TIME OF EACH CALL-CLAIM-REST-ENDPOINT ATTEMPT: THE
      * TIME OF DAY IN HUNDREDTHS OF A SECOND JUST BEFORE AND JUST
      * AFTER THE getClaimResult CALL, WRITTEN WITH THE OUTCOME TO
      * THE RESPONSE METRICS FILE (IMSC2RTM).  A METRICS FILE THAT
      * WILL NOT OPEN IS LOGGED AND CLAIMS PROCESSING CARRIES ON
      * WITHOUT IT.
      ******************************************************************
       01 WS-RTM-FS                 PIC XX VALUE SPACES.
       01 WS-RTM-OPEN-SW            PIC X VALUE 'N'.
          88 METRICS-FILE-OPEN          VALUE 'Y'.
          88 METRICS-FILE-CLOSED        VALUE 'N'.
       01 WS-RTM-START-DATE         PIC 9(8).
       01 WS-RTM-START-TIME         PIC 9(8).
       01 WS-RTM-START-HSEC         PIC S9(9) COMP.
       01 WS-RTM-END-HSEC           PIC S9(9) COMP.
       01 WS-RTM-ELAPSED-MS         PIC S9(9) COMP.
       01 WS-CLAIMAMT-DISPLAY       PIC 9(7).99.
      ******************************************************************
      * CLAIM REFERENCE NUMBER FOR THE SYNTHETIC CLAIM: SOURCE BYTE
                       WS-RPT-FS
               STOP RUN
           END-IF

           PERFORM OPEN-METRICS-FILE
           .
      ******************************************************************
      * ROUTINE TO CLOSE ALL THE FILES
           CLOSE REASON-CODE-FILE
           CLOSE STATUS-HISTORY-FILE
           CLOSE RESULT-REPORT-FILE
           PERFORM CLOSE-METRICS-FILE
           .
      ******************************************************************
      * ROUTINE TO READ AND EDIT THE ONE TEST CONTROL RECORD
           MOVE WS-ADJUD-OUTCOME   TO AUD-ADJUD-OUTCOME
           MOVE WS-REASON-CODE-TABLE TO AUD-REASON-CODES
           MOVE WS-PRICED-AMT      TO AUD-PRICED-AMT
           MOVE SPACES             TO AUD-PAYMENT-METHOD
           MOVE 0                  TO AUD-OFFSET-AMT
           MOVE 'Y'                TO AUD-TEST-IND

           WRITE CLAIM-AUDIT-RECORD
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE

           PERFORM START-RESPONSE-TIMER
           Invoke JavaRestClient "getClaimResult"
               using by value jStrClaimType jStrClaimAmount
                              WS-CLAIM-TIMEOUT-MS jStrClaimTag
                              jStrClaimUrl
               returning jStrOutput
           PERFORM STOP-RESPONSE-TIMER

           PERFORM CHECK-ERROR

                   PERFORM LOG-MESSAGE
               End-if
           End-if

           PERFORM WRITE-RESPONSE-METRIC
           .
      ******************************************************************
      * ROUTINE TO NOTE WHEN A REST CALL ATTEMPT STARTS
      ******************************************************************
       START-RESPONSE-TIMER.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RTM-START-DATE
           MOVE WS-TEMP-TIME TO WS-RTM-START-TIME
           COMPUTE WS-RTM-START-HSEC =
               ((WS-TEMP-HOUR * 60 + WS-TEMP-MIN) * 60 + WS-TEMP-SEC)
               * 100 + WS-TEMP-MS
           .
      ******************************************************************
      * ROUTINE TO TAKE THE ELAPSED TIME OF THE ATTEMPT JUST MADE, IN
      * MILLISECONDS.  AN ATTEMPT THAT RUNS PAST MIDNIGHT ENDS EARLIER
      * IN THE DAY THAN IT STARTED, SO A DAY IS ADDED BACK.
      ******************************************************************
       STOP-RESPONSE-TIMER.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           COMPUTE WS-RTM-END-HSEC =
               ((WS-TEMP-HOUR * 60 + WS-TEMP-MIN) * 60 + WS-TEMP-SEC)
               * 100 + WS-TEMP-MS
           IF WS-RTM-END-HSEC < WS-RTM-START-HSEC
               ADD 8640000 TO WS-RTM-END-HSEC
           END-IF
           COMPUTE WS-RTM-ELAPSED-MS =
               (WS-RTM-END-HSEC - WS-RTM-START-HSEC) * 10
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE RESPONSE METRICS RECORD FOR THE ATTEMPT
      * JUST MADE.  A FAILURE THAT RAN TO THE TIMEOUT IS RECORDED AS
      * A TIMEOUT; A FAILED PRIMARY ATTEMPT IS ALWAYS FOLLOWED BY THE
      * ONE-TIME FAILOVER, SO IT IS MARKED AS FAILED OVER.
      ******************************************************************
       WRITE-RESPONSE-METRIC.
      *
           IF METRICS-FILE-OPEN
               MOVE WS-RTM-START-DATE      TO RTM-DATE
               MOVE WS-RTM-START-TIME      TO RTM-TIME
               MOVE 'IMSCTSTD'             TO RTM-PROGRAM
               MOVE WS-CLAIM-NO-BUILD      TO RTM-CLAIMNO
               MOVE WS-CLAIM-ENDPOINT-NAME TO RTM-ENDPOINT
               MOVE WS-CLAIM-URL-ACTIVE    TO RTM-URL
               MOVE WS-RTM-ELAPSED-MS      TO RTM-ELAPSED-MS
               MOVE WS-CLAIM-TIMEOUT-MS    TO RTM-TIMEOUT-MS
               MOVE 'N'                    TO RTM-FAILOVER-IND
               EVALUATE TRUE
                   WHEN NO-JAVA-ERROR
                       SET RTM-RESULT-OK TO TRUE
                   WHEN WS-CLAIM-TIMEOUT-MS > 0 AND
                        WS-RTM-ELAPSED-MS NOT < WS-CLAIM-TIMEOUT-MS
                       SET RTM-RESULT-TIMEOUT TO TRUE
                   WHEN OTHER
                       SET RTM-RESULT-ERROR TO TRUE
               END-EVALUATE
               IF JAVA-ERROR-OCCURRED AND USING-PRIMARY-ENDPOINT
                   SET RTM-FAILED-OVER TO TRUE
               END-IF
               WRITE RESPONSE-METRIC-RECORD
               IF WS-RTM-FS NOT = '00'
                   MOVE 'METRICS FILE WRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-RTM-FS TO WS-LOG-MESSAGE(31:2)
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE RESPONSE METRICS FILE, SAME OPEN-EXTEND-
      * WITH-FALLBACK PATTERN AS THE STRUCTURED LOG SO EVERY CALLER
      * APPENDS TO THE DAY'S FILE.  A FILE THAT WILL NOT OPEN IS
      * LOGGED AND THE ATTEMPTS GO UNRECORDED.
      ******************************************************************
       OPEN-METRICS-FILE.
      *
           OPEN EXTEND RESPONSE-METRICS-FILE
           IF WS-RTM-FS = '05' OR WS-RTM-FS = '35'
             OPEN OUTPUT RESPONSE-METRICS-FILE
           END-IF
           IF WS-RTM-FS = '00'
               SET METRICS-FILE-OPEN TO TRUE
           ELSE
               SET METRICS-FILE-CLOSED TO TRUE
               MOVE 'METRICS FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-RTM-FS TO WS-LOG-MESSAGE(30:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE RESPONSE METRICS FILE
      ******************************************************************
       CLOSE-METRICS-FILE.
      *
           IF METRICS-FILE-OPEN
               CLOSE RESPONSE-METRICS-FILE
               SET METRICS-FILE-CLOSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO GET THE RESPONSE RETURNED BY THE JAVA CALL
