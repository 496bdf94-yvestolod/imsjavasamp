      * CLAIM-AUDIT-FILE IMSCBLJC writes, and a one-line result is     *
      * written to a batch report file.                                *
      *                                                                *
      * A claim may carry service-line detail ('LIN' records ahead of  *
      * it), edited, matched to prior authorizations, priced against   *
      * the fee schedule and stored line by line the same way IMSCBLJC *
      * does, and an intake reference ('REF' record) from IMSC837I,    *
      * whose outcome is written to a results file for the 277CA       *
      * acknowledgment (see IMSC2BRS).                                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT MEMBER-XWALK-FILE ASSIGN TO CLMMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MXW-RETIRED-ID
               FILE STATUS IS WS-MXW-FS.

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

           SELECT BENEFIT-RULES-FILE ASSIGN TO CLMBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CKP-RELKEY
               FILE STATUS IS WS-CKP-FS.

           SELECT CLAIM-LINE-FILE ASSIGN TO CLMLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIN-LINE-KEY
               FILE STATUS IS WS-LIN-FS.

           SELECT PROCEDURE-CODE-FILE ASSIGN TO CLMPROC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-PROC-CODE
               FILE STATUS IS WS-PRC-FS.

           SELECT PRIOR-AUTH-FILE ASSIGN TO CLMPAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAU-AUTH-KEY
               FILE STATUS IS WS-PAU-FS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO CLMFEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-SCHEDULE-KEY
               FILE STATUS IS WS-FEE-FS.

           SELECT BATCH-RESULT-FILE ASSIGN TO CLMBATRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FS.

           SELECT RESPONSE-METRICS-FILE ASSIGN TO CLMRTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTM-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      * BLANK) SO A SIMPLE 1:46 RECORD COPY YIELDS A COMPLETE,
      * BALANCED REQUEST FILE -- THE REBUILD STEP MUST RESTAMP THE
      * HEADER DATE TO THE DAY THE CORRECTED FILE IS ACTUALLY RUN.
      * A REJECTED CLAIM'S 'REF' AND 'LIN' RECORDS GO OUT AHEAD OF
      * IT IN THE SAME ORDER THEY CAME IN (REASON AREA BLANK), AND
      * THE TRAILER CARRIES THEIR LINE COUNT, SO THE COPY STILL
      * BALANCES.
      ******************************************************************
       FD  BATCH-REJECT-FILE
           RECORDING MODE IS F.
       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  PREPAY-HOLD-FILE.
       COPY IMSC2PPH.

       FD  BENEFIT-RULES-FILE.
       COPY IMSC2BEN.

           RECORDING MODE IS F.
       COPY IMSC2CKP.

       FD  CLAIM-LINE-FILE.
       COPY IMSC2LIN.

       FD  PROCEDURE-CODE-FILE.
       COPY IMSC2PRC.

       FD  PRIOR-AUTH-FILE.
       COPY IMSC2PAU.

       FD  FEE-SCHEDULE-FILE.
       COPY IMSC2FEE.

       FD  BATCH-RESULT-FILE
           RECORDING MODE IS F.
       COPY IMSC2BRS.

       FD  RESPONSE-METRICS-FILE
           RECORDING MODE IS F.
       COPY IMSC2RTM.

       WORKING-STORAGE SECTION.
      **************************
       01 jStrClaimType             object reference JavaString.
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-SEQ-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-MXW-FS                 PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-RSN-FS                 PIC XX VALUE SPACES.
       01 WS-CKP-FS                 PIC XX VALUE SPACES.
       01 WS-LIN-FS                 PIC XX VALUE SPACES.
       01 WS-RES-FS                 PIC XX VALUE SPACES.
      ******************************************************************
      * STRUCTURED ADJUDICATION RESULT PARSED FROM THE REST RESPONSE
      * AT THE POINT OF CAPTURE, SAME CONVENTION AS IMSCBLJC: A
       01 WS-RULE-COPAY-PCT         PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-RULE-OOP-MAX           PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * DETAIL RECORDS OF THE NEXT CLAIM (SEE IMSC2BAT).  THE 'REF'
      * AND 'LIN' RECORDS AHEAD OF A CLAIM RECORD ARE HELD HERE UNTIL
      * THE CLAIM RECORD ITSELF IS READ, AND CLEARED ONCE IT HAS BEEN
      * PROCESSED.  EACH LINE'S RAW IMAGE IS KEPT SO A REJECTED CLAIM
      * GOES TO THE REJECT FILE WITH ITS LINES.  WS-LINES-READ COUNTS
      * EVERY 'LIN' RECORD FOR THE CONTROL TOTALS; ONLY THE FIRST
      * WS-LINE-MAX ARE KEPT, AND A CLAIM WITH MORE IS REJECTED.
      * EACH PRICED LINE'S BENEFIT MATH AND REST RESULT ARE STAGED
      * ALONGSIDE UNTIL THE WHOLE CLAIM HAS SUCCEEDED, SAME
      * CONVENTION AS IMSCBLJC.
      ******************************************************************
       01 WS-INTAKE-REF             PIC X(12) VALUE SPACES.
       01 WS-REF-IMAGE              PIC X(46) VALUE SPACES.
       01 WS-LINES-READ             PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT             PIC 9(3) VALUE 0.
       01 WS-LINE-MAX               PIC 9(3) VALUE 50.
       01 WS-LINE-IDX               PIC S9(4) COMP.
       01 WS-LINE-AMT-SUM           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LINE-WORK-TABLE.
          05 WS-LINE-WORK OCCURS 50 TIMES.
             10 WS-LINE-IMAGE       PIC X(46).
             10 WS-LINE-PROC-CODE   PIC X(7).
             10 WS-LINE-AMT         PIC S9(9)V99 COMP-3.
             10 WS-LINE-SVC-DATE    PIC 9(8).
             10 WS-LINE-ALLOWED     PIC S9(9)V99 COMP-3.
             10 WS-LINE-RESP        PIC S9(9)V99 COMP-3.
             10 WS-LINE-PLAN-PAID   PIC S9(9)V99 COMP-3.
             10 WS-LINE-RESULT      PIC X(80).
             10 WS-LINE-AUTH-NO     PIC X(10).
             10 WS-LINE-FEE-CAP-IND PIC X.
             10 WS-LINE-FEE-SCHED-AMT PIC S9(9)V99 COMP-3.
      ******************************************************************
      * PRIOR AUTHORIZATION WORK AREAS (SEE IMSC2PRC AND IMSC2PAU),
      * SAME CONVENTION AS IMSCBLJC: A LINE WHOSE PROCEDURE CODE
      * NEEDS AN AUTH IS MATCHED AGAINST THE MEMBER'S ACTIVE AUTHS,
      * THE AUTH IS ONLY USED UP ONCE THE CLAIM IS ACCEPTED, AND A
      * LINE WITH NO COVERING AUTH REJECTS THE CLAIM -- OR, WITH
      * ENVIRONMENT VARIABLE JPAUTPEND SET TO 'Y', PRICES IT AND
      * HOLDS IT IN REVIEW.
      ******************************************************************
       01 WS-PRC-FS                 PIC XX VALUE SPACES.
       01 WS-PAU-FS                 PIC XX VALUE SPACES.
       01 WS-PAU-EOF-SW             PIC X VALUE 'N'.
          88 PRIOR-AUTH-EOF             VALUE 'Y'.
          88 PRIOR-AUTH-NOT-EOF         VALUE 'N'.
       01 WS-AUTH-MATCH-SW          PIC X VALUE 'N'.
          88 AUTH-MATCHED               VALUE 'Y'.
          88 AUTH-NOT-MATCHED           VALUE 'N'.
       01 WS-AUTH-PEND-SW           PIC X VALUE 'N'.
          88 AUTH-MISSING-PENDS         VALUE 'Y'.
          88 AUTH-MISSING-REJECTS       VALUE 'N'.
       01 WS-AUTH-PEND-ENV          PIC X(1).
       01 WS-AUTH-REVIEW-SW         PIC X VALUE 'N'.
          88 CLAIM-HELD-FOR-AUTH        VALUE 'Y'.
          88 CLAIM-NOT-HELD-FOR-AUTH    VALUE 'N'.
       01 WS-AUTH-REVIEW-REASON     PIC X(60) VALUE SPACES.
       01 WS-AUTH-IDX               PIC S9(4) COMP.
       01 WS-AUTH-HELD-UNITS        PIC S9(5) COMP-3 VALUE 0.
       01 WS-AUTH-HELD-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AUTH-LINE-NO           PIC 9(2).
      ******************************************************************
      * PREPAYMENT REVIEW HOLDS (SEE IMSC2PPH), PLACED ON A PROVIDER
      * BY SPECIAL INVESTIGATIONS THROUGH IMSCBLJM.  A CLAIM FROM A
      * PROVIDER WITH AN ACTIVE HOLD IS STILL PRICED BUT IS HELD IN
      * REVIEW THROUGH THE SAME SWITCH AS A MISSING PRIOR AUTH, WITH
      * WS-PREPAY-HOLD-SW SAYING WHICH CAUSE IT WAS.  A HOLD FILE
      * THAT HAS NEVER BEEN CREATED (FS 35) MEANS NO HOLDS; ANY
      * OTHER TROUBLE READING IT HOLDS EVERY CLAIM (FAIL CLOSED).
      ******************************************************************
       01 WS-PPH-FS                 PIC XX VALUE SPACES.
       01 WS-PPH-STATE-SW           PIC X VALUE 'N'.
          88 PREPAY-HOLDS-READABLE      VALUE 'Y'.
          88 PREPAY-HOLDS-NONE          VALUE 'N'.
          88 PREPAY-HOLDS-UNREADABLE    VALUE 'E'.
       01 WS-PREPAY-HOLD-SW         PIC X VALUE 'N'.
          88 PROVIDER-ON-PREPAY-HOLD    VALUE 'Y'.
          88 PROVIDER-NOT-ON-PREPAY-HOLD VALUE 'N'.
      ******************************************************************
      * PROCEDURE CODE MASTER AND FEE SCHEDULE WORK AREAS (SEE
      * IMSC2PRC AND IMSC2FEE), SAME CONVENTION AS IMSCBLJC.  THE
      * BILLING PROVIDER'S SPECIALTY IS CAPTURED BY VALIDATE-PROVIDER.
      ******************************************************************
       01 WS-FEE-FS                 PIC XX VALUE SPACES.
       01 WS-FEE-EOF-SW             PIC X VALUE 'N'.
          88 FEE-FILE-EOF               VALUE 'Y'.
          88 FEE-FILE-NOT-EOF           VALUE 'N'.
       01 WS-FEE-FOUND-SW           PIC X VALUE 'N'.
          88 FEE-FOUND                  VALUE 'Y'.
          88 FEE-NOT-FOUND              VALUE 'N'.
       01 WS-FEE-MAX-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PROVIDER-SPECIALTY     PIC X(15) VALUE SPACES.
       01 WS-FEE-LINE-NO            PIC 9(2).
      ******************************************************************
      * CHECKPOINT/RESTART WORK AREAS.  THE CHECKPOINT RECORD LIVES IN
      * RELATIVE RECORD 1 OF CLMBATCKP AND IS REWRITTEN EVERY
      * WS-CKP-INTERVAL PROCESSED RECORDS (DEFAULT 100, OVERRIDABLE
       01 WS-HASH-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TRL-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-TRL-HASH-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
      * SERVICE-LINE CONTROL TOTALS: 'LIN' RECORDS READ FOR THE
      * CLAIMS PROCESSED, 'LIN' RECORDS COPIED TO THE REJECT FILE,
      * AND THE TRAILER'S LINE COUNT -- CHECKED ONLY WHEN THE
      * TRAILER CARRIES ONE (OLDER FILE BUILDERS LEAVE IT BLANK)
       01 WS-LINE-READ-COUNT        PIC 9(9) VALUE 0.
       01 WS-REJ-LINE-COUNT         PIC 9(9) VALUE 0.
       01 WS-TRL-LINE-COUNT         PIC 9(9) VALUE 0.
       01 WS-TRL-LINES-SW           PIC X VALUE 'N'.
          88 TRAILER-HAS-LINE-COUNT     VALUE 'Y'.
          88 TRAILER-NO-LINE-COUNT      VALUE 'N'.
       01 WS-EDIT-HASH              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REJ-FS                 PIC XX VALUE SPACES.
       01 WS-REJ-HASH-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
          05 WS-AUD-YY              PIC 99.
          05 WS-AUD-DDD             PIC 999.
      ******************************************************************
      * DISPLAY-FORMATTED COPY OF WS-PRICE-AMT (THE CLAIM AMOUNT, OR
      * ONE SERVICE LINE'S AMOUNT), BUILT ONLY TO CREATE THE
      * JAVA STRING BUILD-JAVA-INPUT-ARGS PASSES TO
      * JavaRestClient.getClaimResult, WHICH STILL TAKES THE CLAIM
      * AMOUNT AS A STRING.
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
      ******************************************************************
      * MEMBER ID CROSSWALK (IMSC2MXW), WRITTEN BY THE IMSCMMRG MEMBER
      * MERGE JOB.  A REQUEST UNDER A RETIRED MEMBER ID IS RE-KEYED
      * TO THE SURVIVING ID BEFORE IT IS VALIDATED.  A CROSSWALK THAT
      * WILL NOT OPEN IS LOGGED AND CLAIMS ARE TAKEN AS SUBMITTED.
      ******************************************************************
       01 WS-MXW-OPEN-SW            PIC X VALUE 'N'.
          88 XWALK-FILE-OPEN            VALUE 'Y'.
          88 XWALK-FILE-CLOSED          VALUE 'N'.
       01 WS-RTM-START-DATE         PIC 9(8).
       01 WS-RTM-START-TIME         PIC 9(8).
       01 WS-RTM-START-HSEC         PIC S9(9) COMP.
       01 WS-RTM-END-HSEC           PIC S9(9) COMP.
       01 WS-RTM-ELAPSED-MS         PIC S9(9) COMP.
      ******************************************************************
      * CLAIM REFERENCE NUMBER BUILT FOR EVERY REPLAYED CLAIM FROM
      * TODAY'S DATE PLUS A SEQUENCE NUMBER.  THE LEADING SOURCE BYTE
      * ('B' FOR THIS BATCH DRIVER, 'C' FOR IMSCBLJC) KEEPS THE TWO

               PERFORM READ-BATCH-REQUEST
               PERFORM UNTIL BATCH-FILE-EOF OR TRAILER-SEEN
                   EVALUATE TRUE
                       WHEN BTR-IS-TRAILER
                           PERFORM CAPTURE-FILE-TRAILER
                       WHEN BRF-IS-REFERENCE
                           PERFORM CAPTURE-CLAIM-REFERENCE
                           PERFORM READ-BATCH-REQUEST
                       WHEN BLN-IS-SERVICE-LINE
                           PERFORM CAPTURE-SERVICE-LINE
                           PERFORM READ-BATCH-REQUEST
                       WHEN OTHER
                           PERFORM PROCESS-CLAIM
                           PERFORM COUNT-CLAIM-RESULT
                           IF WS-SINCE-CHECKPOINT >= WS-CKP-INTERVAL
                               PERFORM TAKE-CHECKPOINT
                           END-IF
                           PERFORM CLEAR-CLAIM-DETAIL
                           PERFORM READ-BATCH-REQUEST
                   END-EVALUATE
               END-PERFORM

               PERFORM WRITE-RUN-SUMMARY
           IF BTR-HASH-AMOUNT NUMERIC
               MOVE BTR-HASH-AMOUNT TO WS-TRL-HASH-AMOUNT
           END-IF
           IF BTR-LINE-COUNT NUMERIC
               SET TRAILER-HAS-LINE-COUNT TO TRUE
               MOVE BTR-LINE-COUNT TO WS-TRL-LINE-COUNT
           END-IF
      * DETAIL RECORDS STILL HELD HERE BELONG TO NO CLAIM -- THEY ARE
      * LEFT OUT OF THE LINE COUNT READ, SO THE RUN WILL NOT BALANCE
           IF WS-LINES-READ > 0 OR WS-INTAKE-REF NOT = SPACES
               MOVE 'DETAIL RECORDS AHEAD OF TRAILER HAVE NO CLAIM'
                 TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO HOLD THE INTAKE REFERENCE OF THE CLAIM RECORD
      * THAT FOLLOWS, SO ITS OUTCOME CAN BE REPORTED BACK TO THE
      * SUBMITTER (SEE WRITE-RESULT-RECORD).
      ******************************************************************
       CAPTURE-CLAIM-REFERENCE.
      *
           MOVE BRF-INTAKE-REF TO WS-INTAKE-REF
           MOVE BATCH-CLAIM-REFERENCE TO WS-REF-IMAGE
           .
      ******************************************************************
      * ROUTINE TO HOLD ONE SERVICE LINE OF THE CLAIM RECORD THAT
      * FOLLOWS.  A LINE PAST THE TABLE SIZE IS COUNTED BUT NOT
      * KEPT; VALIDATE-SERVICE-LINES REJECTS THE CLAIM.
      ******************************************************************
       CAPTURE-SERVICE-LINE.
      *
           ADD 1 TO WS-LINES-READ
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE BATCH-SERVICE-LINE
                 TO WS-LINE-IMAGE(WS-LINE-COUNT)
               MOVE BLN-PROC-CODE
                 TO WS-LINE-PROC-CODE(WS-LINE-COUNT)
      * A LINE AMOUNT THAT IS NOT VALID PACKED DATA IS HELD AS ZERO,
      * WHICH THE LINE EDIT THEN REJECTS AS NOT POSITIVE
               IF BLN-LINE-AMT NUMERIC
                   MOVE BLN-LINE-AMT TO WS-LINE-AMT(WS-LINE-COUNT)
               ELSE
                   MOVE 0 TO WS-LINE-AMT(WS-LINE-COUNT)
               END-IF
               MOVE BLN-SERVICE-DATE
                 TO WS-LINE-SVC-DATE(WS-LINE-COUNT)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DROP THE DETAIL RECORDS OF THE CLAIM JUST
      * PROCESSED, READY FOR THE NEXT ONE.
      ******************************************************************
       CLEAR-CLAIM-DETAIL.
      *
           MOVE SPACES TO WS-INTAKE-REF
           MOVE SPACES TO WS-REF-IMAGE
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-LINE-COUNT
           .
      ******************************************************************
      * ROUTINE TO VERIFY THE TRAILER'S CONTROL TOTALS AGAINST WHAT
      * WAS ACTUALLY READ.  A MISSING TRAILER, A COUNT MISMATCH, A
      * HASH MISMATCH, OR A SERVICE-LINE COUNT MISMATCH FLAGS THE
      * REPORT AND FAILS THE RUN; THE CHECKPOINT IS LEFT STANDING SO
      * THE RUN IS NOT FINALIZED.
      ******************************************************************
       VERIFY-CONTROL-TOTALS.
      *
               WRITE REPORT-RECORD
           ELSE
               IF WS-TRL-RECORD-COUNT NOT = WS-PROCESSED-COUNT OR
                  WS-TRL-HASH-AMOUNT NOT = WS-HASH-AMOUNT OR
                  (TRAILER-HAS-LINE-COUNT AND
                   WS-TRL-LINE-COUNT NOT = WS-LINE-READ-COUNT)
                   SET RUN-IS-NOT-BALANCED TO TRUE
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                     TO WS-LOG-MESSAGE
           STRING 'HASH READ:     ' WS-EDIT-HASH
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF TRAILER-HAS-LINE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRAILER LINES: ' WS-TRL-LINE-COUNT
                   '  LINES READ:   ' WS-LINE-READ-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DETERMINE WHETHER THIS RUN IS A RESTART OF A RUN
               MOVE CKP-GOOD-AMOUNT  TO WS-GOOD-AMOUNT
               MOVE CKP-HASH-AMOUNT  TO WS-HASH-AMOUNT
               MOVE CKP-REJ-HASH-AMOUNT TO WS-REJ-HASH-AMOUNT
               MOVE CKP-LINE-COUNT   TO WS-LINE-READ-COUNT
               MOVE CKP-REJ-LINE-COUNT TO WS-REJ-LINE-COUNT

      * ONLY CLAIM RECORDS ARE COUNTED; THE DETAIL RECORDS AHEAD OF
      * EACH COMMITTED CLAIM ARE SKIPPED WITH IT
               MOVE 0 TO WS-SKIP-COUNT
               PERFORM UNTIL WS-SKIP-COUNT = CKP-RECORD-COUNT
                          OR BATCH-FILE-EOF
                   PERFORM READ-BATCH-REQUEST
                   IF BATCH-FILE-NOT-EOF AND
                      NOT BRF-IS-REFERENCE AND
                      NOT BLN-IS-SERVICE-LINE
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
               END-PERFORM
           ADD 1 TO WS-PROCESSED-COUNT
           ADD 1 TO WS-SINCE-CHECKPOINT
           ADD BAT-CLAIMAMT TO WS-HASH-AMOUNT
           ADD WS-LINES-READ TO WS-LINE-READ-COUNT

           IF WS-RETURN-STR(1:9) = 'REJECTED:' OR
              WS-RETURN-STR(1:11) = 'JAVA ERROR:'
      ******************************************************************
      * ROUTINE TO WRITE ONE REJECTED OR JAVA-ERRORED CLAIM TO THE
      * REJECT FILE IN THE IMSC2BAT LAYOUT PLUS THE REJECT REASON,
      * READY FOR CORRECTION AND RESUBMISSION.  ITS INTAKE REFERENCE
      * AND SERVICE LINES GO OUT AHEAD OF IT, AS THEY CAME IN.
      ******************************************************************
       WRITE-REJECT-RECORD.
      *
           IF WS-INTAKE-REF NOT = SPACES
               MOVE SPACES TO REJECT-RECORD
               MOVE WS-REF-IMAGE TO REJ-REQUEST-DATA
               PERFORM WRITE-REJECT-DETAIL
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE SPACES TO REJECT-RECORD
               MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO REJ-REQUEST-DATA
               PERFORM WRITE-REJECT-DETAIL
               ADD 1 TO WS-REJ-LINE-COUNT
           END-PERFORM

           MOVE SPACES TO REJECT-RECORD
           MOVE BATCH-CLAIM-REQUEST TO REJ-REQUEST-DATA
           MOVE WS-RETURN-STR TO REJ-REJECT-REASON
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE DETAIL RECORD OF A REJECTED CLAIM,
      * ALREADY MOVED IN BY THE CALLER, TO THE REJECT FILE
      ******************************************************************
       WRITE-REJECT-DETAIL.
      *
           WRITE REJECT-RECORD
           IF WS-REJ-FS NOT = '00'
               MOVE 'REJECT FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-REJ-FS TO WS-LOG-MESSAGE(31:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REJECT FILE'S HEADER RECORD SO THE FILE,
      * TRIMMED TO ITS FIRST 46 BYTES, IS ITSELF A VALID BATCH
      * REQUEST FILE.
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REJECT FILE'S CONTROL-TOTAL TRAILER:
      * THE COUNT AND HASH OF THE REJECTED RECORDS WRITTEN AND THE
      * COUNT OF THEIR SERVICE LINES.
      ******************************************************************
       WRITE-REJECT-TRAILER.
      *
           MOVE WS-REJECT-COUNT TO REJ-REQUEST-DATA(4:9)
           MOVE WS-REJ-HASH-AMOUNT TO WS-REJ-HASH-DISPLAY
           MOVE WS-REJ-HASH-DISPLAY TO REJ-REQUEST-DATA(13:15)
           MOVE WS-REJ-LINE-COUNT TO REJ-REQUEST-DATA(28:9)
           WRITE REJECT-RECORD
           .
      ******************************************************************
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LINE-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SERVICE LINES READ  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GOOD-AMOUNT TO WS-EDIT-HASH
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCEPTED AMOUNT . . . : ' WS-EDIT-HASH
           MOVE WS-GOOD-AMOUNT     TO CKP-GOOD-AMOUNT
           MOVE WS-HASH-AMOUNT     TO CKP-HASH-AMOUNT
           MOVE WS-REJ-HASH-AMOUNT TO CKP-REJ-HASH-AMOUNT
           MOVE WS-LINE-READ-COUNT TO CKP-LINE-COUNT
           MOVE WS-REJ-LINE-COUNT  TO CKP-REJ-LINE-COUNT

           REWRITE CHECKPOINT-RECORD
           IF WS-CKP-FS NOT = '00'
               STOP RUN
           END-IF

           IF RESTART-MODE
               OPEN EXTEND BATCH-RESULT-FILE
               IF WS-RES-FS = '05' OR WS-RES-FS = '35'
                   OPEN OUTPUT BATCH-RESULT-FILE
               END-IF
           ELSE
               OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           IF WS-RES-FS NOT = '00'
               DISPLAY 'OPEN OF BATCH-RESULT-FILE FAILED, FS='
                       WS-RES-FS
               STOP RUN
           END-IF

           OPEN I-O CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS = '05' OR WS-AUDIT-FS = '35'
             OPEN OUTPUT CLAIM-AUDIT-FILE

           PERFORM OPEN-SEQ-FILE
           PERFORM OPEN-MEMBER-FILE
           PERFORM OPEN-XWALK-FILE
           PERFORM OPEN-PROVIDER-FILE
           PERFORM OPEN-PREPAY-HOLD-FILE
           PERFORM OPEN-BENEFIT-FILE
           PERFORM OPEN-ACCUM-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-REASON-FILE
           PERFORM OPEN-LINE-FILE
           PERFORM OPEN-PROCEDURE-FILE
           PERFORM OPEN-PRIOR-AUTH-FILE
           PERFORM OPEN-FEE-FILE

           PERFORM OPEN-METRICS-FILE
           .
      ******************************************************************
      * ROUTINE TO CLOSE ALL THE FILES
           CLOSE BATCH-REQUEST-FILE
           CLOSE BATCH-REPORT-FILE
           CLOSE BATCH-REJECT-FILE
           CLOSE BATCH-RESULT-FILE
           CLOSE CLAIM-AUDIT-FILE
           PERFORM CLOSE-SEQ-FILE
           PERFORM CLOSE-XWALK-FILE
           PERFORM CLOSE-MEMBER-FILE
           PERFORM CLOSE-PROVIDER-FILE
           PERFORM CLOSE-PREPAY-HOLD-FILE
           PERFORM CLOSE-BENEFIT-FILE
           PERFORM CLOSE-ACCUM-FILE
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-REASON-FILE
           PERFORM CLOSE-LINE-FILE
           PERFORM CLOSE-PROCEDURE-FILE
           PERFORM CLOSE-PRIOR-AUTH-FILE
           PERFORM CLOSE-FEE-FILE
           PERFORM CLOSE-METRICS-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ELIGIBILITY MASTER FOR THE LIFE OF
           CLOSE MEMBER-MASTER-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ID CROSSWALK FOR THE LIFE OF THIS
      * BATCH JOB.  SEE IMSCBLJC FOR THE SAME CONVENTION.
      ******************************************************************
       OPEN-XWALK-FILE.
      *
           OPEN INPUT MEMBER-XWALK-FILE
           IF WS-MXW-FS = '00'
               SET XWALK-FILE-OPEN TO TRUE
           ELSE
               SET XWALK-FILE-CLOSED TO TRUE
               MOVE 'MEMBER XWALK OPEN FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-MXW-FS TO WS-LOG-MESSAGE(30:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE MEMBER ID CROSSWALK
      ******************************************************************
       CLOSE-XWALK-FILE.
      *
           IF XWALK-FILE-OPEN
               CLOSE MEMBER-XWALK-FILE
               SET XWALK-FILE-CLOSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RESOLVE A RETIRED MEMBER ID TO ITS SURVIVING ID.
      * THE CROSSWALK IS KEPT ONE HOP DEEP BY IMSCMMRG, SO A SINGLE
      * READ GIVES THE CURRENT ID.  NOT FOUND MEANS THE ID WAS NEVER
      * MERGED AND IS LEFT AS SUBMITTED.
      ******************************************************************
       RESOLVE-MEMBER-ID.
      *
           IF XWALK-FILE-OPEN AND BAT-MEMBER-ID NOT = SPACES
               MOVE BAT-MEMBER-ID TO MXW-RETIRED-ID
               READ MEMBER-XWALK-FILE
               IF WS-MXW-FS = '00'
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'MEMBER ID ' BAT-MEMBER-ID
                          ' RESOLVED TO ' MXW-SURVIVING-ID
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
                   MOVE MXW-SURVIVING-ID TO BAT-MEMBER-ID
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PROVIDER REGISTRY FOR THE LIFE OF THIS
      * BATCH JOB.  SEE IMSCBLJC FOR THE SAME CONVENTION.
      ******************************************************************
           CLOSE PROVIDER-REGISTRY-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PREPAYMENT REVIEW HOLD KSDS FOR THE LIFE
      * OF THIS BATCH JOB, INPUT ONLY -- IMSCBLJM IS ITS WRITER.  A
      * FILE THAT HAS NEVER BEEN CREATED (FS 35) MEANS NO PROVIDER IS
      * ON HOLD; ANY OTHER OPEN FAILURE HOLDS EVERY CLAIM IN REVIEW
      * RATHER THAN LET A HELD PROVIDER'S CLAIMS THROUGH.
      ******************************************************************
       OPEN-PREPAY-HOLD-FILE.
      *
           OPEN INPUT PREPAY-HOLD-FILE
           EVALUATE WS-PPH-FS
             WHEN '00'
               SET PREPAY-HOLDS-READABLE TO TRUE
             WHEN '35'
               SET PREPAY-HOLDS-NONE TO TRUE
             WHEN OTHER
               SET PREPAY-HOLDS-UNREADABLE TO TRUE
               MOVE 'PREPAY HOLD FILE OPEN FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-PPH-FS TO WS-LOG-MESSAGE(34:2)
               PERFORM LOG-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PREPAYMENT REVIEW HOLD KSDS
      ******************************************************************
       CLOSE-PREPAY-HOLD-FILE.
      *
           IF PREPAY-HOLDS-READABLE
             CLOSE PREPAY-HOLD-FILE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE BENEFIT RULES FILE FOR THE LIFE OF THIS
      * BATCH JOB.  A MISSING OR UNREADABLE RULES FILE DOES NOT
      * BLOCK CLAIMS -- THE CALCULATION JUST FALLS BACK TO ZERO
           CLOSE REASON-CODE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE CLAIM SERVICE-LINE DETAIL KSDS FOR THE
      * LIFE OF THIS BATCH JOB, SAME CREATE-ON-FIRST-USE PATTERN AS
      * THE CLAIMS AUDIT FILE.
      ******************************************************************
       OPEN-LINE-FILE.
      *
           OPEN I-O CLAIM-LINE-FILE
           IF WS-LIN-FS = '05' OR WS-LIN-FS = '35'
             OPEN OUTPUT CLAIM-LINE-FILE
             CLOSE CLAIM-LINE-FILE
             OPEN I-O CLAIM-LINE-FILE
           END-IF
           IF WS-LIN-FS NOT = '00'
             MOVE 'LINE FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-LIN-FS TO WS-LOG-MESSAGE(27:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE CLAIM SERVICE-LINE DETAIL KSDS
      ******************************************************************
       CLOSE-LINE-FILE.
      *
           CLOSE CLAIM-LINE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PROCEDURE CODE REFERENCE FILE FOR THE
      * LIFE OF THIS BATCH JOB.  SEE IMSCBLJC FOR THE SAME
      * CONVENTION: AN UNREADABLE FILE SKIPS THE PROCEDURE CODE AND
      * PRIOR AUTHORIZATION EDITS (LOGGED) RATHER THAN REJECTING
      * EVERY LINE.
      ******************************************************************
       OPEN-PROCEDURE-FILE.
      *
           OPEN INPUT PROCEDURE-CODE-FILE
           IF WS-PRC-FS NOT = '00'
             MOVE 'PROCEDURE CODE FILE OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-PRC-FS TO WS-LOG-MESSAGE(37:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PROCEDURE CODE REFERENCE FILE
      ******************************************************************
       CLOSE-PROCEDURE-FILE.
      *
           CLOSE PROCEDURE-CODE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE CONTRACTED FEE SCHEDULE KSDS.  A FAILED
      * OPEN IS LOGGED AND EVERY LINE PRICES UNCAPPED, SAME AS
      * IMSCBLJC.
      ******************************************************************
       OPEN-FEE-FILE.
      *
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-FS NOT = '00'
             MOVE 'FEE SCHEDULE OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-FEE-FS TO WS-LOG-MESSAGE(30:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE CONTRACTED FEE SCHEDULE FILE
      ******************************************************************
       CLOSE-FEE-FILE.
      *
           CLOSE FEE-SCHEDULE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PRIOR AUTHORIZATION KSDS FOR THE LIFE OF
      * THIS BATCH JOB, OPEN I-O BECAUSE AN ACCEPTED LINE USES UP ITS
      * AUTH.  SEE IMSCBLJC FOR THE SAME CONVENTION: AN UNREADABLE
      * AUTH FILE FAILS CLOSED.
      ******************************************************************
       OPEN-PRIOR-AUTH-FILE.
      *
           OPEN I-O PRIOR-AUTH-FILE
           IF WS-PAU-FS = '05' OR WS-PAU-FS = '35'
             OPEN OUTPUT PRIOR-AUTH-FILE
             CLOSE PRIOR-AUTH-FILE
             OPEN I-O PRIOR-AUTH-FILE
           END-IF
           IF WS-PAU-FS NOT = '00'
             MOVE 'PRIOR AUTH FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-PAU-FS TO WS-LOG-MESSAGE(33:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PRIOR AUTHORIZATION KSDS
      ******************************************************************
       CLOSE-PRIOR-AUTH-FILE.
      *
           CLOSE PRIOR-AUTH-FILE
           .
      ******************************************************************
      * ROUTINE TO PARSE THE REST RESPONSE IN WS-RETURN-STR INTO THE
      * STRUCTURED ADJUDICATION FIELDS.  A RESPONSE THAT DOES NOT
      * OPEN WITH 'OUTCOME=' IS THE OLD FREE-TEXT SHAPE AND LEAVES
           MOVE SPACES TO WS-ADJUD-OUTCOME
           MOVE SPACES TO WS-REASON-CODE-TABLE
           MOVE 0 TO WS-PRICED-AMT
           SET CLAIM-NOT-HELD-FOR-AUTH TO TRUE
           SET PROVIDER-NOT-ON-PREPAY-HOLD TO TRUE
           MOVE SPACES TO WS-AUTH-REVIEW-REASON
           MOVE SPACES TO WS-PROVIDER-SPECIALTY
           Set address of JNIEnv to JNIEnvPtr
           Set address of JNINativeInterface to JNIENV
      *
           PERFORM GET-CLAIM-NUMBER
           PERFORM RESOLVE-MEMBER-ID

           MOVE 'Invoking ZUtil Java class' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
               IF CLAIM-IS-VALID
                   PERFORM VALIDATE-PROVIDER
               END-IF
               IF CLAIM-IS-VALID
                   PERFORM VALIDATE-SERVICE-LINES
               END-IF
               IF CLAIM-IS-VALID
                   PERFORM CHECK-DUPLICATE-CLAIM
               END-IF
                     TO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE

                   PERFORM GET-CLAIM-TIMEOUT
                   PERFORM GET-CLAIM-ENDPOINTS

                   IF WS-LINE-COUNT = 0
                       PERFORM PRICE-WHOLE-CLAIM
                   ELSE
                       PERFORM PRICE-SERVICE-LINES
                   END-IF

                   IF NO-JAVA-ERROR
                       IF REASON-CODE-INVALID
      * THE ENDPOINT NAMED A CODE THE REFERENCE FILE DOES NOT KNOW
      * -- THE CLAIM GOES TO THE REJECT FILE, NOT THE AUDIT FILE AS
      * AN ADJUDICATION NOBODY CAN EXPLAIN.  THE PRICING HAS ALREADY
      * FILLED THE CLAIM TOTALS, WHICH A REJECT NEVER CARRIES.
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING 'UNRECOGNIZED REASON CODE '
                               WS-BAD-REASON-CODE
                           MOVE SPACES TO WS-ADJUD-OUTCOME
                           MOVE SPACES TO WS-REASON-CODE-TABLE
                           MOVE 0 TO WS-PRICED-AMT
                           MOVE 0 TO WS-ALLOWED-AMT
                           MOVE 0 TO WS-MEMBER-RESP
                           MOVE 0 TO WS-PLAN-PAID
                           PERFORM REJECT-CLAIM
                       ELSE
      * A LINE WITH NO COVERING PRIOR AUTH UNDER THE JPAUTPEND
      * OPTION: PRICED, BUT HELD IN REVIEW RATHER THAN ACCEPTED
                           IF CLAIM-HELD-FOR-AUTH
                               MOVE 'REVIEW' TO WS-CLAIM-STATUS
                           ELSE
                               MOVE 'ACCEPTED' TO WS-CLAIM-STATUS
                           END-IF
                       END-IF
                   ELSE
                       MOVE SPACES TO WS-RETURN-STR
           END-IF

           PERFORM WRITE-AUDIT-RECORD
      * A CLAIM HELD IN REVIEW IS PERSISTED LIKE AN ACCEPTED ONE, SO
      * THE LIABILITY IS ALREADY RIGHT IF IT IS RELEASED, BUT USES UP
      * NO AUTH WHILE IT IS HELD -- SAME AS IMSCBLJC
           IF WS-CLAIM-STATUS = 'ACCEPTED' OR
              WS-CLAIM-STATUS = 'REVIEW'
               PERFORM WRITE-LINE-RECORDS
               PERFORM UPDATE-MEMBER-ACCUM
           END-IF
           IF WS-CLAIM-STATUS = 'ACCEPTED'
               PERFORM USE-PRIOR-AUTHS
           END-IF
           PERFORM WRITE-REPORT-RECORD
           IF WS-INTAKE-REF NOT = SPACES
               PERFORM WRITE-RESULT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRICE A CLAIM WITH NO SERVICE LINES THROUGH THE
      * REST CALL AT CLAIM LEVEL, WITH THE ONE-TIME PRIMARY-TO-
      * SECONDARY FAILOVER, AND FILL THE CLAIM TOTALS FROM THE
      * BENEFIT MATH.
      ******************************************************************
       PRICE-WHOLE-CLAIM.
      *
           MOVE BAT-CLAIMAMT TO WS-PRICE-AMT
           PERFORM BUILD-JAVA-INPUT-ARGS

           SET USING-PRIMARY-ENDPOINT TO TRUE
           PERFORM CALL-CLAIM-REST-ENDPOINT

           IF JAVA-ERROR-OCCURRED
               PERFORM FAIL-OVER-TO-SECONDARY
           END-IF

           IF NO-JAVA-ERROR
               PERFORM GET-JAVA-RESPONSE-STR
               PERFORM PARSE-REST-RESULT
               MOVE 0 TO WS-DED-ALREADY-MET
               MOVE 0 TO WS-OOP-ALREADY-MET
               PERFORM READ-MEMBER-ACCUM
               PERFORM FIND-BENEFIT-RULE
               PERFORM CALCULATE-BENEFITS
               MOVE WS-CALC-ALLOWED   TO WS-ALLOWED-AMT
               MOVE WS-CALC-RESP      TO WS-MEMBER-RESP
               MOVE WS-CALC-PLAN-PAID TO WS-PLAN-PAID
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRICE A CLAIM LINE BY LINE, SAME CONVENTION AS
      * IMSCBLJC: EACH SERVICE LINE GOES THROUGH THE REST CALL (WITH
      * THE ONE-TIME FAILOVER), THE FEE SCHEDULE CAP AND THE BENEFIT
      * MATH AT ITS OWN LINE AMOUNT, AND THE LINE RESULTS ROLL UP
      * INTO THE CLAIM TOTALS.  A LINE THAT FAILS BOTH ENDPOINTS
      * ABANDONS THE WHOLE CLAIM AS A JAVA ERROR -- NO PARTIAL LINE
      * ROWS ARE EVER PERSISTED -- AND THE CLAIM GOES TO THE REJECT
      * FILE WITH ALL ITS LINES FOR THE NEXT RUN.
      ******************************************************************
       PRICE-SERVICE-LINES.
      *
           MOVE 0 TO WS-DED-ALREADY-MET
           MOVE 0 TO WS-OOP-ALREADY-MET
           PERFORM READ-MEMBER-ACCUM
           PERFORM FIND-BENEFIT-RULE
           MOVE 0 TO WS-ALLOWED-AMT
           MOVE 0 TO WS-MEMBER-RESP
           MOVE 0 TO WS-PLAN-PAID

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                      OR JAVA-ERROR-OCCURRED
               MOVE WS-LINE-AMT(WS-LINE-IDX) TO WS-PRICE-AMT
               PERFORM BUILD-JAVA-INPUT-ARGS

               SET USING-PRIMARY-ENDPOINT TO TRUE
               PERFORM CALL-CLAIM-REST-ENDPOINT

               IF JAVA-ERROR-OCCURRED
                   PERFORM FAIL-OVER-TO-SECONDARY
               END-IF

               IF NO-JAVA-ERROR
                   PERFORM GET-JAVA-RESPONSE-STR
                   PERFORM PARSE-REST-RESULT
                   MOVE WS-RETURN-STR(1:80)
                     TO WS-LINE-RESULT(WS-LINE-IDX)
                   PERFORM APPLY-FEE-SCHEDULE
                   PERFORM CALCULATE-BENEFITS
                   MOVE WS-CALC-ALLOWED
                     TO WS-LINE-ALLOWED(WS-LINE-IDX)
                   MOVE WS-CALC-RESP
                     TO WS-LINE-RESP(WS-LINE-IDX)
                   MOVE WS-CALC-PLAN-PAID
                     TO WS-LINE-PLAN-PAID(WS-LINE-IDX)
                   ADD WS-CALC-ALLOWED   TO WS-ALLOWED-AMT
                   ADD WS-CALC-RESP      TO WS-MEMBER-RESP
                   ADD WS-CALC-PLAN-PAID TO WS-PLAN-PAID
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO TRY THE SECONDARY ENDPOINT, EXACTLY ONCE, AFTER A
      * FAILED PRIMARY ATTEMPT -- SHARED BETWEEN THE CLAIM-LEVEL AND
      * LINE-LEVEL PRICING PATHS.
      ******************************************************************
       FAIL-OVER-TO-SECONDARY.
      *
           MOVE 'PRIMARY ENDPOINT FAILED, FAILING OVER'
             TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
           SET NO-JAVA-ERROR TO TRUE
           SET USING-SECONDARY-ENDPOINT TO TRUE
           PERFORM CALL-CLAIM-REST-ENDPOINT
           .
      ******************************************************************
      * ROUTINE TO EDIT THE CLAIM'S SERVICE LINES, SAME EDITS AS
      * IMSCBLJC: AT MOST WS-LINE-MAX LINES, EVERY LINE CARRYING AN
      * ACTIVE PROCEDURE CODE OF THE CLAIM TYPE, A POSITIVE AMOUNT,
      * AND A NUMERIC SERVICE DATE, AND THE LINE AMOUNTS SUMMING TO
      * THE CLAIM TOTAL.  LINES THAT PASS ARE THEN CHECKED FOR PRIOR
      * AUTHORIZATION.  NOTHING TO DO ON A CLAIM WITH NO LINES.
      ******************************************************************
       VALIDATE-SERVICE-LINES.
      *
           SET CLAIM-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-LINES-READ > 0
               IF WS-LINES-READ > WS-LINE-MAX
                   SET CLAIM-IS-INVALID TO TRUE
                   MOVE 'MORE THAN 50 SERVICE LINES SUBMITTED'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE 0 TO WS-LINE-AMT-SUM
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > WS-LINE-COUNT
                              OR CLAIM-IS-INVALID
                       PERFORM EDIT-ONE-SERVICE-LINE
                   END-PERFORM
                   IF CLAIM-IS-VALID AND
                      WS-LINE-AMT-SUM NOT = BAT-CLAIMAMT
                       SET CLAIM-IS-INVALID TO TRUE
                       MOVE 'SERVICE LINES DO NOT SUM TO CLAIM AMOUNT'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF

               IF CLAIM-IS-VALID
                   PERFORM CHECK-LINE-PRIOR-AUTHS
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE SERVICE LINE (WS-LINE-IDX) AND FOLD ITS
      * AMOUNT INTO THE RUNNING SUM
      ******************************************************************
       EDIT-ONE-SERVICE-LINE.
      *
           IF WS-LINE-PROC-CODE(WS-LINE-IDX) = SPACES
               SET CLAIM-IS-INVALID TO TRUE
               MOVE 'A SERVICE LINE IS MISSING ITS PROCEDURE CODE'
                 TO WS-REJECT-REASON
           ELSE
               IF WS-LINE-AMT(WS-LINE-IDX) <= 0
                   SET CLAIM-IS-INVALID TO TRUE
                   MOVE 'A SERVICE LINE AMOUNT IS NOT POSITIVE'
                     TO WS-REJECT-REASON
               ELSE
                   IF WS-LINE-SVC-DATE(WS-LINE-IDX) NOT NUMERIC OR
                      WS-LINE-SVC-DATE(WS-LINE-IDX) = ZERO
                       SET CLAIM-IS-INVALID TO TRUE
                       MOVE 'A SERVICE LINE DATE IS NOT NUMERIC'
                         TO WS-REJECT-REASON
                   ELSE
                       PERFORM EDIT-LINE-PROC-CODE
                       ADD WS-LINE-AMT(WS-LINE-IDX)
                         TO WS-LINE-AMT-SUM
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE SERVICE LINE'S PROCEDURE CODE AGAINST THE
      * PROCEDURE CODE MASTER: ON FILE, ACTIVE, AND OF THE CLAIM
      * TYPE.  A MASTER FILE THAT CANNOT BE READ SKIPS THE EDIT AND
      * IS LOGGED, SAME AS IMSCBLJC.
      ******************************************************************
       EDIT-LINE-PROC-CODE.
      *
           MOVE WS-LINE-IDX TO WS-FEE-LINE-NO
           MOVE WS-LINE-PROC-CODE(WS-LINE-IDX) TO PRC-PROC-CODE
           READ PROCEDURE-CODE-FILE
           EVALUATE WS-PRC-FS
               WHEN '00'
                   IF NOT PRC-IS-ACTIVE
                       SET CLAIM-IS-INVALID TO TRUE
                       STRING 'LINE ' WS-FEE-LINE-NO ' PROCEDURE '
                           WS-LINE-PROC-CODE(WS-LINE-IDX)
                           ' IS NOT ACTIVE'
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   ELSE
                       IF PRC-CLAIM-TYPE NOT = BAT-CLAIMTYPE
                           SET CLAIM-IS-INVALID TO TRUE
                           STRING 'LINE ' WS-FEE-LINE-NO ' PROCEDURE '
                               WS-LINE-PROC-CODE(WS-LINE-IDX)
                               ' IS NOT VALID FOR THE CLAIM TYPE'
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN '23'
                   SET CLAIM-IS-INVALID TO TRUE
                   STRING 'LINE ' WS-FEE-LINE-NO ' PROCEDURE '
                       WS-LINE-PROC-CODE(WS-LINE-IDX)
                       ' IS NOT A KNOWN CODE'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'PROCEDURE CODE FILE READ FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PRC-FS TO WS-LOG-MESSAGE(37:2)
                   PERFORM LOG-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO CHECK EVERY SERVICE LINE FOR PRIOR AUTHORIZATION.
      * A LINE WITH NO COVERING AUTH REJECTS THE CLAIM, OR UNDER THE
      * JPAUTPEND OPTION MARKS IT TO BE HELD IN REVIEW.  SEE IMSCBLJC
      * FOR THE SAME CONVENTION.
      ******************************************************************
       CHECK-LINE-PRIOR-AUTHS.
      *
           PERFORM GET-AUTH-PEND-OPTION
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-MAX
               MOVE SPACES TO WS-LINE-AUTH-NO(WS-LINE-IDX)
           END-PERFORM

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                      OR CLAIM-IS-INVALID
               PERFORM CHECK-ONE-LINE-AUTH
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO CHECK ONE SERVICE LINE (WS-LINE-IDX): LOOK THE
      * PROCEDURE CODE UP AND, WHEN IT NEEDS AN AUTH, FIND ONE THAT
      * COVERS THE LINE.
      ******************************************************************
       CHECK-ONE-LINE-AUTH.
      *
           MOVE WS-LINE-PROC-CODE(WS-LINE-IDX) TO PRC-PROC-CODE
           READ PROCEDURE-CODE-FILE
           EVALUATE WS-PRC-FS
               WHEN '00'
                   IF PRC-NEEDS-AUTH
                       PERFORM FIND-LINE-AUTH
                       IF AUTH-NOT-MATCHED
                           PERFORM REPORT-MISSING-AUTH
                       END-IF
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'PROCEDURE CODE FILE READ FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PRC-FS TO WS-LOG-MESSAGE(37:2)
                   PERFORM LOG-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO BROWSE THE MEMBER'S AUTHS ON THE PRIOR-AUTH KSDS
      * FOR ONE THAT COVERS THE CURRENT LINE, STOPPING AT THE FIRST
      * MATCH OR WHEN THE KEY MOVES PAST THE MEMBER.  THE MATCHED
      * AUTH NUMBER IS STAGED ON THE LINE.
      ******************************************************************
       FIND-LINE-AUTH.
      *
           SET AUTH-NOT-MATCHED TO TRUE
           SET PRIOR-AUTH-NOT-EOF TO TRUE

           MOVE BAT-MEMBER-ID TO PAU-MEMBER-ID
           MOVE LOW-VALUES TO PAU-AUTH-NO
           START PRIOR-AUTH-FILE KEY IS NOT LESS THAN PAU-AUTH-KEY
           IF WS-PAU-FS NOT = '00'
               SET PRIOR-AUTH-EOF TO TRUE
           END-IF

           PERFORM UNTIL PRIOR-AUTH-EOF OR AUTH-MATCHED
               READ PRIOR-AUTH-FILE NEXT RECORD
                   AT END
                       SET PRIOR-AUTH-EOF TO TRUE
               END-READ
               IF PRIOR-AUTH-NOT-EOF AND WS-PAU-FS NOT = '00'
                   SET PRIOR-AUTH-EOF TO TRUE
               END-IF
               IF PRIOR-AUTH-NOT-EOF
                   IF PAU-MEMBER-ID NOT = BAT-MEMBER-ID
                       SET PRIOR-AUTH-EOF TO TRUE
                   ELSE
                       PERFORM MATCH-ONE-AUTH
                   END-IF
               END-IF
           END-PERFORM

           IF AUTH-MATCHED
               MOVE PAU-AUTH-NO TO WS-LINE-AUTH-NO(WS-LINE-IDX)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TEST ONE OF THE MEMBER'S AUTHS AGAINST THE CURRENT
      * LINE: ACTIVE, SAME PROVIDER AND PROCEDURE CODE, THE LINE
      * SERVICE DATE INSIDE THE APPROVED RANGE, AND ROOM LEFT FOR ONE
      * MORE UNIT AND THE LINE AMOUNT ONCE WHAT EARLIER LINES OF THIS
      * CLAIM HAVE EARMARKED IS COUNTED.
      ******************************************************************
       MATCH-ONE-AUTH.
      *
           IF PAU-IS-ACTIVE AND
              PAU-PROVIDER-ID = BAT-PROVIDER-ID AND
              PAU-PROC-CODE = WS-LINE-PROC-CODE(WS-LINE-IDX) AND
              PAU-FROM-DATE NUMERIC AND PAU-THRU-DATE NUMERIC AND
              PAU-APPROVED-UNITS NUMERIC AND
              PAU-APPROVED-AMT NUMERIC AND
              PAU-USED-UNITS NUMERIC AND PAU-USED-AMT NUMERIC
               IF WS-LINE-SVC-DATE(WS-LINE-IDX) >= PAU-FROM-DATE AND
                  WS-LINE-SVC-DATE(WS-LINE-IDX) <= PAU-THRU-DATE
                   MOVE 0 TO WS-AUTH-HELD-UNITS
                   MOVE 0 TO WS-AUTH-HELD-AMT
                   PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                           UNTIL WS-AUTH-IDX >= WS-LINE-IDX
                       IF WS-LINE-AUTH-NO(WS-AUTH-IDX) = PAU-AUTH-NO
                           ADD 1 TO WS-AUTH-HELD-UNITS
                           ADD WS-LINE-AMT(WS-AUTH-IDX)
                             TO WS-AUTH-HELD-AMT
                       END-IF
                   END-PERFORM
                   SET AUTH-MATCHED TO TRUE
                   IF PAU-APPROVED-UNITS > 0 AND
                      PAU-USED-UNITS + WS-AUTH-HELD-UNITS + 1 >
                      PAU-APPROVED-UNITS
                       SET AUTH-NOT-MATCHED TO TRUE
                   END-IF
                   IF PAU-APPROVED-AMT > 0 AND
                      PAU-USED-AMT + WS-AUTH-HELD-AMT +
                      WS-LINE-AMT(WS-LINE-IDX) > PAU-APPROVED-AMT
                       SET AUTH-NOT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ACT ON A LINE THAT NEEDS AN AUTH AND HAS NONE:
      * REJECT THE CLAIM, OR UNDER THE JPAUTPEND OPTION LET IT
      * THROUGH TO PRICING MARKED TO BE HELD IN REVIEW.  EITHER WAY
      * THE REASON NAMES THE LINE AND ITS PROCEDURE CODE.
      ******************************************************************
       REPORT-MISSING-AUTH.
      *
           MOVE WS-LINE-IDX TO WS-AUTH-LINE-NO
           MOVE SPACES TO WS-REJECT-REASON
           STRING 'NO PRIOR AUTHORIZATION COVERS LINE ' WS-AUTH-LINE-NO
               ' PROCEDURE ' WS-LINE-PROC-CODE(WS-LINE-IDX)
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           IF AUTH-MISSING-PENDS
               IF CLAIM-NOT-HELD-FOR-AUTH
                   SET CLAIM-HELD-FOR-AUTH TO TRUE
                   MOVE WS-REJECT-REASON TO WS-AUTH-REVIEW-REASON
               END-IF
               MOVE WS-REJECT-REASON TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
               MOVE SPACES TO WS-REJECT-REASON
           ELSE
               SET CLAIM-IS-INVALID TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DETERMINE WHETHER A LINE MISSING ITS PRIOR AUTH
      * REJECTS THE CLAIM (THE DEFAULT) OR HOLDS IT IN REVIEW, VIA
      * ENVIRONMENT VARIABLE JPAUTPEND, SAME CONVENTION AS IMSCBLJC.
      ******************************************************************
       GET-AUTH-PEND-OPTION.
      *
           SET AUTH-MISSING-REJECTS TO TRUE
           MOVE SPACES TO WS-AUTH-PEND-ENV
           ACCEPT WS-AUTH-PEND-ENV FROM ENVIRONMENT "JPAUTPEND"
           IF WS-AUTH-PEND-ENV = 'Y'
               SET AUTH-MISSING-PENDS TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO USE UP THE PRIOR AUTHS MATCHED TO AN ACCEPTED
      * CLAIM'S LINES: ONE UNIT AND THE LINE'S BILLED AMOUNT PER
      * LINE, WITH THE CLAIM NUMBER AS THE AUTH'S LAST USE.  A FAILED
      * REWRITE IS LOGGED AND THE CLAIM STANDS.
      ******************************************************************
       USE-PRIOR-AUTHS.
      *
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-AUTH-NO(WS-LINE-IDX) NOT = SPACES
                   PERFORM USE-ONE-PRIOR-AUTH
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO CHARGE ONE LINE (WS-LINE-IDX) AGAINST ITS AUTH
      ******************************************************************
       USE-ONE-PRIOR-AUTH.
      *
           MOVE BAT-MEMBER-ID TO PAU-MEMBER-ID
           MOVE WS-LINE-AUTH-NO(WS-LINE-IDX) TO PAU-AUTH-NO
           READ PRIOR-AUTH-FILE
           IF WS-PAU-FS = '00'
               ADD 1 TO PAU-USED-UNITS
               ADD WS-LINE-AMT(WS-LINE-IDX) TO PAU-USED-AMT
               MOVE WS-CLAIM-NO-BUILD TO PAU-LAST-USED-CLAIMNO
               REWRITE PRIOR-AUTH-RECORD
           END-IF
           IF WS-PAU-FS NOT = '00'
               MOVE 'PRIOR AUTH USAGE UPDATE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-PAU-FS TO WS-LOG-MESSAGE(36:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO HOLD THE CURRENT LINE'S PRICED AMOUNT
      * (WS-PRICE-AMT) TO THE CONTRACTED MAXIMUM ON THE FEE SCHEDULE
      * BEFORE THE BENEFIT MATH RUNS.  SEE IMSCBLJC FOR THE SAME
      * CONVENTION.
      ******************************************************************
       APPLY-FEE-SCHEDULE.
      *
           MOVE 'N' TO WS-LINE-FEE-CAP-IND(WS-LINE-IDX)
           MOVE 0 TO WS-LINE-FEE-SCHED-AMT(WS-LINE-IDX)
           PERFORM FIND-FEE-SCHEDULE
           IF FEE-FOUND AND WS-FEE-MAX-AMT < WS-PRICE-AMT
               MOVE WS-FEE-MAX-AMT TO WS-PRICE-AMT
               MOVE 'Y' TO WS-LINE-FEE-CAP-IND(WS-LINE-IDX)
               MOVE WS-FEE-MAX-AMT
                 TO WS-LINE-FEE-SCHED-AMT(WS-LINE-IDX)
               MOVE WS-LINE-IDX TO WS-FEE-LINE-NO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'CLAIM ' WS-CLAIM-NO-BUILD ' LINE ' WS-FEE-LINE-NO
                   ' PROCEDURE ' WS-LINE-PROC-CODE(WS-LINE-IDX)
                   ' CAPPED AT FEE SCHEDULE'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SELECT THE FEE SCHEDULE ROW IN FORCE FOR THE
      * CURRENT LINE: THE LAST ROW FOR THE CODE AND SPECIALTY WHOSE
      * EFFECTIVE DATE IS NOT AFTER THE LINE SERVICE DATE, SAME AS
      * FIND-BENEFIT-RULE.
      ******************************************************************
       FIND-FEE-SCHEDULE.
      *
           SET FEE-NOT-FOUND TO TRUE
           SET FEE-FILE-NOT-EOF TO TRUE

           MOVE WS-LINE-PROC-CODE(WS-LINE-IDX) TO FEE-PROC-CODE
           MOVE WS-PROVIDER-SPECIALTY TO FEE-SPECIALTY
           MOVE 0 TO FEE-EFF-DATE
           START FEE-SCHEDULE-FILE KEY IS NOT LESS THAN FEE-SCHEDULE-KEY
           IF WS-FEE-FS NOT = '00'
               SET FEE-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FEE-FILE-EOF
               READ FEE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET FEE-FILE-EOF TO TRUE
               END-READ
               IF FEE-FILE-NOT-EOF AND WS-FEE-FS NOT = '00'
                   SET FEE-FILE-EOF TO TRUE
               END-IF
               IF FEE-FILE-NOT-EOF
                   IF FEE-PROC-CODE NOT = WS-LINE-PROC-CODE(WS-LINE-IDX)
                      OR FEE-SPECIALTY NOT = WS-PROVIDER-SPECIALTY
                       SET FEE-FILE-EOF TO TRUE
                   ELSE
                       IF FEE-EFF-DATE NOT NUMERIC OR
                          FEE-EFF-DATE > WS-LINE-SVC-DATE(WS-LINE-IDX)
                           SET FEE-FILE-EOF TO TRUE
                       ELSE
                           IF FEE-MAX-ALLOWED NUMERIC
                               SET FEE-FOUND TO TRUE
                               MOVE FEE-MAX-ALLOWED TO WS-FEE-MAX-AMT
                           ELSE
                               MOVE 'FEE SCHEDULE ROW NOT NUMERIC FOR '
                                 TO WS-LOG-MESSAGE
                               MOVE FEE-PROC-CODE
                                 TO WS-LOG-MESSAGE(34:7)
                               PERFORM LOG-MESSAGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO PERSIST THE STAGED SERVICE LINES TO THE CLAIM LINE
      * DETAIL KSDS UNDER THE CLAIM'S NUMBER, ONE RECORD PER LINE.
      * NOTHING TO DO ON A CLAIM WITH NO LINES.
      ******************************************************************
       WRITE-LINE-RECORDS.
      *
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-CLAIM-NO-BUILD TO LIN-CLAIMNO
               MOVE WS-LINE-IDX TO LIN-LINE-NO
               MOVE WS-LINE-PROC-CODE(WS-LINE-IDX) TO LIN-PROC-CODE
               MOVE WS-LINE-AMT(WS-LINE-IDX)       TO LIN-CLAIMAMT
               MOVE WS-LINE-SVC-DATE(WS-LINE-IDX)
                 TO LIN-SERVICE-DATE
               MOVE WS-LINE-ALLOWED(WS-LINE-IDX)   TO LIN-ALLOWED-AMT
               MOVE WS-LINE-RESP(WS-LINE-IDX)      TO LIN-MEMBER-RESP
               MOVE WS-LINE-PLAN-PAID(WS-LINE-IDX) TO LIN-PLAN-PAID
               MOVE WS-LINE-RESULT(WS-LINE-IDX)    TO LIN-REST-RESULT
               MOVE WS-LINE-FEE-CAP-IND(WS-LINE-IDX)
                 TO LIN-FEE-CAP-IND
               MOVE WS-LINE-FEE-SCHED-AMT(WS-LINE-IDX)
                 TO LIN-FEE-SCHED-AMT

               WRITE CLAIM-LINE-RECORD
               IF WS-LIN-FS NOT = '00'
                   MOVE 'LINE FILE WRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-LIN-FS TO WS-LOG-MESSAGE(29:2)
                   PERFORM LOG-MESSAGE
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO WRITE THE OUTCOME OF A CLAIM THAT CAME IN THROUGH
      * THE 837 INTAKE TO THE RESULTS FILE (SEE IMSC2BRS): THE CLAIM
      * NUMBER ASSIGNED, THE STATUS, AND THE REJECT OR REVIEW REASON.
      ******************************************************************
       WRITE-RESULT-RECORD.
      *
           MOVE SPACES TO BATCH-RESULT-RECORD
           MOVE WS-INTAKE-REF     TO BRS-INTAKE-REF
           MOVE WS-CLAIM-NO-BUILD TO BRS-CLAIMNO
           MOVE WS-CLAIM-STATUS   TO BRS-CLAIM-STATUS
           MOVE WS-TODAY-CCYYMMDD TO BRS-RUN-DATE
           IF BAT-CLAIMAMT NUMERIC
               MOVE BAT-CLAIMAMT  TO BRS-CLAIMAMT
           ELSE
               MOVE 0             TO BRS-CLAIMAMT
           END-IF
           EVALUATE WS-CLAIM-STATUS
               WHEN 'REJECTED'
                   MOVE WS-REJECT-REASON TO BRS-RESULT-TEXT
               WHEN 'REVIEW'
                   MOVE WS-AUTH-REVIEW-REASON TO BRS-RESULT-TEXT
               WHEN OTHER
                   MOVE WS-RETURN-STR TO BRS-RESULT-TEXT
           END-EVALUATE

           WRITE BATCH-RESULT-RECORD
           IF WS-RES-FS NOT = '00'
               MOVE 'RESULT FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-RES-FS TO WS-LOG-MESSAGE(31:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT BAT-CLAIMTYPE AGAINST THE LIST OF CLAIM TYPES
                   MOVE 'PROVIDER REGISTRY IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE PRV-SPECIALTY TO WS-PROVIDER-SPECIALTY
                   PERFORM CHECK-PROVIDER-STANDING
                   IF CLAIM-IS-VALID
                       PERFORM CHECK-PREPAYMENT-HOLD
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CHECK THE STANDING OF A PROVIDER ALREADY READ FROM
      * THE REGISTRY: ACTIVE, NOT SANCTIONED, CREDENTIALED ON THE
      * SERVICE DATE, AND PERMITTED TO BILL THE SUBMITTED CLAIM TYPE.
      * A CREDENTIAL IS GOOD THROUGH ITS EXPIRY DATE, AND A SERVICE
      * DATE AFTER IT IS REFUSED EVEN WHILE THE NIGHTLY DEACTIVATION
      * HAS NOT YET FLIPPED THE ACTIVE FLAG.
      ******************************************************************
       CHECK-PROVIDER-STANDING.
      *
               SET CLAIM-IS-INVALID TO TRUE
               MOVE 'PROVIDER IS SANCTIONED' TO WS-REJECT-REASON
           ELSE
               IF PRV-CRED-EXPIRY-DATE NUMERIC AND
                  PRV-CRED-EXPIRY-DATE NOT = ZERO AND
                  BAT-SERVICE-DATE > PRV-CRED-EXPIRY-DATE
                   SET CLAIM-IS-INVALID TO TRUE
                   MOVE 'PROVIDER CREDENTIAL EXPIRED AS OF SERVICE DATE'
                     TO WS-REJECT-REASON
               ELSE
                   IF NOT PRV-IS-ACTIVE
                       SET CLAIM-IS-INVALID TO TRUE
                       MOVE 'PROVIDER IS NOT ACTIVE' TO WS-REJECT-REASON
                   ELSE
                       EVALUATE BAT-CLAIMTYPE
                           WHEN 'MEDICAL'
                               IF NOT PRV-MEDICAL-ALLOWED
                                   SET CLAIM-IS-INVALID TO TRUE
                               END-IF
                           WHEN 'DRUG'
                               IF NOT PRV-DRUG-ALLOWED
                                   SET CLAIM-IS-INVALID TO TRUE
                               END-IF
                           WHEN 'DENTAL'
                               IF NOT PRV-DENTAL-ALLOWED
                                   SET CLAIM-IS-INVALID TO TRUE
                               END-IF
                       END-EVALUATE
                       IF CLAIM-IS-INVALID
                           MOVE 'PROVIDER MAY NOT BILL THIS CLAIM TYPE'
                             TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CHECK WHETHER A PROVIDER IN GOOD STANDING IS ON
      * PREPAYMENT REVIEW HOLD.  THE CLAIM STAYS VALID AND IS PRICED
      * AS USUAL, BUT IS MARKED TO BE HELD IN REVIEW, AND THE HOLD
      * NAMES THE REVIEW REASON EVEN WHEN A LINE WAS ALREADY SHORT A
      * PRIOR AUTH -- THE INVESTIGATION IS WHAT THE EXAMINER MUST
      * CLEAR FIRST.  A HOLD RECORD THAT CANNOT BE READ HOLDS THE
      * CLAIM TOO.
      ******************************************************************
       CHECK-PREPAYMENT-HOLD.
      *
           EVALUATE TRUE
               WHEN PREPAY-HOLDS-NONE
                   CONTINUE
               WHEN PREPAY-HOLDS-UNREADABLE
                   SET PROVIDER-ON-PREPAY-HOLD TO TRUE
               WHEN OTHER
                   MOVE PRV-PROVIDER-ID TO PPH-PROVIDER-ID
                   READ PREPAY-HOLD-FILE
                   EVALUATE TRUE
                       WHEN WS-PPH-FS = '23'
                           CONTINUE
                       WHEN WS-PPH-FS NOT = '00'
                           SET PROVIDER-ON-PREPAY-HOLD TO TRUE
                       WHEN PPH-IS-ACTIVE
                           SET PROVIDER-ON-PREPAY-HOLD TO TRUE
                   END-EVALUATE
           END-EVALUATE

           IF PROVIDER-ON-PREPAY-HOLD
               SET CLAIM-HELD-FOR-AUTH TO TRUE
               MOVE 'PREPAYMENT REVIEW HOLD ON PROVIDER'
                 TO WS-AUTH-REVIEW-REASON
               IF WS-PPH-FS NOT = '00'
                   MOVE 'PREPAYMENT HOLD FILE IS NOT AVAILABLE'
                     TO WS-AUTH-REVIEW-REASON
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'CLAIM HELD, ' WS-AUTH-REVIEW-REASON
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COMPUTE THE MEMBER'S OUT-OF-POCKET MATH FOR THE
      * REPLAYED CLAIM FROM THE PLAN'S BENEFIT RULE, SAME DEDUCTIBLE/
      * COPAY/OUT-OF-POCKET RULE MATH AS IMSCBLJC'S
      * CALCULATE-BENEFITS: THE MEMBER PAYS UP TO THE PART OF THE
      * DEDUCTIBLE NOT ALREADY MET ACROSS THE PLAN YEAR (OR BY
      * EARLIER LINES OF THIS CLAIM -- THE CALLER ZEROES
      * WS-DED-ALREADY-MET AND WS-OOP-ALREADY-MET ONCE PER CLAIM),
      * THEN THE COPAY PERCENTAGE OF THE REMAINDER, CAPPED AT WHAT
      * REMAINS OF THE ANNUAL OUT-OF-POCKET MAXIMUM.  A MISSING OR
      * NON-NUMERIC RULE LEAVES THE MEMBER RESPONSIBILITY AT ZERO AND
      * IS LOGGED.
      ******************************************************************
       CALCULATE-BENEFITS.
      *
           MOVE WS-PRICE-AMT TO WS-CALC-ALLOWED
           MOVE 0 TO WS-DED-APPLIED

           EVALUATE TRUE
               WHEN RULE-NOT-FOUND
               WHEN OTHER
                   COMPUTE WS-EFF-DEDUCTIBLE =
                       WS-RULE-DEDUCTIBLE - WS-ACC-DED-YTD
                                          - WS-DED-ALREADY-MET
                   IF WS-EFF-DEDUCTIBLE < 0
                       MOVE 0 TO WS-EFF-DEDUCTIBLE
                   END-IF
                   END-IF
                   COMPUTE WS-EFF-OOP-REMAIN =
                       WS-RULE-OOP-MAX - WS-ACC-OOP-YTD
                                       - WS-OOP-ALREADY-MET
                   IF WS-EFF-OOP-REMAIN < 0
                       MOVE 0 TO WS-EFF-OOP-REMAIN
                   END-IF
                   IF WS-DED-APPLIED > WS-CALC-RESP
                       MOVE WS-CALC-RESP TO WS-DED-APPLIED
                   END-IF
                   ADD WS-DED-APPLIED TO WS-DED-ALREADY-MET
                   ADD WS-CALC-RESP TO WS-OOP-ALREADY-MET
           END-EVALUATE

           COMPUTE WS-CALC-PLAN-PAID = WS-CALC-ALLOWED - WS-CALC-RESP
           MOVE WS-ADJUD-OUTCOME   TO AUD-ADJUD-OUTCOME
           MOVE WS-REASON-CODE-TABLE TO AUD-REASON-CODES
           MOVE WS-PRICED-AMT      TO AUD-PRICED-AMT
           MOVE SPACES             TO AUD-PAYMENT-METHOD
           MOVE 0                  TO AUD-OFFSET-AMT
           PERFORM GET-TEST-MEMBER-ID
           IF BAT-MEMBER-ID = WS-TEST-MEMBER-ID
               MOVE 'Y'             TO AUD-TEST-IND
      *
           MOVE BAT-CLAIMAMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           IF WS-CLAIM-STATUS = 'REVIEW'
               STRING WS-CLAIM-NO-BUILD ' ' BAT-CLAIMTYPE ' '
                   WS-EDIT-AMOUNT ' REVIEW: '
                   WS-AUTH-REVIEW-REASON(1:22)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING WS-CLAIM-NO-BUILD ' ' BAT-CLAIMTYPE ' '
                   WS-EDIT-AMOUNT ' ' WS-RETURN-STR(1:30)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * THE SAME CONVENTION.
      *
           MOVE BAT-CLAIMTYPE TO stringClaimType
           MOVE WS-PRICE-AMT TO WS-CLAIMAMT-DISPLAY
           MOVE WS-CLAIMAMT-DISPLAY TO stringClaimAmount
           MOVE WS-CLAIM-NO-BUILD TO stringClaimTag
           MOVE LENGTH OF BAT-CLAIMTYPE TO strLenClaimType
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
               MOVE 'IMSCBATD'             TO RTM-PROGRAM
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
      * ROUTINE TO BUILD A UNIQUE CLAIM REFERENCE NUMBER FOR THIS
