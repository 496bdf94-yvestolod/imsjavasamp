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

           SELECT PENDING-QUEUE-FILE ASSIGN TO CLMPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-FS.
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FS.

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

           SELECT RESPONSE-METRICS-FILE ASSIGN TO CLMRTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTM-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  PREPAY-HOLD-FILE.
       COPY IMSC2PPH.

       FD  PENDING-QUEUE-FILE
           RECORDING MODE IS F.
       COPY IMSC2PND.
       FD  REASON-CODE-FILE.
       COPY IMSC2RSN.

       FD  PROCEDURE-CODE-FILE.
       COPY IMSC2PRC.

       FD  PRIOR-AUTH-FILE.
       COPY IMSC2PAU.

       FD  FEE-SCHEDULE-FILE.
       COPY IMSC2FEE.

       FD  RESPONSE-METRICS-FILE
           RECORDING MODE IS F.
       COPY IMSC2RTM.

       WORKING-STORAGE SECTION.
      **************************
       01 jStrClaimType             object reference JavaString.
       01 WS-LOG-FS                  PIC XX VALUE SPACES.
       01 WS-SEQ-FS                  PIC XX VALUE SPACES.
       01 WS-MBR-FS                  PIC XX VALUE SPACES.
       01 WS-MXW-FS                  PIC XX VALUE SPACES.
       01 WS-PRV-FS                  PIC XX VALUE SPACES.
       01 WS-PND-FS                  PIC XX VALUE SPACES.
       01 WS-NTF-FS                  PIC XX VALUE SPACES.
             10 WS-LINE-RESP         PIC S9(9)V99 COMP-3.
             10 WS-LINE-PLAN-PAID    PIC S9(9)V99 COMP-3.
             10 WS-LINE-RESULT       PIC X(80).
             10 WS-LINE-AUTH-NO      PIC X(10).
             10 WS-LINE-FEE-CAP-IND  PIC X.
             10 WS-LINE-FEE-SCHED-AMT PIC S9(9)V99 COMP-3.
      ******************************************************************
      * PRIOR AUTHORIZATION WORK AREAS (SEE IMSC2PRC AND IMSC2PAU).
      * A SERVICE LINE WHOSE PROCEDURE CODE NEEDS AN AUTH IS MATCHED
      * AGAINST THE MEMBER'S ACTIVE AUTHS FOR THE SAME PROVIDER AND
      * CODE, COVERING THE LINE SERVICE DATE, WITH ROOM LEFT FOR ONE
      * MORE UNIT AND THE LINE'S BILLED AMOUNT -- AFTER WHAT EARLIER
      * LINES OF THE SAME CLAIM ALREADY EARMARKED AGAINST IT.  THE
      * MATCHED AUTH NUMBER IS STAGED ON THE LINE (WS-LINE-AUTH-NO)
      * AND THE AUTH IS ONLY USED UP ONCE THE CLAIM IS ACCEPTED.  A
      * LINE WITH NO COVERING AUTH REJECTS THE CLAIM WITH STATUS
      * 'PAUT'; WITH ENVIRONMENT VARIABLE JPAUTPEND SET TO 'Y' THE
      * CLAIM IS PRICED AND HELD IN REVIEW FOR UTILIZATION
      * MANAGEMENT INSTEAD.  AN UNREADABLE PROCEDURE CODE FILE SKIPS
      * THE CHECK (AND IS LOGGED), SAME AS THE REASON-CODE FILE.
      ******************************************************************
       01 WS-PRC-FS                  PIC XX VALUE SPACES.
       01 WS-PAU-FS                  PIC XX VALUE SPACES.
       01 WS-PAU-EOF-SW              PIC X VALUE 'N'.
          88 PRIOR-AUTH-EOF              VALUE 'Y'.
          88 PRIOR-AUTH-NOT-EOF          VALUE 'N'.
       01 WS-AUTH-MATCH-SW           PIC X VALUE 'N'.
          88 AUTH-MATCHED                VALUE 'Y'.
          88 AUTH-NOT-MATCHED            VALUE 'N'.
       01 WS-AUTH-PEND-SW            PIC X VALUE 'N'.
          88 AUTH-MISSING-PENDS          VALUE 'Y'.
          88 AUTH-MISSING-REJECTS        VALUE 'N'.
       01 WS-AUTH-PEND-ENV           PIC X(1).
       01 WS-AUTH-REVIEW-SW          PIC X VALUE 'N'.
          88 CLAIM-HELD-FOR-AUTH         VALUE 'Y'.
          88 CLAIM-NOT-HELD-FOR-AUTH     VALUE 'N'.
       01 WS-AUTH-REVIEW-REASON      PIC X(60) VALUE SPACES.
       01 WS-AUTH-IDX                PIC S9(4) COMP.
       01 WS-AUTH-HELD-UNITS         PIC S9(5) COMP-3 VALUE 0.
       01 WS-AUTH-HELD-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AUTH-LINE-NO            PIC 9.
      ******************************************************************
      * PREPAYMENT REVIEW HOLDS (SEE IMSC2PPH), PLACED ON A PROVIDER
      * BY SPECIAL INVESTIGATIONS THROUGH IMSCBLJM.  A CLAIM FROM A
      * PROVIDER WITH AN ACTIVE HOLD IS STILL PRICED BUT IS HELD IN
      * REVIEW THROUGH THE SAME SWITCH AS A MISSING PRIOR AUTH, WITH
      * WS-PREPAY-HOLD-SW SAYING WHICH CAUSE IT WAS.  A HOLD FILE
      * THAT HAS NEVER BEEN CREATED (FS 35) MEANS NO HOLDS; ANY
      * OTHER TROUBLE READING IT HOLDS EVERY CLAIM (FAIL CLOSED).
      ******************************************************************
       01 WS-PPH-FS                  PIC XX VALUE SPACES.
       01 WS-PPH-STATE-SW            PIC X VALUE 'N'.
          88 PREPAY-HOLDS-READABLE       VALUE 'Y'.
          88 PREPAY-HOLDS-NONE           VALUE 'N'.
          88 PREPAY-HOLDS-UNREADABLE     VALUE 'E'.
       01 WS-PREPAY-HOLD-SW          PIC X VALUE 'N'.
          88 PROVIDER-ON-PREPAY-HOLD     VALUE 'Y'.
          88 PROVIDER-NOT-ON-PREPAY-HOLD VALUE 'N'.
      ******************************************************************
      * PROCEDURE CODE MASTER AND FEE SCHEDULE WORK AREAS (SEE
      * IMSC2PRC AND IMSC2FEE).  EVERY SERVICE LINE'S CODE MUST BE ON
      * THE MASTER, ACTIVE, AND OF THE SUBMITTED CLAIM TYPE.  WHEN A
      * LINE PRICES ABOVE THE CONTRACTED MAXIMUM IN FORCE FOR THE
      * CODE AND THE BILLING PROVIDER'S SPECIALTY
      * (WS-PROVIDER-SPECIALTY, CAPTURED BY VALIDATE-PROVIDER), THE
      * ALLOWED AMOUNT IS CUT BACK TO THE SCHEDULE AND THE CAP IS
      * STAGED ON THE LINE FOR THE LINE RECORD.  AN UNREADABLE FEE
      * SCHEDULE LEAVES THE LINE UNCAPPED AND IS LOGGED.
      ******************************************************************
       01 WS-FEE-FS                  PIC XX VALUE SPACES.
       01 WS-FEE-EOF-SW              PIC X VALUE 'N'.
          88 FEE-FILE-EOF                VALUE 'Y'.
          88 FEE-FILE-NOT-EOF            VALUE 'N'.
       01 WS-FEE-FOUND-SW            PIC X VALUE 'N'.
          88 FEE-FOUND                   VALUE 'Y'.
          88 FEE-NOT-FOUND               VALUE 'N'.
       01 WS-FEE-MAX-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PROVIDER-SPECIALTY      PIC X(15) VALUE SPACES.
       01 WS-FEE-LINE-NO             PIC 9.
      ******************************************************************
      * SUPERVISOR NOTIFICATION CONTROL (SEE IMSC2NOT), READ ONCE AT
      * REGION START FROM CLMNOTCF.  WS-NOTIFY-SW STAYS OFF WHEN THE
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
      * MERGE JOB.  A SUBMISSION UNDER A RETIRED MEMBER ID IS RE-KEYED
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
      * CLAIM REFERENCE NUMBER BUILT FOR EVERY SUBMISSION FROM TODAY'S
      * DATE PLUS A SEQUENCE NUMBER.  THE LEADING SOURCE BYTE ('C' FOR
      * THIS PROGRAM, 'B' FOR THE IMSCBATD BATCH REPLAY DRIVER) KEEPS
           INITIALIZE OUTPUT-MSG

           PERFORM OPEN-LOG-FILE
           PERFORM OPEN-METRICS-FILE

           MOVE 'PROGRAM CALLED' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-SEQ-FILE
           PERFORM OPEN-MEMBER-FILE
           PERFORM OPEN-XWALK-FILE
           PERFORM OPEN-PROVIDER-FILE
           PERFORM OPEN-PREPAY-HOLD-FILE
           PERFORM OPEN-PENDING-FILE
           PERFORM OPEN-AUTHORITY-FILE
           PERFORM OPEN-BENEFIT-FILE
           PERFORM OPEN-ACCUM-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-REASON-FILE
           PERFORM OPEN-PROCEDURE-FILE
           PERFORM OPEN-PRIOR-AUTH-FILE
           PERFORM OPEN-FEE-FILE
           PERFORM LOAD-NOTIFY-CONTROL

           PERFORM GET-INPUT-MESSAGE
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-FEE-FILE
           PERFORM CLOSE-PRIOR-AUTH-FILE
           PERFORM CLOSE-PROCEDURE-FILE
           PERFORM CLOSE-REASON-FILE
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-ACCUM-FILE
           PERFORM CLOSE-BENEFIT-FILE
           PERFORM CLOSE-AUTHORITY-FILE
           PERFORM CLOSE-PENDING-FILE
           PERFORM CLOSE-PREPAY-HOLD-FILE
           PERFORM CLOSE-PROVIDER-FILE
           PERFORM CLOSE-XWALK-FILE
           PERFORM CLOSE-MEMBER-FILE
           PERFORM CLOSE-SEQ-FILE
           PERFORM CLOSE-AUDIT-FILE
           PERFORM CLOSE-METRICS-FILE
           PERFORM CLOSE-LOG-FILE

           GOBACK
           CLOSE LOG-FILE
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
      * ROUTINE TO OPEN THE CLAIMS AUDIT KSDS FOR THE LIFE OF THIS
      * MPP REGION.  THE FILE IS A VSAM KSDS KEYED ON AUD-CLAIMNO,
      * OPENED I-O SO THIS PROGRAM CAN BOTH WRITE NEW CLAIM RECORDS
           CLOSE MEMBER-MASTER-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ID CROSSWALK FOR THE LIFE OF THIS
      * MPP REGION.  THE CROSSWALK IS MAINTAINED ONLY BY IMSCMMRG, SO
      * A CROSSWALK THAT WILL NOT OPEN IS LOGGED AND CLAIMS ARE
      * VALIDATED UNDER THE MEMBER ID AS SUBMITTED.
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
           IF XWALK-FILE-OPEN AND IN-MEMBER-ID NOT = SPACES
               MOVE IN-MEMBER-ID TO MXW-RETIRED-ID
               READ MEMBER-XWALK-FILE
               IF WS-MXW-FS = '00'
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'MEMBER ID ' IN-MEMBER-ID
                          ' RESOLVED TO ' MXW-SURVIVING-ID
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
                   MOVE MXW-SURVIVING-ID TO IN-MEMBER-ID
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PROVIDER REGISTRY FOR THE LIFE OF THIS
      * MPP REGION.  LIKE THE MEMBER MASTER, THE REGISTRY IS LOADED
      * OUTSIDE THIS PROGRAM (IDCAMS REPRO OF THE PROVIDER RELATIONS
           CLOSE PROVIDER-REGISTRY-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PREPAYMENT REVIEW HOLD KSDS FOR THE LIFE
      * OF THIS MPP REGION, INPUT ONLY -- IMSCBLJM IS ITS WRITER.  A
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
      * ROUTINE TO OPEN THE PENDING-CLAIMS QUEUE FOR THE LIFE OF THIS
      * MPP REGION, SAME OPEN-EXTEND-WITH-FALLBACK PATTERN AS THE LOG
      * FILE SO CONCURRENT REGIONS APPEND RATHER THAN OVERWRITE EACH
           CLOSE REASON-CODE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PROCEDURE CODE REFERENCE FILE FOR THE
      * LIFE OF THIS MPP REGION.  LIKE THE REASON-CODE FILE, AN
      * UNREADABLE REFERENCE FILE MUST NOT TAKE CLAIMS DOWN -- THE
      * PRIOR AUTHORIZATION CHECK IS SKIPPED (AND LOGGED) INSTEAD.
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
      * OPEN IS LOGGED AND EVERY LINE PRICES UNCAPPED, SAME AS A
      * MISSING BENEFIT RULES FILE.
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
      * THIS MPP REGION.  OPEN I-O BECAUSE AN ACCEPTED LINE USES UP
      * ITS AUTH BY REWRITING THE AUTH RECORD; SAME CREATE-ON-FIRST-
      * USE FALLBACK AS THE CLAIMS AUDIT FILE.  AN UNREADABLE AUTH
      * FILE FAILS CLOSED: A LINE THAT NEEDS AN AUTH CANNOT BE
      * MATCHED AND IS REJECTED OR HELD, NEVER PRICED WITHOUT ONE.
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
           MOVE WS-ADJUD-OUTCOME   TO AUD-ADJUD-OUTCOME
           MOVE WS-REASON-CODE-TABLE TO AUD-REASON-CODES
           MOVE WS-PRICED-AMT      TO AUD-PRICED-AMT
           MOVE SPACES             TO AUD-PAYMENT-METHOD
           MOVE 0                  TO AUD-OFFSET-AMT
           PERFORM GET-TEST-MEMBER-ID
           IF IN-MEMBER-ID = WS-TEST-MEMBER-ID
               MOVE 'Y'             TO AUD-TEST-IND
           SET MEMBER-NO-COB TO TRUE
           SET CLAIM-NOT-COB TO TRUE
           SET REASON-CODES-VALID TO TRUE
           SET CLAIM-NOT-HELD-FOR-AUTH TO TRUE
           SET PROVIDER-NOT-ON-PREPAY-HOLD TO TRUE
           MOVE SPACES TO WS-ADJUD-OUTCOME
           MOVE SPACES TO WS-REASON-CODE-TABLE
           MOVE 0 TO WS-PRICED-AMT
      *
           PERFORM GET-CLAIM-NUMBER
           MOVE WS-CLAIM-NO-BUILD TO OUT-CLAIMNO
           PERFORM RESOLVE-MEMBER-ID
      *
      * (a) Calling a Java static void method
      *
                           MOVE 0 TO WS-MEMBER-RESP
                           MOVE 0 TO WS-PLAN-PAID
                           PERFORM REJECT-CLAIM
      * A LINE WITH NO COVERING PRIOR AUTH UNDER THE JPAUTPEND
      * OPTION: PRICED, BUT HELD IN REVIEW RATHER THAN ACCEPTED
                       WHEN NO-JAVA-ERROR AND CLAIM-HELD-FOR-AUTH
                           PERFORM HOLD-CLAIM-FOR-AUTH
                       WHEN NO-JAVA-ERROR
                           MOVE 'ACCEPTED' TO WS-CLAIM-STATUS
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-LINE-RECORDS
                           PERFORM UPDATE-MEMBER-ACCUM
                           PERFORM CHARGE-USER-AUTHORITY
                           PERFORM USE-PRIOR-AUTHS
      *
      * Process the output that will be returned back to IMS
      *
                           MOVE WS-RETURN-STR TO WS-OUTPUT-TEXT
                           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
                           MOVE 0 TO OUT-ZZ
      * A CLAIM ALREADY BOUND FOR REVIEW IS NOT PARKED ON THE PENDING
      * QUEUE -- IMSCPNDD WOULD LATER FLIP IT STRAIGHT TO ACCEPTED.
      * IT IS HELD NOW, PRICED ON THE BENEFIT MATH ALONE.
                       WHEN CLAIM-HELD-FOR-AUTH
                           PERFORM CALC-PENDING-BENEFITS
                           MOVE SPACES TO WS-RETURN-STR
                           STRING 'REVIEW: ENDPOINT UNAVAILABLE - '
                               WS-ERROR-MESSAGE DELIMITED BY SIZE
                               INTO WS-RETURN-STR
                           PERFORM HOLD-CLAIM-FOR-AUTH
                       WHEN OTHER
                           PERFORM QUEUE-PENDING-CLAIM
                   END-EVALUATE
                   PERFORM PARSE-REST-RESULT
                   MOVE WS-RETURN-STR(1:80)
                     TO WS-LINE-RESULT(WS-LINE-IDX)
                   PERFORM APPLY-FEE-SCHEDULE
                   PERFORM CALCULATE-BENEFITS
                   MOVE WS-CALC-ALLOWED
                     TO WS-LINE-ALLOWED(WS-LINE-IDX)
      * AMOUNT, AND A NUMERIC SERVICE DATE, AND THE LINE AMOUNTS
      * SUMMING TO THE CLAIM TOTAL.  LINE REJECTS RETURN THEIR OWN
      * STATUS CODE 'LIN1' SO THE TERMINAL USER KNOWS THE PROBLEM IS
      * IN THE LINE DETAIL, NOT THE CLAIM HEADER.  LINES THAT PASS
      * THE EDITS ARE THEN CHECKED FOR PRIOR AUTHORIZATION, WHOSE
      * REJECTS RETURN STATUS 'PAUT'.
      ******************************************************************
       VALIDATE-SERVICE-LINES.
      *

           IF CLAIM-IS-INVALID
               MOVE 'LIN1' TO WS-REJECT-STATUS
           ELSE
               PERFORM CHECK-LINE-PRIOR-AUTHS
               IF CLAIM-IS-INVALID
                   MOVE 'PAUT' TO WS-REJECT-STATUS
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CHECK EVERY SERVICE LINE FOR PRIOR AUTHORIZATION.
      * A LINE WITH NO COVERING AUTH REJECTS THE CLAIM, OR UNDER THE
      * JPAUTPEND OPTION MARKS IT TO BE HELD IN REVIEW (THE OTHER
      * LINES ARE STILL MATCHED SO THE REVIEW CAN SEE WHICH ONE IS
      * SHORT).  NOTHING TO DO ON A SINGLE-LINE CLAIM, WHICH CARRIES
      * NO PROCEDURE CODE.
      ******************************************************************
       CHECK-LINE-PRIOR-AUTHS.
      *
           PERFORM GET-AUTH-PEND-OPTION
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 5
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
      * PROCEDURE CODE UP ON THE REFERENCE FILE AND, WHEN IT NEEDS AN
      * AUTH, FIND ONE THAT COVERS THE LINE.  A CODE NOT ON THE
      * REFERENCE FILE WAS ALREADY REJECTED BY EDIT-LINE-PROC-CODE; A
      * REFERENCE FILE THAT CANNOT BE READ SKIPS THE CHECK AND IS
      * LOGGED.
      ******************************************************************
       CHECK-ONE-LINE-AUTH.
      *
           MOVE IN-LINE-PROC-CODE(WS-LINE-IDX) TO PRC-PROC-CODE
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

           MOVE IN-MEMBER-ID TO PAU-MEMBER-ID
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
                   IF PAU-MEMBER-ID NOT = IN-MEMBER-ID
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
      * CLAIM HAVE EARMARKED IS COUNTED.  A RECORD WHOSE NUMERIC
      * FIELDS FAIL THE NUMERIC TEST NEVER MATCHES.
      ******************************************************************
       MATCH-ONE-AUTH.
      *
           IF PAU-IS-ACTIVE AND
              PAU-PROVIDER-ID = IN-PROVIDER-ID AND
              PAU-PROC-CODE = IN-LINE-PROC-CODE(WS-LINE-IDX) AND
              PAU-FROM-DATE NUMERIC AND PAU-THRU-DATE NUMERIC AND
              PAU-APPROVED-UNITS NUMERIC AND
              PAU-APPROVED-AMT NUMERIC AND
              PAU-USED-UNITS NUMERIC AND PAU-USED-AMT NUMERIC
               IF IN-LINE-SVC-DATE(WS-LINE-IDX) >= PAU-FROM-DATE AND
                  IN-LINE-SVC-DATE(WS-LINE-IDX) <= PAU-THRU-DATE
                   MOVE 0 TO WS-AUTH-HELD-UNITS
                   MOVE 0 TO WS-AUTH-HELD-AMT
                   PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                           UNTIL WS-AUTH-IDX >= WS-LINE-IDX
                       IF WS-LINE-AUTH-NO(WS-AUTH-IDX) = PAU-AUTH-NO
                           ADD 1 TO WS-AUTH-HELD-UNITS
                           ADD IN-LINE-AMT(WS-AUTH-IDX)
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
                      IN-LINE-AMT(WS-LINE-IDX) > PAU-APPROVED-AMT
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
               ' PROCEDURE ' IN-LINE-PROC-CODE(WS-LINE-IDX)
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
      * REJECTS THE CLAIM (THE DEFAULT) OR HOLDS IT IN REVIEW.
      * OVERRIDABLE BY SETTING ENVIRONMENT VARIABLE JPAUTPEND TO 'Y'
      * IN THE MPP REGION'S ENVIRONMENT, SAME CONVENTION AS
      * JCLMTMOUT.
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
      * ROUTINE TO HOLD A PRICED CLAIM IN REVIEW BECAUSE A LINE HAS
      * NO COVERING PRIOR AUTH: PERSISTED LIKE AN ACCEPTED CLAIM (SO
      * THE LIABILITY IS ALREADY RIGHT IF UTILIZATION MANAGEMENT
      * RELEASES IT) BUT STATUS REVIEW, SO IMSCSETL NEVER SETTLES IT
      * UNTIL SOMEONE DOES.  NO AUTH IS USED UP WHILE IT IS HELD.
      * A CLAIM FROM A PROVIDER ON PREPAYMENT REVIEW HOLD IS HELD THE
      * SAME WAY BUT ANSWERED WITH STATUS 'SIUH' SO THE SUBMITTER CAN
      * TELL THE TWO APART.
      ******************************************************************
       HOLD-CLAIM-FOR-AUTH.
      *
           MOVE 'REVIEW' TO WS-CLAIM-STATUS
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-LINE-RECORDS
           PERFORM UPDATE-MEMBER-ACCUM
           PERFORM CHARGE-USER-AUTHORITY

           IF PROVIDER-ON-PREPAY-HOLD
               MOVE 'SIUH' TO OUT-STATUS-CODE
           ELSE
               MOVE 'PAUT' TO OUT-STATUS-CODE
           END-IF
           MOVE IN-CLAIMTYPE TO OUT-CLAIMTYPE
           MOVE IN-CLAIMAMT TO OUT-CLAIMAMT
           MOVE WS-ALLOWED-AMT TO OUT-ALLOWED-AMT
           MOVE WS-MEMBER-RESP TO OUT-MEMBER-RESP
           MOVE WS-PLAN-PAID TO OUT-PLAN-PAID
           MOVE SPACES TO WS-OUTPUT-TEXT
           STRING 'CLAIM HELD FOR REVIEW: ' WS-AUTH-REVIEW-REASON
               DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ

           IF PROVIDER-ON-PREPAY-HOLD
               MOVE 'CLAIM HELD IN REVIEW, PREPAYMENT HOLD'
                 TO WS-LOG-MESSAGE
           ELSE
               MOVE 'CLAIM HELD IN REVIEW, PRIOR AUTH MISSING'
                 TO WS-LOG-MESSAGE
           END-IF
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO USE UP THE PRIOR AUTHS MATCHED TO AN ACCEPTED
      * CLAIM'S LINES: ONE UNIT AND THE LINE'S BILLED AMOUNT PER
      * LINE, WITH THE CLAIM NUMBER AS THE AUTH'S LAST USE.  A FAILED
      * REWRITE IS LOGGED AND THE CLAIM STANDS -- AS WITH THE
      * ACCUMULATOR, THE USAGE COUNT MUST NEVER TAKE DOWN THE CLAIM.
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
           MOVE IN-MEMBER-ID TO PAU-MEMBER-ID
           MOVE WS-LINE-AUTH-NO(WS-LINE-IDX) TO PAU-AUTH-NO
           READ PRIOR-AUTH-FILE
           IF WS-PAU-FS = '00'
               ADD 1 TO PAU-USED-UNITS
               ADD IN-LINE-AMT(WS-LINE-IDX) TO PAU-USED-AMT
               MOVE OUT-CLAIMNO TO PAU-LAST-USED-CLAIMNO
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
                       MOVE 'A SERVICE LINE DATE IS NOT NUMERIC'
                         TO WS-REJECT-REASON
                   ELSE
                       PERFORM EDIT-LINE-PROC-CODE
                       ADD IN-LINE-AMT(WS-LINE-IDX)
                         TO WS-LINE-AMT-SUM
                   END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE SERVICE LINE'S PROCEDURE CODE AGAINST THE
      * PROCEDURE CODE MASTER: THE CODE MUST BE ON FILE, ACTIVE, AND
      * BELONG TO THE SUBMITTED CLAIM TYPE.  A MASTER FILE THAT
      * CANNOT BE READ SKIPS THE EDIT AND IS LOGGED, SAME AS THE
      * REASON-CODE FILE.
      ******************************************************************
       EDIT-LINE-PROC-CODE.
      *
           MOVE WS-LINE-IDX TO WS-FEE-LINE-NO
           MOVE IN-LINE-PROC-CODE(WS-LINE-IDX) TO PRC-PROC-CODE
           READ PROCEDURE-CODE-FILE
           EVALUATE WS-PRC-FS
               WHEN '00'
                   IF NOT PRC-IS-ACTIVE
                       SET CLAIM-IS-INVALID TO TRUE
                       STRING 'LINE ' WS-FEE-LINE-NO ' PROCEDURE '
                           IN-LINE-PROC-CODE(WS-LINE-IDX)
                           ' IS NOT ACTIVE'
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   ELSE
                       IF PRC-CLAIM-TYPE NOT = IN-CLAIMTYPE
                           SET CLAIM-IS-INVALID TO TRUE
                           STRING 'LINE ' WS-FEE-LINE-NO ' PROCEDURE '
                               IN-LINE-PROC-CODE(WS-LINE-IDX)
                               ' IS NOT VALID FOR THE CLAIM TYPE'
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN '23'
                   SET CLAIM-IS-INVALID TO TRUE
                   STRING 'LINE ' WS-FEE-LINE-NO ' PROCEDURE '
                       IN-LINE-PROC-CODE(WS-LINE-IDX)
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
      * ROUTINE TO HOLD THE CURRENT LINE'S PRICED AMOUNT
      * (WS-PRICE-AMT) TO THE CONTRACTED MAXIMUM ON THE FEE SCHEDULE
      * BEFORE THE BENEFIT MATH RUNS.  A LINE PRICED ABOVE THE
      * SCHEDULE IS CUT BACK TO IT, THE CAP IS STAGED ON THE LINE,
      * AND THE CAP IS LOGGED.  NO SCHEDULE ROW IN FORCE MEANS NO
      * CAP.
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
               STRING 'CLAIM ' OUT-CLAIMNO ' LINE ' WS-FEE-LINE-NO
                   ' PROCEDURE ' IN-LINE-PROC-CODE(WS-LINE-IDX)
                   ' CAPPED AT FEE SCHEDULE'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SELECT THE FEE SCHEDULE ROW IN FORCE FOR THE
      * CURRENT LINE: BROWSE THE CODE/SPECIALTY SLICE OF THE
      * EFFECTIVE-DATED FEE KSDS FROM ITS EARLIEST ROW AND KEEP THE
      * LAST ROW WHOSE EFFECTIVE DATE IS NOT AFTER THE LINE SERVICE
      * DATE, SAME AS FIND-BENEFIT-RULE.  A ROW WHOSE AMOUNT FAILS
      * THE NUMERIC TEST IS LOGGED AND IGNORED.
      ******************************************************************
       FIND-FEE-SCHEDULE.
      *
           SET FEE-NOT-FOUND TO TRUE
           SET FEE-FILE-NOT-EOF TO TRUE

           MOVE IN-LINE-PROC-CODE(WS-LINE-IDX) TO FEE-PROC-CODE
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
                   IF FEE-PROC-CODE NOT = IN-LINE-PROC-CODE(WS-LINE-IDX)
                      OR FEE-SPECIALTY NOT = WS-PROVIDER-SPECIALTY
                       SET FEE-FILE-EOF TO TRUE
                   ELSE
                       IF FEE-EFF-DATE NOT NUMERIC OR
                          FEE-EFF-DATE > IN-LINE-SVC-DATE(WS-LINE-IDX)
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
      * NOTHING TO DO ON A SINGLE-LINE CLAIM.
               MOVE WS-LINE-RESP(WS-LINE-IDX)      TO LIN-MEMBER-RESP
               MOVE WS-LINE-PLAN-PAID(WS-LINE-IDX) TO LIN-PLAN-PAID
               MOVE WS-LINE-RESULT(WS-LINE-IDX)    TO LIN-REST-RESULT
               MOVE WS-LINE-FEE-CAP-IND(WS-LINE-IDX)
                 TO LIN-FEE-CAP-IND
               MOVE WS-LINE-FEE-SCHED-AMT(WS-LINE-IDX)
                 TO LIN-FEE-SCHED-AMT

               WRITE CLAIM-LINE-RECORD
               IF WS-LIN-FS NOT = '00'
               PERFORM WRITE-LINE-RECORDS
               PERFORM UPDATE-MEMBER-ACCUM
               PERFORM CHARGE-USER-AUTHORITY
               PERFORM USE-PRIOR-AUTHS

               MOVE 'PEND' TO OUT-STATUS-CODE
               MOVE IN-CLAIMTYPE TO OUT-CLAIMTYPE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   MOVE IN-LINE-AMT(WS-LINE-IDX) TO WS-PRICE-AMT
                   PERFORM APPLY-FEE-SCHEDULE
                   PERFORM CALCULATE-BENEFITS
                   MOVE WS-CALC-ALLOWED
                     TO WS-LINE-ALLOWED(WS-LINE-IDX)
           SET CLAIM-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           MOVE SPACES TO WS-PROVIDER-SPECIALTY
           MOVE IN-PROVIDER-ID TO PRV-PROVIDER-ID
           READ PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS = '23'
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
                  IN-SERVICE-DATE > PRV-CRED-EXPIRY-DATE
                   SET CLAIM-IS-INVALID TO TRUE
                   MOVE 'PROVIDER CREDENTIAL EXPIRED AS OF SERVICE DATE'
                     TO WS-REJECT-REASON
               ELSE
                   IF NOT PRV-IS-ACTIVE
                       SET CLAIM-IS-INVALID TO TRUE
                       MOVE 'PROVIDER IS NOT ACTIVE' TO WS-REJECT-REASON
                   ELSE
                       EVALUATE IN-CLAIMTYPE
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
      * ROUTINE TO MATCH THE INCOMING SUBMISSION AGAINST CLAIMS
      * ALREADY ON THE AUDIT FILE (SAME MEMBER, PROVIDER, SERVICE
      * DATE, CLAIM TYPE, AND AMOUNT, PROCESSED TODAY OR WITHIN THE
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
               MOVE 'IMSCBLJC'             TO RTM-PROGRAM
               MOVE OUT-CLAIMNO            TO RTM-CLAIMNO
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
      * ROUTINE TO BUILD A UNIQUE CLAIM REFERENCE NUMBER FOR THIS
