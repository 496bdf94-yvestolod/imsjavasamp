      * REJECTED, ERRORED, AND ALREADY-ADJUSTED/VOIDED CLAIMS ARE    *
      * REFUSED.  IMSCSETL REFUSES TO POST A SETTLEMENT AGAINST A    *
      * VOIDED CLAIM.                                                *
      * An adjust or void whose dollar change, or whose claim's        *
      * AUD-PLAN-PAID, exceeds JAPVLIMIT (default 5000.00) is not      *
      * posted: it is held on the approval KSDS (see IMSC2APR) with the*
      * claim untouched, until a second user holding ATH-ALLOW-APPROVE *
      * approves it (APPRV -- the records above are posted then) or    *
      * declines it (DECLN).  A request nobody acts on within JAPVDAYS *
      * (default 3) days expires; IMSCAPVR reports the day's activity. *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HST-FS.

           SELECT APPROVAL-FILE ASSIGN TO CLMAPPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-APPROVAL-NO
               ALTERNATE RECORD KEY IS APR-CLAIMNO
                   WITH DUPLICATES
               FILE STATUS IS WS-APR-FS.

           SELECT AUTHORITY-FILE ASSIGN TO CLMAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATH-USER-ID
               FILE STATUS IS WS-ATH-FS.

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
       FD  STATUS-HISTORY-FILE.
       COPY IMSC2HST.

       FD  APPROVAL-FILE.
       COPY IMSC2APR.

       FD  AUTHORITY-FILE.
       COPY IMSC2ATH.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-APR-FS                 PIC XX VALUE SPACES.
       01 WS-ATH-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
      ******************************************************************
      * STATUS HISTORY WORK FIELDS (SEE IMSC2HST): ONE TRANSITION IS
       01 WS-REJECT-STATUS          PIC X(4) VALUE 'VAL1'.
       01 WS-CLAIM-AMT-MAX          PIC S9(9)V99 VALUE 999999.99.
      ******************************************************************
      * MAKER-CHECKER CONTROL (SEE IMSC2APR).  AN ADJUST OR VOID WHOSE
      * DOLLAR CHANGE TO THE CLAIM TOTAL, OR WHOSE CLAIM'S PLAN-PAID,
      * EXCEEDS THE APPROVAL LIMIT IS HELD FOR A SECOND USER, AND A
      * HELD REQUEST EXPIRES WHEN IT IS OLDER THAN THE EXPIRY WINDOW.
      * DEFAULTS 5000.00 AND 3 DAYS, OVERRIDDEN VIA ENVIRONMENT
      * VARIABLES JAPVLIMIT AND JAPVDAYS.  WS-APPROVAL-NO IS SET WHILE
      * AN APPROVED REQUEST IS BEING POSTED.
      ******************************************************************
       01 WS-APPROVAL-LIMIT         PIC S9(9)V99 COMP-3 VALUE 5000.00.
       01 WS-APPROVAL-DAYS          PIC S9(5) COMP VALUE 3.
       01 WS-APPROVAL-ENV           PIC X(12).
       01 WS-APPROVAL-NUMVAL-TEST   PIC S9(4) COMP.
       01 WS-CHANGE-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-HOLD-SW                PIC X VALUE 'N'.
          88 REQUEST-NEEDS-APPROVAL     VALUE 'Y'.
          88 REQUEST-WITHIN-LIMIT       VALUE 'N'.
       01 WS-APPROVAL-NO            PIC X(12) VALUE SPACES.
       01 WS-APPROVER-NOTE          PIC X(40) VALUE SPACES.
       01 WS-APR-EOF-SW             PIC X VALUE 'N'.
          88 APPROVAL-SCAN-EOF          VALUE 'Y'.
          88 APPROVAL-SCAN-NOT-EOF      VALUE 'N'.
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-REQUEST-AGE            PIC S9(9) COMP.
       01 WS-EDIT-AMT               PIC ZZZZZZ9.99.
      ******************************************************************
      * RELATIVE RECORD KEY INTO CLAIM-SEQ-FILE FOR THIS PROGRAM'S
      * SEQUENCE COUNTER.  IMSCBLJC OWNS RELATIVE RECORD 1 AND
      * IMSCBATD OWNS RELATIVE RECORD 2 IN THE SAME FILE, SO THE
      * RECORD FROM TODAY'S DATE PLUS A SEQUENCE NUMBER.  THE LEADING
      * SOURCE BYTE ('A' FOR THIS PROGRAM, 'B' FOR IMSCBATD, 'C' FOR
      * IMSCBLJC) KEEPS THE THREE PROGRAMS' NUMBERS FROM COLLIDING ON
      * THE SHARED CLAIM-AUDIT-FILE.  APPROVAL NUMBERS ARE DRAWN FROM
      * THE SAME COUNTER UNDER SOURCE BYTE 'Q', SET ONLY FOR THAT ONE
      * CALL.  THE 'A' PREFIX ALSO KEEPS ADJUSTMENT RECORDS OUT OF
      * THE SUBMITTERS' BOUNDED DUPLICATE-DETECTION BROWSES, WHICH
      * SCAN ONLY THE 'B' AND 'C' KEY SLICES.
      ******************************************************************
       01 WS-CLAIM-NO-BUILD.
      * FULL SAVED COPY OF THE ORIGINAL AUDIT RECORD.  THE FD RECORD
      * AREA IS REUSED TO BUILD THE ADJUSTMENT/REVERSAL RECORD, SO
      * THE ORIGINAL IS PARKED HERE AND MOVED BACK FOR THE STATUS
      * REWRITE.  THE LENGTH MUST TRACK IMSC2AUD (684 BYTES TODAY).
      ******************************************************************
       01 WS-ORIG-AUDIT-REC         PIC X(684).
      ******************************************************************
      * ORIGINAL AMOUNTS SAVED BEFORE THE RECORD AREA IS REUSED, AND
      * THE RECOMPUTED BENEFIT MATH FOR AN ADJUSTED CLAIM TOTAL.  THE
           MOVE 'PROGRAM CALLED' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE

           PERFORM GET-APPROVAL-SETTINGS

           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-SEQ-FILE
           PERFORM OPEN-MEMBER-FILE
           PERFORM OPEN-BENEFIT-FILE
           PERFORM OPEN-ACCUM-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-APPROVAL-FILE
           PERFORM OPEN-AUTHORITY-FILE

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-AUTHORITY-FILE
           PERFORM CLOSE-APPROVAL-FILE
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-ACCUM-FILE
           PERFORM CLOSE-BENEFIT-FILE
           GOBACK
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE APPROVAL LIMIT AND THE EXPIRY WINDOW
      * FOR HELD REQUESTS.  THE DEFAULTS CAN BE OVERRIDDEN BY SETTING
      * ENVIRONMENT VARIABLES JAPVLIMIT (DOLLARS) AND JAPVDAYS, SAME
      * CONVENTION AS THE OTHER REGION-ENVIRONMENT SETTINGS.
      ******************************************************************
       GET-APPROVAL-SETTINGS.
      *
           MOVE SPACES TO WS-APPROVAL-ENV
           ACCEPT WS-APPROVAL-ENV FROM ENVIRONMENT "JAPVLIMIT"
           IF WS-APPROVAL-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-APPROVAL-ENV)
                   TO WS-APPROVAL-NUMVAL-TEST
               IF WS-APPROVAL-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-APPROVAL-ENV)
                       TO WS-APPROVAL-LIMIT
               END-IF
           END-IF

           MOVE SPACES TO WS-APPROVAL-ENV
           ACCEPT WS-APPROVAL-ENV FROM ENVIRONMENT "JAPVDAYS"
           IF WS-APPROVAL-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-APPROVAL-ENV)
                   TO WS-APPROVAL-NUMVAL-TEST
               IF WS-APPROVAL-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-APPROVAL-ENV)
                       TO WS-APPROVAL-DAYS
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE STRUCTURED LOG FILE FOR THE LIFE OF THIS
      * MPP REGION, SAME OPEN-EXTEND-WITH-FALLBACK PATTERN AS THE
      * OTHER MPPS SO CONCURRENT REGIONS APPEND RATHER THAN
           CLOSE STATUS-HISTORY-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE ADJUSTMENT APPROVAL KSDS I-O FOR THE LIFE
      * OF THIS MPP REGION.  THIS PROGRAM IS ITS WRITER OF RECORD, SO
      * A BRAND NEW CLUSTER (FS 05/35) IS PRIMED WITH AN OPEN OUTPUT
      * FIRST.
      ******************************************************************
       OPEN-APPROVAL-FILE.
      *
           OPEN I-O APPROVAL-FILE
           IF WS-APR-FS = '05' OR WS-APR-FS = '35'
             OPEN OUTPUT APPROVAL-FILE
             CLOSE APPROVAL-FILE
             OPEN I-O APPROVAL-FILE
           END-IF
           IF WS-APR-FS NOT = '00'
             MOVE 'APPROVAL FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-APR-FS TO WS-LOG-MESSAGE(31:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE ADJUSTMENT APPROVAL KSDS
      ******************************************************************
       CLOSE-APPROVAL-FILE.
      *
           CLOSE APPROVAL-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE USER SUBMISSION AUTHORITY FILE, INPUT
      * ONLY.  A MISSING OR UNREADABLE FILE SURFACES AS AUTHORITY
      * REJECTS ON AN APPROVAL (FAIL CLOSED).
      ******************************************************************
       OPEN-AUTHORITY-FILE.
      *
           OPEN INPUT AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
             MOVE 'AUTHORITY FILE OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-ATH-FS TO WS-LOG-MESSAGE(32:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE USER SUBMISSION AUTHORITY FILE
      ******************************************************************
       CLOSE-AUTHORITY-FILE.
      *
           CLOSE AUTHORITY-FILE
           .
      ******************************************************************
      * ROUTINE TO RECORD ONE STATUS TRANSITION ON THE HISTORY FILE
      * FROM THE WS-HST WORK FIELDS SET BY THE CALLER
      ******************************************************************
      * ROUTINE TO PROCESS ONE ADJUSTMENT/VOID REQUEST: EDIT THE
      * REQUEST, LOCATE THE ORIGINAL CLAIM, WRITE THE LINKED
      * ADJUSTMENT OR REVERSAL RECORD, AND MOVE THE ORIGINAL TO ITS
      * NEW LIFECYCLE STATUS.  A REQUEST OVER THE APPROVAL LIMIT IS
      * HELD INSTEAD.  AN APPROVAL REPLAYS THE HELD REQUEST THROUGH
      * THE SAME PATH; A DECLINE ONLY CLOSES IT.
      ******************************************************************
       PROCESS-ADJUSTMENT.
      *
           SET REQUEST-IS-VALID TO TRUE
           SET REQUEST-WITHIN-LIMIT TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           MOVE SPACES TO WS-APPROVAL-NO
           MOVE IN-CLAIMNO TO OUT-CLAIMNO
           MOVE SPACES TO OUT-NEW-CLAIMNO
           MOVE SPACES TO OUT-CLAIM-STATUS
           MOVE SPACES TO OUT-APPROVAL-NO
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           PERFORM EDIT-REQUEST
           IF REQUEST-IS-VALID AND
              (IN-ACTION-APPROVE OR IN-ACTION-DECLINE)
               PERFORM LOCATE-APPROVAL-REQUEST
           END-IF
           IF REQUEST-IS-VALID AND IN-ACTION-APPROVE
               PERFORM LOAD-HELD-REQUEST
           END-IF
           IF REQUEST-IS-VALID AND NOT IN-ACTION-DECLINE
               PERFORM LOCATE-ORIGINAL-CLAIM
           END-IF
           IF REQUEST-IS-VALID AND NOT IN-ACTION-DECLINE AND
              WS-APPROVAL-NO = SPACES
               PERFORM CHECK-PENDING-APPROVAL
               IF REQUEST-IS-VALID
                   PERFORM CHECK-APPROVAL-LIMIT
               END-IF
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               EVALUATE TRUE
                   WHEN IN-ACTION-DECLINE
                       PERFORM DECLINE-HELD-REQUEST
                   WHEN REQUEST-NEEDS-APPROVAL
                       PERFORM HOLD-FOR-APPROVAL
                   WHEN OTHER
                       PERFORM APPLY-ADJUSTMENT
                       IF REQUEST-IS-VALID AND
                          WS-APPROVAL-NO NOT = SPACES
                           PERFORM MARK-REQUEST-APPROVED
                       END-IF
               END-EVALUATE
           END-IF

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
      ******************************************************************
       EDIT-REQUEST.
      *
           IF IN-ACTION-APPROVE OR IN-ACTION-DECLINE
               PERFORM EDIT-APPROVAL-DECISION
           ELSE
               IF IN-CLAIMNO = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'CLAIM NUMBER IS MISSING' TO WS-REJECT-REASON
               ELSE
                   IF NOT IN-ACTION-ADJUST AND NOT IN-ACTION-VOID
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'ACTION IS NOT ADJUST, VOID, APPRV, DECLN'
                         TO WS-REJECT-REASON
                   ELSE
                       IF IN-ACTION-ADJUST
                           PERFORM EDIT-ADJUSTED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT AN APPROVE OR DECLINE: THE APPROVAL NUMBER IS
      * REQUIRED, AND A DECLINE MUST SAY WHY
      ******************************************************************
       EDIT-APPROVAL-DECISION.
      *
           IF IN-APPROVAL-NO = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'APPROVAL NUMBER IS MISSING' TO WS-REJECT-REASON
           ELSE
               IF IN-ACTION-DECLINE AND IN-REASON = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'A REASON IS REQUIRED TO DECLINE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE CORRECTED CLAIM TOTAL ON AN ADJUST
      * REQUEST, SAME RANGE RULES AS THE SUBMITTERS' AMOUNT EDIT
      ******************************************************************
      * ROUTINE TO FILL THE FIELDS COMMON TO BOTH RECORD SHAPES FROM
      * THE PARKED ORIGINAL: THE SUBMISSION IDENTITY CARRIES OVER SO
      * THE PAIR GROUPS TOGETHER BY MEMBER AND PROVIDER DOWNSTREAM,
      * WHILE THE USER AND TIMESTAMP ARE THIS REQUEST'S OWN.  ON AN
      * APPROVED REQUEST THE USER IS THE APPROVER, AND THE NOTES
      * NAME THE REQUESTER AND THE APPROVAL NUMBER AS WELL.
      ******************************************************************
       BUILD-COMMON-FIELDS.
      *
           MOVE IO-PCB-DATE       TO AUD-DATE
           MOVE IO-PCB-TIME       TO AUD-TIME
           MOVE IN-REASON         TO AUD-CLAIM-NOTES
           IF WS-APPROVAL-NO NOT = SPACES
               MOVE SPACES TO AUD-CLAIM-NOTES
               STRING IN-REASON ' - REQUESTED BY ' APR-REQUESTED-BY
                   ', APPROVED UNDER ' WS-APPROVAL-NO
                   DELIMITED BY SIZE INTO AUD-CLAIM-NOTES
           END-IF
           MOVE SPACES            TO AUD-ENDPOINT
           MOVE 0                 TO AUD-PAID-AMT
           MOVE SPACES            TO AUD-CHECK-NO
           MOVE SPACES            TO AUD-ADJUD-OUTCOME
           MOVE SPACES            TO AUD-REASON-CODES
           MOVE 0                 TO AUD-PRICED-AMT
           MOVE SPACES            TO AUD-PAYMENT-METHOD
           MOVE 0                 TO AUD-OFFSET-AMT
           .
      ******************************************************************
      * ROUTINE TO MOVE THE ORIGINAL TO ITS NEW LIFECYCLE STATUS AND
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO REFUSE A NEW ADJUST OR VOID WHILE ANOTHER REQUEST
      * FOR THE SAME CLAIM IS STILL WAITING ON A SECOND USER: BROWSE
      * THE CLAIM'S REQUESTS THROUGH THE ALTERNATE INDEX ON
      * APR-CLAIMNO.  A PENDING REQUEST PAST THE EXPIRY WINDOW NO
      * LONGER BLOCKS.
      ******************************************************************
       CHECK-PENDING-APPROVAL.
      *
           SET APPROVAL-SCAN-NOT-EOF TO TRUE
           MOVE IN-CLAIMNO TO APR-CLAIMNO
           START APPROVAL-FILE KEY IS EQUAL TO APR-CLAIMNO
           IF WS-APR-FS NOT = '00'
               SET APPROVAL-SCAN-EOF TO TRUE
           END-IF

           PERFORM UNTIL APPROVAL-SCAN-EOF
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       SET APPROVAL-SCAN-EOF TO TRUE
               END-READ
               IF APPROVAL-SCAN-NOT-EOF AND
                  WS-APR-FS NOT = '00' AND WS-APR-FS NOT = '02'
                   SET APPROVAL-SCAN-EOF TO TRUE
               END-IF
               IF APPROVAL-SCAN-NOT-EOF
                   IF APR-CLAIMNO NOT = IN-CLAIMNO
                       SET APPROVAL-SCAN-EOF TO TRUE
                   ELSE
                       IF APR-PENDING
                           PERFORM AGE-HELD-REQUEST
                           IF WS-REQUEST-AGE <= WS-APPROVAL-DAYS
                               SET REQUEST-IS-INVALID TO TRUE
                               SET APPROVAL-SCAN-EOF TO TRUE
                               MOVE 'STAT' TO WS-REJECT-STATUS
                               MOVE APR-APPROVAL-NO TO OUT-APPROVAL-NO
                               MOVE 'APPROVAL ALREADY PENDING FOR CLAIM'
                                 TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO DECIDE WHETHER A VALIDATED ADJUST OR VOID NEEDS A
      * SECOND USER: ITS DOLLAR CHANGE TO THE CLAIM TOTAL (THE WHOLE
      * CLAIM ON A VOID) OR THE CLAIM'S PLAN-PAID IS OVER THE LIMIT
      ******************************************************************
       CHECK-APPROVAL-LIMIT.
      *
           IF IN-ACTION-VOID
               MOVE WS-ORIG-CLAIMAMT TO WS-CHANGE-AMT
           ELSE
               COMPUTE WS-CHANGE-AMT = IN-NEW-AMT - WS-ORIG-CLAIMAMT
           END-IF
           IF WS-CHANGE-AMT < 0
               COMPUTE WS-CHANGE-AMT = 0 - WS-CHANGE-AMT
           END-IF

           IF WS-CHANGE-AMT > WS-APPROVAL-LIMIT OR
              WS-ORIG-PLAN-PAID > WS-APPROVAL-LIMIT
               SET REQUEST-NEEDS-APPROVAL TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO HOLD AN ADJUST OR VOID OVER THE LIMIT FOR A SECOND
      * USER UNDER A NEW APPROVAL NUMBER.  THE CLAIM IS NOT TOUCHED.
      ******************************************************************
       HOLD-FOR-APPROVAL.
      *
           MOVE 'Q' TO WS-CLAIM-NO-SRC
           PERFORM GET-CLAIM-NUMBER
           MOVE 'A' TO WS-CLAIM-NO-SRC

           INITIALIZE APPROVAL-RECORD
           MOVE WS-CLAIM-NO-BUILD   TO APR-APPROVAL-NO
           MOVE IN-CLAIMNO          TO APR-CLAIMNO
           MOVE IN-ACTION           TO APR-ACTION
           IF IN-ACTION-ADJUST
               MOVE IN-NEW-AMT      TO APR-NEW-AMT
           ELSE
               MOVE 0               TO APR-NEW-AMT
           END-IF
           MOVE IN-REASON           TO APR-REASON
           MOVE WS-ORIG-CLAIMAMT    TO APR-ORIG-CLAIMAMT
           MOVE WS-ORIG-PLAN-PAID   TO APR-ORIG-PLAN-PAID
           MOVE WS-CHANGE-AMT       TO APR-CHANGE-AMT
           MOVE WS-APPROVAL-LIMIT   TO APR-LIMIT-AMT
           SET APR-PENDING          TO TRUE
           PERFORM FORMAT-TIMESTAMP
           MOVE IO-PCB-USER-ID      TO APR-REQUESTED-BY
           MOVE WS-TODAY-CCYYMMDD   TO APR-REQUESTED-DATE
           MOVE WS-FORMATTED-DATE-TIME TO APR-REQUESTED-TS
           MOVE SPACES              TO APR-DECIDED-BY
           MOVE 0                   TO APR-DECIDED-DATE
           MOVE SPACES              TO APR-DECIDED-TS
           MOVE SPACES              TO APR-DECISION-NOTE
           MOVE SPACES              TO APR-NEW-CLAIMNO

           WRITE APPROVAL-RECORD
           IF WS-APR-FS NOT = '00'
               MOVE 'APPROVAL FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-APR-FS TO WS-LOG-MESSAGE(32:2)
               PERFORM LOG-MESSAGE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'REQUEST COULD NOT BE HELD FOR APPROVAL'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               MOVE 'HELD' TO OUT-STATUS-CODE
               MOVE WS-ORIG-STATUS TO OUT-CLAIM-STATUS
               MOVE APR-APPROVAL-NO TO OUT-APPROVAL-NO
               MOVE WS-CHANGE-AMT TO WS-EDIT-AMT
               MOVE SPACES TO WS-OUTPUT-TEXT
               STRING 'CLAIM ' IN-CLAIMNO ' ' IN-ACTION
                   ' OVER LIMIT, HELD AS ' APR-APPROVAL-NO
                   ' FOR APPROVAL, CHANGE ' WS-EDIT-AMT
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LOCATE THE HELD REQUEST AN APPROVER IS ACTING ON.
      * THE APPROVER MUST HOLD ATH-ALLOW-APPROVE (FAIL CLOSED) AND
      * MUST NOT BE THE REQUESTER, AND THE REQUEST MUST STILL BE
      * PENDING.  ONE FOUND PAST THE EXPIRY WINDOW IS MARKED EXPIRED
      * HERE AND REFUSED.
      ******************************************************************
       LOCATE-APPROVAL-REQUEST.
      *
           MOVE IO-PCB-USER-ID TO ATH-USER-ID
           READ AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUTH' TO WS-REJECT-STATUS
               MOVE 'NOT AUTHORIZED TO APPROVE ADJUSTMENTS'
                 TO WS-REJECT-REASON
           ELSE
               IF NOT ATH-APPROVE-ALLOWED
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'NOT AUTHORIZED TO APPROVE ADJUSTMENTS'
                     TO WS-REJECT-REASON
               END-IF
           END-IF

           IF REQUEST-IS-VALID
               MOVE IN-APPROVAL-NO TO APR-APPROVAL-NO
               MOVE IN-APPROVAL-NO TO OUT-APPROVAL-NO
               READ APPROVAL-FILE KEY IS APR-APPROVAL-NO
               IF WS-APR-FS = '23'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'NFND' TO WS-REJECT-STATUS
                   MOVE 'NO APPROVAL REQUEST FOUND FOR THIS NUMBER'
                     TO WS-REJECT-REASON
               ELSE
                   IF WS-APR-FS NOT = '00'
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'APPROVAL FILE READ FAILED, FS='
                         TO WS-LOG-MESSAGE
                       MOVE WS-APR-FS TO WS-LOG-MESSAGE(31:2)
                       PERFORM LOG-MESSAGE
                       MOVE 'APPROVAL FILE IS NOT AVAILABLE'
                         TO WS-REJECT-REASON
                   ELSE
                       MOVE APR-CLAIMNO TO OUT-CLAIMNO
                       PERFORM EDIT-HELD-REQUEST
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE FOUND REQUEST CAN STILL BE ACTED ON BY
      * THIS USER.  AN APPEAL OVERTURN HELD BY IMSCBLJO CAN BE
      * DECLINED HERE BUT ONLY APPROVED BY RE-ENTERING THE DECISION
      * IN THE APPEALS TRANSACTION, WHICH POSTS ITS ADJUSTMENT.
      ******************************************************************
       EDIT-HELD-REQUEST.
      *
           IF NOT APR-PENDING
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'STAT' TO WS-REJECT-STATUS
               STRING 'APPROVAL REQUEST IS ALREADY ' APR-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF

           IF REQUEST-IS-VALID AND APR-ACTION-APPEAL AND
              IN-ACTION-APPROVE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'STAT' TO WS-REJECT-STATUS
               MOVE 'APPROVE AN APPEAL OVERTURN IN ITS APPEAL'
                 TO WS-REJECT-REASON
           END-IF

           IF REQUEST-IS-VALID
               IF APR-REQUESTED-BY = IO-PCB-USER-ID
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'REQUESTER CANNOT ACT ON OWN REQUEST'
                     TO WS-REJECT-REASON
               ELSE
                   PERFORM AGE-HELD-REQUEST
                   IF WS-REQUEST-AGE > WS-APPROVAL-DAYS
                       PERFORM EXPIRE-HELD-REQUEST
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'STAT' TO WS-REJECT-STATUS
                       MOVE 'APPROVAL REQUEST HAS EXPIRED'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO AGE THE CURRENT APPROVAL RECORD IN DAYS
      ******************************************************************
       AGE-HELD-REQUEST.
      *
           IF APR-REQUESTED-DATE NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(APR-REQUESTED-DATE) = 0
               COMPUTE WS-REQUEST-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(APR-REQUESTED-DATE)
           ELSE
               MOVE 0 TO WS-REQUEST-AGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO MARK THE CURRENT APPROVAL RECORD EXPIRED.  NOBODY
      * DECIDED IT, SO THE DECIDER STAYS BLANK.
      ******************************************************************
       EXPIRE-HELD-REQUEST.
      *
           SET APR-EXPIRED TO TRUE
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO APR-DECIDED-BY
           MOVE WS-TODAY-CCYYMMDD TO APR-DECIDED-DATE
           MOVE WS-FORMATTED-DATE-TIME TO APR-DECIDED-TS
           REWRITE APPROVAL-RECORD
           IF WS-APR-FS NOT = '00'
               MOVE 'APPROVAL FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-APR-FS TO WS-LOG-MESSAGE(34:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REPLAY THE HELD REQUEST: ITS CLAIM, ACTION, AMOUNT
      * AND REASON REPLACE THE APPROVER'S INPUT, WHOSE OWN NOTE IS
      * KEPT FOR THE APPROVAL RECORD
      ******************************************************************
       LOAD-HELD-REQUEST.
      *
           MOVE APR-APPROVAL-NO TO WS-APPROVAL-NO
           MOVE IN-REASON TO WS-APPROVER-NOTE
           MOVE APR-CLAIMNO TO IN-CLAIMNO
           MOVE APR-ACTION TO IN-ACTION
           MOVE APR-NEW-AMT TO IN-NEW-AMT
           MOVE APR-REASON TO IN-REASON
           .
      ******************************************************************
      * ROUTINE TO CLOSE A HELD REQUEST AS APPROVED ONCE ITS RECORDS
      * ARE POSTED, WITH THE APPROVER AND THE NEW CLAIM NUMBER
      ******************************************************************
       MARK-REQUEST-APPROVED.
      *
           SET APR-APPROVED TO TRUE
           PERFORM FORMAT-TIMESTAMP
           MOVE IO-PCB-USER-ID TO APR-DECIDED-BY
           MOVE WS-TODAY-CCYYMMDD TO APR-DECIDED-DATE
           MOVE WS-FORMATTED-DATE-TIME TO APR-DECIDED-TS
           MOVE WS-APPROVER-NOTE TO APR-DECISION-NOTE
           MOVE WS-CLAIM-NO-BUILD TO APR-NEW-CLAIMNO
           REWRITE APPROVAL-RECORD
           IF WS-APR-FS NOT = '00'
               MOVE 'APPROVAL FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-APR-FS TO WS-LOG-MESSAGE(34:2)
               PERFORM LOG-MESSAGE
           END-IF
           MOVE APR-APPROVAL-NO TO OUT-APPROVAL-NO
           .
      ******************************************************************
      * ROUTINE TO CLOSE A HELD REQUEST AS DECLINED.  THE CLAIM WAS
      * NEVER TOUCHED, SO NOTHING ELSE CHANGES.
      ******************************************************************
       DECLINE-HELD-REQUEST.
      *
           SET APR-DECLINED TO TRUE
           PERFORM FORMAT-TIMESTAMP
           MOVE IO-PCB-USER-ID TO APR-DECIDED-BY
           MOVE WS-TODAY-CCYYMMDD TO APR-DECIDED-DATE
           MOVE WS-FORMATTED-DATE-TIME TO APR-DECIDED-TS
           MOVE IN-REASON TO APR-DECISION-NOTE
           REWRITE APPROVAL-RECORD
           IF WS-APR-FS NOT = '00'
               MOVE 'APPROVAL FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-APR-FS TO WS-LOG-MESSAGE(34:2)
               PERFORM LOG-MESSAGE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'APPROVAL REQUEST COULD NOT BE UPDATED'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               MOVE 'OK  ' TO OUT-STATUS-CODE
               MOVE SPACES TO WS-OUTPUT-TEXT
               STRING 'APPROVAL ' APR-APPROVAL-NO ' DECLINED, CLAIM '
                   APR-CLAIMNO ' UNCHANGED'
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BUILD THE FORMATTED CURRENT TIMESTAMP
      ******************************************************************
       FORMAT-TIMESTAMP.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS
           .
      ******************************************************************
      * ROUTINE TO RECOMPUTE THE MEMBER'S OUT-OF-POCKET MATH FOR THE
      * CORRECTED CLAIM TOTAL, SAME MATH AS IMSCBLJC'S
      * CALCULATE-BENEFITS: THE ORIGINAL'S RECORDED PRIMARY PAYMENT
