       CBL dll,thread
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCBLJM RECURSIVE.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Sample IMS COBOL program (MPP) that lets special               *
      * investigations place and release prepayment review holds on    *
      * providers.  Built in the style of IMSCBLJL: the terminal sends *
      * an action and a provider (see IMSC2PHM) and this program puts  *
      * the provider on hold, releases the hold, closes the provider's *
      * open items on the IMSCOUTL outlier worklist (see IMSC2SIW), or *
      * shows the provider's hold and worklist state.  While a hold is *
      * active (see IMSC2PPH) IMSCBLJC and IMSCBATD route every new    *
      * claim from the provider to REVIEW instead of ACCEPTED.  ACCESS *
      * IS RESTRICTED TO USERS WHOSE AUTHORITY RECORD CARRIES          *
      * ATH-ALLOW-SIUHOLD = 'Y' (FAIL CLOSED).  EVERY CHANGE IS        *
      * STAMPED ON THE RECORD WITH THE USER AND DATE AND LOGGED.       *
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
           SELECT PREPAY-HOLD-FILE ASSIGN TO CLMPPHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPH-PROVIDER-ID
               FILE STATUS IS WS-PPH-FS.

           SELECT SIU-WORKLIST-FILE ASSIGN TO CLMSIUWL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIW-KEY
               FILE STATUS IS WS-SIW-FS.

           SELECT AUTHORITY-FILE ASSIGN TO CLMAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATH-USER-ID
               FILE STATUS IS WS-ATH-FS.

           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  PREPAY-HOLD-FILE.
       COPY IMSC2PPH.

       FD  SIU-WORKLIST-FILE.
       COPY IMSC2SIW.

       FD  AUTHORITY-FILE.
       COPY IMSC2ATH.

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
      * INCLUDE THE COPYBOOK FOR REQUEST AND RESPONSE DATA STRUCTURE
      * OF THE SAMPLE PROGRAM.
      ******************************************************************
       COPY IMSC2PHM.
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES SPECIFIC TO IMS
      ******************************************************************
       77 DLI-GET-UNIQUE            PIC X(4) VALUE 'GU  '.
       77 DLI-INSERT                PIC X(4) VALUE 'ISRT'.
       77 DLI-END-MESSAGES          PIC X(2) VALUE 'QC'.
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES USED IN THIS PROGRAM
      ******************************************************************
       01 WS-LOG-MESSAGE            PIC X(80).
       01 WS-PPH-FS                 PIC XX VALUE SPACES.
       01 WS-SIW-FS                 PIC XX VALUE SPACES.
       01 WS-ATH-FS                 PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-LEVEL               PIC X(5).
       01 WS-LOG-LEVEL-IDX           PIC S9(4) COMP.
       01 WS-REQUEST-VALID-SW       PIC X VALUE 'Y'.
          88 REQUEST-IS-VALID           VALUE 'Y'.
          88 REQUEST-IS-INVALID         VALUE 'N'.
       01 WS-REJECT-REASON          PIC X(60).
       01 WS-REJECT-STATUS          PIC X(4) VALUE 'VAL1'.
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
      ******************************************************************
      * WORKLIST SCAN CONTROLS.  WS-SIW-NEW-STATUS IS THE STATUS OPEN
      * ('N') ITEMS ARE MOVED TO, OR SPACES WHEN THE SCAN ONLY COUNTS
      * THEM.  THE LATEST WEEK'S SCORE IS KEPT FOR THE RESPONSE.
      ******************************************************************
       01 WS-SIW-OPEN-SW            PIC X VALUE 'N'.
          88 WORKLIST-IS-OPEN           VALUE 'Y'.
          88 WORKLIST-NOT-OPEN          VALUE 'N'.
       01 WS-SIW-EOF-SW             PIC X VALUE 'N'.
          88 WORKLIST-EOF               VALUE 'Y'.
          88 WORKLIST-NOT-EOF           VALUE 'N'.
       01 WS-SIW-NEW-STATUS         PIC X VALUE SPACES.
       01 WS-SIW-OPEN-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-SIW-CHANGED-COUNT      PIC S9(4) COMP VALUE 0.
       01 WS-SIW-LAST-SCORE         PIC 9(3) VALUE 0.
       01 WS-SIW-LAST-WEEK-END      PIC 9(8) VALUE 0.
       01 WS-SIW-EDIT-COUNT         PIC ZZ9.
      ******************************************************************
      * STAGING AREA FOR THE OUTBOUND RESULT TEXT
      ******************************************************************
       01 WS-OUTPUT-TEXT            PIC X(120) VALUE SPACES.
       01 WS-OUTPUT-TEXT-PTR        PIC S9(4) COMP.
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
      *
       LINKAGE SECTION.
      ******************
       01 IO-PCB-MASK.
          05 IO-PCB-LTERM           PIC X(8).
          05 FILLER                 PIC XX.
          05 IO-PCB-STATUS-CODE     PIC XX.
          05 IO-PCB-DATE            PIC S9(7) COMP-3.
          05 IO-PCB-TIME            PIC S9(6)V9 COMP-3.
          05 IO-PCB-MSG-SEG-NUMBER  PIC S9(5) COMP.
          05 IO-PCB-MOD-NAME        PIC X(8).
          05 IO-PCB-USER-ID         PIC X(8).
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION USING IO-PCB-MASK.
      *
       DO-MAIN SECTION.
      *
           INITIALIZE INPUT-MSG
           INITIALIZE OUTPUT-MSG

           PERFORM OPEN-LOG-FILE

           MOVE 'PROGRAM CALLED' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE

           PERFORM OPEN-PREPAY-HOLD-FILE
           PERFORM OPEN-WORKLIST-FILE
           PERFORM OPEN-AUTHORITY-FILE
           PERFORM OPEN-PROVIDER-FILE

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
                   OR    IO-PCB-STATUS-CODE NOT = SPACES
             PERFORM PROCESS-MAINTENANCE
             PERFORM SET-OUTPUT-MESSAGE
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-PROVIDER-FILE
           PERFORM CLOSE-AUTHORITY-FILE
           PERFORM CLOSE-WORKLIST-FILE
           PERFORM CLOSE-PREPAY-HOLD-FILE
           PERFORM CLOSE-LOG-FILE

           GOBACK
           .
      ******************************************************************
      * ROUTINE TO OPEN THE STRUCTURED LOG FILE FOR THE LIFE OF THIS
      * MPP REGION, SAME OPEN-EXTEND-WITH-FALLBACK PATTERN AS THE
      * OTHER MPPS.
      ******************************************************************
       OPEN-LOG-FILE.
      *
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FS = '05' OR WS-LOG-FS = '35'
             OPEN OUTPUT LOG-FILE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE STRUCTURED LOG FILE
      ******************************************************************
       CLOSE-LOG-FILE.
      *
           CLOSE LOG-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PREPAYMENT REVIEW HOLD KSDS I-O FOR THE
      * LIFE OF THIS MPP REGION.  THIS PROGRAM IS THE FILE'S WRITER
      * OF RECORD, SO A BRAND NEW CLUSTER (FS 05/35) IS PRIMED WITH AN
      * OPEN OUTPUT FIRST, SAME PATTERN AS THE PRIOR AUTH FILE.
      ******************************************************************
       OPEN-PREPAY-HOLD-FILE.
      *
           OPEN I-O PREPAY-HOLD-FILE
           IF WS-PPH-FS = '05' OR WS-PPH-FS = '35'
             OPEN OUTPUT PREPAY-HOLD-FILE
             CLOSE PREPAY-HOLD-FILE
             OPEN I-O PREPAY-HOLD-FILE
           END-IF
           IF WS-PPH-FS NOT = '00'
             MOVE 'PREPAY HOLD FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-PPH-FS TO WS-LOG-MESSAGE(34:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PREPAYMENT REVIEW HOLD KSDS
      ******************************************************************
       CLOSE-PREPAY-HOLD-FILE.
      *
           CLOSE PREPAY-HOLD-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE OUTLIER WORKLIST I-O.  IMSCOUTL IS ITS
      * WRITER OF RECORD; A WORKLIST THAT HAS NEVER BEEN BUILT (OR
      * CANNOT BE OPENED) ONLY MEANS THERE ARE NO ITEMS TO MARK --
      * HOLDS ARE STILL PLACED AND RELEASED WITHOUT IT.
      ******************************************************************
       OPEN-WORKLIST-FILE.
      *
           SET WORKLIST-NOT-OPEN TO TRUE
           OPEN I-O SIU-WORKLIST-FILE
           IF WS-SIW-FS = '00'
             SET WORKLIST-IS-OPEN TO TRUE
           ELSE
             MOVE 'SIU WORKLIST OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-SIW-FS TO WS-LOG-MESSAGE(30:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE OUTLIER WORKLIST
      ******************************************************************
       CLOSE-WORKLIST-FILE.
      *
           IF WORKLIST-IS-OPEN
             CLOSE SIU-WORKLIST-FILE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE USER SUBMISSION AUTHORITY FILE, INPUT
      * ONLY -- THIS PROGRAM CHECKS THE HOLD PERMISSION AND NEVER
      * CHARGES ANYTHING.  A MISSING OR UNREADABLE FILE SURFACES AS
      * AUTHORITY REJECTS (FAIL CLOSED).
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
      * ROUTINE TO OPEN THE PROVIDER REGISTRY A HOLD IS EDITED
      * AGAINST, INPUT ONLY.  AN UNREADABLE REGISTRY SURFACES AS HOLD
      * REJECTS -- A HOLD IS NEVER PLACED ON A PROVIDER THAT COULD
      * NOT BE CONFIRMED.
      ******************************************************************
       OPEN-PROVIDER-FILE.
      *
           OPEN INPUT PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS NOT = '00'
             MOVE 'PROVIDER REGISTRY OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-PRV-FS TO WS-LOG-MESSAGE(35:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PROVIDER REGISTRY
      ******************************************************************
       CLOSE-PROVIDER-FILE.
      *
           CLOSE PROVIDER-REGISTRY-FILE
           .
      ******************************************************************
      * ROUTINE TO GET INPUT MESSAGE FROM QUEUE
      ******************************************************************
       GET-INPUT-MESSAGE.
      *
           CALL 'CBLTDLI' USING DLI-GET-UNIQUE IO-PCB-MASK
                                INPUT-MSG
           IF IO-PCB-STATUS-CODE NOT = SPACES AND
              IO-PCB-STATUS-CODE NOT = DLI-END-MESSAGES
             DISPLAY 'GU FAILED WITH IO-PCB-STATUS-CODE('
                     IO-PCB-STATUS-CODE ')'
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PROCESS ONE HOLD REQUEST: CONFIRM THE USER MAY
      * WORK HOLDS, EDIT THE REQUEST, AND APPLY IT.
      ******************************************************************
       PROCESS-MAINTENANCE.
      *
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           MOVE IN-PROVIDER-ID TO OUT-PROVIDER-ID
           MOVE SPACES TO OUT-HOLD-STATUS
           MOVE 0 TO OUT-PLACED-DATE
           MOVE SPACES TO OUT-PLACED-USER
           MOVE 0 TO OUT-LAST-SCORE
           MOVE 0 TO OUT-LAST-WEEK-END
           MOVE 0 TO OUT-OPEN-ITEMS
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD

           PERFORM CHECK-MAINT-AUTHORITY
           IF REQUEST-IS-VALID
               PERFORM EDIT-HOLD-REQUEST
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               EVALUATE TRUE
                   WHEN IN-ACTION-HOLD
                       PERFORM PLACE-PREPAY-HOLD
                   WHEN IN-ACTION-RELEASE
                       PERFORM RELEASE-PREPAY-HOLD
                   WHEN IN-ACTION-CLOSE
                       PERFORM CLOSE-WORKLIST-ITEMS
                   WHEN OTHER
                       PERFORM INQUIRE-PROVIDER
               END-EVALUATE
           END-IF

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE SUBMITTING USER IS AUTHORIZED TO WORK
      * PREPAYMENT HOLDS.  AUTHORITY REJECTS RETURN STATUS 'AUTH' AND
      * FAIL CLOSED ON ANY FILE TROUBLE.  INQUIRE IS GATED THE SAME
      * WAY -- WHO IS UNDER INVESTIGATION IS NOT PUBLIC.
      ******************************************************************
       CHECK-MAINT-AUTHORITY.
      *
           MOVE IO-PCB-USER-ID TO ATH-USER-ID
           READ AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUTH' TO WS-REJECT-STATUS
               MOVE 'NOT AUTHORIZED FOR PREPAYMENT HOLDS'
                 TO WS-REJECT-REASON
           ELSE
               IF NOT ATH-SIUHOLD-ALLOWED
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'NOT AUTHORIZED FOR PREPAYMENT HOLDS'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE REQUEST FIELDS: A PROVIDER AND A KNOWN
      * ACTION; A HOLD ALSO NEEDS A REASON AND A PROVIDER THAT IS ON
      * THE REGISTRY
      ******************************************************************
       EDIT-HOLD-REQUEST.
      *
           EVALUATE TRUE
               WHEN IN-PROVIDER-ID = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PROVIDER ID IS REQUIRED' TO WS-REJECT-REASON
               WHEN NOT IN-ACTION-HOLD AND NOT IN-ACTION-RELEASE AND
                    NOT IN-ACTION-CLOSE AND NOT IN-ACTION-INQUIRE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'ACTION IS NOT HOLD, RELEASE, CLOSE, OR INQUIRE'
                     TO WS-REJECT-REASON
               WHEN IN-ACTION-HOLD AND IN-REASON = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'A REASON IS REQUIRED TO PLACE A HOLD'
                     TO WS-REJECT-REASON
               WHEN IN-ACTION-HOLD
                   MOVE IN-PROVIDER-ID TO PRV-PROVIDER-ID
                   READ PROVIDER-REGISTRY-FILE
                   IF WS-PRV-FS NOT = '00'
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'PROVIDER IS NOT ON THE REGISTRY'
                         TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO PLACE A HOLD.  A PROVIDER WITH NO HOLD RECORD GETS
      * A NEW ONE; A RELEASED HOLD IS REUSED WITH ITS RELEASE FIELDS
      * CLEARED.  A HOLD ALREADY ACTIVE IS LEFT ALONE.  THE
      * PROVIDER'S OPEN WORKLIST ITEMS ARE MARKED HOLD-PLACED.
      ******************************************************************
       PLACE-PREPAY-HOLD.
      *
           MOVE IN-PROVIDER-ID TO PPH-PROVIDER-ID
           READ PREPAY-HOLD-FILE
           EVALUATE TRUE
               WHEN WS-PPH-FS = '00' AND PPH-IS-ACTIVE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PROVIDER IS ALREADY ON PREPAYMENT HOLD'
                     TO WS-REJECT-REASON
               WHEN WS-PPH-FS = '00' OR WS-PPH-FS = '23'
                   PERFORM SET-HOLD-FIELDS
                   IF WS-PPH-FS = '23'
                       WRITE PREPAY-HOLD-RECORD
                   ELSE
                       REWRITE PREPAY-HOLD-RECORD
                   END-IF
                   IF WS-PPH-FS NOT = '00'
                       MOVE 'PREPAY HOLD WRITE FAILED, FS='
                         TO WS-LOG-MESSAGE
                       MOVE WS-PPH-FS TO WS-LOG-MESSAGE(30:2)
                       PERFORM LOG-MESSAGE
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'PREPAY HOLD FILE IS NOT AVAILABLE'
                         TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PREPAY HOLD FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
           END-EVALUATE

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               MOVE 'H' TO WS-SIW-NEW-STATUS
               PERFORM SCAN-WORKLIST-ITEMS
               PERFORM BUILD-OK-RESPONSE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FILL THE HOLD RECORD AREA FOR A NEW OR RENEWED HOLD
      ******************************************************************
       SET-HOLD-FIELDS.
      *
           MOVE IN-PROVIDER-ID      TO PPH-PROVIDER-ID
           MOVE 'A'                 TO PPH-STATUS
           MOVE IN-REASON           TO PPH-REASON
           MOVE WS-TODAY-CCYYMMDD   TO PPH-PLACED-DATE
           MOVE IO-PCB-USER-ID      TO PPH-PLACED-USER
           MOVE 0                   TO PPH-RELEASED-DATE
           MOVE SPACES              TO PPH-RELEASED-USER
           MOVE SPACES              TO PPH-RELEASE-NOTE
           .
      ******************************************************************
      * ROUTINE TO RELEASE AN ACTIVE HOLD.  THE RECORD STAYS ON FILE
      * AS RELEASED, WITH WHO LIFTED IT, WHEN, AND THE NOTE GIVEN.
      ******************************************************************
       RELEASE-PREPAY-HOLD.
      *
           MOVE IN-PROVIDER-ID TO PPH-PROVIDER-ID
           READ PREPAY-HOLD-FILE
           EVALUATE TRUE
               WHEN WS-PPH-FS = '23'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'NFND' TO WS-REJECT-STATUS
                   MOVE 'PROVIDER HAS NO PREPAYMENT HOLD'
                     TO WS-REJECT-REASON
               WHEN WS-PPH-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PREPAY HOLD FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
               WHEN NOT PPH-IS-ACTIVE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PREPAYMENT HOLD IS ALREADY RELEASED'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'R'               TO PPH-STATUS
                   MOVE WS-TODAY-CCYYMMDD TO PPH-RELEASED-DATE
                   MOVE IO-PCB-USER-ID    TO PPH-RELEASED-USER
                   MOVE IN-REASON         TO PPH-RELEASE-NOTE
                   REWRITE PREPAY-HOLD-RECORD
                   IF WS-PPH-FS NOT = '00'
                       MOVE 'PREPAY HOLD REWRITE FAILED, FS='
                         TO WS-LOG-MESSAGE
                       MOVE WS-PPH-FS TO WS-LOG-MESSAGE(32:2)
                       PERFORM LOG-MESSAGE
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'PREPAY HOLD FILE IS NOT AVAILABLE'
                         TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               MOVE SPACES TO WS-SIW-NEW-STATUS
               PERFORM SCAN-WORKLIST-ITEMS
               PERFORM BUILD-OK-RESPONSE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PROVIDER'S OPEN WORKLIST ITEMS WITHOUT
      * PLACING A HOLD -- THE INVESTIGATOR LOOKED AND FOUND NOTHING
      ******************************************************************
       CLOSE-WORKLIST-ITEMS.
      *
           MOVE 'C' TO WS-SIW-NEW-STATUS
           PERFORM SCAN-WORKLIST-ITEMS
           IF WS-SIW-CHANGED-COUNT = 0
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'NFND' TO WS-REJECT-STATUS
               MOVE 'PROVIDER HAS NO OPEN WORKLIST ITEMS'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM READ-HOLD-FOR-RESPONSE
               PERFORM BUILD-OK-RESPONSE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SHOW THE PROVIDER'S HOLD AND WORKLIST STATE
      ******************************************************************
       INQUIRE-PROVIDER.
      *
           MOVE SPACES TO WS-SIW-NEW-STATUS
           PERFORM SCAN-WORKLIST-ITEMS
           PERFORM READ-HOLD-FOR-RESPONSE
           IF WS-PPH-FS NOT = '00' AND WS-SIW-LAST-WEEK-END = 0
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'NFND' TO WS-REJECT-STATUS
               MOVE 'PROVIDER HAS NO HOLD AND NO WORKLIST ITEMS'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM BUILD-OK-RESPONSE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE PROVIDER'S HOLD RECORD, IF ANY, SO THE
      * RESPONSE CAN SHOW IT.  NO RECORD LEAVES THE AREA CLEARED.
      ******************************************************************
       READ-HOLD-FOR-RESPONSE.
      *
           MOVE IN-PROVIDER-ID TO PPH-PROVIDER-ID
           READ PREPAY-HOLD-FILE
           IF WS-PPH-FS NOT = '00'
               MOVE SPACES TO PPH-STATUS
               MOVE 0 TO PPH-PLACED-DATE
               MOVE SPACES TO PPH-PLACED-USER
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WALK THE PROVIDER'S WORKLIST ITEMS IN WEEK ORDER:
      * START AT THE PROVIDER'S FIRST WEEK AND READ NEXT UNTIL THE
      * PROVIDER ID CHANGES.  OPEN ('N') ITEMS ARE COUNTED AND, WHEN
      * WS-SIW-NEW-STATUS IS SET, MOVED TO THAT STATUS.  THE LAST
      * ITEM READ IS THE LATEST WEEK, WHOSE SCORE THE RESPONSE SHOWS.
      ******************************************************************
       SCAN-WORKLIST-ITEMS.
      *
           MOVE 0 TO WS-SIW-OPEN-COUNT
           MOVE 0 TO WS-SIW-CHANGED-COUNT
           MOVE 0 TO WS-SIW-LAST-SCORE
           MOVE 0 TO WS-SIW-LAST-WEEK-END
           SET WORKLIST-NOT-EOF TO TRUE
           IF WORKLIST-NOT-OPEN
               SET WORKLIST-EOF TO TRUE
           ELSE
               MOVE IN-PROVIDER-ID TO SIW-PROVIDER-ID
               MOVE 0 TO SIW-WEEK-END-DATE
               START SIU-WORKLIST-FILE KEY IS NOT LESS THAN SIW-KEY
               IF WS-SIW-FS NOT = '00'
                   SET WORKLIST-EOF TO TRUE
               END-IF
           END-IF

           PERFORM UNTIL WORKLIST-EOF
               READ SIU-WORKLIST-FILE NEXT RECORD
                   AT END
                       SET WORKLIST-EOF TO TRUE
               END-READ
               IF WORKLIST-NOT-EOF
                   IF WS-SIW-FS NOT = '00' OR
                      SIW-PROVIDER-ID NOT = IN-PROVIDER-ID
                       SET WORKLIST-EOF TO TRUE
                   ELSE
                       MOVE SIW-SCORE TO WS-SIW-LAST-SCORE
                       MOVE SIW-WEEK-END-DATE TO WS-SIW-LAST-WEEK-END
                       IF SIW-IS-NEW
                           PERFORM MARK-WORKLIST-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO COUNT ONE OPEN WORKLIST ITEM AND, WHEN ASKED, MOVE
      * IT TO WS-SIW-NEW-STATUS STAMPED WITH THE USER AND DATE.  A
      * FAILED REWRITE IS LOGGED AND LEAVES THE ITEM OPEN.
      ******************************************************************
       MARK-WORKLIST-ITEM.
      *
           IF WS-SIW-NEW-STATUS = SPACES
               ADD 1 TO WS-SIW-OPEN-COUNT
           ELSE
               MOVE WS-SIW-NEW-STATUS TO SIW-WORK-STATUS
               MOVE WS-TODAY-CCYYMMDD TO SIW-LAST-CHANGE-DATE
               MOVE IO-PCB-USER-ID TO SIW-LAST-CHANGE-USER
               REWRITE SIU-WORKLIST-RECORD
               IF WS-SIW-FS = '00'
                   ADD 1 TO WS-SIW-CHANGED-COUNT
               ELSE
                   ADD 1 TO WS-SIW-OPEN-COUNT
                   MOVE 'SIU WORKLIST REWRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-SIW-FS TO WS-LOG-MESSAGE(33:2)
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BUILD THE SUCCESS RESPONSE, WITH THE PROVIDER'S
      * HOLD STATE AND LATEST WORKLIST SCORE, AND LOG THE CHANGE
      ******************************************************************
       BUILD-OK-RESPONSE.
      *
           MOVE 'OK  ' TO OUT-STATUS-CODE
           MOVE PPH-STATUS           TO OUT-HOLD-STATUS
           MOVE PPH-PLACED-DATE      TO OUT-PLACED-DATE
           MOVE PPH-PLACED-USER      TO OUT-PLACED-USER
           MOVE WS-SIW-LAST-SCORE    TO OUT-LAST-SCORE
           MOVE WS-SIW-LAST-WEEK-END TO OUT-LAST-WEEK-END
           MOVE WS-SIW-OPEN-COUNT    TO OUT-OPEN-ITEMS
           MOVE WS-SIW-CHANGED-COUNT TO WS-SIW-EDIT-COUNT
           MOVE SPACES TO WS-OUTPUT-TEXT
           IF IN-ACTION-INQUIRE
               STRING 'PROVIDER ' IN-PROVIDER-ID ' HOLD STATUS '
                   PPH-STATUS ' REASON ' PPH-REASON
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
           ELSE
               STRING 'PROVIDER ' IN-PROVIDER-ID ' ' IN-ACTION
                   ' APPLIED, ' WS-SIW-EDIT-COUNT ' WORKLIST ITEMS'
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT

               MOVE WS-OUTPUT-TEXT(1:60) TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REJECT A REQUEST, RETURNING THE REASON TO THE
      * TERMINAL AND LOGGING IT
      ******************************************************************
       REJECT-REQUEST.
      *
           MOVE WS-REJECT-STATUS TO OUT-STATUS-CODE
           MOVE SPACES TO WS-OUTPUT-TEXT
           STRING 'REJECTED: ' WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-OUTPUT-TEXT
           MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO RETURN THE OUTPUT MESSAGE.  WS-OUTPUT-TEXT MAY HOLD
      * MORE TEXT THAN FITS IN A SINGLE OUT-MESSAGE SEGMENT, SO THIS
      * INSERTS ONE IMS SEGMENT PER OUT-MESSAGE-SIZED CHUNK UNTIL ALL
      * OF IT HAS BEEN SENT (AT LEAST ONE SEGMENT IS ALWAYS INSERTED).
      ******************************************************************
       SET-OUTPUT-MESSAGE.
      *
           PERFORM WITH TEST BEFORE VARYING WS-OUTPUT-TEXT-PTR
               FROM 1 BY LENGTH OF OUT-MESSAGE
               UNTIL WS-OUTPUT-TEXT-PTR > LENGTH OF WS-OUTPUT-TEXT
                  OR (WS-OUTPUT-TEXT-PTR > 1 AND
                      WS-OUTPUT-TEXT(WS-OUTPUT-TEXT-PTR:) = SPACES)

               MOVE SPACES TO OUT-MESSAGE
               MOVE WS-OUTPUT-TEXT(WS-OUTPUT-TEXT-PTR:
                   LENGTH OF OUT-MESSAGE) TO OUT-MESSAGE

               CALL 'CBLTDLI' USING DLI-INSERT IO-PCB-MASK
                                    OUTPUT-MSG
               IF IO-PCB-STATUS-CODE NOT = SPACES
                 DISPLAY 'ISRT FAILED WITH IO-PCB-STATUS-CODE('
                         IO-PCB-STATUS-CODE ')'
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-TEXT
           .
      ******************************************************************
      * ROUTINE TO LOG A MESSAGE WITH A TIMESTAMP, TO SYSOUT AND TO THE
      * STRUCTURED LOG FILE, LEVELED INFO/WARN/ERROR (SEE
      * DETERMINE-LOG-LEVEL) AND CARRYING IO-PCB-USER-ID/IO-PCB-LTERM
      * SO A SPECIFIC USER'S TRANSACTIONS CAN BE FOUND ACROSS A DAY'S
      * LOG WITHOUT SEARCHING JES SPOOL.
      ******************************************************************
       LOG-MESSAGE.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           PERFORM DETERMINE-LOG-LEVEL

           DISPLAY WS-FORMATTED-DATE-TIME ' IMSCBLJM VER 1.0 '
             WS-LOG-LEVEL ' ' WS-LOG-MESSAGE(1:50)

           MOVE WS-FORMATTED-DATE-TIME TO LOG-TIMESTAMP
           MOVE WS-LOG-LEVEL            TO LOG-LEVEL
           MOVE 'IMSCBLJM'               TO LOG-PROGRAM-NAME
           MOVE IO-PCB-USER-ID          TO LOG-USER-ID
           MOVE IO-PCB-LTERM            TO LOG-LTERM
           MOVE WS-LOG-MESSAGE          TO LOG-TEXT

           WRITE LOG-RECORD
           .
      ******************************************************************
      * ROUTINE TO INFER A LOG LEVEL FROM WS-LOG-MESSAGE'S TEXT SINCE
      * NO CALLER OF LOG-MESSAGE PASSES A LEVEL EXPLICITLY TODAY.
      * 'FAILED' MARKS AN ERROR, 'REJECT' (NOT ALREADY AN ERROR) MARKS
      * A WARNING, AND ANYTHING ELSE IS INFORMATIONAL.
      ******************************************************************
       DETERMINE-LOG-LEVEL.
      *
           MOVE 'INFO ' TO WS-LOG-LEVEL
           PERFORM VARYING WS-LOG-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LOG-LEVEL-IDX > 75
               IF WS-LOG-MESSAGE(WS-LOG-LEVEL-IDX:6) = 'FAILED'
                   MOVE 'ERROR' TO WS-LOG-LEVEL
               END-IF
               IF WS-LOG-MESSAGE(WS-LOG-LEVEL-IDX:6) = 'REJECT'
                   IF WS-LOG-LEVEL NOT = 'ERROR'
                       MOVE 'WARN ' TO WS-LOG-LEVEL
                   END-IF
               END-IF
           END-PERFORM
           .
       END PROGRAM IMSCBLJM.
