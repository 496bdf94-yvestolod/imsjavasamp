       CBL dll,thread
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCBLJP RECURSIVE.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Sample IMS COBOL program (MPP) that answers the provider       *
      * office's first question: is this member covered, and how much  *
      * of the deductible and out-of-pocket maximum is left?  Built in *
      * the style of IMSCBLJI, but nothing is priced: the terminal     *
      * sends a member ID and an as-of date (see IMSC2ELG) and gets    *
      * back the coverage window, plan code, and COB flag from the     *
      * member master, then for every claim type the plan has rules    *
      * for, the benefit rule in force on that date and the            *
      * deductible and out-of-pocket met versus remaining for that     *
      * plan year from the accumulator KSDS.  Everything is read       *
      * only.                                                          *
      * A retired member ID is first resolved to the surviving         *
      * member through the member ID crosswalk (IMSC2MXW), and the     *
      * answer comes back under the surviving ID.                      *
      *                                                                *
      * The lookup itself fills the transport-neutral result area      *
      * IMSC2ELR and never touches the terminal message, so an X12     *
      * 270/271 front end can reuse the same paragraphs; only          *
      * FORMAT-ELIGIBILITY-RESPONSE is specific to the terminal.       *
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
           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT MEMBER-XWALK-FILE ASSIGN TO CLMMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MXW-RETIRED-ID
               FILE STATUS IS WS-MXW-FS.

           SELECT BENEFIT-RULES-FILE ASSIGN TO CLMBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-RULE-KEY
               FILE STATUS IS WS-BEN-FS.

           SELECT MEMBER-ACCUM-FILE ASSIGN TO CLMACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ACCUM-KEY
               FILE STATUS IS WS-ACC-FS.

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT PHI-ACCESS-FILE ASSIGN TO CLMPHIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAL-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  BENEFIT-RULES-FILE.
       COPY IMSC2BEN.

       FD  MEMBER-ACCUM-FILE.
       COPY IMSC2ACC.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       FD  PHI-ACCESS-FILE
           RECORDING MODE IS F.
       COPY IMSC2PAL.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
      * INCLUDE THE COPYBOOK FOR REQUEST AND RESPONSE DATA STRUCTURE
      * OF THE SAMPLE PROGRAM, AND THE ELIGIBILITY RESULT AREA THE
      * LOOKUP FILLS.
      ******************************************************************
       COPY IMSC2ELG.
       COPY IMSC2ELR.
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
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-OPEN-SW            PIC X VALUE 'N'.
          88 ACCESS-LOG-OPEN            VALUE 'Y'.
          88 ACCESS-LOG-CLOSED          VALUE 'N'.
       01 WS-MXW-FS                 PIC XX VALUE SPACES.
       01 WS-MXW-OPEN-SW            PIC X VALUE 'N'.
          88 XWALK-FILE-OPEN            VALUE 'Y'.
          88 XWALK-FILE-CLOSED          VALUE 'N'.
       01 WS-LOG-LEVEL               PIC X(5).
       01 WS-LOG-LEVEL-IDX           PIC S9(4) COMP.
       01 WS-INQUIRY-VALID-SW       PIC X VALUE 'Y'.
          88 INQUIRY-IS-VALID           VALUE 'Y'.
          88 INQUIRY-IS-INVALID         VALUE 'N'.
       01 WS-REJECT-REASON          PIC X(60).
       01 WS-REJECT-STATUS          PIC X(4) VALUE 'VAL1'.
       01 WS-BEN-EOF-SW             PIC X VALUE 'N'.
          88 BENEFIT-FILE-EOF           VALUE 'Y'.
          88 BENEFIT-FILE-NOT-EOF       VALUE 'N'.
       01 WS-BEN-IDX                PIC S9(4) COMP.
       01 WS-BEN-TRIMMED-SW         PIC X VALUE 'N'.
          88 BENEFITS-TRIMMED           VALUE 'Y'.
          88 BENEFITS-NOT-TRIMMED       VALUE 'N'.
      ******************************************************************
      * SPLIT-OUT COPY OF THE AS-OF DATE USED BY THE CALENDAR EDIT
      ******************************************************************
       01 WS-AS-OF-DATE             PIC 9(8).
       01 WS-AS-OF-DATE-SPLIT.
          05 WS-AS-OF-YEAR          PIC 9(4).
          05 WS-AS-OF-MONTH         PIC 9(2).
          05 WS-AS-OF-DAY           PIC 9(2).
       01 WS-DAYS-IN-MONTH          PIC 9(2).
      ******************************************************************
      * STAGING AREA FOR THE OUTBOUND RESULT TEXT: ONE COVERAGE
      * SEGMENT PLUS TWO BENEFIT SEGMENTS PER CLAIM TYPE, 60 BYTES
      * EACH, FOR UP TO TEN CLAIM TYPES.
      ******************************************************************
       01 WS-OUTPUT-TEXT            PIC X(1260) VALUE SPACES.
       01 WS-OUTPUT-TEXT-PTR        PIC S9(4) COMP.
       01 WS-SLICE-PTR              PIC S9(4) COMP.
       01 WS-LINE-BUILD             PIC X(60).
       01 WS-EDIT-AMT               PIC ZZZZZZ9.99.
       01 WS-EDIT-MET               PIC ZZZZZZ9.99.
       01 WS-EDIT-REMAIN            PIC ZZZZZZ9.99.
       01 WS-EDIT-PCT               PIC ZZ9.99.
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

           PERFORM OPEN-ACCESS-LOG-FILE
           PERFORM OPEN-MEMBER-FILE
           PERFORM OPEN-XWALK-FILE
           PERFORM OPEN-BENEFIT-FILE
           PERFORM OPEN-ACCUM-FILE

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
                   OR    IO-PCB-STATUS-CODE NOT = SPACES
             PERFORM INQUIRE-ELIGIBILITY
             PERFORM SET-OUTPUT-MESSAGE
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-ACCUM-FILE
           PERFORM CLOSE-BENEFIT-FILE
           PERFORM CLOSE-XWALK-FILE
           PERFORM CLOSE-MEMBER-FILE
           PERFORM CLOSE-ACCESS-LOG-FILE
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
      * ROUTINE TO OPEN THE PHI ACCESS LOG FOR THE LIFE OF THIS MPP
      * REGION, SAME OPEN-EXTEND-WITH-FALLBACK PATTERN AS THE
      * STRUCTURED LOG.  A LOG THAT WILL NOT OPEN IS REPORTED ON THE
      * STRUCTURED LOG AND INQUIRIES CARRY ON WITHOUT IT.
      ******************************************************************
       OPEN-ACCESS-LOG-FILE.
      *
           OPEN EXTEND PHI-ACCESS-FILE
           IF WS-PAL-FS = '05' OR WS-PAL-FS = '35'
             OPEN OUTPUT PHI-ACCESS-FILE
           END-IF
           IF WS-PAL-FS = '00'
               SET ACCESS-LOG-OPEN TO TRUE
           ELSE
               SET ACCESS-LOG-CLOSED TO TRUE
               MOVE 'PHI ACCESS LOG OPEN FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-PAL-FS TO WS-LOG-MESSAGE(32:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PHI ACCESS LOG
      ******************************************************************
       CLOSE-ACCESS-LOG-FILE.
      *
           IF ACCESS-LOG-OPEN
               CLOSE PHI-ACCESS-FILE
               SET ACCESS-LOG-CLOSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ELIGIBILITY MASTER FOR THE LIFE OF
      * THIS MPP REGION.  AN UNREADABLE MASTER SURFACES AS A 'UNAV'
      * RESPONSE ON EVERY INQUIRY.
      ******************************************************************
       OPEN-MEMBER-FILE.
      *
           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
             MOVE 'MEMBER MASTER OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-MBR-FS TO WS-LOG-MESSAGE(31:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE MEMBER ELIGIBILITY MASTER
      ******************************************************************
       CLOSE-MEMBER-FILE.
      *
           CLOSE MEMBER-MASTER-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ID CROSSWALK FOR THE LIFE OF THIS
      * MPP REGION.  THE CROSSWALK IS MAINTAINED ONLY BY IMSCMMRG, SO
      * A CROSSWALK THAT WILL NOT OPEN IS LOGGED AND THE LOOKUP
      * RUNS UNDER THE MEMBER ID AS ENTERED.
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
      * MERGED AND IS LEFT AS ENTERED.
      ******************************************************************
       RESOLVE-MEMBER-ID.
      *
           IF XWALK-FILE-OPEN AND ELR-MEMBER-ID NOT = SPACES
               MOVE ELR-MEMBER-ID TO MXW-RETIRED-ID
               READ MEMBER-XWALK-FILE
               IF WS-MXW-FS = '00'
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'MEMBER ID ' ELR-MEMBER-ID
                          ' RESOLVED TO ' MXW-SURVIVING-ID
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
                   MOVE MXW-SURVIVING-ID TO ELR-MEMBER-ID
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE BENEFIT RULES FILE FOR THE LIFE OF THIS
      * MPP REGION.  A MISSING RULES FILE ANSWERS WITH COVERAGE ONLY
      * AND NO BENEFIT LINES.
      ******************************************************************
       OPEN-BENEFIT-FILE.
      *
           OPEN INPUT BENEFIT-RULES-FILE
           IF WS-BEN-FS NOT = '00'
             MOVE 'BENEFIT RULES OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-BEN-FS TO WS-LOG-MESSAGE(31:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE BENEFIT RULES FILE
      ******************************************************************
       CLOSE-BENEFIT-FILE.
      *
           CLOSE BENEFIT-RULES-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ACCUMULATOR KSDS, INPUT ONLY --
      * AN INQUIRY READS THE MEMBER'S YEAR-TO-DATE POSITION BUT MUST
      * NEVER MOVE IT.  AN UNREADABLE FILE ANSWERS AS NOTHING MET.
      ******************************************************************
       OPEN-ACCUM-FILE.
      *
           OPEN INPUT MEMBER-ACCUM-FILE
           IF WS-ACC-FS NOT = '00'
             MOVE 'ACCUM FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-ACC-FS TO WS-LOG-MESSAGE(28:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE MEMBER ACCUMULATOR KSDS
      ******************************************************************
       CLOSE-ACCUM-FILE.
      *
           CLOSE MEMBER-ACCUM-FILE
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
      * ROUTINE TO ANSWER ONE ELIGIBILITY AND BENEFITS INQUIRY: EDIT
      * THE TERMINAL REQUEST, RUN THE LOOKUP INTO THE RESULT AREA,
      * AND FORMAT THE RESULT FOR THE TERMINAL.
      ******************************************************************
       INQUIRE-ELIGIBILITY.
      *
           SET INQUIRY-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           MOVE IN-MEMBER-ID TO OUT-MEMBER-ID
           MOVE 0 TO OUT-AS-OF-DATE
           MOVE SPACES TO OUT-PLAN-CODE
           MOVE 0 TO OUT-EFF-DATE
           MOVE 0 TO OUT-TERM-DATE
           MOVE SPACE TO OUT-COB-FLAG
           MOVE SPACE TO OUT-COVERAGE-IND

           IF IN-MEMBER-ID = SPACES
               SET INQUIRY-IS-INVALID TO TRUE
               MOVE 'MEMBER ID IS MISSING' TO WS-REJECT-REASON
           END-IF
           IF INQUIRY-IS-VALID
               PERFORM VALIDATE-AS-OF-DATE
           END-IF

           IF INQUIRY-IS-INVALID
               PERFORM REJECT-INQUIRY
           ELSE
               MOVE IN-MEMBER-ID TO ELR-MEMBER-ID
               MOVE WS-AS-OF-DATE TO ELR-AS-OF-DATE
               PERFORM LOOKUP-ELIGIBILITY
               PERFORM FORMAT-ELIGIBILITY-RESPONSE
               IF ELR-MEMBER-FOUND
                   PERFORM WRITE-ACCESS-RECORD
               END-IF
           END-IF

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ
           .
      ******************************************************************
      * ROUTINE TO EDIT IN-AS-OF-DATE: BLANK OR ZERO MEANS TODAY,
      * OTHERWISE NUMERIC AND A REAL CALENDAR DATE.  PAST AND FUTURE
      * DATES ARE BOTH WELCOME.  DATE REJECTS RETURN 'DTE1'.
      ******************************************************************
       VALIDATE-AS-OF-DATE.
      *
           IF IN-AS-OF-DATE = SPACES OR IN-AS-OF-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
               MOVE WS-TEMP-DATE TO WS-AS-OF-DATE
           ELSE
               IF IN-AS-OF-DATE NOT NUMERIC
                   SET INQUIRY-IS-INVALID TO TRUE
                   MOVE 'AS-OF DATE IS NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE IN-AS-OF-DATE TO WS-AS-OF-DATE
                   MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-SPLIT
                   PERFORM EDIT-AS-OF-DATE-CALENDAR
               END-IF
           END-IF

           IF INQUIRY-IS-INVALID
               MOVE 'DTE1' TO WS-REJECT-STATUS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CHECK THAT WS-AS-OF-DATE-SPLIT HOLDS A REAL
      * CALENDAR DATE, SAME RULES AS THE SUBMITTERS' EDITS
      ******************************************************************
       EDIT-AS-OF-DATE-CALENDAR.
      *
           IF WS-AS-OF-YEAR < 1900 OR
              WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
               SET INQUIRY-IS-INVALID TO TRUE
               MOVE 'AS-OF DATE IS NOT A VALID CALENDAR DATE'
                 TO WS-REJECT-REASON
           ELSE
               EVALUATE WS-AS-OF-MONTH
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DAYS-IN-MONTH
                   WHEN 2
                       IF (FUNCTION MOD(WS-AS-OF-YEAR, 4) = 0 AND
                           FUNCTION MOD(WS-AS-OF-YEAR, 100) NOT = 0)
                          OR FUNCTION MOD(WS-AS-OF-YEAR, 400) = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DAYS-IN-MONTH
               END-EVALUATE

               IF WS-AS-OF-DAY < 1 OR
                  WS-AS-OF-DAY > WS-DAYS-IN-MONTH
                   SET INQUIRY-IS-INVALID TO TRUE
                   MOVE 'AS-OF DATE IS NOT A VALID CALENDAR DATE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LOOK UP ELIGIBILITY AND BENEFITS FOR ELR-MEMBER-ID
      * ON ELR-AS-OF-DATE INTO THE ELIGIBILITY-RESULT AREA.  THIS AND
      * THE ROUTINES IT PERFORMS READ ONLY THE RESULT AREA'S REQUEST
      * FIELDS, SO ANY FRONT END CAN DRIVE THEM.  BENEFITS ARE ONLY
      * LOOKED UP FOR A MEMBER COVERED ON THE AS-OF DATE.
      ******************************************************************
       LOOKUP-ELIGIBILITY.
      *
           PERFORM RESOLVE-MEMBER-ID
           MOVE SPACES TO ELR-MEMBER-NAME
           MOVE SPACES TO ELR-PLAN-CODE
           MOVE 0 TO ELR-EFF-DATE
           MOVE 0 TO ELR-TERM-DATE
           MOVE SPACE TO ELR-COB-FLAG
           MOVE SPACE TO ELR-COVERAGE-IND
           MOVE ELR-AS-OF-DATE(1:4) TO ELR-PLAN-YEAR
           MOVE 0 TO ELR-DED-YTD
           MOVE 0 TO ELR-OOP-YTD
           MOVE 0 TO ELR-BENEFIT-COUNT
           SET BENEFITS-NOT-TRIMMED TO TRUE

           PERFORM LOOKUP-COVERAGE
           IF ELR-MEMBER-FOUND AND ELR-COVERAGE-ACTIVE
               PERFORM LOOKUP-ACCUMULATORS
               PERFORM LOOKUP-BENEFIT-RULES
               PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                       UNTIL WS-BEN-IDX > ELR-BENEFIT-COUNT
                   PERFORM MEASURE-ONE-BENEFIT
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE MEMBER MASTER AND CLASSIFY COVERAGE ON
      * THE AS-OF DATE, SAME COVERAGE-WINDOW TEST AS VALIDATE-MEMBER
      * IN THE SUBMITTERS (A TERMINATION DATE OF ZERO IS OPEN-ENDED)
      ******************************************************************
       LOOKUP-COVERAGE.
      *
           MOVE ELR-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           EVALUATE WS-MBR-FS
               WHEN '00'
                   SET ELR-MEMBER-FOUND TO TRUE
                   MOVE MBR-NAME      TO ELR-MEMBER-NAME
                   MOVE MBR-PLAN-CODE TO ELR-PLAN-CODE
                   MOVE MBR-EFF-DATE  TO ELR-EFF-DATE
                   MOVE MBR-TERM-DATE TO ELR-TERM-DATE
                   IF MBR-HAS-COB
                       MOVE 'Y' TO ELR-COB-FLAG
                   ELSE
                       MOVE 'N' TO ELR-COB-FLAG
                   END-IF
                   EVALUATE TRUE
                       WHEN ELR-AS-OF-DATE < MBR-EFF-DATE
                           SET ELR-COVERAGE-FUTURE TO TRUE
                       WHEN MBR-TERM-DATE NOT = ZERO AND
                            ELR-AS-OF-DATE > MBR-TERM-DATE
                           SET ELR-COVERAGE-ENDED TO TRUE
                       WHEN OTHER
                           SET ELR-COVERAGE-ACTIVE TO TRUE
                   END-EVALUATE
               WHEN '23'
                   SET ELR-MEMBER-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET ELR-MASTER-UNAVAILABLE TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO READ THE MEMBER'S ACCUMULATOR FOR THE AS-OF DATE'S
      * PLAN YEAR, READ ONLY.  NO RECORD, AN UNREADABLE FILE, OR A
      * NON-NUMERIC RECORD ALL ANSWER AS NOTHING MET YET, THE SAME
      * FALLBACK THE BENEFIT MATH USES.
      ******************************************************************
       LOOKUP-ACCUMULATORS.
      *
           MOVE ELR-MEMBER-ID TO ACC-MEMBER-ID
           MOVE ELR-PLAN-YEAR TO ACC-PLAN-YEAR
           READ MEMBER-ACCUM-FILE
           IF WS-ACC-FS = '00'
               IF ACC-DED-APPLIED-YTD NUMERIC
                   MOVE ACC-DED-APPLIED-YTD TO ELR-DED-YTD
               END-IF
               IF ACC-OOP-APPLIED-YTD NUMERIC
                   MOVE ACC-OOP-APPLIED-YTD TO ELR-OOP-YTD
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COLLECT THE RULE IN FORCE ON THE AS-OF DATE FOR
      * EVERY CLAIM TYPE OF THE MEMBER'S PLAN: ONE BROWSE OF THE
      * PLAN'S SLICE OF THE RULES KSDS, WHICH COMES BACK BY CLAIM
      * TYPE AND THEN EFFECTIVE DATE, SO THE LAST ROW NOT AFTER THE
      * AS-OF DATE WITHIN EACH CLAIM TYPE IS THE ONE IN FORCE -- THE
      * SAME SELECTION FIND-BENEFIT-RULE MAKES FOR A CLAIM.
      ******************************************************************
       LOOKUP-BENEFIT-RULES.
      *
           SET BENEFIT-FILE-NOT-EOF TO TRUE
           MOVE ELR-PLAN-CODE TO BEN-PLAN-CODE
           MOVE LOW-VALUES TO BEN-CLAIM-TYPE
           MOVE 0 TO BEN-EFF-DATE
           START BENEFIT-RULES-FILE KEY IS NOT LESS THAN BEN-RULE-KEY
           IF WS-BEN-FS NOT = '00'
               SET BENEFIT-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL BENEFIT-FILE-EOF
               READ BENEFIT-RULES-FILE NEXT RECORD
                   AT END
                       SET BENEFIT-FILE-EOF TO TRUE
               END-READ
               IF BENEFIT-FILE-NOT-EOF AND WS-BEN-FS NOT = '00'
                   SET BENEFIT-FILE-EOF TO TRUE
               END-IF
               IF BENEFIT-FILE-NOT-EOF
                   IF BEN-PLAN-CODE NOT = ELR-PLAN-CODE
                       SET BENEFIT-FILE-EOF TO TRUE
                   ELSE
                       PERFORM TABLE-ONE-RULE-ROW
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO FILE ONE RULE ROW OF THE PLAN: A NEW CLAIM TYPE
      * OPENS A NEW BENEFIT ENTRY WITH NO RULE IN FORCE YET, AND A
      * ROW EFFECTIVE ON OR BEFORE THE AS-OF DATE BECOMES THAT CLAIM
      * TYPE'S RULE IN FORCE SO FAR (AMOUNTS NUMERIC-EDITED, AS IN
      * CAPTURE-RULE-ROW).  A PLAN WITH MORE CLAIM TYPES THAN THE
      * RESULT AREA HOLDS HAS THE REST LEFT OFF AND THE RESPONSE
      * SAYS SO.
      ******************************************************************
       TABLE-ONE-RULE-ROW.
      *
           IF ELR-BENEFIT-COUNT = 0 OR
              BEN-CLAIM-TYPE NOT = ELR-BEN-CLAIM-TYPE(ELR-BENEFIT-COUNT)
               IF ELR-BENEFIT-COUNT < ELR-BENEFIT-MAX
                   ADD 1 TO ELR-BENEFIT-COUNT
                   MOVE ELR-BENEFIT-COUNT TO WS-BEN-IDX
                   MOVE BEN-CLAIM-TYPE
                     TO ELR-BEN-CLAIM-TYPE(WS-BEN-IDX)
                   SET ELR-BEN-NO-RULE(WS-BEN-IDX) TO TRUE
                   MOVE 0 TO ELR-BEN-EFF-DATE(WS-BEN-IDX)
                   MOVE 0 TO ELR-BEN-DEDUCTIBLE(WS-BEN-IDX)
                   MOVE 0 TO ELR-BEN-COPAY-PCT(WS-BEN-IDX)
                   MOVE 0 TO ELR-BEN-OOP-MAX(WS-BEN-IDX)
               ELSE
                   SET BENEFITS-TRIMMED TO TRUE
                   SET BENEFIT-FILE-EOF TO TRUE
               END-IF
           END-IF

           IF BENEFIT-FILE-NOT-EOF
               MOVE ELR-BENEFIT-COUNT TO WS-BEN-IDX
               IF BEN-EFF-DATE NUMERIC AND
                  BEN-EFF-DATE NOT > ELR-AS-OF-DATE
                   MOVE BEN-EFF-DATE TO ELR-BEN-EFF-DATE(WS-BEN-IDX)
                   IF BEN-DEDUCTIBLE NUMERIC AND
                      BEN-COPAY-PCT NUMERIC AND
                      BEN-OOP-MAX NUMERIC
                       SET ELR-BEN-RULE-VALID(WS-BEN-IDX) TO TRUE
                       MOVE BEN-DEDUCTIBLE
                         TO ELR-BEN-DEDUCTIBLE(WS-BEN-IDX)
                       MOVE BEN-COPAY-PCT
                         TO ELR-BEN-COPAY-PCT(WS-BEN-IDX)
                       MOVE BEN-OOP-MAX
                         TO ELR-BEN-OOP-MAX(WS-BEN-IDX)
                   ELSE
                       SET ELR-BEN-RULE-INVALID(WS-BEN-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO MEASURE ONE CLAIM TYPE'S RULE AGAINST THE
      * YEAR-TO-DATE ACCUMULATORS: MET IS WHAT HAS BEEN APPLIED,
      * CAPPED AT THE RULE'S AMOUNT, AND REMAINING IS THE REST --
      * THE SAME EFFECTIVE DEDUCTIBLE AND OUT-OF-POCKET REMAINING
      * CALCULATE-BENEFITS WOULD START THE NEXT CLAIM FROM.
      ******************************************************************
       MEASURE-ONE-BENEFIT.
      *
           MOVE 0 TO ELR-BEN-DED-MET(WS-BEN-IDX)
           MOVE 0 TO ELR-BEN-DED-REMAIN(WS-BEN-IDX)
           MOVE 0 TO ELR-BEN-OOP-MET(WS-BEN-IDX)
           MOVE 0 TO ELR-BEN-OOP-REMAIN(WS-BEN-IDX)

           IF ELR-BEN-RULE-VALID(WS-BEN-IDX)
               IF ELR-DED-YTD < ELR-BEN-DEDUCTIBLE(WS-BEN-IDX)
                   MOVE ELR-DED-YTD TO ELR-BEN-DED-MET(WS-BEN-IDX)
                   COMPUTE ELR-BEN-DED-REMAIN(WS-BEN-IDX) =
                       ELR-BEN-DEDUCTIBLE(WS-BEN-IDX) - ELR-DED-YTD
               ELSE
                   MOVE ELR-BEN-DEDUCTIBLE(WS-BEN-IDX)
                     TO ELR-BEN-DED-MET(WS-BEN-IDX)
               END-IF
               IF ELR-OOP-YTD < ELR-BEN-OOP-MAX(WS-BEN-IDX)
                   MOVE ELR-OOP-YTD TO ELR-BEN-OOP-MET(WS-BEN-IDX)
                   COMPUTE ELR-BEN-OOP-REMAIN(WS-BEN-IDX) =
                       ELR-BEN-OOP-MAX(WS-BEN-IDX) - ELR-OOP-YTD
               ELSE
                   MOVE ELR-BEN-OOP-MAX(WS-BEN-IDX)
                     TO ELR-BEN-OOP-MET(WS-BEN-IDX)
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FORMAT THE ELIGIBILITY RESULT FOR THE TERMINAL:
      * THE COVERAGE FIELDS IN THE RESPONSE HEADER, A COVERAGE LINE,
      * THEN TWO LINES PER CLAIM TYPE, EACH IN ITS OWN SEGMENT
      ******************************************************************
       FORMAT-ELIGIBILITY-RESPONSE.
      *
           MOVE SPACES TO WS-OUTPUT-TEXT
           MOVE ELR-MEMBER-ID TO OUT-MEMBER-ID
           MOVE ELR-AS-OF-DATE TO OUT-AS-OF-DATE

           EVALUATE TRUE
               WHEN ELR-MEMBER-NOT-FOUND
                   MOVE 'NFND' TO OUT-STATUS-CODE
                   STRING 'MEMBER ' ELR-MEMBER-ID
                       ' IS NOT ON THE MEMBER MASTER'
                       DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               WHEN ELR-MASTER-UNAVAILABLE
                   MOVE 'UNAV' TO OUT-STATUS-CODE
                   MOVE 'MEMBER MASTER IS NOT AVAILABLE'
                     TO WS-OUTPUT-TEXT
                   MOVE 'INQUIRY FAILED, MEMBER MASTER NOT AVAILABLE'
                     TO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
               WHEN OTHER
                   MOVE ELR-PLAN-CODE    TO OUT-PLAN-CODE
                   MOVE ELR-EFF-DATE     TO OUT-EFF-DATE
                   MOVE ELR-TERM-DATE    TO OUT-TERM-DATE
                   MOVE ELR-COB-FLAG     TO OUT-COB-FLAG
                   MOVE ELR-COVERAGE-IND TO OUT-COVERAGE-IND
                   PERFORM BUILD-COVERAGE-LINE
                   IF ELR-COVERAGE-ACTIVE
                       MOVE 'ACTV' TO OUT-STATUS-CODE
                       MOVE 61 TO WS-SLICE-PTR
                       PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                               UNTIL WS-BEN-IDX > ELR-BENEFIT-COUNT
                           PERFORM BUILD-BENEFIT-LINES
                       END-PERFORM
                       IF ELR-BENEFIT-COUNT = 0
                           MOVE 'NO BENEFIT RULES ON FILE FOR THE PLAN'
                             TO WS-OUTPUT-TEXT(61:60)
                       END-IF
                   ELSE
                       MOVE 'INAC' TO OUT-STATUS-CODE
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO BUILD THE COVERAGE LINE (FIRST SEGMENT)
      ******************************************************************
       BUILD-COVERAGE-LINE.
      *
           MOVE SPACES TO WS-LINE-BUILD
           EVALUATE TRUE
               WHEN ELR-COVERAGE-ACTIVE
                   STRING 'COVERED ON ' ELR-AS-OF-DATE
                       ' PLAN ' ELR-PLAN-CODE
                       ' YEAR ' ELR-PLAN-YEAR
                       ' COB ' ELR-COB-FLAG
                       DELIMITED BY SIZE INTO WS-LINE-BUILD
               WHEN ELR-COVERAGE-FUTURE
                   STRING 'NOT COVERED ON ' ELR-AS-OF-DATE
                       ' - COVERAGE STARTS ' ELR-EFF-DATE
                       DELIMITED BY SIZE INTO WS-LINE-BUILD
               WHEN OTHER
                   STRING 'NOT COVERED ON ' ELR-AS-OF-DATE
                       ' - COVERAGE ENDED ' ELR-TERM-DATE
                       DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-EVALUATE
           IF BENEFITS-TRIMMED
               MOVE '(TRIMMED)' TO WS-LINE-BUILD(52:9)
           END-IF
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(1:60)
           .
      ******************************************************************
      * ROUTINE TO FORMAT ONE CLAIM TYPE'S TWO BENEFIT LINES INTO
      * THEIR OWN SEGMENT SLICES
      ******************************************************************
       BUILD-BENEFIT-LINES.
      *
           MOVE SPACES TO WS-LINE-BUILD
           MOVE ELR-BEN-CLAIM-TYPE(WS-BEN-IDX) TO WS-LINE-BUILD(1:10)
           EVALUATE TRUE
               WHEN ELR-BEN-RULE-VALID(WS-BEN-IDX)
                   MOVE ELR-BEN-DEDUCTIBLE(WS-BEN-IDX) TO WS-EDIT-AMT
                   MOVE ELR-BEN-DED-MET(WS-BEN-IDX)    TO WS-EDIT-MET
                   MOVE ELR-BEN-DED-REMAIN(WS-BEN-IDX)
                     TO WS-EDIT-REMAIN
                   STRING ' DED ' WS-EDIT-AMT ' MET ' WS-EDIT-MET
                       ' REM ' WS-EDIT-REMAIN
                       DELIMITED BY SIZE INTO WS-LINE-BUILD(11:50)
               WHEN ELR-BEN-RULE-INVALID(WS-BEN-IDX)
                   MOVE ' RULE ROW FAILS NUMERIC EDIT - CALL BENEFITS'
                     TO WS-LINE-BUILD(11:50)
               WHEN OTHER
                   MOVE ' NO RULE IN FORCE ON THE AS-OF DATE'
                     TO WS-LINE-BUILD(11:50)
           END-EVALUATE
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR

           MOVE SPACES TO WS-LINE-BUILD
           IF ELR-BEN-RULE-VALID(WS-BEN-IDX)
               MOVE ELR-BEN-COPAY-PCT(WS-BEN-IDX)  TO WS-EDIT-PCT
               MOVE ELR-BEN-OOP-MAX(WS-BEN-IDX)    TO WS-EDIT-AMT
               MOVE ELR-BEN-OOP-MET(WS-BEN-IDX)    TO WS-EDIT-MET
               MOVE ELR-BEN-OOP-REMAIN(WS-BEN-IDX) TO WS-EDIT-REMAIN
               STRING '  COPAY ' WS-EDIT-PCT '% OOP ' WS-EDIT-AMT
                   ' MET ' WS-EDIT-MET ' REM ' WS-EDIT-REMAIN
                   DELIMITED BY SIZE INTO WS-LINE-BUILD
           ELSE
               MOVE '  NO MEMBER COST SHARE APPLIES' TO WS-LINE-BUILD
           END-IF
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           .
      ******************************************************************
      * ROUTINE TO REJECT AN INQUIRY THAT FAILED ITS EDITS, RETURNING
      * THE REASON TO THE TERMINAL AND LOGGING IT
      ******************************************************************
       REJECT-INQUIRY.
      *
           MOVE WS-REJECT-STATUS TO OUT-STATUS-CODE
           MOVE SPACES TO WS-OUTPUT-TEXT
           STRING 'REJECTED: ' WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-OUTPUT-TEXT
           MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PHI ACCESS LOG RECORD (IMSC2PAL) FOR A
      * RESPONSE THAT SHOWS MEMBER DATA.  NOTHING IS WRITTEN WHEN
      * THE ACCESS LOG DID NOT OPEN; A FAILED WRITE IS LOGGED AND
      * THE RESPONSE STILL GOES BACK TO THE TERMINAL.
      ******************************************************************
       WRITE-ACCESS-RECORD.
      *
           IF ACCESS-LOG-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
               MOVE SPACES TO PHI-ACCESS-RECORD
               MOVE WS-TEMP-DATE   TO PAL-ACCESS-DATE
               MOVE WS-TEMP-TIME   TO PAL-ACCESS-TIME
               MOVE IO-PCB-USER-ID TO PAL-USER-ID
               MOVE IO-PCB-LTERM   TO PAL-LTERM
               MOVE 'IMSCBLJP'     TO PAL-PROGRAM
               MOVE 0              TO PAL-CLAIM-COUNT
               MOVE IN-TRANCODE    TO PAL-TRANCODE
               MOVE ELR-MEMBER-ID  TO PAL-MEMBER-ID
               WRITE PHI-ACCESS-RECORD
               IF WS-PAL-FS NOT = '00'
                   MOVE 'PHI ACCESS LOG WRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PAL-FS TO WS-LOG-MESSAGE(33:2)
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF
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

           DISPLAY WS-FORMATTED-DATE-TIME ' IMSCBLJP VER 1.0 '
             WS-LOG-LEVEL ' ' WS-LOG-MESSAGE(1:50)

           MOVE WS-FORMATTED-DATE-TIME TO LOG-TIMESTAMP
           MOVE WS-LOG-LEVEL            TO LOG-LEVEL
           MOVE 'IMSCBLJP'               TO LOG-PROGRAM-NAME
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
       END PROGRAM IMSCBLJP.
