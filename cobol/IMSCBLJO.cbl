       CBL dll,thread
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCBLJO RECURSIVE.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Sample IMS COBOL program (MPP) that tracks member and          *
      * provider appeals of REJECTED and DENIED claims against their   *
      * regulatory response deadlines.  The terminal sends an action   *
      * (see IMSC2APM) and this program                                *
      *  - takes in a new appeal on the appeals KSDS (see IMSC2APL)    *
      *    tied to the claim, with its appellant, received date,       *
      *    level, analyst, and a due date computed from the appeal     *
      *    type: JAPLURGDY (DEFAULT 3) DAYS FOR AN URGENT APPEAL AND   *
      *    JAPLSTDDY (DEFAULT 30) DAYS FOR A STANDARD ONE;             *
      *  - updates the analyst, level, or type of an open appeal;      *
      *  - records the outcome.  AN OVERTURNED APPEAL POSTS THE SAME   *
      *    LINKED ADJUSTMENT IMSCBLJG WRITES (UNDER ITS OWN 'R' CLAIM  *
      *    NUMBER, CARRYING THE DELTA AMOUNTS, CROSS-REFERENCED        *
      *    THROUGH AUD-XREF-CLAIMNO) AND MOVES THE CLAIM TO ADJUSTED   *
      *    SO THE NEXT SETTLEMENT REPAYS IT, WITH BOTH TRANSITIONS ON  *
      *    THE STATUS HISTORY.  AN OVERTURN WHOSE CHANGE TO THE CLAIM  *
      *    TOTAL, OR WHOSE NEW PLAN-PAID, EXCEEDS JAPVLIMIT (DEFAULT   *
      *    5000.00) IS HELD ON THE APPROVAL KSDS (SEE IMSC2APR) WITH   *
      *    THE APPEAL LEFT OPEN, AND IS ONLY POSTED WHEN A SECOND USER *
      *    HOLDING ATH-ALLOW-APPROVE ENTERS THE SAME DECISION;         *
      *  - shows an appeal.                                            *
      * Restricted to users holding ATH-ALLOW-APPEALS.  IMSCAPAG       *
      * reports the open appeals approaching or past due daily.        *
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-CLAIMNO
               FILE STATUS IS WS-AUDIT-FS.

           SELECT APPEAL-FILE ASSIGN TO CLMAPPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APL-APPEAL-NO
               FILE STATUS IS WS-APL-FS.

           SELECT CLAIM-SEQ-FILE ASSIGN TO CLMSEQ
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEQ-RELKEY
               FILE STATUS IS WS-SEQ-FS.

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

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

           SELECT STATUS-HISTORY-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HST-FS.

           SELECT AUTHORITY-FILE ASSIGN TO CLMAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATH-USER-ID
               FILE STATUS IS WS-ATH-FS.

           SELECT APPROVAL-FILE ASSIGN TO CLMAPPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-APPROVAL-NO
               ALTERNATE RECORD KEY IS APR-CLAIMNO
                   WITH DUPLICATES
               FILE STATUS IS WS-APR-FS.

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  APPEAL-FILE.
       COPY IMSC2APL.

       FD  CLAIM-SEQ-FILE
           RECORDING MODE IS F.
       COPY IMSC2SEQ.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  BENEFIT-RULES-FILE.
       COPY IMSC2BEN.

       FD  MEMBER-ACCUM-FILE.
       COPY IMSC2ACC.

       FD  STATUS-HISTORY-FILE.
       COPY IMSC2HST.

       FD  AUTHORITY-FILE.
       COPY IMSC2ATH.

       FD  APPROVAL-FILE.
       COPY IMSC2APR.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
      * INCLUDE THE COPYBOOK FOR REQUEST AND RESPONSE DATA STRUCTURE
      * OF THE SAMPLE PROGRAM.
      ******************************************************************
       COPY IMSC2APM.
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
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-APL-FS                 PIC XX VALUE SPACES.
       01 WS-SEQ-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-ATH-FS                 PIC XX VALUE SPACES.
       01 WS-APR-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
      ******************************************************************
      * STATUS HISTORY WORK FIELDS (SEE IMSC2HST): ON AN OVERTURN ONE
      * TRANSITION IS RECORDED FOR THE NEW ADJUSTMENT RECORD (FROM
      * SPACES) AND ONE FOR THE CLAIM'S MOVE TO ADJUSTED.
      ******************************************************************
       01 WS-HST-CLAIMNO            PIC X(12) VALUE SPACES.
       01 WS-HST-OLD-STATUS         PIC X(9) VALUE SPACES.
       01 WS-HST-NEW-STATUS         PIC X(9) VALUE SPACES.
       01 WS-LOG-LEVEL               PIC X(5).
       01 WS-LOG-LEVEL-IDX           PIC S9(4) COMP.
       01 WS-REQUEST-VALID-SW       PIC X VALUE 'Y'.
          88 REQUEST-IS-VALID           VALUE 'Y'.
          88 REQUEST-IS-INVALID         VALUE 'N'.
       01 WS-REJECT-REASON          PIC X(60).
       01 WS-REJECT-STATUS          PIC X(4) VALUE 'VAL1'.
       01 WS-CLAIM-AMT-MAX          PIC S9(9)V99 VALUE 999999.99.
      ******************************************************************
      * MAKER-CHECKER CONTROL ON OVERTURNS, SAME LIMIT, EXPIRY WINDOW
      * AND APPROVAL KSDS AS IMSCBLJG'S ADJUSTMENTS (SEE IMSC2APR).
      * AN OVERTURN WHOSE DOLLAR CHANGE TO THE CLAIM TOTAL, OR WHOSE
      * RECOMPUTED PLAN-PAID, EXCEEDS THE LIMIT IS HELD FOR A SECOND
      * USER.  DEFAULTS 5000.00 AND 3 DAYS, OVERRIDDEN VIA
      * ENVIRONMENT VARIABLES JAPVLIMIT AND JAPVDAYS.  THE HELD
      * REQUEST NAMES ITS APPEAL IN APR-REASON; WS-APPROVAL-NO IS SET
      * WHILE ONE IS FOUND PENDING FOR THE APPEAL BEING DECIDED.
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
       01 WS-HELD-REASON            PIC X(40) VALUE SPACES.
       01 WS-APR-EOF-SW             PIC X VALUE 'N'.
          88 APPROVAL-SCAN-EOF          VALUE 'Y'.
          88 APPROVAL-SCAN-NOT-EOF      VALUE 'N'.
       01 WS-REQUEST-AGE            PIC S9(9) COMP.
      ******************************************************************
      * REGULATORY RESPONSE WINDOWS IN DAYS FROM THE DATE THE APPEAL
      * WAS RECEIVED.  DEFAULT 3 DAYS (72 HOURS) FOR AN URGENT APPEAL
      * AND 30 DAYS FOR A STANDARD ONE, OVERRIDDEN BY ENVIRONMENT
      * VARIABLES JAPLURGDY AND JAPLSTDDY WHERE A STATE OR PLAN
      * CONTRACT SETS A DIFFERENT LIMIT.
      ******************************************************************
       01 WS-URGENT-DAYS            PIC S9(5) COMP VALUE 3.
       01 WS-STANDARD-DAYS          PIC S9(5) COMP VALUE 30.
       01 WS-WINDOW-ENV             PIC X(5).
       01 WS-WINDOW-NUMVAL-TEST     PIC S9(4) COMP.
       01 WS-WINDOW-DAYS            PIC S9(5) COMP.
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-DUE-DATE               PIC 9(8).
      ******************************************************************
      * THE APPEAL'S EDITED LEVEL, TYPE, RECEIVED DATE AND ANALYST.
      * PRESET TO THE INTAKE DEFAULTS (OR, ON AN UPDATE, TO THE
      * APPEAL'S CURRENT VALUES) SO A BLANK INPUT FIELD KEEPS THEM.
      ******************************************************************
       01 WS-APPEAL-LEVEL           PIC 9.
       01 WS-APPEAL-TYPE            PIC X.
       01 WS-RECEIVED-DATE          PIC 9(8).
       01 WS-ANALYST                PIC X(8).
      ******************************************************************
      * RELATIVE RECORD KEY INTO CLAIM-SEQ-FILE FOR THIS PROGRAM'S
      * SEQUENCE COUNTER.  IMSCBLJC, IMSCBATD, IMSCBLJG, IMSCTSTD AND
      * IMSC837I OWN RECORDS 1 TO 5 OF THE SAME FILE.  THE ONE
      * COUNTER NUMBERS BOTH THE APPEALS AND THE ADJUSTMENT RECORDS
      * AN OVERTURN WRITES, SO NO TWO EVER SHARE A SEQUENCE NUMBER.
      ******************************************************************
       01 WS-SEQ-RELKEY             PIC 9(4) COMP VALUE 6.
      ******************************************************************
      * REFERENCE NUMBER BUILT FROM TODAY'S DATE PLUS A SEQUENCE
      * NUMBER, SAME SHAPE AS IMSCBLJG'S.  THE LEADING SOURCE BYTE IS
      * 'P' FOR AN APPEAL NUMBER AND 'R' FOR THE CLAIM NUMBER OF THE
      * ADJUSTMENT AN OVERTURN POSTS, WHICH KEEPS THOSE RECORDS CLEAR
      * OF THE OTHER WRITERS' SLICES OF THE CLAIMS AUDIT FILE AND OUT
      * OF THE SUBMITTERS' DUPLICATE-DETECTION BROWSES.  'V' NUMBERS
      * AN OVERTURN HELD FOR APPROVAL, CLEAR OF IMSCBLJG'S 'Q'
      * APPROVAL NUMBERS ON THE SAME FILE.
      ******************************************************************
       01 WS-CLAIM-NO-BUILD.
          05 WS-CLAIM-NO-SRC        PIC X VALUE 'R'.
          05 WS-CLAIM-NO-DATE.
             10 WS-CLAIM-NO-YY      PIC 99.
             10 WS-CLAIM-NO-MM      PIC 99.
             10 WS-CLAIM-NO-DD      PIC 99.
          05 WS-CLAIM-NO-SEQ        PIC 9(5).
      ******************************************************************
      * LOCALLY RESERVED SEQUENCE NUMBER BLOCK, SAME BLOCK-RESERVATION
      * CONVENTION AS IMSCBLJG (ONE READ/REWRITE OF THE SHARED
      * SEQUENCE FILE PER JSEQBLOCK NUMBERS, RESERVATIONS LOGGED WITH
      * THEIR RANGE SO UNUSED REMAINDERS STAY TRACEABLE).
      ******************************************************************
       01 WS-SEQ-BLOCK-SIZE         PIC S9(5) COMP VALUE 50.
       01 WS-SEQ-BLOCK-ENV          PIC X(5).
       01 WS-SEQ-BLK-NUMVAL-TEST    PIC S9(4) COMP.
       01 WS-BLOCK-NEXT             PIC 9(5) VALUE 0.
       01 WS-BLOCK-LAST             PIC 9(5) VALUE 0.
       01 WS-BLOCK-DATE             PIC 9(6) VALUE 0.
      ******************************************************************
      * FULL SAVED COPY OF THE APPEALED CLAIM'S AUDIT RECORD.  THE FD
      * RECORD AREA IS REUSED TO BUILD THE ADJUSTMENT RECORD ON AN
      * OVERTURN, SO THE ORIGINAL IS PARKED HERE AND MOVED BACK FOR
      * THE STATUS REWRITE.  THE LENGTH MUST TRACK IMSC2AUD (684
      * BYTES TODAY).
      ******************************************************************
       01 WS-ORIG-AUDIT-REC         PIC X(684).
      ******************************************************************
      * ORIGINAL AMOUNTS SAVED BEFORE THE RECORD AREA IS REUSED, AND
      * THE RECOMPUTED BENEFIT MATH FOR THE TOTAL THE OVERTURN
      * ALLOWS.  THE ADJUSTMENT RECORD PERSISTS THE DELTAS (NEW MINUS
      * ORIGINAL) SO ORIGINAL PLUS ADJUSTMENT SUMS TO THE REPAID
      * CLAIM, EXACTLY AS IMSCBLJG'S ADJUSTMENTS DO.  A CLAIM REJECTED
      * AT SUBMISSION CARRIES ZERO AMOUNTS, SO ITS DELTAS ARE THE
      * WHOLE REPRICED CLAIM.
      ******************************************************************
       01 WS-ORIG-MEMBER-ID         PIC X(12) VALUE SPACES.
       01 WS-ORIG-CLAIMTYPE         PIC X(10) VALUE SPACES.
       01 WS-ORIG-STATUS            PIC X(9) VALUE SPACES.
       01 WS-ORIG-SVC-DATE          PIC 9(8) VALUE 0.
       01 WS-ORIG-PRIMARY-PAID      PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-APPROVED-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * BENEFIT RULE IN FORCE FOR THE ORIGINAL'S SERVICE DATE,
      * SELECTED BY FIND-BENEFIT-RULE FROM THE EFFECTIVE-DATED RULES
      * KSDS (SEE IMSC2BEN).  SEE IMSCBLJG FOR THE SAME CONVENTION.
      ******************************************************************
       01 WS-RULE-STATUS-SW         PIC X VALUE 'N'.
          88 RULE-FOUND-VALID           VALUE 'V'.
          88 RULE-FOUND-INVALID         VALUE 'I'.
          88 RULE-NOT-FOUND             VALUE 'N'.
       01 WS-BEN-EOF-SW             PIC X VALUE 'N'.
          88 BENEFIT-FILE-EOF           VALUE 'Y'.
          88 BENEFIT-FILE-NOT-EOF       VALUE 'N'.
       01 WS-RULE-DEDUCTIBLE        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RULE-COPAY-PCT         PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-RULE-OOP-MAX           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ORIG-CLAIMAMT          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ORIG-ALLOWED           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ORIG-RESP              PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ORIG-PLAN-PAID         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MEMBER-PLAN-CODE       PIC X(6) VALUE SPACES.
       01 WS-NEW-ALLOWED            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NEW-RESP               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NEW-PLAN-PAID          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NEW-NET                PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-COB-THIS               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EFF-DEDUCTIBLE         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EFF-OOP-REMAIN         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ACC-DED-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ACC-OOP-YTD            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PLAN-YEAR              PIC 9(4).
       01 WS-EDIT-AMT               PIC ZZZZZZ9.99.
      ******************************************************************
      * STAGING AREA FOR THE OUTBOUND RESULT TEXT.  LONGER THAN ONE
      * OUT-MESSAGE SEGMENT (60 BYTES) SO SET-OUTPUT-MESSAGE CAN SPLIT
      * IT ACROSS MULTIPLE IMS OUTPUT SEGMENTS INSTEAD OF TRUNCATING.
      ******************************************************************
       01 WS-OUTPUT-TEXT            PIC X(480) VALUE SPACES.
       01 WS-OUTPUT-TEXT-PTR        PIC S9(4) COMP.
       01 WS-LINE-BUILD             PIC X(60).
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

           PERFORM GET-RESPONSE-WINDOWS
           PERFORM GET-APPROVAL-SETTINGS

           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-APPEAL-FILE
           PERFORM OPEN-SEQ-FILE
           PERFORM OPEN-MEMBER-FILE
           PERFORM OPEN-BENEFIT-FILE
           PERFORM OPEN-ACCUM-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-AUTHORITY-FILE
           PERFORM OPEN-APPROVAL-FILE

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
                   OR    IO-PCB-STATUS-CODE NOT = SPACES
             PERFORM PROCESS-APPEAL-REQUEST
             PERFORM SET-OUTPUT-MESSAGE
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-APPROVAL-FILE
           PERFORM CLOSE-AUTHORITY-FILE
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-ACCUM-FILE
           PERFORM CLOSE-BENEFIT-FILE
           PERFORM CLOSE-MEMBER-FILE
           PERFORM CLOSE-SEQ-FILE
           PERFORM CLOSE-APPEAL-FILE
           PERFORM CLOSE-AUDIT-FILE
           PERFORM CLOSE-LOG-FILE

           GOBACK
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE REGULATORY RESPONSE WINDOWS.  THE
      * DEFAULTS CAN BE OVERRIDDEN BY SETTING ENVIRONMENT VARIABLES
      * JAPLURGDY (URGENT) AND JAPLSTDDY (STANDARD), SAME CONVENTION
      * AS JSTALEDAYS.
      ******************************************************************
       GET-RESPONSE-WINDOWS.
      *
           MOVE SPACES TO WS-WINDOW-ENV
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "JAPLURGDY"
           IF WS-WINDOW-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-WINDOW-ENV)
                   TO WS-WINDOW-NUMVAL-TEST
               IF WS-WINDOW-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-WINDOW-ENV)
                       TO WS-URGENT-DAYS
               END-IF
           END-IF

           MOVE SPACES TO WS-WINDOW-ENV
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT "JAPLSTDDY"
           IF WS-WINDOW-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-WINDOW-ENV)
                   TO WS-WINDOW-NUMVAL-TEST
               IF WS-WINDOW-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-WINDOW-ENV)
                       TO WS-STANDARD-DAYS
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE APPROVAL LIMIT AND THE EXPIRY WINDOW
      * FOR HELD OVERTURNS.  THE DEFAULTS CAN BE OVERRIDDEN BY SETTING
      * ENVIRONMENT VARIABLES JAPVLIMIT (DOLLARS) AND JAPVDAYS, THE
      * SAME SETTINGS IMSCBLJG AND IMSCAPVR READ.
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
      * OVERWRITE EACH OTHER'S LOG RECORDS FOR THE DAY.
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
      * ROUTINE TO OPEN THE CLAIMS AUDIT KSDS FOR THE LIFE OF THIS
      * MPP REGION.  OPEN I-O BECAUSE AN OVERTURN BOTH WRITES THE
      * NEW ADJUSTMENT RECORD AND REWRITES THE CLAIM'S LIFECYCLE
      * STATUS.  NO CREATE-ON-FIRST-USE FALLBACK: A CLAIM CAN ONLY
      * BE APPEALED IF THE AUDIT FILE ALREADY EXISTS.
      ******************************************************************
       OPEN-AUDIT-FILE.
      *
           OPEN I-O CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
             MOVE 'AUDIT FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-AUDIT-FS TO WS-LOG-MESSAGE(28:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE CLAIMS AUDIT KSDS
      ******************************************************************
       CLOSE-AUDIT-FILE.
      *
           CLOSE CLAIM-AUDIT-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE CLAIM SEQUENCE FILE FOR THE LIFE OF THIS
      * MPP REGION AND READ THIS PROGRAM'S RECORD (RELATIVE RECORD
      * WS-SEQ-RELKEY) INTO WORKING-STORAGE, SEEDING A ZERO RECORD
      * THE FIRST TIME, SAME PATTERN AS IMSCBLJG.
      ******************************************************************
       OPEN-SEQ-FILE.
      *
           OPEN I-O CLAIM-SEQ-FILE
           IF WS-SEQ-FS = '05' OR WS-SEQ-FS = '35'
             OPEN OUTPUT CLAIM-SEQ-FILE
             CLOSE CLAIM-SEQ-FILE
             OPEN I-O CLAIM-SEQ-FILE
           END-IF

           READ CLAIM-SEQ-FILE
           IF WS-SEQ-FS = '23'
             INITIALIZE CLAIM-SEQ-RECORD
             WRITE CLAIM-SEQ-RECORD
           END-IF

           IF WS-SEQ-FS NOT = '00'
             MOVE 'SEQ FILE OPEN/READ FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-SEQ-FS TO WS-LOG-MESSAGE(32:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE CLAIM SEQUENCE FILE
      ******************************************************************
       CLOSE-SEQ-FILE.
      *
           CLOSE CLAIM-SEQ-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ELIGIBILITY MASTER FOR THE LIFE OF
      * THIS MPP REGION.  USED ONLY TO PICK UP THE MEMBER'S PLAN CODE
      * FOR THE BENEFIT RECOMPUTATION ON AN OVERTURN; A MISSING
      * MEMBER FALLS BACK TO THE NO-RULE PATH, SAME AS IMSCBLJG.
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
      * ROUTINE TO OPEN THE BENEFIT RULES FILE FOR THE LIFE OF THIS
      * MPP REGION.  A MISSING OR UNREADABLE RULES FILE DOES NOT
      * BLOCK OVERTURNS -- THE RECOMPUTATION JUST FALLS BACK TO
      * ZERO MEMBER RESPONSIBILITY, SAME AS IMSCBLJG.
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
      * THE RECOMPUTATION READS THE MEMBER'S YEAR-TO-DATE POSITION
      * BUT OVERTURNS DO NOT RESTATE IT (SEE CALC-ADJUSTED-
      * BENEFITS).  AN UNREADABLE FILE JUST FALLS BACK TO ZERO
      * YEAR-TO-DATE VALUES, SAME AS THE SUBMITTERS.
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
      * ROUTINE TO READ THE MEMBER'S ACCUMULATOR RECORD FOR THE
      * ORIGINAL'S SERVICE-DATE PLAN YEAR, READ ONLY.  NO RECORD, AN
      * UNREADABLE FILE, OR A NON-NUMERIC RECORD ALL FALL BACK TO
      * ZERO YEAR-TO-DATE VALUES.
      ******************************************************************
       READ-MEMBER-ACCUM.
      *
           MOVE 0 TO WS-ACC-DED-YTD
           MOVE 0 TO WS-ACC-OOP-YTD
           MOVE WS-ORIG-SVC-DATE(1:4) TO WS-PLAN-YEAR

           MOVE WS-ORIG-MEMBER-ID TO ACC-MEMBER-ID
           MOVE WS-PLAN-YEAR TO ACC-PLAN-YEAR
           READ MEMBER-ACCUM-FILE
           IF WS-ACC-FS = '00'
               IF ACC-DED-APPLIED-YTD NUMERIC
                   MOVE ACC-DED-APPLIED-YTD TO WS-ACC-DED-YTD
               END-IF
               IF ACC-OOP-APPLIED-YTD NUMERIC
                   MOVE ACC-OOP-APPLIED-YTD TO WS-ACC-OOP-YTD
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE CLAIM STATUS HISTORY KSDS FOR THE LIFE
      * OF THIS MPP REGION, SAME CREATE-ON-FIRST-USE PATTERN AS THE
      * OTHER WRITERS.  A HISTORY RECORD THAT CANNOT BE WRITTEN IS
      * LOGGED AND THE OVERTURN CARRIES ON.
      ******************************************************************
       OPEN-HISTORY-FILE.
      *
           OPEN I-O STATUS-HISTORY-FILE
           IF WS-HST-FS = '05' OR WS-HST-FS = '35'
             OPEN OUTPUT STATUS-HISTORY-FILE
             CLOSE STATUS-HISTORY-FILE
             OPEN I-O STATUS-HISTORY-FILE
           END-IF
           IF WS-HST-FS NOT = '00'
             MOVE 'HISTORY FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-HST-FS TO WS-LOG-MESSAGE(30:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE CLAIM STATUS HISTORY KSDS
      ******************************************************************
       CLOSE-HISTORY-FILE.
      *
           CLOSE STATUS-HISTORY-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE APPEALS KSDS I-O FOR THE LIFE OF THIS
      * MPP REGION.  THIS PROGRAM IS ITS WRITER OF RECORD, SO A BRAND
      * NEW CLUSTER (FS 05/35) IS PRIMED WITH AN OPEN OUTPUT FIRST.
      ******************************************************************
       OPEN-APPEAL-FILE.
      *
           OPEN I-O APPEAL-FILE
           IF WS-APL-FS = '05' OR WS-APL-FS = '35'
             OPEN OUTPUT APPEAL-FILE
             CLOSE APPEAL-FILE
             OPEN I-O APPEAL-FILE
           END-IF
           IF WS-APL-FS NOT = '00'
             MOVE 'APPEALS FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-APL-FS TO WS-LOG-MESSAGE(30:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE APPEALS KSDS
      ******************************************************************
       CLOSE-APPEAL-FILE.
      *
           CLOSE APPEAL-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE USER SUBMISSION AUTHORITY FILE, INPUT
      * ONLY.  A MISSING OR UNREADABLE FILE SURFACES AS AUTHORITY
      * REJECTS (FAIL CLOSED).
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
      * ROUTINE TO OPEN THE ADJUSTMENT APPROVAL KSDS I-O FOR THE LIFE
      * OF THIS MPP REGION, SAME CREATE-ON-FIRST-USE PATTERN AS
      * IMSCBLJG.  AN UNAVAILABLE FILE MEANS AN OVERTURN OVER THE
      * LIMIT CAN BE NEITHER HELD NOR APPROVED, SO IT IS REFUSED.
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
      * ROUTINE TO RECORD ONE STATUS TRANSITION ON THE HISTORY FILE
      * FROM THE WS-HST WORK FIELDS SET BY THE CALLER
      ******************************************************************
       WRITE-STATUS-HISTORY.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           MOVE WS-HST-CLAIMNO         TO HST-CLAIMNO
           MOVE WS-FORMATTED-DATE-TIME TO HST-TIMESTAMP
           MOVE WS-HST-OLD-STATUS      TO HST-OLD-STATUS
           MOVE WS-HST-NEW-STATUS      TO HST-NEW-STATUS
           MOVE 'IMSCBLJO'             TO HST-PROGRAM
           MOVE IO-PCB-USER-ID         TO HST-USER-ID

           WRITE STATUS-HISTORY-RECORD
           IF WS-HST-FS NOT = '00'
             MOVE 'HISTORY FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-HST-FS TO WS-LOG-MESSAGE(31:2)
             PERFORM LOG-MESSAGE
           END-IF
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
      * ROUTINE TO PROCESS ONE APPEALS REQUEST: CONFIRM THE USER MAY
      * WORK APPEALS, EDIT THE REQUEST, LOCATE THE APPEAL AND THE
      * APPEALED CLAIM, AND TAKE IN, UPDATE, DECIDE, OR SHOW IT.
      ******************************************************************
       PROCESS-APPEAL-REQUEST.
      *
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           MOVE IN-APPEAL-NO TO OUT-APPEAL-NO
           MOVE IN-CLAIMNO TO OUT-CLAIMNO
           MOVE SPACES TO OUT-APPEAL-STATUS
           MOVE 0 TO OUT-DUE-DATE
           MOVE SPACES TO OUT-OUTCOME
           MOVE SPACES TO OUT-ADJ-CLAIMNO
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           PERFORM CHECK-APPEALS-AUTHORITY
           IF REQUEST-IS-VALID
               PERFORM EDIT-APPEAL-REQUEST
           END-IF
           IF REQUEST-IS-VALID AND NOT IN-ACTION-INTAKE
               PERFORM LOCATE-APPEAL
           END-IF
           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN IN-ACTION-INTAKE
                       MOVE IN-CLAIMNO TO AUD-CLAIMNO
                       PERFORM LOCATE-APPEALED-CLAIM
                       IF REQUEST-IS-VALID
                           PERFORM EDIT-INTAKE
                       END-IF
                   WHEN IN-ACTION-UPDATE
                       PERFORM EDIT-APPEAL-UPDATE
                   WHEN IN-ACTION-DECIDE
                       PERFORM EDIT-APPEAL-DECISION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               EVALUATE TRUE
                   WHEN IN-ACTION-INTAKE
                       PERFORM TAKE-IN-APPEAL
                   WHEN IN-ACTION-UPDATE
                       PERFORM UPDATE-APPEAL
                   WHEN IN-ACTION-DECIDE
                       PERFORM DECIDE-APPEAL
                   WHEN OTHER
                       PERFORM SHOW-APPEAL
               END-EVALUATE
           END-IF

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE SUBMITTING USER MAY WORK APPEALS.
      * AUTHORITY REJECTS RETURN STATUS 'AUTH' AND FAIL CLOSED ON ANY
      * FILE TROUBLE.  INQUIRIES ARE GATED THE SAME WAY -- AN APPEAL
      * CARRIES THE APPELLANT'S OWN ACCOUNT OF THE DISPUTE.
      ******************************************************************
       CHECK-APPEALS-AUTHORITY.
      *
           MOVE IO-PCB-USER-ID TO ATH-USER-ID
           READ AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUTH' TO WS-REJECT-STATUS
               MOVE 'NOT AUTHORIZED FOR APPEALS' TO WS-REJECT-REASON
           ELSE
               IF NOT ATH-APPEALS-ALLOWED
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'NOT AUTHORIZED FOR APPEALS'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE REQUEST FIELDS BEFORE ANY FILE IS READ:
      * A KNOWN ACTION; AN INTAKE NEEDS THE CLAIM AND THE DISPUTE,
      * EVERYTHING ELSE NEEDS THE APPEAL NUMBER
      ******************************************************************
       EDIT-APPEAL-REQUEST.
      *
           EVALUATE TRUE
               WHEN NOT IN-ACTION-INTAKE AND NOT IN-ACTION-UPDATE AND
                    NOT IN-ACTION-DECIDE AND NOT IN-ACTION-INQUIRE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'ACTION IS NOT INTAKE, UPDATE, DECIDE, INQUIRE'
                     TO WS-REJECT-REASON
               WHEN IN-ACTION-INTAKE AND IN-CLAIMNO = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'CLAIM NUMBER IS MISSING' TO WS-REJECT-REASON
               WHEN IN-ACTION-INTAKE AND IN-TEXT = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'THE DISPUTE TEXT IS REQUIRED AT INTAKE'
                     TO WS-REJECT-REASON
               WHEN IN-ACTION-INTAKE
                   CONTINUE
               WHEN IN-APPEAL-NO = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPEAL NUMBER IS MISSING' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO READ THE APPEAL NAMED ON THE REQUEST.  ONLY AN
      * OPEN APPEAL CAN BE UPDATED OR DECIDED; ANY APPEAL CAN BE
      * SHOWN.
      ******************************************************************
       LOCATE-APPEAL.
      *
           MOVE IN-APPEAL-NO TO APL-APPEAL-NO
           READ APPEAL-FILE
           IF WS-APL-FS = '23'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'NFND' TO WS-REJECT-STATUS
               MOVE 'NO APPEAL FOUND FOR THIS APPEAL NUMBER'
                 TO WS-REJECT-REASON
           ELSE
               IF WS-APL-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPEALS FILE READ FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-APL-FS TO WS-LOG-MESSAGE(30:2)
                   PERFORM LOG-MESSAGE
                   MOVE 'APPEALS FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE APL-CLAIMNO TO OUT-CLAIMNO
                   IF NOT IN-ACTION-INQUIRE AND NOT APL-OPEN
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'STAT' TO WS-REJECT-STATUS
                       MOVE APL-STATUS TO OUT-APPEAL-STATUS
                       MOVE 'APPEAL IS ALREADY CLOSED'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE APPEALED CLAIM AT AUD-CLAIMNO AND CONFIRM
      * IT IS STILL REJECTED OR DENIED -- THE ONLY OUTCOMES THAT CAN
      * BE APPEALED, AND THE ONLY CLAIMS AN OVERTURN MAY REPAY (A
      * CLAIM ANOTHER APPEAL HAS ALREADY OVERTURNED IS ADJUSTED).
      * THE FOUND CLAIM IS PARKED IN WS-ORIG-AUDIT-REC BECAUSE THE
      * RECORD AREA IS REUSED TO BUILD THE ADJUSTMENT RECORD.
      ******************************************************************
       LOCATE-APPEALED-CLAIM.
      *
           READ CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS = '23'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'NFND' TO WS-REJECT-STATUS
               MOVE 'NO CLAIM FOUND FOR THIS CLAIM NUMBER'
                 TO WS-REJECT-REASON
           ELSE
               IF WS-AUDIT-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUDIT FILE READ FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-AUDIT-FS TO WS-LOG-MESSAGE(28:2)
                   PERFORM LOG-MESSAGE
                   MOVE 'CLAIMS AUDIT FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
               ELSE
                   IF AUD-CLAIM-STATUS NOT = 'REJECTED' AND
                      AUD-CLAIM-STATUS NOT = 'DENIED'
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'STAT' TO WS-REJECT-STATUS
                       MOVE 'CLAIM IS NOT REJECTED OR DENIED'
                         TO WS-REJECT-REASON
                   ELSE
                       MOVE CLAIM-AUDIT-RECORD TO WS-ORIG-AUDIT-REC
                       MOVE AUD-MEMBER-ID   TO WS-ORIG-MEMBER-ID
                       MOVE AUD-CLAIMTYPE   TO WS-ORIG-CLAIMTYPE
                       MOVE AUD-CLAIM-STATUS TO WS-ORIG-STATUS
                       MOVE AUD-SERVICE-DATE TO WS-ORIG-SVC-DATE
                       MOVE AUD-PRIMARY-PAID TO WS-ORIG-PRIMARY-PAID
                       MOVE AUD-CLAIMAMT    TO WS-ORIG-CLAIMAMT
                       MOVE AUD-ALLOWED-AMT TO WS-ORIG-ALLOWED
                       MOVE AUD-MEMBER-RESP TO WS-ORIG-RESP
                       MOVE AUD-PLAN-PAID   TO WS-ORIG-PLAN-PAID
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT A NEW APPEAL: THE APPELLANT TYPE, THEN THE
      * LEVEL, APPEAL TYPE, RECEIVED DATE AND ANALYST FROM THEIR
      * INTAKE DEFAULTS
      ******************************************************************
       EDIT-INTAKE.
      *
           MOVE 1 TO WS-APPEAL-LEVEL
           MOVE 'S' TO WS-APPEAL-TYPE
           MOVE WS-TODAY-CCYYMMDD TO WS-RECEIVED-DATE
           MOVE SPACES TO WS-ANALYST

           IF IN-APPELLANT-TYPE NOT = 'M' AND
              IN-APPELLANT-TYPE NOT = 'P'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'APPELLANT TYPE IS NOT M OR P' TO WS-REJECT-REASON
           END-IF
           IF REQUEST-IS-VALID
               PERFORM EDIT-APPEAL-FIELDS
           END-IF
           IF REQUEST-IS-VALID
               PERFORM EDIT-RECEIVED-DATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE FIELDS AN INTAKE OR AN UPDATE MAY SET.
      * A BLANK FIELD KEEPS THE PRESET VALUE.  AN ANALYST MUST BE
      * ABLE TO WORK APPEALS.
      ******************************************************************
       EDIT-APPEAL-FIELDS.
      *
           EVALUATE TRUE
               WHEN IN-LEVEL = SPACE
                   CONTINUE
               WHEN IN-LEVEL = '1' OR IN-LEVEL = '2' OR IN-LEVEL = '3'
                   MOVE IN-LEVEL TO WS-APPEAL-LEVEL
               WHEN OTHER
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPEAL LEVEL IS NOT 1, 2, OR 3'
                     TO WS-REJECT-REASON
           END-EVALUATE

           EVALUATE TRUE
               WHEN IN-APPEAL-TYPE = SPACE
                   CONTINUE
               WHEN IN-APPEAL-TYPE = 'U' OR IN-APPEAL-TYPE = 'S'
                   MOVE IN-APPEAL-TYPE TO WS-APPEAL-TYPE
               WHEN OTHER
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPEAL TYPE IS NOT U (URGENT) OR S (STANDARD)'
                     TO WS-REJECT-REASON
           END-EVALUATE

           IF REQUEST-IS-VALID AND IN-ANALYST NOT = SPACES
               MOVE IN-ANALYST TO ATH-USER-ID
               READ AUTHORITY-FILE
               IF WS-ATH-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'ANALYST IS NOT ON THE AUTHORITY FILE'
                     TO WS-REJECT-REASON
               ELSE
                   IF NOT ATH-APPEALS-ALLOWED
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'ANALYST CANNOT WORK APPEALS'
                         TO WS-REJECT-REASON
                   ELSE
                       MOVE IN-ANALYST TO WS-ANALYST
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE DATE THE APPEAL WAS RECEIVED, WHICH
      * STARTS THE REGULATORY CLOCK.  ZERO MEANS TODAY; A MAILED
      * APPEAL LOGGED LATE CARRIES ITS REAL RECEIVED DATE, BUT NEVER
      * A DATE IN THE FUTURE.
      ******************************************************************
       EDIT-RECEIVED-DATE.
      *
           IF IN-RECEIVED-DATE NUMERIC AND IN-RECEIVED-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(IN-RECEIVED-DATE)
                  NOT = 0
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'RECEIVED DATE IS NOT A VALID CCYYMMDD DATE'
                     TO WS-REJECT-REASON
               ELSE
                   IF IN-RECEIVED-DATE > WS-TODAY-CCYYMMDD
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'RECEIVED DATE IS IN THE FUTURE'
                         TO WS-REJECT-REASON
                   ELSE
                       MOVE IN-RECEIVED-DATE TO WS-RECEIVED-DATE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT AN UPDATE OF AN OPEN APPEAL FROM ITS CURRENT
      * VALUES
      ******************************************************************
       EDIT-APPEAL-UPDATE.
      *
           MOVE APL-LEVEL TO WS-APPEAL-LEVEL
           MOVE APL-APPEAL-TYPE TO WS-APPEAL-TYPE
           MOVE APL-ANALYST TO WS-ANALYST

           IF IN-LEVEL = SPACE AND IN-APPEAL-TYPE = SPACE AND
              IN-ANALYST = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'NO ANALYST, LEVEL, OR TYPE GIVEN TO UPDATE'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM EDIT-APPEAL-FIELDS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT A DECISION ON AN OPEN APPEAL: A KNOWN
      * OUTCOME AND A DECISION NOTE.  AN OVERTURN ALSO NEEDS THE
      * CLAIM TO BE STILL REJECTED OR DENIED, AND A REPAYMENT TOTAL
      * IN RANGE -- ZERO MEANS THE CLAIM AS BILLED.
      ******************************************************************
       EDIT-APPEAL-DECISION.
      *
           EVALUATE TRUE
               WHEN IN-OUTCOME NOT = 'UPHELD' AND
                    IN-OUTCOME NOT = 'OVERTURNED' AND
                    IN-OUTCOME NOT = 'WITHDRAWN'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'OUTCOME IS NOT UPHELD, OVERTURNED, WITHDRAWN'
                     TO WS-REJECT-REASON
               WHEN IN-TEXT = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'A DECISION NOTE IS REQUIRED'
                     TO WS-REJECT-REASON
               WHEN IN-OUTCOME = 'OVERTURNED'
                   MOVE APL-CLAIMNO TO AUD-CLAIMNO
                   PERFORM LOCATE-APPEALED-CLAIM
                   IF REQUEST-IS-VALID
                       PERFORM EDIT-APPROVED-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO EDIT THE CLAIM TOTAL AN OVERTURN ALLOWS, SAME
      * RANGE RULES AS IMSCBLJG'S ADJUSTED AMOUNT EDIT
      ******************************************************************
       EDIT-APPROVED-AMOUNT.
      *
           IF IN-APPROVED-AMT NOT NUMERIC
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'APPROVED AMOUNT IS NOT NUMERIC'
                 TO WS-REJECT-REASON
           ELSE
               IF IN-APPROVED-AMT = 0
                   MOVE WS-ORIG-CLAIMAMT TO WS-APPROVED-AMT
               ELSE
                   MOVE IN-APPROVED-AMT TO WS-APPROVED-AMT
               END-IF
               IF WS-APPROVED-AMT <= 0
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPROVED AMOUNT IS NOT POSITIVE'
                     TO WS-REJECT-REASON
               ELSE
                   IF WS-APPROVED-AMT > WS-CLAIM-AMT-MAX
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'APPROVED AMOUNT EXCEEDS MAXIMUM ALLOWED'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE A NEW OPEN APPEAL UNDER THE NEXT APPEAL
      * NUMBER, WITH ITS DUE DATE
      ******************************************************************
       TAKE-IN-APPEAL.
      *
           MOVE 'P' TO WS-CLAIM-NO-SRC
           PERFORM GET-CLAIM-NUMBER

           INITIALIZE APPEAL-RECORD
           MOVE WS-CLAIM-NO-BUILD   TO APL-APPEAL-NO
           MOVE AUD-CLAIMNO         TO APL-CLAIMNO
           MOVE IN-APPELLANT-TYPE   TO APL-APPELLANT-TYPE
           MOVE IN-APPELLANT-ID     TO APL-APPELLANT-ID
           IF IN-APPELLANT-ID = SPACES
               IF APL-MEMBER-APPEAL
                   MOVE AUD-MEMBER-ID TO APL-APPELLANT-ID
               ELSE
                   MOVE AUD-PROVIDER-ID TO APL-APPELLANT-ID
               END-IF
           END-IF
           MOVE IN-APPELLANT-NAME   TO APL-APPELLANT-NAME
           MOVE WS-RECEIVED-DATE    TO APL-RECEIVED-DATE
           MOVE WS-APPEAL-LEVEL     TO APL-LEVEL
           MOVE WS-APPEAL-TYPE      TO APL-APPEAL-TYPE
           PERFORM COMPUTE-DUE-DATE
           MOVE WS-ANALYST          TO APL-ANALYST
           SET APL-OPEN             TO TRUE
           MOVE SPACES              TO APL-OUTCOME
           MOVE 0                   TO APL-DECIDED-DATE
           MOVE AUD-CLAIM-STATUS    TO APL-CLAIM-STATUS
           MOVE SPACES              TO APL-ADJ-CLAIMNO
           MOVE 0                   TO APL-APPROVED-AMT
           MOVE IO-PCB-USER-ID      TO APL-ENTERED-BY
           PERFORM STAMP-APPEAL-UPDATE
           MOVE IN-TEXT             TO APL-DISPUTE-TEXT
           MOVE SPACES              TO APL-DECISION-TEXT

           WRITE APPEAL-RECORD
           IF WS-APL-FS NOT = '00'
               MOVE 'APPEALS FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-APL-FS TO WS-LOG-MESSAGE(31:2)
               PERFORM LOG-MESSAGE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'APPEAL COULD NOT BE RECORDED' TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM BUILD-APPEAL-RESPONSE
               STRING 'APPEAL ' APL-APPEAL-NO ' OF CLAIM ' APL-CLAIMNO
                   ' DUE ' APL-DUE-DATE
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COMPUTE THE APPEAL'S DUE DATE FROM ITS RECEIVED
      * DATE AND TYPE
      ******************************************************************
       COMPUTE-DUE-DATE.
      *
           IF APL-URGENT
               MOVE WS-URGENT-DAYS TO WS-WINDOW-DAYS
           ELSE
               MOVE WS-STANDARD-DAYS TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(APL-RECEIVED-DATE)
               + WS-WINDOW-DAYS)
           MOVE WS-DUE-DATE TO APL-DUE-DATE
           .
      ******************************************************************
      * ROUTINE TO STAMP WHO LAST CHANGED THE APPEAL AND WHEN
      ******************************************************************
       STAMP-APPEAL-UPDATE.
      *
           PERFORM FORMAT-TIMESTAMP
           MOVE IO-PCB-USER-ID TO APL-UPDATED-BY
           MOVE WS-FORMATTED-DATE-TIME TO APL-UPDATED-TS
           .
      ******************************************************************
      * ROUTINE TO APPLY AN UPDATE TO AN OPEN APPEAL.  A CHANGE OF
      * APPEAL TYPE RESTARTS NOTHING -- THE DUE DATE IS RECOMPUTED
      * FROM THE ORIGINAL RECEIVED DATE.
      ******************************************************************
       UPDATE-APPEAL.
      *
           MOVE WS-APPEAL-LEVEL TO APL-LEVEL
           MOVE WS-ANALYST TO APL-ANALYST
           IF WS-APPEAL-TYPE NOT = APL-APPEAL-TYPE
               MOVE WS-APPEAL-TYPE TO APL-APPEAL-TYPE
               PERFORM COMPUTE-DUE-DATE
           END-IF
           PERFORM STAMP-APPEAL-UPDATE

           REWRITE APPEAL-RECORD
           IF WS-APL-FS NOT = '00'
               MOVE 'APPEALS FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-APL-FS TO WS-LOG-MESSAGE(33:2)
               PERFORM LOG-MESSAGE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'APPEAL COULD NOT BE UPDATED' TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM BUILD-APPEAL-RESPONSE
               STRING 'APPEAL ' APL-APPEAL-NO ' UPDATED, ANALYST '
                   APL-ANALYST ' DUE ' APL-DUE-DATE
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DECIDE AN OPEN APPEAL.  AN OVERTURN IS REPRICED
      * FIRST AND CHECKED AGAINST THE APPROVAL LIMIT: OVER THE LIMIT
      * IT IS HELD FOR A SECOND USER UNLESS THIS IS THAT USER
      * APPROVING THE REQUEST ALREADY HELD FOR THE APPEAL.  ANY OTHER
      * DECISION CLOSES THE APPEAL.
      ******************************************************************
       DECIDE-APPEAL.
      *
           SET REQUEST-WITHIN-LIMIT TO TRUE
           PERFORM FIND-HELD-OVERTURN
           IF IN-OUTCOME = 'OVERTURNED'
               PERFORM CALC-ADJUSTED-BENEFITS
               PERFORM CHECK-APPROVAL-LIMIT
               IF REQUEST-NEEDS-APPROVAL AND
                  WS-APPROVAL-NO NOT = SPACES
                   PERFORM EDIT-OVERTURN-APPROVAL
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN REQUEST-IS-INVALID
                   PERFORM REJECT-REQUEST
               WHEN REQUEST-NEEDS-APPROVAL AND WS-APPROVAL-NO = SPACES
                   PERFORM HOLD-OVERTURN-FOR-APPROVAL
               WHEN OTHER
                   PERFORM CLOSE-DECIDED-APPEAL
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO RECORD THE OUTCOME OF AN OPEN APPEAL AND CLOSE IT.
      * AN OVERTURN FIRST POSTS THE LINKED ADJUSTMENT; IF THAT CANNOT
      * BE POSTED THE APPEAL STAYS OPEN.  A REQUEST HELD FOR THE
      * APPEAL IS CLOSED WITH IT: APPROVED WHEN THIS IS ITS APPROVED
      * OVERTURN, DECLINED WHEN THE APPEAL IS DECIDED ANY OTHER WAY
      * (INCLUDING AN OVERTURN NOW WITHIN THE LIMIT).
      ******************************************************************
       CLOSE-DECIDED-APPEAL.
      *
           IF IN-OUTCOME = 'OVERTURNED'
               PERFORM POST-OVERTURN-ADJUSTMENT
               IF REQUEST-IS-VALID AND REQUEST-NEEDS-APPROVAL AND
                  WS-APPROVAL-NO NOT = SPACES
                   PERFORM MARK-OVERTURN-APPROVED
               END-IF
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               MOVE IN-OUTCOME TO APL-OUTCOME
               SET APL-CLOSED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO APL-DECIDED-DATE
               IF APL-OVERTURNED
                   MOVE WS-CLAIM-NO-BUILD TO APL-ADJ-CLAIMNO
                   MOVE WS-APPROVED-AMT TO APL-APPROVED-AMT
               END-IF
               MOVE IN-TEXT TO APL-DECISION-TEXT
               PERFORM STAMP-APPEAL-UPDATE

               REWRITE APPEAL-RECORD
               IF WS-APL-FS NOT = '00'
      * AN OVERTURN HAS ALREADY POSTED ITS ADJUSTMENT BY NOW, SO THE
      * RESPONSE STILL NAMES IT FOR WHOEVER CLOSES THE APPEAL BY HAND
                   MOVE 'APPEALS FILE REWRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-APL-FS TO WS-LOG-MESSAGE(33:2)
                   PERFORM LOG-MESSAGE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPEAL COULD NOT BE CLOSED' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
                   MOVE APL-ADJ-CLAIMNO TO OUT-ADJ-CLAIMNO
               ELSE
                   PERFORM BUILD-APPEAL-RESPONSE
                   IF APL-OVERTURNED
                       STRING 'APPEAL ' APL-APPEAL-NO
                           ' OVERTURNED, ADJUSTMENT ' APL-ADJ-CLAIMNO
                           ' POSTED'
                           DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
                   ELSE
                       STRING 'APPEAL ' APL-APPEAL-NO ' CLOSED, '
                           APL-OUTCOME
                           DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
                   END-IF
                   MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
                   IF WS-APPROVAL-NO NOT = SPACES AND
                      NOT (APL-OVERTURNED AND REQUEST-NEEDS-APPROVAL)
                       PERFORM DECLINE-HELD-OVERTURN
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DECIDE WHETHER AN OVERTURN NEEDS A SECOND USER:
      * ITS DOLLAR CHANGE TO THE CLAIM TOTAL OR THE PLAN-PAID IT
      * RECOMPUTES IS OVER THE LIMIT, SAME TEST AS IMSCBLJG
      ******************************************************************
       CHECK-APPROVAL-LIMIT.
      *
           COMPUTE WS-CHANGE-AMT = WS-APPROVED-AMT - WS-ORIG-CLAIMAMT
           IF WS-CHANGE-AMT < 0
               COMPUTE WS-CHANGE-AMT = 0 - WS-CHANGE-AMT
           END-IF

           IF WS-CHANGE-AMT > WS-APPROVAL-LIMIT OR
              WS-NEW-PLAN-PAID > WS-APPROVAL-LIMIT
               SET REQUEST-NEEDS-APPROVAL TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE OVERTURN STILL HELD FOR THIS APPEAL:
      * BROWSE THE CLAIM'S REQUESTS THROUGH THE ALTERNATE INDEX ON
      * APR-CLAIMNO FOR A PENDING APPEAL REQUEST NAMING THE APPEAL.
      * ONE PAST THE EXPIRY WINDOW IS MARKED EXPIRED AND PASSED OVER.
      ******************************************************************
       FIND-HELD-OVERTURN.
      *
           MOVE SPACES TO WS-APPROVAL-NO
           MOVE SPACES TO WS-HELD-REASON
           STRING 'APPEAL ' APL-APPEAL-NO ' OVERTURNED'
               DELIMITED BY SIZE INTO WS-HELD-REASON

           SET APPROVAL-SCAN-NOT-EOF TO TRUE
           MOVE APL-CLAIMNO TO APR-CLAIMNO
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
                   IF APR-CLAIMNO NOT = APL-CLAIMNO
                       SET APPROVAL-SCAN-EOF TO TRUE
                   ELSE
                       IF APR-PENDING AND APR-ACTION-APPEAL AND
                          APR-REASON = WS-HELD-REASON
                           PERFORM AGE-HELD-REQUEST
                           IF WS-REQUEST-AGE > WS-APPROVAL-DAYS
                               PERFORM EXPIRE-HELD-REQUEST
                           ELSE
                               MOVE APR-APPROVAL-NO TO WS-APPROVAL-NO
                               SET APPROVAL-SCAN-EOF TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
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
      * ROUTINE TO CONFIRM THIS USER MAY APPROVE THE OVERTURN HELD
      * FOR THE APPEAL: NOT THE REQUESTER, HOLDING ATH-ALLOW-APPROVE
      * (FAIL CLOSED), AND DECIDING THE SAME CLAIM TOTAL THAT WAS
      * HELD.
      ******************************************************************
       EDIT-OVERTURN-APPROVAL.
      *
           IF APR-REQUESTED-BY = IO-PCB-USER-ID
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'STAT' TO WS-REJECT-STATUS
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'OVERTURN HELD AS ' WS-APPROVAL-NO
                   ' FOR A SECOND USER TO APPROVE'
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               MOVE IO-PCB-USER-ID TO ATH-USER-ID
               READ AUTHORITY-FILE
               IF WS-ATH-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'NOT AUTHORIZED TO APPROVE AN OVERTURN'
                     TO WS-REJECT-REASON
               ELSE
                   IF NOT ATH-APPROVE-ALLOWED
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'AUTH' TO WS-REJECT-STATUS
                       MOVE 'NOT AUTHORIZED TO APPROVE AN OVERTURN'
                         TO WS-REJECT-REASON
                   ELSE
                       IF APR-NEW-AMT NOT = WS-APPROVED-AMT
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE APR-NEW-AMT TO WS-EDIT-AMT
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING 'APPROVED AMOUNT DIFFERS FROM '
                               WS-EDIT-AMT ' HELD AS ' WS-APPROVAL-NO
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO HOLD AN OVERTURN OVER THE LIMIT FOR A SECOND USER
      * UNDER A NEW APPROVAL NUMBER.  NEITHER THE CLAIM NOR THE
      * APPEAL IS TOUCHED; THE APPEAL STAYS OPEN.
      ******************************************************************
       HOLD-OVERTURN-FOR-APPROVAL.
      *
           MOVE 'V' TO WS-CLAIM-NO-SRC
           PERFORM GET-CLAIM-NUMBER

           INITIALIZE APPROVAL-RECORD
           MOVE WS-CLAIM-NO-BUILD   TO APR-APPROVAL-NO
           MOVE APL-CLAIMNO         TO APR-CLAIMNO
           SET APR-ACTION-APPEAL    TO TRUE
           MOVE WS-APPROVED-AMT     TO APR-NEW-AMT
           MOVE WS-HELD-REASON      TO APR-REASON
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
               MOVE 'OVERTURN COULD NOT BE HELD FOR APPROVAL'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM BUILD-APPEAL-RESPONSE
               MOVE 'HELD' TO OUT-STATUS-CODE
               MOVE WS-CHANGE-AMT TO WS-EDIT-AMT
               STRING 'APPEAL ' APL-APPEAL-NO
                   ' OVERTURN OVER LIMIT, HELD AS ' APR-APPROVAL-NO
                   ' FOR APPROVAL, CHANGE ' WS-EDIT-AMT
                   DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE HELD OVERTURN AS APPROVED ONCE ITS
      * ADJUSTMENT IS POSTED, WITH THE APPROVER AND THE ADJUSTMENT'S
      * CLAIM NUMBER.  THE APPROVAL RECORD AREA STILL HOLDS THE
      * REQUEST FOUND BY FIND-HELD-OVERTURN.
      ******************************************************************
       MARK-OVERTURN-APPROVED.
      *
           SET APR-APPROVED TO TRUE
           PERFORM FORMAT-TIMESTAMP
           MOVE IO-PCB-USER-ID TO APR-DECIDED-BY
           MOVE WS-TODAY-CCYYMMDD TO APR-DECIDED-DATE
           MOVE WS-FORMATTED-DATE-TIME TO APR-DECIDED-TS
           MOVE IN-TEXT TO APR-DECISION-NOTE
           MOVE WS-CLAIM-NO-BUILD TO APR-NEW-CLAIMNO
           REWRITE APPROVAL-RECORD
           IF WS-APR-FS NOT = '00'
               MOVE 'APPROVAL FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-APR-FS TO WS-LOG-MESSAGE(34:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE HELD OVERTURN AS DECLINED WHEN THE
      * APPEAL IS DECIDED SOME OTHER WAY.  THE HELD OVERTURN NEVER
      * TOUCHED THE CLAIM, SO NOTHING ELSE CHANGES.
      ******************************************************************
       DECLINE-HELD-OVERTURN.
      *
           SET APR-DECLINED TO TRUE
           PERFORM FORMAT-TIMESTAMP
           MOVE IO-PCB-USER-ID TO APR-DECIDED-BY
           MOVE WS-TODAY-CCYYMMDD TO APR-DECIDED-DATE
           MOVE WS-FORMATTED-DATE-TIME TO APR-DECIDED-TS
           MOVE SPACES TO APR-DECISION-NOTE
           STRING 'APPEAL CLOSED ' APL-OUTCOME
               DELIMITED BY SIZE INTO APR-DECISION-NOTE
           REWRITE APPROVAL-RECORD
           IF WS-APR-FS NOT = '00'
               MOVE 'APPROVAL FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-APR-FS TO WS-LOG-MESSAGE(34:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO POST THE LINKED ADJUSTMENT FOR AN OVERTURNED
      * APPEAL, THE SAME WAY IMSCBLJG POSTS ONE: GET THE NEW CLAIM
      * NUMBER, WRITE THE ADJUSTMENT RECORD CARRYING THE DELTAS OF
      * THE BENEFITS DECIDE-APPEAL RECOMPUTED FOR THE APPROVED
      * TOTAL, AND MOVE THE APPEALED CLAIM TO ADJUSTED WITH THE
      * CROSS-REFERENCE.
      ******************************************************************
       POST-OVERTURN-ADJUSTMENT.
      *
           MOVE 'R' TO WS-CLAIM-NO-SRC
           PERFORM GET-CLAIM-NUMBER
           MOVE WS-CLAIM-NO-BUILD TO OUT-ADJ-CLAIMNO

           PERFORM BUILD-ADJUSTMENT-RECORD

           WRITE CLAIM-AUDIT-RECORD
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'AUDIT FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-AUDIT-FS TO WS-LOG-MESSAGE(30:2)
               PERFORM LOG-MESSAGE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'ADJUSTMENT COULD NOT BE POSTED'
                 TO WS-REJECT-REASON
           ELSE
      * A BRAND NEW RECORD'S FIRST STATUS IS ITSELF A TRANSITION
      * (FROM SPACES) ON THE HISTORY TRAIL
               MOVE WS-CLAIM-NO-BUILD TO WS-HST-CLAIMNO
               MOVE SPACES TO WS-HST-OLD-STATUS
               MOVE AUD-CLAIM-STATUS TO WS-HST-NEW-STATUS
               PERFORM WRITE-STATUS-HISTORY
               PERFORM RESTATUS-APPEALED-CLAIM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BUILD THE ADJUSTMENT RECORD FOR AN OVERTURN: THE
      * SAME SUBMISSION IDENTITY UNDER THE NEW CLAIM NUMBER, CARRYING
      * THE DELTA AMOUNTS (RECOMPUTED NEW MINUS ORIGINAL) SO ORIGINAL
      * PLUS ADJUSTMENT SUMS TO THE REPAID CLAIM IN THE REPORTS AND
      * THE WAREHOUSE EXTRACT.
      ******************************************************************
       BUILD-ADJUSTMENT-RECORD.
      *
           PERFORM BUILD-COMMON-FIELDS
           COMPUTE AUD-CLAIMAMT    =
               WS-APPROVED-AMT - WS-ORIG-CLAIMAMT
           COMPUTE AUD-ALLOWED-AMT = WS-NEW-ALLOWED - WS-ORIG-ALLOWED
           COMPUTE AUD-MEMBER-RESP = WS-NEW-RESP - WS-ORIG-RESP
           COMPUTE AUD-PLAN-PAID   =
               WS-NEW-PLAN-PAID - WS-ORIG-PLAN-PAID
           MOVE 'ADJSTMNT' TO AUD-CLAIM-STATUS
           MOVE SPACES TO AUD-REST-RESULT
           STRING 'ADJUSTMENT OF CLAIM ' APL-CLAIMNO ' - APPEAL '
               APL-APPEAL-NO ' OVERTURNED'
               DELIMITED BY SIZE INTO AUD-REST-RESULT
           .
      ******************************************************************
      * ROUTINE TO FILL THE ADJUSTMENT RECORD FROM THE PARKED
      * ORIGINAL, EXACTLY AS IMSCBLJG'S BUILD-COMMON-FIELDS DOES: THE
      * SUBMISSION IDENTITY CARRIES OVER, THE USER AND TIMESTAMP ARE
      * THIS REQUEST'S OWN, THE DECISION NOTE BECOMES THE CLAIM
      * NOTES, AND THE PRIMARY PAYMENT, SETTLEMENT AND ADJUDICATION
      * FIELDS ARE CLEARED SO NOTHING IS COUNTED TWICE WHEN THE PAIR
      * IS SUMMED.
      ******************************************************************
       BUILD-COMMON-FIELDS.
      *
           MOVE WS-ORIG-AUDIT-REC TO CLAIM-AUDIT-RECORD
           MOVE WS-CLAIM-NO-BUILD TO AUD-CLAIMNO
           MOVE IO-PCB-USER-ID    TO AUD-USER-ID
           MOVE IO-PCB-DATE       TO AUD-DATE
           MOVE IO-PCB-TIME       TO AUD-TIME
           MOVE IN-TEXT           TO AUD-CLAIM-NOTES
           IF REQUEST-NEEDS-APPROVAL
               MOVE SPACES TO AUD-CLAIM-NOTES
               STRING IN-TEXT ' - REQUESTED BY ' APR-REQUESTED-BY
                   ', APPROVED UNDER ' WS-APPROVAL-NO
                   DELIMITED BY SIZE INTO AUD-CLAIM-NOTES
           END-IF
           MOVE SPACES            TO AUD-ENDPOINT
           MOVE 0                 TO AUD-PAID-AMT
           MOVE SPACES            TO AUD-CHECK-NO
           MOVE APL-CLAIMNO       TO AUD-XREF-CLAIMNO
           MOVE 0                 TO AUD-PRIMARY-PAID
           MOVE 0                 TO AUD-SETTLED-DATE
           MOVE 0                 TO AUD-INTEREST-AMT
           MOVE 'N'               TO AUD-CHECK-CLEARED
           MOVE 0                 TO AUD-CLEARED-DATE
           MOVE SPACES            TO AUD-ADJUD-OUTCOME
           MOVE SPACES            TO AUD-REASON-CODES
           MOVE 0                 TO AUD-PRICED-AMT
           MOVE SPACES            TO AUD-PAYMENT-METHOD
           MOVE 0                 TO AUD-OFFSET-AMT
           .
      ******************************************************************
      * ROUTINE TO MOVE THE APPEALED CLAIM TO ADJUSTED AND CROSS-
      * REFERENCE IT TO THE JUST-WRITTEN ADJUSTMENT.  A DENIED CLAIM'S
      * SETTLED DATE IS CLEARED -- THE DENIAL NO LONGER STANDS AND THE
      * CLAIM IS WAITING ON THE SETTLEMENT THAT REPAYS IT (IMSCSETL
      * SETTLES AN ADJUSTED CLAIM LIKE AN ACCEPTED ONE).
      ******************************************************************
       RESTATUS-APPEALED-CLAIM.
      *
           MOVE WS-ORIG-AUDIT-REC TO CLAIM-AUDIT-RECORD
           MOVE 'ADJUSTED' TO AUD-CLAIM-STATUS
           MOVE WS-CLAIM-NO-BUILD TO AUD-XREF-CLAIMNO
           MOVE 0 TO AUD-SETTLED-DATE

           REWRITE CLAIM-AUDIT-RECORD
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'AUDIT FILE REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-AUDIT-FS TO WS-LOG-MESSAGE(31:2)
               PERFORM LOG-MESSAGE
           ELSE
               MOVE APL-CLAIMNO TO WS-HST-CLAIMNO
               MOVE WS-ORIG-STATUS TO WS-HST-OLD-STATUS
               MOVE AUD-CLAIM-STATUS TO WS-HST-NEW-STATUS
               PERFORM WRITE-STATUS-HISTORY
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SHOW AN APPEAL: ITS CLAIM, STATE, APPELLANT,
      * DATES, ANALYST, OUTCOME, AND THE DISPUTE AND DECISION TEXT
      * (TWO SEGMENTS EACH)
      ******************************************************************
       SHOW-APPEAL.
      *
           PERFORM BUILD-APPEAL-RESPONSE
           MOVE 'FND ' TO OUT-STATUS-CODE

           MOVE SPACES TO WS-LINE-BUILD
           STRING 'APPEAL ' APL-APPEAL-NO ' CLAIM ' APL-CLAIMNO
               ' ' APL-STATUS ' LEVEL ' APL-LEVEL
               ' TYPE ' APL-APPEAL-TYPE
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(1:60)

           MOVE SPACES TO WS-LINE-BUILD
           STRING 'APPELLANT ' APL-APPELLANT-TYPE ' '
               APL-APPELLANT-ID ' ' APL-APPELLANT-NAME
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(61:60)

           MOVE SPACES TO WS-LINE-BUILD
           STRING 'RECEIVED ' APL-RECEIVED-DATE ' DUE ' APL-DUE-DATE
               ' ANALYST ' APL-ANALYST
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(121:60)

           MOVE SPACES TO WS-LINE-BUILD
           IF APL-OPEN
               STRING 'WAS ' APL-CLAIM-STATUS ' ENTERED BY '
                   APL-ENTERED-BY ' NO OUTCOME YET'
                   DELIMITED BY SIZE INTO WS-LINE-BUILD
           ELSE
               MOVE APL-APPROVED-AMT TO WS-EDIT-AMT
               STRING 'OUTCOME ' APL-OUTCOME ' ' APL-DECIDED-DATE
                   ' ' APL-ADJ-CLAIMNO ' ' WS-EDIT-AMT
                   DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-IF
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(181:60)

           MOVE APL-DISPUTE-TEXT(1:60) TO WS-OUTPUT-TEXT(241:60)
           MOVE APL-DISPUTE-TEXT(61:60) TO WS-OUTPUT-TEXT(301:60)
           MOVE APL-DECISION-TEXT(1:60) TO WS-OUTPUT-TEXT(361:60)
           MOVE APL-DECISION-TEXT(61:60) TO WS-OUTPUT-TEXT(421:60)
           .
      ******************************************************************
      * ROUTINE TO FILL THE RESPONSE FIELDS FROM THE APPEAL RECORD
      * AND CLEAR THE RESULT TEXT FOR THE CALLER
      ******************************************************************
       BUILD-APPEAL-RESPONSE.
      *
           MOVE 'OK  ' TO OUT-STATUS-CODE
           MOVE APL-APPEAL-NO TO OUT-APPEAL-NO
           MOVE APL-CLAIMNO TO OUT-CLAIMNO
           MOVE APL-STATUS TO OUT-APPEAL-STATUS
           MOVE APL-DUE-DATE TO OUT-DUE-DATE
           MOVE APL-OUTCOME TO OUT-OUTCOME
           MOVE APL-ADJ-CLAIMNO TO OUT-ADJ-CLAIMNO
           MOVE SPACES TO WS-OUTPUT-TEXT
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
      * COMES OFF THE TOP ON A COB CLAIM, THE DEDUCTIBLE IS ONLY
      * COLLECTED TO THE EXTENT THE YEAR-TO-DATE ACCUMULATOR SAYS IT
      * IS STILL UNMET, AND THE MEMBER'S SHARE CAPS AT WHAT REMAINS
      * OF THE ANNUAL OUT-OF-POCKET.  THE PLAN CODE COMES FROM THE
      * MEMBER MASTER VIA THE ORIGINAL'S MEMBER ID; A MISSING
      * MEMBER, RULE, OR A RULE THAT FAILS THE NUMERIC TEST LEAVES
      * THE MEMBER RESPONSIBILITY AT ZERO AND IS LOGGED, SAME
      * FALLBACK AS THE SUBMITTERS.  NOTE THE ACCUMULATOR STILL
      * CARRIES THE ORIGINAL'S OWN CONTRIBUTION, SO THE
      * RECOMPUTATION NEVER COLLECTS MORE DEDUCTIBLE THAN THE
      * MEMBER'S CURRENT POSITION ALLOWS.
      ******************************************************************
       CALC-ADJUSTED-BENEFITS.
      *
           MOVE WS-APPROVED-AMT TO WS-NEW-ALLOWED

      * THE PRIMARY PAYER'S SHARE IS UNCHANGED BY OUR CORRECTION --
      * ONLY THE BALANCE AFTER IT IS OURS TO SPLIT
           MOVE WS-ORIG-PRIMARY-PAID TO WS-COB-THIS
           IF WS-COB-THIS > WS-NEW-ALLOWED
               MOVE WS-NEW-ALLOWED TO WS-COB-THIS
           END-IF
           COMPUTE WS-NEW-NET = WS-NEW-ALLOWED - WS-COB-THIS

           MOVE SPACES TO WS-MEMBER-PLAN-CODE
           MOVE WS-ORIG-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           IF WS-MBR-FS = '00'
               MOVE MBR-PLAN-CODE TO WS-MEMBER-PLAN-CODE
           END-IF

           PERFORM FIND-BENEFIT-RULE
           PERFORM READ-MEMBER-ACCUM
           EVALUATE TRUE
               WHEN RULE-NOT-FOUND
                   MOVE 0 TO WS-NEW-RESP
                   MOVE 'NO BENEFIT RULE IN FORCE FOR SERVICE DATE'
                     TO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
               WHEN RULE-FOUND-INVALID
                   MOVE 0 TO WS-NEW-RESP
                   MOVE 'BENEFIT RULE INVALID FOR THIS PLAN AND TYPE'
                     TO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
               WHEN OTHER
                   COMPUTE WS-EFF-DEDUCTIBLE =
                       WS-RULE-DEDUCTIBLE - WS-ACC-DED-YTD
                   IF WS-EFF-DEDUCTIBLE < 0
                       MOVE 0 TO WS-EFF-DEDUCTIBLE
                   END-IF
                   IF WS-NEW-NET <= WS-EFF-DEDUCTIBLE
                       MOVE WS-NEW-NET TO WS-NEW-RESP
                   ELSE
                       COMPUTE WS-NEW-RESP ROUNDED =
                           WS-EFF-DEDUCTIBLE +
                           ((WS-NEW-NET - WS-EFF-DEDUCTIBLE) *
                            WS-RULE-COPAY-PCT / 100)
                   END-IF
                   COMPUTE WS-EFF-OOP-REMAIN =
                       WS-RULE-OOP-MAX - WS-ACC-OOP-YTD
                   IF WS-EFF-OOP-REMAIN < 0
                       MOVE 0 TO WS-EFF-OOP-REMAIN
                   END-IF
                   IF WS-NEW-RESP > WS-EFF-OOP-REMAIN
                       MOVE WS-EFF-OOP-REMAIN TO WS-NEW-RESP
                   END-IF
                   IF WS-NEW-RESP > WS-NEW-NET
                       MOVE WS-NEW-NET TO WS-NEW-RESP
                   END-IF
           END-EVALUATE

           COMPUTE WS-NEW-PLAN-PAID = WS-NEW-NET - WS-NEW-RESP
           .
      ******************************************************************
      * ROUTINE TO SELECT THE BENEFIT RULE IN FORCE ON THE
      * ORIGINAL'S SERVICE DATE: BROWSE THE PLAN/TYPE SLICE OF THE
      * EFFECTIVE-DATED RULES KSDS FROM ITS EARLIEST ROW AND KEEP
      * THE LAST ROW WHOSE EFFECTIVE DATE IS NOT AFTER
      * WS-ORIG-SVC-DATE.  SEE IMSCBLJC FOR THE SAME CONVENTION.
      ******************************************************************
       FIND-BENEFIT-RULE.
      *
           SET RULE-NOT-FOUND TO TRUE
           SET BENEFIT-FILE-NOT-EOF TO TRUE

           MOVE WS-MEMBER-PLAN-CODE TO BEN-PLAN-CODE
           MOVE WS-ORIG-CLAIMTYPE TO BEN-CLAIM-TYPE
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
                   IF BEN-PLAN-CODE NOT = WS-MEMBER-PLAN-CODE OR
                      BEN-CLAIM-TYPE NOT = WS-ORIG-CLAIMTYPE
                       SET BENEFIT-FILE-EOF TO TRUE
                   ELSE
                       IF BEN-EFF-DATE NOT NUMERIC OR
                          BEN-EFF-DATE > WS-ORIG-SVC-DATE
                           SET BENEFIT-FILE-EOF TO TRUE
                       ELSE
                           PERFORM CAPTURE-RULE-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO CAPTURE THE CURRENT RULE ROW AS THE LATEST ONE IN
      * FORCE SO FAR, NUMERIC-EDITING THE REPRO-LOADED AMOUNTS
      ******************************************************************
       CAPTURE-RULE-ROW.
      *
           IF BEN-DEDUCTIBLE NUMERIC AND
              BEN-COPAY-PCT NUMERIC AND
              BEN-OOP-MAX NUMERIC
               SET RULE-FOUND-VALID TO TRUE
               MOVE BEN-DEDUCTIBLE TO WS-RULE-DEDUCTIBLE
               MOVE BEN-COPAY-PCT  TO WS-RULE-COPAY-PCT
               MOVE BEN-OOP-MAX    TO WS-RULE-OOP-MAX
           ELSE
               SET RULE-FOUND-INVALID TO TRUE
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
      * ROUTINE TO BUILD THE NEXT NUMBER FROM THE SOURCE LETTER IN
      * WS-CLAIM-NO-SRC + YYMMDD + A 5-DIGIT SEQUENCE NUMBER -- 'P'
      * FOR A NEW APPEAL, 'R' FOR THE ADJUSTMENT AN OVERTURN POSTS,
      * 'V' FOR AN OVERTURN HELD FOR APPROVAL.  ALL ARE ASSIGNED
      * FROM THE LOCALLY RESERVED BLOCK AGAINST THIS PROGRAM'S OWN
      * RELATIVE RECORD OF THE SHARED CLAIM SEQUENCE FILE.  SEE
      * IMSCBLJC FOR THE SAME CONVENTION.
      ******************************************************************
       GET-CLAIM-NUMBER.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR(3:2) TO WS-CLAIM-NO-YY
           MOVE WS-TEMP-MONTH TO WS-CLAIM-NO-MM
           MOVE WS-TEMP-DAY TO WS-CLAIM-NO-DD

           IF WS-BLOCK-DATE NOT = WS-CLAIM-NO-DATE OR
              WS-BLOCK-NEXT > WS-BLOCK-LAST OR
              WS-BLOCK-NEXT = 0
               PERFORM RESERVE-CLAIM-BLOCK
           END-IF

           MOVE WS-BLOCK-NEXT TO WS-CLAIM-NO-SEQ
           ADD 1 TO WS-BLOCK-NEXT
           .
      ******************************************************************
      * ROUTINE TO RESERVE THE NEXT BLOCK OF WS-SEQ-BLOCK-SIZE CLAIM
      * NUMBERS FROM THE SHARED SEQUENCE FILE IN ONE READ/REWRITE,
      * RE-READING THE RECORD FIRST SO A BLOCK ANOTHER REGION
      * RESERVED IS NOT HANDED OUT TWICE.  THE RESERVED RANGE IS
      * LOGGED SO AN UNUSED REMAINDER STAYS TRACEABLE.  PAST 99999
      * THE SEQUENCE WRAPS TO 1.
      ******************************************************************
       RESERVE-CLAIM-BLOCK.
      *
           PERFORM GET-SEQ-BLOCK-SIZE

           READ CLAIM-SEQ-FILE
           IF WS-SEQ-FS NOT = '00'
               MOVE 'SEQ FILE READ FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-SEQ-FS TO WS-LOG-MESSAGE(27:2)
               PERFORM LOG-MESSAGE
           END-IF

           IF SEQ-LAST-DATE NOT = WS-CLAIM-NO-DATE
               MOVE WS-CLAIM-NO-DATE TO SEQ-LAST-DATE
               MOVE 0 TO SEQ-LAST-NO
           END-IF

           IF SEQ-LAST-NO + WS-SEQ-BLOCK-SIZE > 99999
               MOVE 0 TO SEQ-LAST-NO
           END-IF
           COMPUTE WS-BLOCK-NEXT = SEQ-LAST-NO + 1
           ADD WS-SEQ-BLOCK-SIZE TO SEQ-LAST-NO
           MOVE SEQ-LAST-NO TO WS-BLOCK-LAST
           MOVE WS-CLAIM-NO-DATE TO WS-BLOCK-DATE

           REWRITE CLAIM-SEQ-RECORD
           IF WS-SEQ-FS NOT = '00'
               MOVE 'SEQ FILE REWRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-SEQ-FS TO WS-LOG-MESSAGE(30:2)
               PERFORM LOG-MESSAGE
           END-IF

           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'RESERVED CLAIM BLOCK ' WS-BLOCK-NEXT
               '-' WS-BLOCK-LAST ' FOR ' WS-CLAIM-NO-DATE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE CLAIM NUMBER BLOCK SIZE.  DEFAULTS
      * TO 50 BUT CAN BE OVERRIDDEN BY SETTING ENVIRONMENT VARIABLE
      * JSEQBLOCK, SAME CONVENTION AS THE OTHER REGION-ENVIRONMENT
      * SETTINGS, AND CLAMPED TO A SANE RANGE.
      ******************************************************************
       GET-SEQ-BLOCK-SIZE.
      *
           MOVE SPACES TO WS-SEQ-BLOCK-ENV
           ACCEPT WS-SEQ-BLOCK-ENV FROM ENVIRONMENT "JSEQBLOCK"
           IF WS-SEQ-BLOCK-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-SEQ-BLOCK-ENV)
                   TO WS-SEQ-BLK-NUMVAL-TEST
               IF WS-SEQ-BLK-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-SEQ-BLOCK-ENV)
                       TO WS-SEQ-BLOCK-SIZE
               END-IF
           END-IF
           IF WS-SEQ-BLOCK-SIZE < 1
               MOVE 1 TO WS-SEQ-BLOCK-SIZE
           END-IF
           IF WS-SEQ-BLOCK-SIZE > 1000
               MOVE 1000 TO WS-SEQ-BLOCK-SIZE
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

           DISPLAY WS-FORMATTED-DATE-TIME ' IMSCBLJO VER 1.0 '
             WS-LOG-LEVEL ' ' WS-LOG-MESSAGE(1:50)

           MOVE WS-FORMATTED-DATE-TIME TO LOG-TIMESTAMP
           MOVE WS-LOG-LEVEL            TO LOG-LEVEL
           MOVE 'IMSCBLJO'               TO LOG-PROGRAM-NAME
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
       END PROGRAM IMSCBLJO.
