       CBL dll,thread
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCBLJN RECURSIVE.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Sample IMS COBOL program (MPP) that is the claims examiners'   *
      * work queue.  IMSCRSWP and the prior authorization and          *
      * prepayment hold checks in IMSCBLJC/IMSCBATD all park claims in *
      * REVIEW so IMSCSETL will not settle them; this transaction works*
      * them off.  Built in the paging style of IMSCBLJH (see          *
      * IMSC2EXM):                                                     *
      *  - LIST pages the REVIEW claims oldest first through the       *
      *    ALTERNATE INDEX ON AUD-CLAIM-STATUS (defined over the claims*
      *    audit KSDS, WITH DUPLICATES), optionally only one claim     *
      *    type, one provider, or those routed to one examiner;        *
      *  - OPEN shows one claim with its reason codes, service lines,  *
      *    status history, and examiner notes;                         *
      *  - RELEASE moves it back to ACCEPTED, DENY moves it to DENIED  *
      *    with an IMSC2RSN reason code, and ROUTE hands it to another *
      *    examiner (see IMSC2EXA).  A claim held in REVIEW when it    *
      *    was submitted has used up none of its prior auths, so       *
      *    RELEASE uses them up then (see IMSC2PAU).                   *
      * EVERY DECISION WRITES A STATUS HISTORY RECORD (SEE IMSC2HST)   *
      * AND AN EXAMINER NOTE (SEE IMSC2EXN).  ACCESS IS RESTRICTED TO  *
      * USERS WHOSE AUTHORITY RECORD CARRIES ATH-ALLOW-EXAMINE = 'Y'   *
      * (FAIL CLOSED).                                                 *
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
               ALTERNATE RECORD KEY IS AUD-CLAIM-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FS.

           SELECT CLAIM-LINE-FILE ASSIGN TO CLMLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIN-LINE-KEY
               FILE STATUS IS WS-LIN-FS.

           SELECT STATUS-HISTORY-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HST-FS.

           SELECT EXAMINER-NOTE-FILE ASSIGN TO CLMEXNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXN-NOTE-KEY
               FILE STATUS IS WS-EXN-FS.

           SELECT REVIEW-ASSIGNMENT-FILE ASSIGN TO CLMEXASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXA-CLAIMNO
               FILE STATUS IS WS-EXA-FS.

           SELECT REASON-CODE-FILE ASSIGN TO CLMRSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FS.

           SELECT AUTHORITY-FILE ASSIGN TO CLMAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATH-USER-ID
               FILE STATUS IS WS-ATH-FS.

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

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  CLAIM-LINE-FILE.
       COPY IMSC2LIN.

       FD  STATUS-HISTORY-FILE.
       COPY IMSC2HST.

       FD  EXAMINER-NOTE-FILE.
       COPY IMSC2EXN.

       FD  REVIEW-ASSIGNMENT-FILE.
       COPY IMSC2EXA.

       FD  REASON-CODE-FILE.
       COPY IMSC2RSN.

       FD  AUTHORITY-FILE.
       COPY IMSC2ATH.

       FD  PROCEDURE-CODE-FILE.
       COPY IMSC2PRC.

       FD  PRIOR-AUTH-FILE.
       COPY IMSC2PAU.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
      * INCLUDE THE COPYBOOK FOR REQUEST AND RESPONSE DATA STRUCTURE
      * OF THE SAMPLE PROGRAM.
      ******************************************************************
       COPY IMSC2EXM.
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
       01 WS-LIN-FS                 PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-EXN-FS                 PIC XX VALUE SPACES.
       01 WS-EXA-FS                 PIC XX VALUE SPACES.
       01 WS-RSN-FS                 PIC XX VALUE SPACES.
       01 WS-ATH-FS                 PIC XX VALUE SPACES.
       01 WS-PRC-FS                 PIC XX VALUE SPACES.
       01 WS-PAU-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-LEVEL               PIC X(5).
       01 WS-LOG-LEVEL-IDX           PIC S9(4) COMP.
       01 WS-REQUEST-VALID-SW       PIC X VALUE 'Y'.
          88 REQUEST-IS-VALID           VALUE 'Y'.
          88 REQUEST-IS-INVALID         VALUE 'N'.
       01 WS-REJECT-REASON          PIC X(60).
       01 WS-REJECT-STATUS          PIC X(4) VALUE 'VAL1'.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-LINE-EOF-SW            PIC X VALUE 'N'.
          88 LINE-FILE-EOF              VALUE 'Y'.
          88 LINE-FILE-NOT-EOF          VALUE 'N'.
       01 WS-HST-EOF-SW             PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF           VALUE 'Y'.
          88 HISTORY-FILE-NOT-EOF       VALUE 'N'.
       01 WS-EXN-EOF-SW             PIC X VALUE 'N'.
          88 NOTE-FILE-EOF              VALUE 'Y'.
          88 NOTE-FILE-NOT-EOF          VALUE 'N'.
      ******************************************************************
      * PRIOR AUTH USAGE ON RELEASE (SEE IMSC2PRC AND IMSC2PAU).  A
      * CLAIM WHOSE HISTORY SHOWS IT ACCEPTED OR PENDING BEFORE --
      * ONE IMSCRSWP MOVED INTO REVIEW, OR ONE RELEASED BEFORE --
      * USED ITS AUTHS THEN.  ANY OTHER CLAIM WAS HELD ON SUBMISSION
      * AND ITS LINES ARE MATCHED AGAIN HERE, BY THE SAME RULES AS
      * IMSCBLJC, AND EACH MATCHED AUTH IS CHARGED AS IT IS FOUND.
      ******************************************************************
       01 WS-PAU-EOF-SW             PIC X VALUE 'N'.
          88 PRIOR-AUTH-EOF             VALUE 'Y'.
          88 PRIOR-AUTH-NOT-EOF         VALUE 'N'.
       01 WS-AUTH-MATCH-SW          PIC X VALUE 'N'.
          88 AUTH-MATCHED               VALUE 'Y'.
          88 AUTH-NOT-MATCHED           VALUE 'N'.
       01 WS-AUTH-USE-SW            PIC X VALUE 'N'.
          88 AUTHS-ALREADY-USED         VALUE 'Y'.
          88 AUTHS-NOT-YET-USED         VALUE 'N'.
      ******************************************************************
      * THE CLAIM A DECISION IS BEING MADE ON: ITS STATUS BEFORE THE
      * DECISION AND THE EXAMINER IT IS ROUTED TO (SPACES WHEN IT IS
      * IN THE OPEN POOL)
      ******************************************************************
       01 WS-OLD-STATUS             PIC X(9) VALUE SPACES.
       01 WS-ASSIGNED-TO            PIC X(8) VALUE SPACES.
       01 WS-ASSIGNMENT-SW          PIC X VALUE 'N'.
          88 CLAIM-IS-ASSIGNED          VALUE 'Y'.
          88 CLAIM-NOT-ASSIGNED         VALUE 'N'.
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-AUD-DATE-INT           PIC S9(9) COMP.
       01 WS-AUD-JULIAN-NUM         PIC 9(7).
       01 WS-AUD-JULIAN-X REDEFINES WS-AUD-JULIAN-NUM.
          05 FILLER                 PIC 9.
          05 WS-AUD-CENTURY         PIC 9.
          05 WS-AUD-YY              PIC 99.
          05 WS-AUD-DDD             PIC 999.
      ******************************************************************
      * REVIEW CLAIMS COLLECTED FROM THE ALTERNATE-INDEX BROWSE BEFORE
      * THE PAGE IS CUT.  DUPLICATES ON THE STATUS INDEX COME BACK IN
      * THE ORDER THEY ENTERED REVIEW, NOT THE ORDER THE CLAIMS WERE
      * RECEIVED, SO EACH CLAIM IS INSERTED INTO THE TABLE IN
      * ASCENDING AUD-DATE/AUD-TIME ORDER AND THE TABLE IS WALKED
      * FORWARDS FOR THE OLDEST-FIRST QUEUE.  A QUEUE OF MORE THAN
      * 300 MATCHING CLAIMS HAS THE NEWEST ONES TRIMMED AND THE
      * RESPONSE SAYS SO; NARROWING THE FILTER BRINGS THEM BACK.
      ******************************************************************
       01 WS-CLAIM-TABLE.
          05 WS-CLAIM-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-RECEIVED     PIC S9(15) COMP-3.
             10 WS-TAB-CLAIMNO      PIC X(12).
             10 WS-TAB-AGE          PIC S9(5) COMP-3.
             10 WS-TAB-CLAIMTYPE    PIC X(10).
             10 WS-TAB-CLAIMAMT     PIC S9(9)V99 COMP-3.
             10 WS-TAB-PROVIDER-ID  PIC X(10).
             10 WS-TAB-ASSIGNED-TO  PIC X(8).
       01 WS-TABLE-MAX              PIC S9(4) COMP VALUE 300.
       01 WS-CLAIM-COUNT            PIC S9(4) COMP VALUE 0.
       01 WS-RECEIVED-KEY           PIC S9(15) COMP-3.
       01 WS-TRIMMED-SW             PIC X VALUE 'N'.
          88 LIST-TRIMMED               VALUE 'Y'.
          88 LIST-NOT-TRIMMED           VALUE 'N'.
      ******************************************************************
      * PAGING WORK AREAS: SIX CLAIM LINES TO A PAGE, EACH IN ITS
      * OWN OUT-MESSAGE SEGMENT BEHIND THE PAGE HEADER SEGMENT, AS IN
      * IMSCBLJH.
      ******************************************************************
       01 WS-PAGE-SIZE              PIC S9(4) COMP VALUE 6.
       01 WS-PAGE-NO                PIC 9(3) VALUE 1.
       01 WS-NEXT-PAGE              PIC 9(3) VALUE 1.
       01 WS-PAGE-FIRST             PIC S9(4) COMP.
       01 WS-PAGE-LAST              PIC S9(4) COMP.
       01 WS-ENTRY-IDX              PIC S9(4) COMP.
       01 WS-REASON-IDX             PIC S9(4) COMP.
       01 WS-SLICE-PTR              PIC S9(4) COMP.
       01 WS-LINES-SHOWN            PIC S9(4) COMP.
       01 WS-HISTORY-SHOWN          PIC S9(4) COMP.
       01 WS-LINE-BUILD             PIC X(60).
       01 WS-EDIT-COUNT             PIC ZZ9.
       01 WS-EDIT-AGE               PIC ZZZ9.
       01 WS-EDIT-AMT               PIC ZZZZZZ9.99.
       01 WS-EDIT-LINE-AMT          PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
      * STAGING AREA FOR THE OUTBOUND RESULT TEXT, ONE 60-BYTE
      * OUT-MESSAGE SEGMENT PER SLICE.  A LIST PAGE IS A HEADER PLUS
      * SIX CLAIM LINES.  AN OPENED CLAIM IS THREE SUMMARY SEGMENTS,
      * ONE PER REASON CODE, UP TO FIVE SERVICE LINES, UP TO TEN
      * STATUS TRANSITIONS, AND THEN THE EXAMINER NOTES (THREE
      * SEGMENTS EACH) FOR AS LONG AS THEY FIT.
      ******************************************************************
       01 WS-OUTPUT-TEXT            PIC X(2400) VALUE SPACES.
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

           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-LINE-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-NOTE-FILE
           PERFORM OPEN-ASSIGNMENT-FILE
           PERFORM OPEN-REASON-FILE
           PERFORM OPEN-AUTHORITY-FILE
           PERFORM OPEN-PROCEDURE-FILE
           PERFORM OPEN-PRIOR-AUTH-FILE

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
                   OR    IO-PCB-STATUS-CODE NOT = SPACES
             PERFORM PROCESS-QUEUE-REQUEST
             PERFORM SET-OUTPUT-MESSAGE
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-PRIOR-AUTH-FILE
           PERFORM CLOSE-PROCEDURE-FILE
           PERFORM CLOSE-AUTHORITY-FILE
           PERFORM CLOSE-REASON-FILE
           PERFORM CLOSE-ASSIGNMENT-FILE
           PERFORM CLOSE-NOTE-FILE
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-LINE-FILE
           PERFORM CLOSE-AUDIT-FILE
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
      * ROUTINE TO OPEN THE CLAIMS AUDIT KSDS (WITH ITS CLAIM-STATUS
      * ALTERNATE INDEX PATH ALLOCATED IN THE REGION JCL) I-O FOR THE
      * LIFE OF THIS MPP REGION -- DECISIONS REWRITE THE CLAIM'S
      * STATUS.  NO CREATE-ON-FIRST-USE FALLBACK: A FAILED OPEN IS
      * LOGGED AND EVERY REQUEST THEN COMES BACK EMPTY OR UNAVAILABLE
      * THROUGH THE FILE STATUS.
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
      * ROUTINE TO OPEN THE SERVICE LINE KSDS, INPUT ONLY.  A FAILED
      * OPEN IS LOGGED AND AN OPENED CLAIM SIMPLY SHOWS NO LINES.
      ******************************************************************
       OPEN-LINE-FILE.
      *
           OPEN INPUT CLAIM-LINE-FILE
           IF WS-LIN-FS NOT = '00'
             MOVE 'LINE FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-LIN-FS TO WS-LOG-MESSAGE(27:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE SERVICE LINE KSDS
      ******************************************************************
       CLOSE-LINE-FILE.
      *
           CLOSE CLAIM-LINE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE CLAIM STATUS HISTORY KSDS I-O FOR THE
      * LIFE OF THIS MPP REGION, SAME CREATE-ON-FIRST-USE PATTERN AS
      * THE OTHER WRITERS.  A HISTORY RECORD THAT CANNOT BE WRITTEN
      * IS LOGGED AND THE DECISION CARRIES ON.
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
      * ROUTINE TO OPEN THE EXAMINER NOTES KSDS I-O.  THIS PROGRAM IS
      * ITS WRITER OF RECORD, SO A BRAND NEW CLUSTER (FS 05/35) IS
      * PRIMED WITH AN OPEN OUTPUT FIRST.
      ******************************************************************
       OPEN-NOTE-FILE.
      *
           OPEN I-O EXAMINER-NOTE-FILE
           IF WS-EXN-FS = '05' OR WS-EXN-FS = '35'
             OPEN OUTPUT EXAMINER-NOTE-FILE
             CLOSE EXAMINER-NOTE-FILE
             OPEN I-O EXAMINER-NOTE-FILE
           END-IF
           IF WS-EXN-FS NOT = '00'
             MOVE 'NOTES FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-EXN-FS TO WS-LOG-MESSAGE(28:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE EXAMINER NOTES KSDS
      ******************************************************************
       CLOSE-NOTE-FILE.
      *
           CLOSE EXAMINER-NOTE-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE REVIEW ASSIGNMENT KSDS I-O, SAME
      * CREATE-ON-FIRST-USE PATTERN AS THE NOTES FILE
      ******************************************************************
       OPEN-ASSIGNMENT-FILE.
      *
           OPEN I-O REVIEW-ASSIGNMENT-FILE
           IF WS-EXA-FS = '05' OR WS-EXA-FS = '35'
             OPEN OUTPUT REVIEW-ASSIGNMENT-FILE
             CLOSE REVIEW-ASSIGNMENT-FILE
             OPEN I-O REVIEW-ASSIGNMENT-FILE
           END-IF
           IF WS-EXA-FS NOT = '00'
             MOVE 'ASSIGNMENT FILE OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-EXA-FS TO WS-LOG-MESSAGE(33:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE REVIEW ASSIGNMENT KSDS
      ******************************************************************
       CLOSE-ASSIGNMENT-FILE.
      *
           CLOSE REVIEW-ASSIGNMENT-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE ADJUDICATION REASON-CODE REFERENCE FILE,
      * INPUT ONLY.  AN UNREADABLE FILE SURFACES AS DENY REJECTS --
      * A CLAIM IS NEVER DENIED FOR A CODE THAT COULD NOT BE CHECKED.
      ******************************************************************
       OPEN-REASON-FILE.
      *
           OPEN INPUT REASON-CODE-FILE
           IF WS-RSN-FS NOT = '00'
             MOVE 'REASON FILE OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-RSN-FS TO WS-LOG-MESSAGE(29:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE REASON-CODE REFERENCE FILE
      ******************************************************************
       CLOSE-REASON-FILE.
      *
           CLOSE REASON-CODE-FILE
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
      * ROUTINE TO OPEN THE PROCEDURE CODE REFERENCE FILE, INPUT
      * ONLY.  A FAILED OPEN IS LOGGED AND A RELEASE THEN USES UP NO
      * PRIOR AUTHS.
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
      * ROUTINE TO OPEN THE PRIOR AUTHORIZATION KSDS I-O.  IMSCBLJL
      * IS ITS WRITER OF RECORD, SO THERE IS NO CREATE-ON-FIRST-USE
      * HERE; A FAILED OPEN IS LOGGED AND THE RELEASE STANDS.
      ******************************************************************
       OPEN-PRIOR-AUTH-FILE.
      *
           OPEN I-O PRIOR-AUTH-FILE
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
      * ROUTINE TO PROCESS ONE WORK QUEUE REQUEST: CONFIRM THE USER
      * IS AN EXAMINER, EDIT THE REQUEST, AND LIST, OPEN, OR DECIDE.
      ******************************************************************
       PROCESS-QUEUE-REQUEST.
      *
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           MOVE IN-CLAIMNO TO OUT-CLAIMNO
           MOVE SPACES TO OUT-CLAIM-STATUS
           MOVE SPACES TO OUT-ASSIGNED-TO
           MOVE 0 TO OUT-PAGE-NO
           MOVE SPACES TO OUT-MORE-IND
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           PERFORM CHECK-EXAMINER-AUTHORITY
           IF REQUEST-IS-VALID
               PERFORM EDIT-QUEUE-REQUEST
           END-IF
           IF REQUEST-IS-VALID AND NOT IN-ACTION-LIST
               PERFORM LOCATE-CLAIM
           END-IF
           IF REQUEST-IS-VALID AND NOT IN-ACTION-LIST AND
              NOT IN-ACTION-OPEN
               PERFORM EDIT-DECISION
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               EVALUATE TRUE
                   WHEN IN-ACTION-LIST
                       PERFORM LIST-REVIEW-QUEUE
                   WHEN IN-ACTION-OPEN
                       PERFORM OPEN-REVIEW-CLAIM
                   WHEN OTHER
                       PERFORM APPLY-DECISION
               END-EVALUATE
           END-IF

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE SUBMITTING USER IS AN EXAMINER.
      * AUTHORITY REJECTS RETURN STATUS 'AUTH' AND FAIL CLOSED ON ANY
      * FILE TROUBLE.  LIST AND OPEN ARE GATED THE SAME WAY -- THE
      * QUEUE SHOWS MEMBER CLAIM DETAIL.
      ******************************************************************
       CHECK-EXAMINER-AUTHORITY.
      *
           MOVE IO-PCB-USER-ID TO ATH-USER-ID
           READ AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUTH' TO WS-REJECT-STATUS
               MOVE 'NOT AUTHORIZED FOR THE REVIEW QUEUE'
                 TO WS-REJECT-REASON
           ELSE
               IF NOT ATH-EXAMINE-ALLOWED
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'NOT AUTHORIZED FOR THE REVIEW QUEUE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE REQUEST FIELDS BEFORE ANY CLAIM IS READ:
      * A KNOWN ACTION, A CLAIM NUMBER FOR ANYTHING BUT LIST, AND A
      * NOTE ON EVERY DECISION
      ******************************************************************
       EDIT-QUEUE-REQUEST.
      *
           EVALUATE TRUE
               WHEN NOT IN-ACTION-LIST AND NOT IN-ACTION-OPEN AND
                    NOT IN-ACTION-RELEASE AND NOT IN-ACTION-DENY AND
                    NOT IN-ACTION-ROUTE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'ACTION IS NOT LIST, OPEN, RELEASE, DENY, ROUTE'
                     TO WS-REJECT-REASON
               WHEN IN-ACTION-LIST
                   CONTINUE
               WHEN IN-CLAIMNO = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'CLAIM NUMBER IS MISSING' TO WS-REJECT-REASON
               WHEN IN-ACTION-OPEN
                   CONTINUE
               WHEN IN-NOTE-TEXT = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'A NOTE IS REQUIRED ON EVERY DECISION'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO READ THE CLAIM BY ITS PRIMARY KEY (THE LIST BROWSE
      * MAY HAVE LEFT THE STATUS INDEX AS THE KEY OF REFERENCE) AND
      * FIND WHO IT IS ROUTED TO
      ******************************************************************
       LOCATE-CLAIM.
      *
           MOVE IN-CLAIMNO TO AUD-CLAIMNO
           READ CLAIM-AUDIT-FILE KEY IS AUD-CLAIMNO
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
                   MOVE AUD-CLAIM-STATUS TO WS-OLD-STATUS
                   MOVE AUD-CLAIM-STATUS TO OUT-CLAIM-STATUS
                   PERFORM READ-ASSIGNMENT
                   MOVE WS-ASSIGNED-TO TO OUT-ASSIGNED-TO
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE EXAMINER THE CLAIM AT AUD-CLAIMNO IS
      * ROUTED TO, SPACES WHEN IT IS IN THE OPEN POOL
      ******************************************************************
       READ-ASSIGNMENT.
      *
           SET CLAIM-NOT-ASSIGNED TO TRUE
           MOVE SPACES TO WS-ASSIGNED-TO
           MOVE AUD-CLAIMNO TO EXA-CLAIMNO
           READ REVIEW-ASSIGNMENT-FILE
           IF WS-EXA-FS = '00'
               SET CLAIM-IS-ASSIGNED TO TRUE
               MOVE EXA-EXAMINER TO WS-ASSIGNED-TO
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT A DECISION AGAINST THE CLAIM: ONLY A REVIEW
      * CLAIM CAN BE DECIDED; A ROUTED CLAIM CAN ONLY BE RELEASED OR
      * DENIED BY ITS EXAMINER; A DENIAL NEEDS A CODE ON THE
      * REASON-CODE FILE; A ROUTE NEEDS ANOTHER EXAMINER WHO HOLDS
      * THE EXAMINE PERMISSION.
      ******************************************************************
       EDIT-DECISION.
      *
           EVALUATE TRUE
               WHEN AUD-CLAIM-STATUS NOT = 'REVIEW'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'STAT' TO WS-REJECT-STATUS
                   MOVE 'CLAIM IS NOT IN REVIEW' TO WS-REJECT-REASON
               WHEN NOT IN-ACTION-ROUTE AND CLAIM-IS-ASSIGNED AND
                    WS-ASSIGNED-TO NOT = IO-PCB-USER-ID
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'ASGN' TO WS-REJECT-STATUS
                   STRING 'CLAIM IS ROUTED TO ' WS-ASSIGNED-TO
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN IN-ACTION-DENY
                   PERFORM EDIT-DENIAL-REASON
               WHEN IN-ACTION-ROUTE
                   PERFORM EDIT-ROUTE-TARGET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE DENIAL REASON CODE IS ON THE
      * REASON-CODE REFERENCE FILE
      ******************************************************************
       EDIT-DENIAL-REASON.
      *
           IF IN-REASON-CODE = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'A REASON CODE IS REQUIRED TO DENY'
                 TO WS-REJECT-REASON
           ELSE
               MOVE IN-REASON-CODE TO RSN-CODE
               READ REASON-CODE-FILE
               IF WS-RSN-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'REASON CODE IS NOT ON THE REASON CODE FILE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE EXAMINER A CLAIM IS BEING ROUTED TO
      * CAN WORK THE QUEUE AND IS NOT ALREADY HOLDING THE CLAIM
      ******************************************************************
       EDIT-ROUTE-TARGET.
      *
           IF IN-EXAMINER = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AN EXAMINER IS REQUIRED TO ROUTE'
                 TO WS-REJECT-REASON
           ELSE
               IF IN-EXAMINER = WS-ASSIGNED-TO
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'CLAIM IS ALREADY ROUTED TO THAT EXAMINER'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE IN-EXAMINER TO ATH-USER-ID
                   READ AUTHORITY-FILE
                   IF WS-ATH-FS NOT = '00'
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'EXAMINER IS NOT ON THE AUTHORITY FILE'
                         TO WS-REJECT-REASON
                   ELSE
                       IF NOT ATH-EXAMINE-ALLOWED
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE 'EXAMINER CANNOT WORK THE REVIEW QUEUE'
                             TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ANSWER ONE QUEUE LISTING: COLLECT THE REVIEW
      * CLAIMS THROUGH THE STATUS ALTERNATE INDEX, APPLYING THE
      * CLAIM TYPE, PROVIDER AND EXAMINER FILTERS, THEN CUT THE
      * REQUESTED PAGE OLDEST FIRST.
      ******************************************************************
       LIST-REVIEW-QUEUE.
      *
           IF IN-PAGE-REQ NUMERIC AND IN-PAGE-REQ > 0
               MOVE IN-PAGE-REQ TO WS-PAGE-NO
           ELSE
               MOVE 1 TO WS-PAGE-NO
           END-IF
           MOVE WS-PAGE-NO TO OUT-PAGE-NO

           PERFORM COLLECT-REVIEW-CLAIMS
           IF WS-CLAIM-COUNT = 0
               MOVE 'NFND' TO OUT-STATUS-CODE
               MOVE SPACES TO WS-OUTPUT-TEXT
               MOVE 'NO REVIEW CLAIMS MATCH THE REQUEST'
                 TO WS-OUTPUT-TEXT
           ELSE
               PERFORM BUILD-QUEUE-PAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COLLECT THE REVIEW CLAIMS INTO THE TABLE VIA THE
      * ALTERNATE INDEX: START AT THE FIRST 'REVIEW' DUPLICATE AND
      * READ NEXT UNTIL THE STATUS CHANGES
      ******************************************************************
       COLLECT-REVIEW-CLAIMS.
      *
           MOVE 0 TO WS-CLAIM-COUNT
           SET LIST-NOT-TRIMMED TO TRUE
           SET AUDIT-FILE-NOT-EOF TO TRUE

           MOVE 'REVIEW' TO AUD-CLAIM-STATUS
           START CLAIM-AUDIT-FILE
               KEY IS NOT LESS THAN AUD-CLAIM-STATUS
           IF WS-AUDIT-FS NOT = '00'
               SET AUDIT-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL AUDIT-FILE-EOF
               READ CLAIM-AUDIT-FILE NEXT RECORD
                   AT END
                       SET AUDIT-FILE-EOF TO TRUE
               END-READ
               IF AUDIT-FILE-NOT-EOF AND
                  WS-AUDIT-FS NOT = '00' AND WS-AUDIT-FS NOT = '02'
                   SET AUDIT-FILE-EOF TO TRUE
               END-IF
               IF AUDIT-FILE-NOT-EOF
                   IF AUD-CLAIM-STATUS NOT = 'REVIEW'
                       SET AUDIT-FILE-EOF TO TRUE
                   ELSE
                       PERFORM FILTER-REVIEW-CLAIM
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO APPLY THE REQUEST'S FILTERS TO ONE REVIEW CLAIM.
      * A BLANK FILTER MATCHES EVERYTHING; THE EXAMINER FILTER
      * MATCHES THE EXAMINER THE CLAIM IS ROUTED TO.
      ******************************************************************
       FILTER-REVIEW-CLAIM.
      *
           IF (IN-CLAIMTYPE = SPACES OR
               IN-CLAIMTYPE = AUD-CLAIMTYPE) AND
              (IN-PROVIDER-ID = SPACES OR
               IN-PROVIDER-ID = AUD-PROVIDER-ID)
               PERFORM READ-ASSIGNMENT
               IF IN-EXAMINER = SPACES OR
                  IN-EXAMINER = WS-ASSIGNED-TO
                   MOVE AUD-DATE TO WS-AUD-JULIAN-NUM
                   COMPUTE WS-RECEIVED-KEY =
                       AUD-DATE * 10000000 + AUD-TIME * 10
                   PERFORM TABLE-REVIEW-CLAIM
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO INSERT ONE REVIEW CLAIM INTO THE TABLE IN
      * ASCENDING RECEIVED ORDER, TRIMMING THE NEWEST ENTRY WHEN THE
      * TABLE IS FULL (THE OLDEST CLAIMS ARE THE ONES THE EXAMINERS
      * ARE AFTER).  A CLAIM NEWER THAN EVERYTHING IN A FULL TABLE
      * IS ITSELF THE ONE TRIMMED.
      ******************************************************************
       TABLE-REVIEW-CLAIM.
      *
           IF WS-CLAIM-COUNT = WS-TABLE-MAX
               SET LIST-TRIMMED TO TRUE
               IF WS-RECEIVED-KEY >= WS-TAB-RECEIVED(WS-TABLE-MAX)
                   CONTINUE
               ELSE
                   COMPUTE WS-CLAIM-COUNT = WS-TABLE-MAX - 1
                   PERFORM INSERT-REVIEW-CLAIM
               END-IF
           ELSE
               PERFORM INSERT-REVIEW-CLAIM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SLIDE THE LATER-RECEIVED ENTRIES RIGHT AND DROP
      * THE CLAIM INTO ITS SLOT (EQUAL RECEIPT TIMES KEEP THEIR
      * ARRIVAL ORDER), AGED IN DAYS FROM AUD-DATE TO TODAY
      ******************************************************************
       INSERT-REVIEW-CLAIM.
      *
           ADD 1 TO WS-CLAIM-COUNT
           PERFORM VARYING WS-ENTRY-IDX FROM WS-CLAIM-COUNT BY -1
                   UNTIL WS-ENTRY-IDX = 1
                      OR WS-TAB-RECEIVED(WS-ENTRY-IDX - 1) <=
                         WS-RECEIVED-KEY
               MOVE WS-CLAIM-ENTRY(WS-ENTRY-IDX - 1)
                 TO WS-CLAIM-ENTRY(WS-ENTRY-IDX)
           END-PERFORM

           COMPUTE WS-AUD-DATE-INT = FUNCTION INTEGER-OF-DAY(
               (1900 + WS-AUD-CENTURY * 100 + WS-AUD-YY) * 1000
               + WS-AUD-DDD)

           MOVE WS-RECEIVED-KEY  TO WS-TAB-RECEIVED(WS-ENTRY-IDX)
           MOVE AUD-CLAIMNO      TO WS-TAB-CLAIMNO(WS-ENTRY-IDX)
           COMPUTE WS-TAB-AGE(WS-ENTRY-IDX) =
               WS-TODAY-INT - WS-AUD-DATE-INT
           MOVE AUD-CLAIMTYPE    TO WS-TAB-CLAIMTYPE(WS-ENTRY-IDX)
           MOVE AUD-CLAIMAMT     TO WS-TAB-CLAIMAMT(WS-ENTRY-IDX)
           MOVE AUD-PROVIDER-ID  TO WS-TAB-PROVIDER-ID(WS-ENTRY-IDX)
           MOVE WS-ASSIGNED-TO   TO WS-TAB-ASSIGNED-TO(WS-ENTRY-IDX)
           .
      ******************************************************************
      * ROUTINE TO CUT THE REQUESTED PAGE FROM THE COLLECTED TABLE,
      * OLDEST FIRST: PAGE 1 STARTS AT THE TABLE'S FIRST (OLDEST)
      * ENTRY AND WALKS FORWARDS, PAGE 2 PICKS UP WHERE PAGE 1
      * STOPPED, AND SO ON.  A PAGE REQUEST PAST THE END COMES BACK
      * EMPTY WITH 'END '.
      ******************************************************************
       BUILD-QUEUE-PAGE.
      *
           MOVE 'FND ' TO OUT-STATUS-CODE
           MOVE SPACES TO WS-OUTPUT-TEXT

           COMPUTE WS-PAGE-FIRST = ((WS-PAGE-NO - 1) * WS-PAGE-SIZE) + 1
           COMPUTE WS-PAGE-LAST = WS-PAGE-FIRST + WS-PAGE-SIZE - 1
           IF WS-PAGE-LAST > WS-CLAIM-COUNT
               MOVE WS-CLAIM-COUNT TO WS-PAGE-LAST
           END-IF

           MOVE WS-PAGE-NO TO WS-NEXT-PAGE
           IF WS-PAGE-FIRST > WS-CLAIM-COUNT
               MOVE 'END ' TO OUT-MORE-IND
               MOVE 'NO MORE CLAIMS ON THIS PAGE' TO WS-OUTPUT-TEXT
           ELSE
      * WHEN MORE PAGES EXIST, OUT-PAGE-NO NAMES THE NEXT ONE SO
      * THE EXAMINER JUST RESENDS THE LIST WITH THE NUMBER THE
      * RESPONSE GAVE THEM
               IF WS-PAGE-LAST < WS-CLAIM-COUNT
                   MOVE 'MORE' TO OUT-MORE-IND
                   COMPUTE WS-NEXT-PAGE = WS-PAGE-NO + 1
               ELSE
                   MOVE 'END ' TO OUT-MORE-IND
               END-IF
               MOVE WS-NEXT-PAGE TO OUT-PAGE-NO
               PERFORM BUILD-QUEUE-HEADER
               MOVE 61 TO WS-SLICE-PTR
               PERFORM VARYING WS-ENTRY-IDX FROM WS-PAGE-FIRST
                       BY 1 UNTIL WS-ENTRY-IDX > WS-PAGE-LAST
                   PERFORM BUILD-ONE-QUEUE-LINE
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BUILD THE PAGE HEADER SEGMENT, CARRYING THE NUMBER
      * OF MATCHING CLAIMS IN THE QUEUE
      ******************************************************************
       BUILD-QUEUE-HEADER.
      *
           MOVE WS-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE-BUILD
           IF OUT-MORE-IND = 'MORE'
               STRING 'REVIEW QUEUE ' WS-EDIT-COUNT
                   ' PAGE ' WS-PAGE-NO
                   ' MORE - SEND PAGE ' WS-NEXT-PAGE
                   DELIMITED BY SIZE INTO WS-LINE-BUILD
           ELSE
               STRING 'REVIEW QUEUE ' WS-EDIT-COUNT
                   ' PAGE ' WS-PAGE-NO ' ' OUT-MORE-IND
                   DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-IF
           IF LIST-TRIMMED
               MOVE '(TRIMMED)' TO WS-LINE-BUILD(52:9)
           END-IF
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(1:60)
           .
      ******************************************************************
      * ROUTINE TO FORMAT ONE QUEUE LINE INTO ITS OWN SEGMENT SLICE:
      * CLAIM NUMBER, AGE IN DAYS, TYPE, AMOUNT, PROVIDER, AND THE
      * EXAMINER IT IS ROUTED TO
      ******************************************************************
       BUILD-ONE-QUEUE-LINE.
      *
           MOVE WS-TAB-AGE(WS-ENTRY-IDX) TO WS-EDIT-AGE
           MOVE WS-TAB-CLAIMAMT(WS-ENTRY-IDX) TO WS-EDIT-AMT

           MOVE SPACES TO WS-LINE-BUILD
           MOVE WS-TAB-CLAIMNO(WS-ENTRY-IDX) TO WS-LINE-BUILD(1:12)
           MOVE WS-EDIT-AGE TO WS-LINE-BUILD(14:4)
           MOVE WS-TAB-CLAIMTYPE(WS-ENTRY-IDX)
             TO WS-LINE-BUILD(19:7)
           MOVE WS-EDIT-AMT TO WS-LINE-BUILD(27:10)
           MOVE WS-TAB-PROVIDER-ID(WS-ENTRY-IDX)
             TO WS-LINE-BUILD(38:10)
           MOVE WS-TAB-ASSIGNED-TO(WS-ENTRY-IDX)
             TO WS-LINE-BUILD(49:8)

           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           .
      ******************************************************************
      * ROUTINE TO SHOW ONE CLAIM FOR EXAMINATION: THE CLAIM SUMMARY,
      * ITS REASON CODES WITH THEIR DESCRIPTIONS, ITS SERVICE LINES,
      * ITS STATUS HISTORY, AND THE EXAMINER NOTES SO FAR.  ANY
      * CLAIM CAN BE OPENED (A DECIDED CLAIM STILL SHOWS ITS NOTES);
      * ONLY REVIEW CLAIMS CAN BE DECIDED.
      ******************************************************************
       OPEN-REVIEW-CLAIM.
      *
           MOVE 'FND ' TO OUT-STATUS-CODE
           MOVE SPACES TO WS-OUTPUT-TEXT

           MOVE AUD-CLAIMAMT TO WS-EDIT-AMT
           MOVE SPACES TO WS-LINE-BUILD
           STRING 'CLAIM ' AUD-CLAIMNO ' ' AUD-CLAIM-STATUS
               ' AMT ' WS-EDIT-AMT ' TYPE ' AUD-CLAIMTYPE
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(1:60)

           MOVE SPACES TO WS-LINE-BUILD
           STRING 'MEMBER ' AUD-MEMBER-ID ' PROV ' AUD-PROVIDER-ID
               ' SVC ' AUD-SERVICE-DATE
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(61:60)

           MOVE SPACES TO WS-LINE-BUILD
           STRING 'REASONS ' AUD-REASON-CODE(1) ' '
               AUD-REASON-CODE(2) ' ' AUD-REASON-CODE(3)
               ' ROUTED TO ' WS-ASSIGNED-TO
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(121:60)

           MOVE 181 TO WS-SLICE-PTR
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 3
               IF AUD-REASON-CODE(WS-REASON-IDX) NOT = SPACES
                   PERFORM APPEND-REASON-TEXT
               END-IF
           END-PERFORM

           PERFORM APPEND-LINE-TEXT
           PERFORM APPEND-HISTORY-TEXT
           PERFORM APPEND-NOTE-TEXT
           .
      ******************************************************************
      * ROUTINE TO FORMAT ONE REASON CODE AND ITS REFERENCE-FILE
      * DESCRIPTION INTO ITS OWN SEGMENT SLICE
      ******************************************************************
       APPEND-REASON-TEXT.
      *
           MOVE AUD-REASON-CODE(WS-REASON-IDX) TO RSN-CODE
           READ REASON-CODE-FILE
           IF WS-RSN-FS NOT = '00'
               MOVE 'NOT ON THE REASON CODE FILE' TO RSN-DESC
           END-IF
           MOVE SPACES TO WS-LINE-BUILD
           STRING 'REASON ' AUD-REASON-CODE(WS-REASON-IDX) ' '
               RSN-DESC DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           .
      ******************************************************************
      * ROUTINE TO APPEND UP TO FIVE SERVICE LINES, ONE SEGMENT EACH,
      * IN THE SAME FORMAT AS IMSCBLJD.  A SINGLE-LINE CLAIM HAS NO
      * RECORDS HERE AND APPENDS NOTHING.
      ******************************************************************
       APPEND-LINE-TEXT.
      *
           SET LINE-FILE-NOT-EOF TO TRUE
           MOVE 0 TO WS-LINES-SHOWN

           MOVE AUD-CLAIMNO TO LIN-CLAIMNO
           MOVE 0 TO LIN-LINE-NO
           START CLAIM-LINE-FILE KEY IS NOT LESS THAN LIN-LINE-KEY
           IF WS-LIN-FS NOT = '00'
               SET LINE-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL LINE-FILE-EOF OR WS-LINES-SHOWN = 5
               READ CLAIM-LINE-FILE NEXT RECORD
                   AT END
                       SET LINE-FILE-EOF TO TRUE
               END-READ
               IF LINE-FILE-NOT-EOF AND WS-LIN-FS NOT = '00'
                   SET LINE-FILE-EOF TO TRUE
               END-IF
               IF LINE-FILE-NOT-EOF
                   IF LIN-CLAIMNO NOT = AUD-CLAIMNO
                       SET LINE-FILE-EOF TO TRUE
                   ELSE
                       PERFORM APPEND-ONE-LINE-TEXT
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO FORMAT ONE LINE RECORD INTO ITS OWN SEGMENT SLICE
      ******************************************************************
       APPEND-ONE-LINE-TEXT.
      *
           MOVE LIN-CLAIMAMT TO WS-EDIT-LINE-AMT
           MOVE SPACES TO WS-LINE-BUILD
           STRING 'LINE ' LIN-LINE-NO
               ' PROC ' LIN-PROC-CODE
               ' AMT ' WS-EDIT-LINE-AMT
               ' SVC ' LIN-SERVICE-DATE
               DELIMITED BY SIZE INTO WS-LINE-BUILD
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           ADD 1 TO WS-LINES-SHOWN
           .
      ******************************************************************
      * ROUTINE TO APPEND UP TO TEN STATUS TRANSITIONS, OLDEST FIRST,
      * ONE SEGMENT EACH, IN THE SAME FORMAT AS IMSCBLJD
      ******************************************************************
       APPEND-HISTORY-TEXT.
      *
           SET HISTORY-FILE-NOT-EOF TO TRUE
           MOVE 0 TO WS-HISTORY-SHOWN

           MOVE AUD-CLAIMNO TO HST-CLAIMNO
           MOVE LOW-VALUES TO HST-TIMESTAMP
           START STATUS-HISTORY-FILE
               KEY IS NOT LESS THAN HST-HISTORY-KEY
           IF WS-HST-FS NOT = '00'
               SET HISTORY-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL HISTORY-FILE-EOF OR WS-HISTORY-SHOWN = 10
               READ STATUS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-FILE-EOF TO TRUE
               END-READ
               IF HISTORY-FILE-NOT-EOF AND WS-HST-FS NOT = '00'
                   SET HISTORY-FILE-EOF TO TRUE
               END-IF
               IF HISTORY-FILE-NOT-EOF
                   IF HST-CLAIMNO NOT = AUD-CLAIMNO
                       SET HISTORY-FILE-EOF TO TRUE
                   ELSE
                       PERFORM APPEND-ONE-HISTORY-TEXT
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO FORMAT ONE STATUS TRANSITION INTO ITS OWN SEGMENT
      * SLICE
      ******************************************************************
       APPEND-ONE-HISTORY-TEXT.
      *
           MOVE SPACES TO WS-LINE-BUILD
           MOVE HST-TIMESTAMP(1:19) TO WS-LINE-BUILD(1:19)
           MOVE HST-OLD-STATUS TO WS-LINE-BUILD(21:8)
           MOVE '>' TO WS-LINE-BUILD(30:1)
           MOVE HST-NEW-STATUS TO WS-LINE-BUILD(32:8)
           MOVE HST-PROGRAM TO WS-LINE-BUILD(41:8)
           MOVE HST-USER-ID TO WS-LINE-BUILD(50:8)
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           ADD 1 TO WS-HISTORY-SHOWN
           .
      ******************************************************************
      * ROUTINE TO APPEND THE EXAMINER NOTES, OLDEST FIRST, THREE
      * SEGMENTS EACH (WHO/WHAT, THEN THE NOTE TEXT IN TWO HALVES),
      * FOR AS LONG AS THEY FIT IN THE OUTPUT AREA
      ******************************************************************
       APPEND-NOTE-TEXT.
      *
           SET NOTE-FILE-NOT-EOF TO TRUE

           MOVE AUD-CLAIMNO TO EXN-CLAIMNO
           MOVE LOW-VALUES TO EXN-TIMESTAMP
           START EXAMINER-NOTE-FILE
               KEY IS NOT LESS THAN EXN-NOTE-KEY
           IF WS-EXN-FS NOT = '00'
               SET NOTE-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL NOTE-FILE-EOF OR WS-SLICE-PTR > 2221
               READ EXAMINER-NOTE-FILE NEXT RECORD
                   AT END
                       SET NOTE-FILE-EOF TO TRUE
               END-READ
               IF NOTE-FILE-NOT-EOF AND WS-EXN-FS NOT = '00'
                   SET NOTE-FILE-EOF TO TRUE
               END-IF
               IF NOTE-FILE-NOT-EOF
                   IF EXN-CLAIMNO NOT = AUD-CLAIMNO
                       SET NOTE-FILE-EOF TO TRUE
                   ELSE
                       PERFORM APPEND-ONE-NOTE-TEXT
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO FORMAT ONE EXAMINER NOTE INTO THREE SEGMENT SLICES
      ******************************************************************
       APPEND-ONE-NOTE-TEXT.
      *
           MOVE SPACES TO WS-LINE-BUILD
           MOVE EXN-TIMESTAMP(1:19) TO WS-LINE-BUILD(1:19)
           MOVE EXN-USER-ID TO WS-LINE-BUILD(21:8)
           MOVE EXN-ACTION TO WS-LINE-BUILD(30:8)
           EVALUATE EXN-ACTION
               WHEN 'DENY    '
                   MOVE EXN-REASON-CODE TO WS-LINE-BUILD(39:5)
               WHEN 'ROUTE   '
                   MOVE EXN-ROUTED-TO TO WS-LINE-BUILD(39:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-LINE-BUILD TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           MOVE EXN-NOTE-TEXT(1:60) TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           MOVE EXN-NOTE-TEXT(61:60)
             TO WS-OUTPUT-TEXT(WS-SLICE-PTR:60)
           ADD 60 TO WS-SLICE-PTR
           .
      ******************************************************************
      * ROUTINE TO APPLY AN EXAMINER'S DECISION TO THE REVIEW CLAIM.
      * RELEASE RETURNS IT TO ACCEPTED SO THE NEXT IMSCSETL RUN PAYS
      * IT.  DENY SETS IT DENIED WITH A ZERO PAID AMOUNT AND TODAY AS
      * ITS SETTLED DATE, EXACTLY AS IMSCSETL SETTLES A DENIAL, AND
      * PUTS THE DENIAL REASON IN THE FIRST REASON-CODE SLOT.  BOTH
      * TAKE THE CLAIM OUT OF THE QUEUE AND CLEAR ITS ASSIGNMENT.
      * ROUTE LEAVES THE CLAIM IN REVIEW AND HANDS IT TO ANOTHER
      * EXAMINER.  A RELEASED CLAIM THAT WAS HELD ON SUBMISSION USES
      * UP ITS PRIOR AUTHS NOW; A DENIED ONE NEVER TOUCHES THEM.
      * EVERY DECISION WRITES A STATUS HISTORY RECORD
      * (REVIEW>REVIEW FOR A ROUTE) AND THE EXAMINER'S NOTE.
      ******************************************************************
       APPLY-DECISION.
      *
           EVALUATE TRUE
               WHEN IN-ACTION-RELEASE
                   MOVE 'ACCEPTED' TO AUD-CLAIM-STATUS
                   PERFORM REWRITE-REVIEW-CLAIM
                   IF REQUEST-IS-VALID
                       PERFORM USE-RELEASED-AUTHS
                   END-IF
               WHEN IN-ACTION-DENY
                   MOVE 'DENIED' TO AUD-CLAIM-STATUS
                   MOVE 0 TO AUD-PAID-AMT
                   MOVE WS-TODAY-CCYYMMDD TO AUD-SETTLED-DATE
                   MOVE AUD-REASON-CODE(2) TO AUD-REASON-CODE(3)
                   MOVE AUD-REASON-CODE(1) TO AUD-REASON-CODE(2)
                   MOVE IN-REASON-CODE TO AUD-REASON-CODE(1)
                   PERFORM REWRITE-REVIEW-CLAIM
               WHEN IN-ACTION-ROUTE
                   PERFORM UPDATE-ASSIGNMENT
           END-EVALUATE

           IF REQUEST-IS-VALID
               PERFORM WRITE-STATUS-HISTORY
               PERFORM WRITE-EXAMINER-NOTE
               PERFORM BUILD-OK-RESPONSE
           ELSE
               PERFORM REJECT-REQUEST
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REWRITE THE DECIDED CLAIM AND DROP ITS ASSIGNMENT
      ******************************************************************
       REWRITE-REVIEW-CLAIM.
      *
           REWRITE CLAIM-AUDIT-RECORD
           IF WS-AUDIT-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUDIT FILE REWRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-AUDIT-FS TO WS-LOG-MESSAGE(31:2)
               PERFORM LOG-MESSAGE
               MOVE 'CLAIM COULD NOT BE UPDATED' TO WS-REJECT-REASON
           ELSE
               IF CLAIM-IS-ASSIGNED
                   MOVE AUD-CLAIMNO TO EXA-CLAIMNO
                   DELETE REVIEW-ASSIGNMENT-FILE
                   IF WS-EXA-FS NOT = '00'
                       MOVE 'ASSIGNMENT DELETE FAILED, FS='
                         TO WS-LOG-MESSAGE
                       MOVE WS-EXA-FS TO WS-LOG-MESSAGE(30:2)
                       PERFORM LOG-MESSAGE
                   END-IF
               END-IF
               MOVE SPACES TO WS-ASSIGNED-TO
           END-IF
           .
      ******************************************************************
      * ROUTINE TO USE UP THE PRIOR AUTHS OF A RELEASED CLAIM THAT
      * WAS HELD ON SUBMISSION: WALK ITS SERVICE LINES AND CHARGE
      * EACH LINE THAT NEEDS AN AUTH TO THE FIRST AUTH THAT STILL
      * COVERS IT.  A SINGLE-LINE CLAIM HAS NO LINE RECORDS AND NO
      * AUTHS TO USE.  THE RELEASE IS NEVER UNDONE BY THIS -- A
      * FAILURE HERE IS LOGGED, SAME AS IN IMSCBLJC.
      ******************************************************************
       USE-RELEASED-AUTHS.
      *
           PERFORM CHECK-AUTHS-ALREADY-USED
           IF AUTHS-NOT-YET-USED
               SET LINE-FILE-NOT-EOF TO TRUE
               MOVE AUD-CLAIMNO TO LIN-CLAIMNO
               MOVE 0 TO LIN-LINE-NO
               START CLAIM-LINE-FILE KEY IS NOT LESS THAN LIN-LINE-KEY
               IF WS-LIN-FS NOT = '00'
                   SET LINE-FILE-EOF TO TRUE
               END-IF

               PERFORM UNTIL LINE-FILE-EOF
                   READ CLAIM-LINE-FILE NEXT RECORD
                       AT END
                           SET LINE-FILE-EOF TO TRUE
                   END-READ
                   IF LINE-FILE-NOT-EOF AND WS-LIN-FS NOT = '00'
                       SET LINE-FILE-EOF TO TRUE
                   END-IF
                   IF LINE-FILE-NOT-EOF
                       IF LIN-CLAIMNO NOT = AUD-CLAIMNO
                           SET LINE-FILE-EOF TO TRUE
                       ELSE
                           PERFORM USE-ONE-LINE-AUTH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DECIDE FROM THE CLAIM'S STATUS HISTORY WHETHER ITS
      * AUTHS WERE ALREADY USED: THEY WERE IF IT WAS EVER ACCEPTED OR
      * PENDING.  THE HISTORY RECORD FOR THIS RELEASE IS NOT WRITTEN
      * YET, SO IT DOES NOT COUNT.
      ******************************************************************
       CHECK-AUTHS-ALREADY-USED.
      *
           SET AUTHS-NOT-YET-USED TO TRUE
           SET HISTORY-FILE-NOT-EOF TO TRUE

           MOVE AUD-CLAIMNO TO HST-CLAIMNO
           MOVE LOW-VALUES TO HST-TIMESTAMP
           START STATUS-HISTORY-FILE
               KEY IS NOT LESS THAN HST-HISTORY-KEY
           IF WS-HST-FS NOT = '00'
               SET HISTORY-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL HISTORY-FILE-EOF OR AUTHS-ALREADY-USED
               READ STATUS-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-FILE-EOF TO TRUE
               END-READ
               IF HISTORY-FILE-NOT-EOF AND WS-HST-FS NOT = '00'
                   SET HISTORY-FILE-EOF TO TRUE
               END-IF
               IF HISTORY-FILE-NOT-EOF
                   IF HST-CLAIMNO NOT = AUD-CLAIMNO
                       SET HISTORY-FILE-EOF TO TRUE
                   ELSE
                       IF HST-NEW-STATUS = 'ACCEPTED' OR
                          HST-NEW-STATUS = 'PENDING'
                           SET AUTHS-ALREADY-USED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO CHARGE ONE SERVICE LINE AGAINST ITS AUTH WHEN ITS
      * PROCEDURE CODE NEEDS ONE.  A CODE NO LONGER ON THE REFERENCE
      * FILE IS PASSED OVER; A FILE THAT CANNOT BE READ IS LOGGED.
      ******************************************************************
       USE-ONE-LINE-AUTH.
      *
           MOVE LIN-PROC-CODE TO PRC-PROC-CODE
           READ PROCEDURE-CODE-FILE
           EVALUATE WS-PRC-FS
               WHEN '00'
                   IF PRC-NEEDS-AUTH
                       PERFORM CHARGE-LINE-AUTH
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
      * ROUTINE TO BROWSE THE MEMBER'S AUTHS FOR THE FIRST ONE THAT
      * COVERS THE CURRENT LINE AND CHARGE IT ONE UNIT AND THE LINE'S
      * BILLED AMOUNT, WITH THE CLAIM AS ITS LAST USE.  AUTHS ARE
      * CHARGED AS THEY ARE MATCHED, SO A LATER LINE OF THE SAME
      * CLAIM ALREADY SEES WHAT EARLIER LINES TOOK.  A LINE NO AUTH
      * COVERS (THE EXAMINER RELEASED IT WITHOUT ONE) IS LOGGED.
      ******************************************************************
       CHARGE-LINE-AUTH.
      *
           SET AUTH-NOT-MATCHED TO TRUE
           SET PRIOR-AUTH-NOT-EOF TO TRUE

           MOVE AUD-MEMBER-ID TO PAU-MEMBER-ID
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
                   IF PAU-MEMBER-ID NOT = AUD-MEMBER-ID
                       SET PRIOR-AUTH-EOF TO TRUE
                   ELSE
                       PERFORM MATCH-ONE-AUTH
                   END-IF
               END-IF
           END-PERFORM

           IF AUTH-MATCHED
               ADD 1 TO PAU-USED-UNITS
               ADD LIN-CLAIMAMT TO PAU-USED-AMT
               MOVE AUD-CLAIMNO TO PAU-LAST-USED-CLAIMNO
               REWRITE PRIOR-AUTH-RECORD
               IF WS-PAU-FS NOT = '00'
                   MOVE 'PRIOR AUTH USAGE UPDATE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PAU-FS TO WS-LOG-MESSAGE(36:2)
                   PERFORM LOG-MESSAGE
               END-IF
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'NO PRIOR AUTH CHARGED FOR ' AUD-CLAIMNO
                   ' LINE ' LIN-LINE-NO ' PROCEDURE ' LIN-PROC-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TEST ONE OF THE MEMBER'S AUTHS AGAINST THE CURRENT
      * LINE, SAME RULES AS IMSCBLJC: ACTIVE, SAME PROVIDER AND
      * PROCEDURE CODE, THE LINE SERVICE DATE INSIDE THE APPROVED
      * RANGE, AND ROOM LEFT FOR ONE MORE UNIT AND THE LINE AMOUNT.
      * A RECORD WHOSE NUMERIC FIELDS FAIL THE NUMERIC TEST NEVER
      * MATCHES.
      ******************************************************************
       MATCH-ONE-AUTH.
      *
           IF PAU-IS-ACTIVE AND
              PAU-PROVIDER-ID = AUD-PROVIDER-ID AND
              PAU-PROC-CODE = LIN-PROC-CODE AND
              PAU-FROM-DATE NUMERIC AND PAU-THRU-DATE NUMERIC AND
              PAU-APPROVED-UNITS NUMERIC AND
              PAU-APPROVED-AMT NUMERIC AND
              PAU-USED-UNITS NUMERIC AND PAU-USED-AMT NUMERIC
               IF LIN-SERVICE-DATE >= PAU-FROM-DATE AND
                  LIN-SERVICE-DATE <= PAU-THRU-DATE
                   SET AUTH-MATCHED TO TRUE
                   IF PAU-APPROVED-UNITS > 0 AND
                      PAU-USED-UNITS + 1 > PAU-APPROVED-UNITS
                       SET AUTH-NOT-MATCHED TO TRUE
                   END-IF
                   IF PAU-APPROVED-AMT > 0 AND
                      PAU-USED-AMT + LIN-CLAIMAMT > PAU-APPROVED-AMT
                       SET AUTH-NOT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ROUTE THE CLAIM TO THE REQUESTED EXAMINER, ADDING
      * OR REPLACING ITS ASSIGNMENT RECORD
      ******************************************************************
       UPDATE-ASSIGNMENT.
      *
           PERFORM FORMAT-TIMESTAMP
           MOVE AUD-CLAIMNO            TO EXA-CLAIMNO
           MOVE IN-EXAMINER            TO EXA-EXAMINER
           MOVE IO-PCB-USER-ID         TO EXA-ASSIGNED-BY
           MOVE WS-FORMATTED-DATE-TIME TO EXA-ASSIGNED-TS
           IF CLAIM-IS-ASSIGNED
               REWRITE REVIEW-ASSIGNMENT-RECORD
           ELSE
               WRITE REVIEW-ASSIGNMENT-RECORD
           END-IF
           IF WS-EXA-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'ASSIGNMENT WRITE FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-EXA-FS TO WS-LOG-MESSAGE(29:2)
               PERFORM LOG-MESSAGE
               MOVE 'CLAIM COULD NOT BE ROUTED' TO WS-REJECT-REASON
           ELSE
               MOVE IN-EXAMINER TO WS-ASSIGNED-TO
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BUILD THE FORMATTED CURRENT TIMESTAMP USED TO KEY
      * THE HISTORY, NOTE AND ASSIGNMENT RECORDS
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
      * ROUTINE TO WRITE THE CLAIM STATUS HISTORY RECORD FOR THE
      * DECISION.  A FAILED WRITE IS LOGGED AND THE DECISION STANDS.
      ******************************************************************
       WRITE-STATUS-HISTORY.
      *
           PERFORM FORMAT-TIMESTAMP

           MOVE AUD-CLAIMNO            TO HST-CLAIMNO
           MOVE WS-FORMATTED-DATE-TIME TO HST-TIMESTAMP
           MOVE WS-OLD-STATUS          TO HST-OLD-STATUS
           MOVE AUD-CLAIM-STATUS       TO HST-NEW-STATUS
           MOVE 'IMSCBLJN'             TO HST-PROGRAM
           MOVE IO-PCB-USER-ID         TO HST-USER-ID

           WRITE STATUS-HISTORY-RECORD
           IF WS-HST-FS NOT = '00'
             MOVE 'HISTORY FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-HST-FS TO WS-LOG-MESSAGE(31:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE EXAMINER'S NOTE FOR THE DECISION, KEYED
      * ON THE SAME TIMESTAMP AS ITS HISTORY RECORD.  A FAILED WRITE
      * IS LOGGED AND THE DECISION STANDS.
      ******************************************************************
       WRITE-EXAMINER-NOTE.
      *
           MOVE AUD-CLAIMNO            TO EXN-CLAIMNO
           MOVE WS-FORMATTED-DATE-TIME TO EXN-TIMESTAMP
           MOVE IO-PCB-USER-ID         TO EXN-USER-ID
           MOVE IN-ACTION              TO EXN-ACTION
           MOVE WS-OLD-STATUS          TO EXN-OLD-STATUS
           MOVE AUD-CLAIM-STATUS       TO EXN-NEW-STATUS
           MOVE SPACES                 TO EXN-REASON-CODE
           MOVE SPACES                 TO EXN-ROUTED-TO
           IF IN-ACTION-DENY
               MOVE IN-REASON-CODE     TO EXN-REASON-CODE
           END-IF
           IF IN-ACTION-ROUTE
               MOVE IN-EXAMINER        TO EXN-ROUTED-TO
           END-IF
           MOVE IN-NOTE-TEXT           TO EXN-NOTE-TEXT

           WRITE EXAMINER-NOTE-RECORD
           IF WS-EXN-FS NOT = '00'
             MOVE 'NOTES FILE WRITE FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-EXN-FS TO WS-LOG-MESSAGE(29:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BUILD THE RESPONSE FOR AN APPLIED DECISION
      ******************************************************************
       BUILD-OK-RESPONSE.
      *
           MOVE 'OK  ' TO OUT-STATUS-CODE
           MOVE AUD-CLAIM-STATUS TO OUT-CLAIM-STATUS
           MOVE WS-ASSIGNED-TO TO OUT-ASSIGNED-TO
           MOVE SPACES TO WS-OUTPUT-TEXT
           EVALUATE TRUE
               WHEN IN-ACTION-RELEASE
                   STRING 'CLAIM ' AUD-CLAIMNO
                       ' RELEASED TO ACCEPTED'
                       DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               WHEN IN-ACTION-DENY
                   STRING 'CLAIM ' AUD-CLAIMNO
                       ' DENIED, REASON ' IN-REASON-CODE
                       DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
               WHEN OTHER
                   STRING 'CLAIM ' AUD-CLAIMNO
                       ' ROUTED TO ' IN-EXAMINER
                       DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
           END-EVALUATE
           MOVE WS-OUTPUT-TEXT(1:50) TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO REJECT A REQUEST WITH ITS REASON
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

           DISPLAY WS-FORMATTED-DATE-TIME ' IMSCBLJN VER 1.0 '
             WS-LOG-LEVEL ' ' WS-LOG-MESSAGE(1:50)

           MOVE WS-FORMATTED-DATE-TIME TO LOG-TIMESTAMP
           MOVE WS-LOG-LEVEL            TO LOG-LEVEL
           MOVE 'IMSCBLJN'               TO LOG-PROGRAM-NAME
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
       END PROGRAM IMSCBLJN.
