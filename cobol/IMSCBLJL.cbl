       CBL dll,thread
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCBLJL RECURSIVE.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Sample IMS COBOL program (MPP) that maintains the prior       *
      * authorization file online for utilization management.  Built *
      * in the style of IMSCBLJJ: the terminal sends an action, a     *
      * member, and an auth number (see IMSC2PAM) and this program    *
      * adds a new auth, extends an active auth's through date or     *
      * approved units / dollars, or closes it, in place on the live  *
      * prior-auth KSDS (see IMSC2PAU) that IMSCBLJC matches service  *
      * lines against.  ACCESS IS RESTRICTED TO USERS WHOSE AUTHORITY *
      * RECORD CARRIES ATH-ALLOW-AUTHMAINT = 'Y' (FAIL CLOSED).  AN   *
      * EXTEND MAY NEVER SHORTEN AN AUTH OR CUT ITS APPROVED AMOUNTS  *
      * BELOW WHAT CLAIMS HAVE ALREADY USED.  EVERY CHANGE IS STAMPED *
      * ON THE RECORD WITH THE USER AND DATE AND LOGGED.              *
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
           SELECT PRIOR-AUTH-FILE ASSIGN TO CLMPAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAU-AUTH-KEY
               FILE STATUS IS WS-PAU-FS.

           SELECT AUTHORITY-FILE ASSIGN TO CLMAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATH-USER-ID
               FILE STATUS IS WS-ATH-FS.

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT PROCEDURE-CODE-FILE ASSIGN TO CLMPROC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-PROC-CODE
               FILE STATUS IS WS-PRC-FS.

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  PRIOR-AUTH-FILE.
       COPY IMSC2PAU.

       FD  AUTHORITY-FILE.
       COPY IMSC2ATH.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  PROCEDURE-CODE-FILE.
       COPY IMSC2PRC.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
      * INCLUDE THE COPYBOOK FOR REQUEST AND RESPONSE DATA STRUCTURE
      * OF THE SAMPLE PROGRAM.
      ******************************************************************
       COPY IMSC2PAM.
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
       01 WS-PAU-FS                 PIC XX VALUE SPACES.
       01 WS-ATH-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-PRC-FS                 PIC XX VALUE SPACES.
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

           PERFORM OPEN-PRIOR-AUTH-FILE
           PERFORM OPEN-AUTHORITY-FILE
           PERFORM OPEN-REFERENCE-FILES

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
                   OR    IO-PCB-STATUS-CODE NOT = SPACES
             PERFORM PROCESS-MAINTENANCE
             PERFORM SET-OUTPUT-MESSAGE
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-REFERENCE-FILES
           PERFORM CLOSE-AUTHORITY-FILE
           PERFORM CLOSE-PRIOR-AUTH-FILE
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
      * ROUTINE TO OPEN THE PRIOR AUTHORIZATION KSDS I-O FOR THE LIFE
      * OF THIS MPP REGION.  THIS PROGRAM IS THE FILE'S WRITER OF
      * RECORD, SO A BRAND NEW CLUSTER (FS 05/35) IS PRIMED WITH AN
      * OPEN OUTPUT FIRST, SAME PATTERN AS THE CLAIMS AUDIT FILE.
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
      * ROUTINE TO OPEN THE USER SUBMISSION AUTHORITY FILE, INPUT
      * ONLY -- THIS PROGRAM CHECKS THE MAINTENANCE PERMISSION AND
      * NEVER CHARGES ANYTHING.  A MISSING OR UNREADABLE FILE
      * SURFACES AS AUTHORITY REJECTS (FAIL CLOSED).
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
      * ROUTINE TO OPEN THE MEMBER MASTER, PROVIDER REGISTRY, AND
      * PROCEDURE CODE FILES AN ADD IS EDITED AGAINST, INPUT ONLY.
      * AN UNREADABLE REFERENCE FILE SURFACES AS ADD REJECTS -- AN
      * AUTH IS NEVER WRITTEN FOR A MEMBER, PROVIDER, OR CODE THAT
      * COULD NOT BE CONFIRMED.
      ******************************************************************
       OPEN-REFERENCE-FILES.
      *
           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
             MOVE 'MEMBER MASTER OPEN FAILED, FS=' TO WS-LOG-MESSAGE
             MOVE WS-MBR-FS TO WS-LOG-MESSAGE(31:2)
             PERFORM LOG-MESSAGE
           END-IF

           OPEN INPUT PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS NOT = '00'
             MOVE 'PROVIDER REGISTRY OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-PRV-FS TO WS-LOG-MESSAGE(35:2)
             PERFORM LOG-MESSAGE
           END-IF

           OPEN INPUT PROCEDURE-CODE-FILE
           IF WS-PRC-FS NOT = '00'
             MOVE 'PROCEDURE CODE FILE OPEN FAILED, FS='
               TO WS-LOG-MESSAGE
             MOVE WS-PRC-FS TO WS-LOG-MESSAGE(37:2)
             PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE REFERENCE FILES
      ******************************************************************
       CLOSE-REFERENCE-FILES.
      *
           CLOSE PROCEDURE-CODE-FILE
           CLOSE PROVIDER-REGISTRY-FILE
           CLOSE MEMBER-MASTER-FILE
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
      * ROUTINE TO PROCESS ONE MAINTENANCE REQUEST: CONFIRM THE USER
      * MAY MAINTAIN AUTHS, EDIT THE REQUEST, AND APPLY IT.
      ******************************************************************
       PROCESS-MAINTENANCE.
      *
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           MOVE IN-MEMBER-ID TO OUT-MEMBER-ID
           MOVE IN-AUTH-NO TO OUT-AUTH-NO
           MOVE 0 TO OUT-THRU-DATE
           MOVE 0 TO OUT-APPROVED-UNITS
           MOVE 0 TO OUT-USED-UNITS
           MOVE 0 TO OUT-APPROVED-AMT
           MOVE 0 TO OUT-USED-AMT
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD

           PERFORM CHECK-MAINT-AUTHORITY
           IF REQUEST-IS-VALID
               PERFORM EDIT-MAINT-REQUEST
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               IF IN-ACTION-ADD
                   PERFORM ADD-PRIOR-AUTH
               ELSE
                   PERFORM CHANGE-PRIOR-AUTH
               END-IF
           END-IF

           MOVE LENGTH OF OUTPUT-MSG TO OUT-LL
           MOVE 0 TO OUT-ZZ
           .
      ******************************************************************
      * ROUTINE TO CONFIRM THE SUBMITTING USER IS AUTHORIZED TO
      * MAINTAIN PRIOR AUTHS.  AUTHORITY REJECTS RETURN STATUS 'AUTH'
      * AND FAIL CLOSED ON ANY FILE TROUBLE.
      ******************************************************************
       CHECK-MAINT-AUTHORITY.
      *
           MOVE IO-PCB-USER-ID TO ATH-USER-ID
           READ AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUTH' TO WS-REJECT-STATUS
               MOVE 'NOT AUTHORIZED FOR PRIOR AUTH MAINTENANCE'
                 TO WS-REJECT-REASON
           ELSE
               IF NOT ATH-AUTHMAINT-ALLOWED
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH' TO WS-REJECT-STATUS
                   MOVE 'NOT AUTHORIZED FOR PRIOR AUTH MAINTENANCE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE REQUEST FIELDS: A KNOWN ACTION AND THE
      * KEY, THEN THE FIELDS EACH ACTION NEEDS
      ******************************************************************
       EDIT-MAINT-REQUEST.
      *
           IF IN-MEMBER-ID = SPACES OR IN-AUTH-NO = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'MEMBER ID AND AUTH NUMBER ARE REQUIRED'
                 TO WS-REJECT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN IN-ACTION-ADD
                       PERFORM EDIT-ADD-REQUEST
                   WHEN IN-ACTION-EXTEND
                       PERFORM EDIT-EXTEND-REQUEST
                   WHEN IN-ACTION-CLOSE
                       CONTINUE
                   WHEN OTHER
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'ACTION IS NOT ADD, EXTEND, OR CLOSE'
                         TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT AN ADD: PROVIDER AND PROCEDURE CODE PRESENT,
      * A NUMERIC FROM/THROUGH RANGE IN ORDER, AND AN APPROVED UNIT
      * COUNT OR DOLLAR AMOUNT (OR BOTH), THEN THE MEMBER, PROVIDER,
      * AND CODE CONFIRMED ON THEIR REFERENCE FILES
      ******************************************************************
       EDIT-ADD-REQUEST.
      *
           EVALUATE TRUE
               WHEN IN-PROVIDER-ID = SPACES OR IN-PROC-CODE = SPACES
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PROVIDER AND PROCEDURE CODE ARE REQUIRED'
                     TO WS-REJECT-REASON
               WHEN IN-FROM-DATE NOT NUMERIC OR IN-FROM-DATE = 0 OR
                    IN-THRU-DATE NOT NUMERIC OR IN-THRU-DATE = 0
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'FROM AND THROUGH DATES MUST BE NUMERIC'
                     TO WS-REJECT-REASON
               WHEN IN-FROM-DATE > IN-THRU-DATE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'FROM DATE IS AFTER THE THROUGH DATE'
                     TO WS-REJECT-REASON
               WHEN IN-APPROVED-UNITS NOT NUMERIC OR
                    IN-APPROVED-AMT < 0
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPROVED UNITS OR DOLLARS ARE NOT VALID'
                     TO WS-REJECT-REASON
               WHEN IN-APPROVED-UNITS = 0 AND IN-APPROVED-AMT = 0
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPROVED UNITS OR DOLLARS ARE REQUIRED'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CONFIRM-ADD-REFERENCES
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO CONFIRM AN ADD'S MEMBER, PROVIDER, AND PROCEDURE
      * CODE ON THEIR REFERENCE FILES
      ******************************************************************
       CONFIRM-ADD-REFERENCES.
      *
           MOVE IN-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'MEMBER ID IS NOT ON THE MEMBER MASTER'
                 TO WS-REJECT-REASON
           ELSE
               MOVE IN-PROVIDER-ID TO PRV-PROVIDER-ID
               READ PROVIDER-REGISTRY-FILE
               IF WS-PRV-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PROVIDER ID IS NOT ON THE PROVIDER REGISTRY'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE IN-PROC-CODE TO PRC-PROC-CODE
                   READ PROCEDURE-CODE-FILE
                   IF WS-PRC-FS NOT = '00'
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'PROCEDURE CODE IS NOT ON THE CODE FILE'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT AN EXTEND: AT LEAST ONE OF A NEW THROUGH
      * DATE, NEW APPROVED UNITS, OR NEW APPROVED DOLLARS, EACH
      * NUMERIC.  WHETHER THEY ACTUALLY EXTEND THE AUTH IS CHECKED
      * AGAINST THE RECORD IN APPLY-EXTEND.
      ******************************************************************
       EDIT-EXTEND-REQUEST.
      *
           IF IN-THRU-DATE NOT NUMERIC OR
              IN-APPROVED-UNITS NOT NUMERIC OR
              IN-APPROVED-AMT < 0
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'THROUGH DATE, UNITS, OR DOLLARS NOT VALID'
                 TO WS-REJECT-REASON
           ELSE
               IF IN-THRU-DATE = 0 AND IN-APPROVED-UNITS = 0 AND
                  IN-APPROVED-AMT = 0
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'NOTHING TO EXTEND ON THE REQUEST'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ADD A NEW ACTIVE AUTH WITH NO USAGE YET
      ******************************************************************
       ADD-PRIOR-AUTH.
      *
           MOVE IN-MEMBER-ID        TO PAU-MEMBER-ID
           MOVE IN-AUTH-NO          TO PAU-AUTH-NO
           MOVE IN-PROVIDER-ID      TO PAU-PROVIDER-ID
           MOVE IN-PROC-CODE        TO PAU-PROC-CODE
           MOVE IN-FROM-DATE        TO PAU-FROM-DATE
           MOVE IN-THRU-DATE        TO PAU-THRU-DATE
           MOVE IN-APPROVED-UNITS   TO PAU-APPROVED-UNITS
           MOVE IN-APPROVED-AMT     TO PAU-APPROVED-AMT
           MOVE 0                   TO PAU-USED-UNITS
           MOVE 0                   TO PAU-USED-AMT
           MOVE 'A'                 TO PAU-STATUS
           MOVE WS-TODAY-CCYYMMDD   TO PAU-LAST-CHANGE-DATE
           MOVE IO-PCB-USER-ID      TO PAU-LAST-CHANGE-USER
           MOVE SPACES              TO PAU-LAST-USED-CLAIMNO

           WRITE PRIOR-AUTH-RECORD
           IF WS-PAU-FS = '22'
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'AUTH NUMBER IS ALREADY ON FILE FOR THIS MEMBER'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               IF WS-PAU-FS NOT = '00'
                   MOVE 'PRIOR AUTH WRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PAU-FS TO WS-LOG-MESSAGE(29:2)
                   PERFORM LOG-MESSAGE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PRIOR AUTH FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               ELSE
                   PERFORM BUILD-OK-RESPONSE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPLY AN EXTEND OR CLOSE TO AN AUTH ALREADY ON
      * FILE.  A CLOSED AUTH CANNOT BE CHANGED AGAIN -- A NEW
      * APPROVAL GETS A NEW AUTH NUMBER.
      ******************************************************************
       CHANGE-PRIOR-AUTH.
      *
           MOVE IN-MEMBER-ID TO PAU-MEMBER-ID
           MOVE IN-AUTH-NO TO PAU-AUTH-NO
           READ PRIOR-AUTH-FILE
           EVALUATE TRUE
               WHEN WS-PAU-FS = '23'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'NFND' TO WS-REJECT-STATUS
                   MOVE 'AUTH IS NOT ON FILE FOR THIS MEMBER'
                     TO WS-REJECT-REASON
               WHEN WS-PAU-FS NOT = '00'
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PRIOR AUTH FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
               WHEN PAU-IS-CLOSED
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH IS ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN PAU-THRU-DATE NOT NUMERIC OR
                    PAU-APPROVED-UNITS NOT NUMERIC OR
                    PAU-APPROVED-AMT NOT NUMERIC OR
                    PAU-USED-UNITS NOT NUMERIC OR
                    PAU-USED-AMT NOT NUMERIC
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'AUTH RECORD IS DAMAGED, CALL SUPPORT'
                     TO WS-REJECT-REASON
               WHEN IN-ACTION-EXTEND
                   PERFORM APPLY-EXTEND
               WHEN OTHER
                   MOVE 'C' TO PAU-STATUS
           END-EVALUATE

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               MOVE WS-TODAY-CCYYMMDD TO PAU-LAST-CHANGE-DATE
               MOVE IO-PCB-USER-ID TO PAU-LAST-CHANGE-USER
               REWRITE PRIOR-AUTH-RECORD
               IF WS-PAU-FS NOT = '00'
                   MOVE 'PRIOR AUTH REWRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PAU-FS TO WS-LOG-MESSAGE(31:2)
                   PERFORM LOG-MESSAGE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'PRIOR AUTH FILE IS NOT AVAILABLE'
                     TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               ELSE
                   PERFORM BUILD-OK-RESPONSE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPLY AN EXTEND TO THE AUTH IN THE RECORD AREA: A
      * NEW THROUGH DATE MAY NOT BE EARLIER THAN THE CURRENT ONE, AND
      * NEW APPROVED UNITS OR DOLLARS MAY NOT FALL BELOW WHAT CLAIMS
      * HAVE ALREADY USED.  A ZERO FIELD LEAVES THAT LIMIT ALONE.
      ******************************************************************
       APPLY-EXTEND.
      *
           EVALUATE TRUE
               WHEN IN-THRU-DATE NOT = 0 AND
                    IN-THRU-DATE < PAU-THRU-DATE
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'NEW THROUGH DATE IS BEFORE THE CURRENT ONE'
                     TO WS-REJECT-REASON
               WHEN IN-APPROVED-UNITS NOT = 0 AND
                    IN-APPROVED-UNITS < PAU-USED-UNITS
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPROVED UNITS ARE BELOW THE UNITS USED'
                     TO WS-REJECT-REASON
               WHEN IN-APPROVED-AMT NOT = 0 AND
                    IN-APPROVED-AMT < PAU-USED-AMT
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'APPROVED DOLLARS ARE BELOW THE DOLLARS USED'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   IF IN-THRU-DATE NOT = 0
                       MOVE IN-THRU-DATE TO PAU-THRU-DATE
                   END-IF
                   IF IN-APPROVED-UNITS NOT = 0
                       MOVE IN-APPROVED-UNITS TO PAU-APPROVED-UNITS
                   END-IF
                   IF IN-APPROVED-AMT NOT = 0
                       MOVE IN-APPROVED-AMT TO PAU-APPROVED-AMT
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO BUILD THE SUCCESS RESPONSE, WITH THE AUTH'S
      * RESULTING LIMITS AND USAGE, AND LOG THE CHANGE
      ******************************************************************
       BUILD-OK-RESPONSE.
      *
           MOVE 'OK  ' TO OUT-STATUS-CODE
           MOVE PAU-THRU-DATE      TO OUT-THRU-DATE
           MOVE PAU-APPROVED-UNITS TO OUT-APPROVED-UNITS
           MOVE PAU-USED-UNITS     TO OUT-USED-UNITS
           MOVE PAU-APPROVED-AMT   TO OUT-APPROVED-AMT
           MOVE PAU-USED-AMT       TO OUT-USED-AMT
           MOVE SPACES TO WS-OUTPUT-TEXT
           STRING 'AUTH ' IN-AUTH-NO ' MEMBER ' IN-MEMBER-ID ' '
               IN-ACTION ' APPLIED'
               DELIMITED BY SIZE INTO WS-OUTPUT-TEXT

           MOVE WS-OUTPUT-TEXT(1:60) TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE
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

           DISPLAY WS-FORMATTED-DATE-TIME ' IMSCBLJL VER 1.0 '
             WS-LOG-LEVEL ' ' WS-LOG-MESSAGE(1:50)

           MOVE WS-FORMATTED-DATE-TIME TO LOG-TIMESTAMP
           MOVE WS-LOG-LEVEL            TO LOG-LEVEL
           MOVE 'IMSCBLJL'               TO LOG-PROGRAM-NAME
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
       END PROGRAM IMSCBLJL.
