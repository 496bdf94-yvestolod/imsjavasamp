       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCPHIR.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Monthly privacy review of the PHI access log (see IMSC2PAL),   *
      * run after month end for the privacy office.  Every access the  *
      * inquiry transactions logged in the review month is sorted by   *
      * user, and each user gets one activity line (accesses, distinct *
      * members, members viewed outside the user's normal claim types) *
      * with two patterns flagged for review beneath it:               *
      *  (a) outside normal claim types -- a user's normal claim types *
      *      are the ones the user authority file (see IMSC2ATH) lets  *
      *      the user submit; a user who viewed claims of any other    *
      *      type for at least JPHIOUTM distinct members (default 10)  *
      *      is flagged with those members listed.  A user with no     *
      *      authority record has no normal claim types;               *
      *  (b) same surname -- a user who looked up at least JPHISURN    *
      *      distinct members (default 2) sharing one surname, the     *
      *      pattern of browsing a family's records, is flagged with   *
      *      the members listed.  The surname is MBR-NAME up to the    *
      *      comma (LAST, FIRST), else its last word.                  *
      * The review month is last month unless JPHIMNTH (CCYYMM)        *
      * overrides it.  Return code 4 means at least one user was       *
      * flagged; 8 means a parameter was not valid or a file failed.   *
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
           SELECT PHI-ACCESS-FILE ASSIGN TO CLMPHIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAL-FS.

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

           SELECT PRIVACY-REPORT-FILE ASSIGN TO CLMPHIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  PHI-ACCESS-FILE
           RECORDING MODE IS F.
       COPY IMSC2PAL.

       FD  AUTHORITY-FILE.
       COPY IMSC2ATH.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  PRIVACY-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-USER-ID               PIC X(8).
           05 SRT-SURNAME               PIC X(30).
           05 SRT-MEMBER-ID             PIC X(12).
           05 SRT-ACCESS-DATE           PIC 9(8).
           05 SRT-ACCESS-TIME           PIC 9(8).
           05 SRT-MEMBER-NAME           PIC X(30).
           05 SRT-NORMAL-TYPES          PIC X(20).
           05 SRT-OUTSIDE-IND           PIC X.
              88 SRT-OUTSIDE-TYPES          VALUE 'Y'.
           05 SRT-OUTSIDE-TYPE          PIC X(10).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-PAL-FS                 PIC XX VALUE SPACES.
       01 WS-ATH-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-EOF-SW             PIC X VALUE 'N'.
          88 ACCESS-FILE-EOF            VALUE 'Y'.
          88 ACCESS-FILE-NOT-EOF        VALUE 'N'.
       01 WS-READ-ERROR-SW          PIC X VALUE 'N'.
          88 ACCESS-READ-FAILED         VALUE 'Y'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
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
      ******************************************************************
      * REVIEW MONTH: LAST MONTH, OR JPHIMNTH (CCYYMM) WHEN SET
      ******************************************************************
       01 WS-REVIEW-MONTH.
          05 WS-REVIEW-YEAR         PIC 9(4).
          05 WS-REVIEW-MON          PIC 9(2).
       01 WS-MONTH-ENV              PIC X(6).
       01 WS-MONTH-TEST-DATE        PIC 9(8).
      ******************************************************************
      * REVIEW LIMITS.  JPHIOUTM IS THE NUMBER OF DISTINCT MEMBERS
      * VIEWED OUTSIDE THE USER'S NORMAL CLAIM TYPES THAT FLAGS THE
      * USER (1-9999); JPHISURN IS THE NUMBER OF DISTINCT MEMBERS
      * SHARING ONE SURNAME THAT FLAGS THE USER (2-99).
      ******************************************************************
       01 WS-OUTSIDE-LIMIT          PIC 9(4) VALUE 10.
       01 WS-SURNAME-LIMIT          PIC 9(4) VALUE 2.
       01 WS-LIMIT-ENV              PIC X(4).
       01 WS-LIMIT-NUMVAL-TEST      PIC S9(4) COMP.
      ******************************************************************
      * LOOKUPS MADE WHILE THE LOG IS READ.  THE LAST USER'S
      * AUTHORITY AND THE LAST MEMBER'S NAME ARE KEPT, SINCE A
      * SESSION'S ACCESSES TEND TO ARRIVE TOGETHER.
      ******************************************************************
       01 WS-ATH-CACHE-USER         PIC X(8) VALUE LOW-VALUES.
       01 WS-NORMAL-MEDICAL         PIC X VALUE 'N'.
       01 WS-NORMAL-DRUG            PIC X VALUE 'N'.
       01 WS-NORMAL-DENTAL          PIC X VALUE 'N'.
       01 WS-NORMAL-TYPES           PIC X(20).
       01 WS-NORMAL-PTR             PIC S9(4) COMP.
       01 WS-MBR-CACHE-ID           PIC X(12) VALUE LOW-VALUES.
       01 WS-LOOKUP-NAME            PIC X(30).
       01 WS-LOOKUP-SURNAME         PIC X(30).
       01 WS-NAME-DELIM             PIC X.
       01 WS-NAME-END               PIC S9(4) COMP.
       01 WS-NAME-START             PIC S9(4) COMP.
       01 WS-SHOWN-COUNT            PIC S9(4) COMP.
       01 WS-SHOWN-IDX              PIC S9(4) COMP.
       01 WS-TYPE-OUTSIDE-SW        PIC X VALUE 'N'.
          88 TYPE-IS-OUTSIDE            VALUE 'Y'.
          88 TYPE-IS-NORMAL             VALUE 'N'.
      ******************************************************************
      * USER, SURNAME, AND MEMBER BEING REVIEWED FROM THE SORTED
      * RECORDS
      ******************************************************************
       01 WS-GROUP-SW               PIC X VALUE 'N'.
          88 GROUP-OPEN                 VALUE 'Y'.
          88 GROUP-NOT-OPEN             VALUE 'N'.
       01 WS-CURRENT-USER           PIC X(8).
       01 WS-CURRENT-SURNAME        PIC X(30).
       01 WS-CURRENT-MEMBER         PIC X(12).
       01 WS-USER-NORMAL-TYPES      PIC X(20).
       01 WS-MEMBER-NAME            PIC X(30).
       01 WS-MBR-ACCESSES           PIC 9(7) VALUE 0.
       01 WS-MBR-OUTSIDE            PIC 9(7) VALUE 0.
       01 WS-MBR-OUTSIDE-TYPE       PIC X(10).
       01 WS-USR-ACCESSES           PIC 9(7) VALUE 0.
       01 WS-USR-MEMBERS            PIC 9(7) VALUE 0.
       01 WS-USR-OUTSIDE-MEMBERS    PIC 9(7) VALUE 0.
       01 WS-USR-SURNAME-GROUPS     PIC 9(7) VALUE 0.
       01 WS-USER-FLAG-SW           PIC X VALUE 'N'.
          88 USER-FLAGGED               VALUE 'Y'.
          88 USER-NOT-FLAGGED           VALUE 'N'.
       01 WS-OUTSIDE-FLAG-SW        PIC X VALUE 'N'.
          88 OUTSIDE-FLAGGED            VALUE 'Y'.
          88 OUTSIDE-NOT-FLAGGED        VALUE 'N'.
      ******************************************************************
      * THE USER'S MEMBERS VIEWED OUTSIDE THE NORMAL CLAIM TYPES,
      * HELD UNTIL THE USER ENDS SINCE ONLY THEN IS IT KNOWN WHETHER
      * THE USER IS FLAGGED.  MEMBERS PAST THE TABLE STILL COUNT.
      ******************************************************************
       01 WS-OM-MAX                 PIC S9(4) COMP VALUE 50.
       01 WS-OM-USED                PIC S9(4) COMP VALUE 0.
       01 WS-OM-IDX                 PIC S9(4) COMP.
       01 WS-OUTSIDE-MEMBER-TABLE.
          05 WS-OM-ENTRY OCCURS 50 TIMES.
             10 WS-OM-MEMBER-ID     PIC X(12).
             10 WS-OM-NAME          PIC X(30).
             10 WS-OM-ACCESSES      PIC 9(7).
             10 WS-OM-TYPE          PIC X(10).
      ******************************************************************
      * THE MEMBERS OF THE SURNAME BEING REVIEWED, AND THE REPORT
      * LINES OF EVERY SURNAME THAT REACHED THE LIMIT FOR THE USER,
      * HELD FOR PRINTING UNDER THE USER'S ACTIVITY LINE
      ******************************************************************
       01 WS-SN-MAX                 PIC S9(4) COMP VALUE 20.
       01 WS-SN-USED                PIC S9(4) COMP VALUE 0.
       01 WS-SN-IDX                 PIC S9(4) COMP.
       01 WS-SN-MEMBERS             PIC 9(7) VALUE 0.
       01 WS-SURNAME-MEMBER-TABLE.
          05 WS-SN-ENTRY OCCURS 20 TIMES.
             10 WS-SN-MEMBER-ID     PIC X(12).
             10 WS-SN-NAME          PIC X(30).
             10 WS-SN-ACCESSES      PIC 9(7).
       01 WS-SL-MAX                 PIC S9(4) COMP VALUE 100.
       01 WS-SL-USED                PIC S9(4) COMP VALUE 0.
       01 WS-SL-IDX                 PIC S9(4) COMP.
       01 WS-SL-OVERFLOW            PIC 9(7) VALUE 0.
       01 WS-SURNAME-LINE-TABLE.
          05 WS-SL-LINE OCCURS 100 TIMES PIC X(100).
       01 WS-HOLD-LINE              PIC X(100).
      ******************************************************************
      * RUN TOTALS FOR THE SUMMARY
      ******************************************************************
       01 WS-RECORDS-READ           PIC 9(9) VALUE 0.
       01 WS-RECORDS-SELECTED       PIC 9(9) VALUE 0.
       01 WS-USERS-REVIEWED         PIC 9(9) VALUE 0.
       01 WS-USERS-FLAGGED          PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL             PIC ZZZ,ZZ9.
       01 WS-EDIT-SMALL-2           PIC ZZZ,ZZ9.
       01 WS-EDIT-SMALL-3           PIC ZZZ,ZZ9.
       01 WS-EDIT-LIMIT             PIC Z,ZZ9.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           PERFORM GET-REVIEW-MONTH
           PERFORM GET-REVIEW-LIMITS
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-USER-ID SRT-SURNAME SRT-MEMBER-ID
                                SRT-ACCESS-DATE SRT-ACCESS-TIME
               INPUT PROCEDURE IS SELECT-MONTH-ACCESSES
               OUTPUT PROCEDURE IS REVIEW-USER-ACCESS

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN ACCESS-READ-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-USERS-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE REVIEW MONTH: THE MONTH BEFORE THE RUN
      * DATE, OR JPHIMNTH (CCYYMM) WHEN SET.  AN OVERRIDE THAT IS NOT
      * A VALID MONTH STOPS THE RUN WITH RETURN CODE 8 BEFORE ANY
      * FILE IS TOUCHED.
      ******************************************************************
       GET-REVIEW-MONTH.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           IF WS-TEMP-MONTH = 1
               COMPUTE WS-REVIEW-YEAR = WS-TEMP-YEAR - 1
               MOVE 12 TO WS-REVIEW-MON
           ELSE
               MOVE WS-TEMP-YEAR TO WS-REVIEW-YEAR
               COMPUTE WS-REVIEW-MON = WS-TEMP-MONTH - 1
           END-IF

           MOVE SPACES TO WS-MONTH-ENV
           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "JPHIMNTH"
           IF WS-MONTH-ENV NOT = SPACES
               IF WS-MONTH-ENV IS NUMERIC
                   MOVE WS-MONTH-ENV TO WS-REVIEW-MONTH
               ELSE
                   MOVE ZERO TO WS-REVIEW-MONTH
               END-IF
               COMPUTE WS-MONTH-TEST-DATE =
                   WS-REVIEW-YEAR * 10000 + WS-REVIEW-MON * 100 + 1
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-TEST-DATE)
                   NOT = 0
                   DISPLAY 'JPHIMNTH IS NOT A VALID CCYYMM MONTH: '
                           WS-MONTH-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET THE REVIEW LIMITS FROM JPHIOUTM AND JPHISURN
      * WHEN SET.  A LIMIT OUT OF RANGE STOPS THE RUN WITH RETURN
      * CODE 8.
      ******************************************************************
       GET-REVIEW-LIMITS.
      *
           MOVE SPACES TO WS-LIMIT-ENV
           ACCEPT WS-LIMIT-ENV FROM ENVIRONMENT "JPHIOUTM"
           IF WS-LIMIT-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-LIMIT-ENV)
                   TO WS-LIMIT-NUMVAL-TEST
               IF WS-LIMIT-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-LIMIT-ENV)
                       TO WS-OUTSIDE-LIMIT
               ELSE
                   MOVE 0 TO WS-OUTSIDE-LIMIT
               END-IF
               IF WS-OUTSIDE-LIMIT < 1
                   DISPLAY 'JPHIOUTM IS NOT A MEMBER COUNT FROM 1 TO '
                           '9999: ' WS-LIMIT-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-LIMIT-ENV
           ACCEPT WS-LIMIT-ENV FROM ENVIRONMENT "JPHISURN"
           IF WS-LIMIT-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-LIMIT-ENV)
                   TO WS-LIMIT-NUMVAL-TEST
               IF WS-LIMIT-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-LIMIT-ENV)
                       TO WS-SURNAME-LIMIT
               ELSE
                   MOVE 0 TO WS-SURNAME-LIMIT
               END-IF
               IF WS-SURNAME-LIMIT < 2 OR WS-SURNAME-LIMIT > 99
                   DISPLAY 'JPHISURN IS NOT A MEMBER COUNT FROM 2 TO '
                           '99: ' WS-LIMIT-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE AUTHORITY FILE AND MEMBER
      * MASTER ARE BOTH REQUIRED: ONE DEFINES EACH USER'S NORMAL
      * CLAIM TYPES, THE OTHER NAMES THE MEMBERS.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT PHI-ACCESS-FILE
           IF WS-PAL-FS NOT = '00'
               DISPLAY 'OPEN OF PHI-ACCESS-FILE FAILED, FS='
                       WS-PAL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUTHORITY-FILE
           IF WS-ATH-FS NOT = '00'
               DISPLAY 'OPEN OF AUTHORITY-FILE FAILED, FS='
                       WS-ATH-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRIVACY-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF PRIVACY-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE PHI-ACCESS-FILE
           CLOSE AUTHORITY-FILE
           CLOSE MEMBER-MASTER-FILE
           CLOSE PRIVACY-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING: THE MONTH, THE LIMITS,
      * AND THE COLUMN HEADING FOR THE USER ACTIVITY LINES, WHICH
      * PRINT AS THE SORTED PASS FINISHES EACH USER
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'PHI ACCESS PRIVACY REVIEW   MONTH '
               WS-REVIEW-YEAR '-' WS-REVIEW-MON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OUTSIDE-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'OUTSIDE NORMAL TYPES LIMIT . : ' WS-EDIT-LIMIT
               ' MEMBERS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-SURNAME-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SAME SURNAME LIMIT . . . . . : ' WS-EDIT-LIMIT
               ' MEMBERS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'USER     ACCESSES  MEMBERS  OUTSIDE  '
               'NORMAL CLAIM TYPES'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE RUN SUMMARY
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           IF WS-USERS-REVIEWED = 0
               MOVE 'NO PHI ACCESS WAS LOGGED IN THE REVIEW MONTH'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCESS RECORDS READ  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECORDS-SELECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCESS RECORDS IN MONTH  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-USERS-REVIEWED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'USERS REVIEWED . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-USERS-FLAGGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'USERS FLAGGED FOR REVIEW . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY 'IMSCPHIR MONTH ' WS-REVIEW-MONTH
                   ' ACCESSES ' WS-RECORDS-SELECTED
                   ' USERS ' WS-USERS-REVIEWED
                   ' FLAGGED ' WS-USERS-FLAGGED
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE ACCESS LOG AND RELEASE EVERY ACCESS
      * IN THE REVIEW MONTH, WITH THE MEMBER'S SURNAME AND WHETHER
      * IT SHOWED A CLAIM OUTSIDE THE USER'S NORMAL CLAIM TYPES
      ******************************************************************
       SELECT-MONTH-ACCESSES SECTION.
      *
           PERFORM READ-ACCESS-RECORD
           PERFORM UNTIL ACCESS-FILE-EOF
               ADD 1 TO WS-RECORDS-READ
               IF PAL-ACCESS-DATE(1:6) = WS-REVIEW-MONTH AND
                  PAL-MEMBER-ID NOT = SPACES
                   PERFORM RELEASE-ACCESS-RECORD
               END-IF
               PERFORM READ-ACCESS-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED ACCESSES, BREAKING ON
      * USER, SURNAME, AND MEMBER, AND REVIEW EACH FINISHED USER
      ******************************************************************
       REVIEW-USER-ACCESS SECTION.
      *
           SET GROUP-NOT-OPEN TO TRUE
           PERFORM RETURN-SORTED-ACCESS
           PERFORM UNTIL SORT-FILE-EOF
               IF GROUP-NOT-OPEN
                   PERFORM START-USER
                   PERFORM START-SURNAME
                   PERFORM START-MEMBER
                   SET GROUP-OPEN TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN SRT-USER-ID NOT = WS-CURRENT-USER
                           PERFORM FINISH-MEMBER
                           PERFORM FINISH-SURNAME
                           PERFORM FINISH-USER
                           PERFORM START-USER
                           PERFORM START-SURNAME
                           PERFORM START-MEMBER
                       WHEN SRT-SURNAME NOT = WS-CURRENT-SURNAME
                           PERFORM FINISH-MEMBER
                           PERFORM FINISH-SURNAME
                           PERFORM START-SURNAME
                           PERFORM START-MEMBER
                       WHEN SRT-MEMBER-ID NOT = WS-CURRENT-MEMBER
                           PERFORM FINISH-MEMBER
                           PERFORM START-MEMBER
                   END-EVALUATE
               END-IF
               PERFORM ADD-ACCESS
               PERFORM RETURN-SORTED-ACCESS
           END-PERFORM

           IF GROUP-OPEN
               PERFORM FINISH-MEMBER
               PERFORM FINISH-SURNAME
               PERFORM FINISH-USER
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       PRIVACY-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT ACCESS LOG RECORD.  A FAILED READ
      * ENDS THE INPUT AND THE RUN ENDS WITH RETURN CODE 8.
      ******************************************************************
       READ-ACCESS-RECORD.
      *
           READ PHI-ACCESS-FILE
               AT END
                   SET ACCESS-FILE-EOF TO TRUE
           END-READ

           IF ACCESS-FILE-NOT-EOF AND WS-PAL-FS NOT = '00'
               DISPLAY 'READ OF PHI-ACCESS-FILE FAILED, FS='
                       WS-PAL-FS
               SET ACCESS-READ-FAILED TO TRUE
               SET ACCESS-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RELEASE THE CURRENT ACCESS RECORD TO THE SORT
      ******************************************************************
       RELEASE-ACCESS-RECORD.
      *
           ADD 1 TO WS-RECORDS-SELECTED
           IF PAL-USER-ID NOT = WS-ATH-CACHE-USER
               PERFORM LOOKUP-USER-AUTHORITY
           END-IF
           IF PAL-MEMBER-ID NOT = WS-MBR-CACHE-ID
               PERFORM LOOKUP-MEMBER-NAME
           END-IF

           MOVE PAL-USER-ID       TO SRT-USER-ID
           MOVE WS-LOOKUP-SURNAME TO SRT-SURNAME
           MOVE PAL-MEMBER-ID     TO SRT-MEMBER-ID
           MOVE PAL-ACCESS-DATE   TO SRT-ACCESS-DATE
           MOVE PAL-ACCESS-TIME   TO SRT-ACCESS-TIME
           MOVE WS-LOOKUP-NAME    TO SRT-MEMBER-NAME
           MOVE WS-NORMAL-TYPES   TO SRT-NORMAL-TYPES
           PERFORM CHECK-CLAIM-TYPES
           RELEASE SORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LOAD A USER'S NORMAL CLAIM TYPES FROM THE
      * AUTHORITY FILE: THE TYPES THE USER IS PERMITTED TO SUBMIT.
      * A USER WITH NO AUTHORITY RECORD HAS NONE.
      ******************************************************************
       LOOKUP-USER-AUTHORITY.
      *
           MOVE PAL-USER-ID TO WS-ATH-CACHE-USER
           MOVE 'N' TO WS-NORMAL-MEDICAL
           MOVE 'N' TO WS-NORMAL-DRUG
           MOVE 'N' TO WS-NORMAL-DENTAL
           MOVE SPACES TO WS-NORMAL-TYPES

           MOVE PAL-USER-ID TO ATH-USER-ID
           READ AUTHORITY-FILE
           EVALUATE WS-ATH-FS
               WHEN '00'
                   MOVE 1 TO WS-NORMAL-PTR
                   IF ATH-MEDICAL-ALLOWED
                       MOVE 'Y' TO WS-NORMAL-MEDICAL
                       STRING 'MEDICAL ' DELIMITED BY SIZE
                           INTO WS-NORMAL-TYPES
                           WITH POINTER WS-NORMAL-PTR
                   END-IF
                   IF ATH-DRUG-ALLOWED
                       MOVE 'Y' TO WS-NORMAL-DRUG
                       STRING 'DRUG ' DELIMITED BY SIZE
                           INTO WS-NORMAL-TYPES
                           WITH POINTER WS-NORMAL-PTR
                   END-IF
                   IF ATH-DENTAL-ALLOWED
                       MOVE 'Y' TO WS-NORMAL-DENTAL
                       STRING 'DENTAL' DELIMITED BY SIZE
                           INTO WS-NORMAL-TYPES
                           WITH POINTER WS-NORMAL-PTR
                   END-IF
                   IF WS-NORMAL-TYPES = SPACES
                       MOVE 'NONE' TO WS-NORMAL-TYPES
                   END-IF
               WHEN '23'
                   MOVE 'NOT ON AUTHORITY' TO WS-NORMAL-TYPES
               WHEN OTHER
                   DISPLAY 'READ OF AUTHORITY-FILE FAILED, FS='
                           WS-ATH-FS ' USER ' PAL-USER-ID
                   MOVE 'NOT ON AUTHORITY' TO WS-NORMAL-TYPES
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO NAME A MEMBER FROM THE MEMBER MASTER AND TAKE ITS
      * SURNAME.  A MEMBER THE MASTER DOES NOT KNOW HAS NO SURNAME
      * AND IS LEFT OUT OF THE SAME-SURNAME REVIEW.
      ******************************************************************
       LOOKUP-MEMBER-NAME.
      *
           MOVE PAL-MEMBER-ID TO WS-MBR-CACHE-ID
           MOVE SPACES TO WS-LOOKUP-SURNAME

           MOVE PAL-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           IF WS-MBR-FS = '00'
               MOVE MBR-NAME TO WS-LOOKUP-NAME
               PERFORM SET-SURNAME
           ELSE
               MOVE '** NOT ON MEMBER MASTER **' TO WS-LOOKUP-NAME
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE THE SURNAME FROM WS-LOOKUP-NAME: THE TEXT
      * BEFORE THE COMMA OF A 'LAST, FIRST' NAME, ELSE THE NAME'S
      * LAST WORD
      ******************************************************************
       SET-SURNAME.
      *
           MOVE SPACES TO WS-NAME-DELIM
           UNSTRING WS-LOOKUP-NAME DELIMITED BY ','
               INTO WS-LOOKUP-SURNAME DELIMITER IN WS-NAME-DELIM
           END-UNSTRING

           IF WS-NAME-DELIM = SPACES
               MOVE SPACES TO WS-LOOKUP-SURNAME
               MOVE 0 TO WS-NAME-END
               PERFORM VARYING WS-NAME-START FROM 30 BY -1
                       UNTIL WS-NAME-START < 1 OR WS-NAME-END > 0
                   IF WS-LOOKUP-NAME(WS-NAME-START:1) NOT = SPACE
                       MOVE WS-NAME-START TO WS-NAME-END
                   END-IF
               END-PERFORM
               IF WS-NAME-END > 0
                   PERFORM VARYING WS-NAME-START FROM WS-NAME-END
                           BY -1
                           UNTIL WS-NAME-START = 1 OR
                           WS-LOOKUP-NAME(WS-NAME-START - 1:1) = SPACE
                       CONTINUE
                   END-PERFORM
                   MOVE WS-LOOKUP-NAME(WS-NAME-START:
                       WS-NAME-END - WS-NAME-START + 1)
                     TO WS-LOOKUP-SURNAME
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO MARK AN ACCESS THAT SHOWED A CLAIM OF A TYPE
      * OUTSIDE THE USER'S NORMAL CLAIM TYPES, KEEPING THE FIRST SUCH
      * TYPE.  AN ACCESS THAT SHOWED NO CLAIM TYPE IS NEVER OUTSIDE.
      ******************************************************************
       CHECK-CLAIM-TYPES.
      *
           MOVE 'N' TO SRT-OUTSIDE-IND
           MOVE SPACES TO SRT-OUTSIDE-TYPE
           MOVE 0 TO WS-SHOWN-COUNT
           IF PAL-CLAIM-COUNT NUMERIC
               MOVE PAL-CLAIM-COUNT TO WS-SHOWN-COUNT
               IF WS-SHOWN-COUNT > 6
                   MOVE 6 TO WS-SHOWN-COUNT
               END-IF
           END-IF

           PERFORM VARYING WS-SHOWN-IDX FROM 1 BY 1
                   UNTIL WS-SHOWN-IDX > WS-SHOWN-COUNT
               SET TYPE-IS-NORMAL TO TRUE
               EVALUATE PAL-CLAIMTYPE(WS-SHOWN-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN 'MEDICAL'
                       IF WS-NORMAL-MEDICAL NOT = 'Y'
                           SET TYPE-IS-OUTSIDE TO TRUE
                       END-IF
                   WHEN 'DRUG'
                       IF WS-NORMAL-DRUG NOT = 'Y'
                           SET TYPE-IS-OUTSIDE TO TRUE
                       END-IF
                   WHEN 'DENTAL'
                       IF WS-NORMAL-DENTAL NOT = 'Y'
                           SET TYPE-IS-OUTSIDE TO TRUE
                       END-IF
                   WHEN OTHER
                       SET TYPE-IS-OUTSIDE TO TRUE
               END-EVALUATE
               IF TYPE-IS-OUTSIDE AND NOT SRT-OUTSIDE-TYPES
                   MOVE 'Y' TO SRT-OUTSIDE-IND
                   MOVE PAL-CLAIMTYPE(WS-SHOWN-IDX) TO SRT-OUTSIDE-TYPE
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED ACCESS RECORD
      ******************************************************************
       RETURN-SORTED-ACCESS.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO START A NEW USER
      ******************************************************************
       START-USER.
      *
           MOVE SRT-USER-ID      TO WS-CURRENT-USER
           MOVE SRT-NORMAL-TYPES TO WS-USER-NORMAL-TYPES
           MOVE 0 TO WS-USR-ACCESSES
           MOVE 0 TO WS-USR-MEMBERS
           MOVE 0 TO WS-USR-OUTSIDE-MEMBERS
           MOVE 0 TO WS-USR-SURNAME-GROUPS
           MOVE 0 TO WS-OM-USED
           MOVE 0 TO WS-SL-USED
           MOVE 0 TO WS-SL-OVERFLOW
           MOVE 0 TO WS-SN-MEMBERS
           .
      ******************************************************************
      * ROUTINE TO START A NEW SURNAME WITHIN THE USER
      ******************************************************************
       START-SURNAME.
      *
           MOVE SRT-SURNAME TO WS-CURRENT-SURNAME
           MOVE 0 TO WS-SN-USED
           MOVE 0 TO WS-SN-MEMBERS
           .
      ******************************************************************
      * ROUTINE TO START A NEW MEMBER WITHIN THE SURNAME
      ******************************************************************
       START-MEMBER.
      *
           MOVE SRT-MEMBER-ID   TO WS-CURRENT-MEMBER
           MOVE SRT-MEMBER-NAME TO WS-MEMBER-NAME
           MOVE 0 TO WS-MBR-ACCESSES
           MOVE 0 TO WS-MBR-OUTSIDE
           MOVE SPACES TO WS-MBR-OUTSIDE-TYPE
           .
      ******************************************************************
      * ROUTINE TO COUNT ONE ACCESS AGAINST THE MEMBER AND USER
      ******************************************************************
       ADD-ACCESS.
      *
           ADD 1 TO WS-MBR-ACCESSES
           ADD 1 TO WS-USR-ACCESSES
           IF SRT-OUTSIDE-TYPES
               ADD 1 TO WS-MBR-OUTSIDE
               IF WS-MBR-OUTSIDE-TYPE = SPACES
                   MOVE SRT-OUTSIDE-TYPE TO WS-MBR-OUTSIDE-TYPE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH A MEMBER: COUNT IT FOR THE USER, HOLD IT
      * WHEN IT WAS VIEWED OUTSIDE THE NORMAL CLAIM TYPES, AND ADD IT
      * TO ITS SURNAME
      ******************************************************************
       FINISH-MEMBER.
      *
           ADD 1 TO WS-USR-MEMBERS
           IF WS-MBR-OUTSIDE > 0
               ADD 1 TO WS-USR-OUTSIDE-MEMBERS
               IF WS-OM-USED < WS-OM-MAX
                   ADD 1 TO WS-OM-USED
                   MOVE WS-CURRENT-MEMBER TO WS-OM-MEMBER-ID(WS-OM-USED)
                   MOVE WS-MEMBER-NAME    TO WS-OM-NAME(WS-OM-USED)
                   MOVE WS-MBR-ACCESSES   TO WS-OM-ACCESSES(WS-OM-USED)
                   MOVE WS-MBR-OUTSIDE-TYPE TO WS-OM-TYPE(WS-OM-USED)
               END-IF
           END-IF

           IF WS-CURRENT-SURNAME NOT = SPACES
               ADD 1 TO WS-SN-MEMBERS
               IF WS-SN-USED < WS-SN-MAX
                   ADD 1 TO WS-SN-USED
                   MOVE WS-CURRENT-MEMBER TO WS-SN-MEMBER-ID(WS-SN-USED)
                   MOVE WS-MEMBER-NAME    TO WS-SN-NAME(WS-SN-USED)
                   MOVE WS-MBR-ACCESSES   TO WS-SN-ACCESSES(WS-SN-USED)
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH A SURNAME: WHEN THE USER LOOKED UP AT LEAST
      * THE LIMIT'S WORTH OF DISTINCT MEMBERS SHARING IT, HOLD ITS
      * LINES FOR THE USER'S FLAGS
      ******************************************************************
       FINISH-SURNAME.
      *
           IF WS-CURRENT-SURNAME NOT = SPACES AND
              WS-SN-MEMBERS NOT < WS-SURNAME-LIMIT
               ADD 1 TO WS-USR-SURNAME-GROUPS
               MOVE WS-SN-MEMBERS TO WS-EDIT-SMALL
               MOVE SPACES TO WS-HOLD-LINE
               STRING '    ** SAME SURNAME ' WS-CURRENT-SURNAME
                   ' MEMBERS ' WS-EDIT-SMALL
                   DELIMITED BY SIZE INTO WS-HOLD-LINE
               PERFORM HOLD-SURNAME-LINE
               PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                       UNTIL WS-SN-IDX > WS-SN-USED
                   MOVE WS-SN-ACCESSES(WS-SN-IDX) TO WS-EDIT-SMALL
                   MOVE SPACES TO WS-HOLD-LINE
                   STRING '       MEMBER ' WS-SN-MEMBER-ID(WS-SN-IDX)
                       ' ' WS-SN-NAME(WS-SN-IDX)
                       ' ACCESSES ' WS-EDIT-SMALL
                       DELIMITED BY SIZE INTO WS-HOLD-LINE
                   PERFORM HOLD-SURNAME-LINE
               END-PERFORM
               IF WS-SN-MEMBERS > WS-SN-USED
                   MOVE SPACES TO WS-HOLD-LINE
                   MOVE '       MORE MEMBERS WITH THIS SURNAME'
                     TO WS-HOLD-LINE
                   PERFORM HOLD-SURNAME-LINE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO HOLD ONE SAME-SURNAME REPORT LINE FOR THE USER
      ******************************************************************
       HOLD-SURNAME-LINE.
      *
           IF WS-SL-USED < WS-SL-MAX
               ADD 1 TO WS-SL-USED
               MOVE WS-HOLD-LINE TO WS-SL-LINE(WS-SL-USED)
           ELSE
               ADD 1 TO WS-SL-OVERFLOW
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH A USER: PRINT THE ACTIVITY LINE AND, FOR A
      * FLAGGED USER, THE FLAGS AND THE MEMBERS BEHIND THEM
      ******************************************************************
       FINISH-USER.
      *
           ADD 1 TO WS-USERS-REVIEWED
           SET USER-NOT-FLAGGED TO TRUE
           SET OUTSIDE-NOT-FLAGGED TO TRUE
           IF WS-USR-OUTSIDE-MEMBERS NOT < WS-OUTSIDE-LIMIT
               SET OUTSIDE-FLAGGED TO TRUE
               SET USER-FLAGGED TO TRUE
           END-IF
           IF WS-USR-SURNAME-GROUPS > 0
               SET USER-FLAGGED TO TRUE
           END-IF

           MOVE WS-USR-ACCESSES TO WS-EDIT-SMALL
           MOVE WS-USR-MEMBERS TO WS-EDIT-SMALL-2
           MOVE WS-USR-OUTSIDE-MEMBERS TO WS-EDIT-SMALL-3
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CURRENT-USER '  ' WS-EDIT-SMALL
               '  ' WS-EDIT-SMALL-2 '  ' WS-EDIT-SMALL-3
               '  ' WS-USER-NORMAL-TYPES
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF USER-FLAGGED
               MOVE '** REVIEW' TO REPORT-RECORD(72:9)
           END-IF
           WRITE REPORT-RECORD

           IF USER-FLAGGED
               ADD 1 TO WS-USERS-FLAGGED
               PERFORM WRITE-USER-FLAGS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT A FLAGGED USER'S FLAGS: THE MEMBERS VIEWED
      * OUTSIDE THE NORMAL CLAIM TYPES, THEN EACH SURNAME HELD
      ******************************************************************
       WRITE-USER-FLAGS.
      *
           IF OUTSIDE-FLAGGED
               MOVE WS-USR-OUTSIDE-MEMBERS TO WS-EDIT-SMALL
               MOVE SPACES TO REPORT-RECORD
               STRING '    ** OUTSIDE NORMAL CLAIM TYPES  MEMBERS '
                   WS-EDIT-SMALL
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                       UNTIL WS-OM-IDX > WS-OM-USED
                   MOVE WS-OM-ACCESSES(WS-OM-IDX) TO WS-EDIT-SMALL
                   MOVE SPACES TO REPORT-RECORD
                   STRING '       MEMBER ' WS-OM-MEMBER-ID(WS-OM-IDX)
                       ' ' WS-OM-NAME(WS-OM-IDX)
                       ' ACCESSES ' WS-EDIT-SMALL
                       ' ' WS-OM-TYPE(WS-OM-IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM
               IF WS-USR-OUTSIDE-MEMBERS > WS-OM-USED
                   MOVE '       MORE MEMBERS OUTSIDE NORMAL TYPES'
                     TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF

           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-USED
               MOVE WS-SL-LINE(WS-SL-IDX) TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-SL-OVERFLOW > 0
               MOVE '       MORE SAME-SURNAME LINES, NOT LISTED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCPHIR.
