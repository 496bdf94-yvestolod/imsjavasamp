       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCPHIW.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * On-demand "who accessed this member" listing from the PHI      *
      * access log (see IMSC2PAL), for the privacy office to answer a  *
      * member's request or follow up a review flag.  JPHIMBR names the*
      * member (required); JPHIFROM and JPHITO (CCYYMMDD) bound the    *
      * access dates, defaulting to the start of the log and today.    *
      * Every matching access is listed in date and time order with the*
      * user, terminal, transaction, program, and the claims shown,    *
      * followed by the number of accesses and distinct users.  A      *
      * member merged by IMSCMMRG is listed whole: JPHIMBR is resolved *
      * to its surviving member through the crosswalk (IMSC2MXW), and  *
      * accesses logged under any ID retired into that member are      *
      * listed with the survivor's, each line showing the ID logged.   *
      * Return code 4 means no access was found; 8 means a parameter   *
      * was not valid or a file failed.                                *
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

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT MEMBER-XWALK-FILE ASSIGN TO CLMMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MXW-RETIRED-ID
               FILE STATUS IS WS-MXW-FS.

           SELECT ACCESS-LISTING-FILE ASSIGN TO CLMPHIWRPT
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

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  ACCESS-LISTING-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCESS-DATE           PIC 9(8).
           05 SRT-ACCESS-TIME           PIC 9(8).
           05 SRT-ACCESS-IMAGE          PIC X(214).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-PAL-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-MXW-FS                 PIC XX VALUE SPACES.
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
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-TIME        PIC 9(8).
             10 WS-DIFF-GMT         PIC S9(4).
      ******************************************************************
      * SELECTION: THE MEMBER (JPHIMBR) AND THE ACCESS DATE RANGE
      * (JPHIFROM - JPHITO, CCYYMMDD)
      ******************************************************************
       01 WS-SEL-MEMBER-ID          PIC X(12).
       01 WS-SEL-FROM-DATE          PIC 9(8) VALUE 0.
       01 WS-SEL-TO-DATE            PIC 9(8) VALUE 0.
       01 WS-DATE-ENV               PIC X(8).
       01 WS-DATE-CHECK             PIC 9(8).
       01 WS-MEMBER-NAME            PIC X(30).
      ******************************************************************
      * MEMBER IDS RETIRED INTO THE SELECTED MEMBER, FROM THE
      * CROSSWALK.  JPHIMBR AS ENTERED IS KEPT FOR THE HEADING WHEN
      * IT WAS ITSELF A RETIRED ID.  A CROSSWALK NEVER CREATED MEANS
      * NO MEMBER HAS BEEN MERGED YET.
      ******************************************************************
       01 WS-ENTERED-MEMBER-ID      PIC X(12).
       01 WS-XWALK-OPEN-SW          PIC X VALUE 'N'.
          88 XWALK-IS-OPEN              VALUE 'Y'.
          88 XWALK-NOT-OPEN             VALUE 'N'.
       01 WS-MXW-EOF-SW             PIC X VALUE 'N'.
          88 XWALK-FILE-EOF             VALUE 'Y'.
          88 XWALK-FILE-NOT-EOF         VALUE 'N'.
       01 WS-RETIRED-MATCH-SW       PIC X VALUE 'N'.
          88 RETIRED-ID-MATCHED         VALUE 'Y'.
          88 RETIRED-ID-NOT-MATCHED     VALUE 'N'.
       01 WS-RET-MAX                PIC S9(4) COMP VALUE 100.
       01 WS-RET-USED               PIC S9(4) COMP VALUE 0.
       01 WS-RET-IDX                PIC S9(4) COMP.
       01 WS-RETIRED-TABLE.
          05 WS-RET-ENTRY OCCURS 100 TIMES.
             10 WS-RET-MEMBER-ID    PIC X(12).
      ******************************************************************
      * DISTINCT USERS WHO ACCESSED THE MEMBER.  USERS PAST THE
      * TABLE ARE STILL COUNTED BUT NOT LISTED IN THE SUMMARY.
      ******************************************************************
       01 WS-USR-MAX                PIC S9(4) COMP VALUE 200.
       01 WS-USR-USED               PIC S9(4) COMP VALUE 0.
       01 WS-USR-IDX                PIC S9(4) COMP.
       01 WS-USR-OVERFLOW           PIC 9(7) VALUE 0.
       01 WS-USER-FOUND-SW          PIC X VALUE 'N'.
          88 USER-FOUND                 VALUE 'Y'.
          88 USER-NOT-FOUND             VALUE 'N'.
       01 WS-USER-TABLE.
          05 WS-USR-ENTRY OCCURS 200 TIMES.
             10 WS-USR-ID           PIC X(8).
             10 WS-USR-ACCESSES     PIC 9(7).
             10 WS-USR-LAST-DATE    PIC 9(8).
      ******************************************************************
      * LISTING LINE WORK FIELDS
      ******************************************************************
       01 WS-SHOWN-COUNT            PIC S9(4) COMP.
       01 WS-SHOWN-IDX              PIC S9(4) COMP.
       01 WS-PRINT-DATE             PIC X(10).
       01 WS-PRINT-TIME             PIC X(8).
       01 WS-EDIT-DATE.
          05 WS-EDIT-DATE-CCYY      PIC 9(4).
          05 WS-EDIT-DATE-MM        PIC 9(2).
          05 WS-EDIT-DATE-DD        PIC 9(2).
       01 WS-EDIT-TIME.
          05 WS-EDIT-TIME-HH        PIC 9(2).
          05 WS-EDIT-TIME-MI        PIC 9(2).
          05 WS-EDIT-TIME-SS        PIC 9(2).
          05 WS-EDIT-TIME-HS        PIC 9(2).
      ******************************************************************
      * RUN TOTALS FOR THE SUMMARY
      ******************************************************************
       01 WS-RECORDS-READ           PIC 9(9) VALUE 0.
       01 WS-ACCESSES-LISTED        PIC 9(9) VALUE 0.
       01 WS-RETIRED-LISTED         PIC 9(9) VALUE 0.
       01 WS-USERS-COUNTED          PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL             PIC ZZZ,ZZ9.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           PERFORM GET-SELECTION
           PERFORM OPEN-FILES
           PERFORM RESOLVE-SELECTED-MEMBER
           IF XWALK-IS-OPEN
               PERFORM LOAD-RETIRED-IDS
           END-IF
           PERFORM GET-MEMBER-NAME
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCESS-DATE SRT-ACCESS-TIME
               INPUT PROCEDURE IS SELECT-MEMBER-ACCESSES
               OUTPUT PROCEDURE IS LIST-MEMBER-ACCESSES

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN ACCESS-READ-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACCESSES-LISTED = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO TAKE THE SELECTION FROM THE ENVIRONMENT.  THE
      * MEMBER IS REQUIRED; THE DATES DEFAULT TO THE START OF THE
      * LOG AND TODAY.  A MISSING MEMBER, A DATE THAT IS NOT A VALID
      * CCYYMMDD, OR A FROM DATE AFTER THE TO DATE STOPS THE RUN
      * WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-SELECTION.
      *
           MOVE SPACES TO WS-SEL-MEMBER-ID
           ACCEPT WS-SEL-MEMBER-ID FROM ENVIRONMENT "JPHIMBR"
           IF WS-SEL-MEMBER-ID = SPACES
               DISPLAY 'JPHIMBR MUST NAME THE MEMBER TO LIST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-DATE-ENV
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "JPHIFROM"
           IF WS-DATE-ENV NOT = SPACES
               IF WS-DATE-ENV IS NUMERIC
                   MOVE WS-DATE-ENV TO WS-DATE-CHECK
               ELSE
                   MOVE 0 TO WS-DATE-CHECK
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   DISPLAY 'JPHIFROM IS NOT A VALID CCYYMMDD DATE: '
                           WS-DATE-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-CHECK TO WS-SEL-FROM-DATE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-SEL-TO-DATE
           MOVE SPACES TO WS-DATE-ENV
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "JPHITO"
           IF WS-DATE-ENV NOT = SPACES
               IF WS-DATE-ENV IS NUMERIC
                   MOVE WS-DATE-ENV TO WS-DATE-CHECK
               ELSE
                   MOVE 0 TO WS-DATE-CHECK
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   DISPLAY 'JPHITO IS NOT A VALID CCYYMMDD DATE: '
                           WS-DATE-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-CHECK TO WS-SEL-TO-DATE
           END-IF

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY 'JPHIFROM ' WS-SEL-FROM-DATE
                       ' IS AFTER JPHITO ' WS-SEL-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES
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

           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MEMBER-XWALK-FILE
           EVALUATE WS-MXW-FS
               WHEN '00'
                   SET XWALK-IS-OPEN TO TRUE
               WHEN '35'
                   SET XWALK-NOT-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY 'OPEN OF MEMBER-XWALK-FILE FAILED, FS='
                           WS-MXW-FS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT ACCESS-LISTING-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF ACCESS-LISTING-FILE FAILED, FS='
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
           CLOSE MEMBER-MASTER-FILE
           IF XWALK-IS-OPEN
               CLOSE MEMBER-XWALK-FILE
           END-IF
           CLOSE ACCESS-LISTING-FILE
           .
      ******************************************************************
      * ROUTINE TO RESOLVE JPHIMBR TO ITS SURVIVING MEMBER.  THE
      * CROSSWALK IS ONE HOP DEEP, SO A SINGLE READ GIVES THE
      * CURRENT MEMBER.
      ******************************************************************
       RESOLVE-SELECTED-MEMBER.
      *
           MOVE WS-SEL-MEMBER-ID TO WS-ENTERED-MEMBER-ID
           IF XWALK-IS-OPEN
               MOVE WS-SEL-MEMBER-ID TO MXW-RETIRED-ID
               READ MEMBER-XWALK-FILE
               EVALUATE WS-MXW-FS
                   WHEN '00'
                       MOVE MXW-SURVIVING-ID TO WS-SEL-MEMBER-ID
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'READ OF MEMBER-XWALK-FILE FAILED, FS='
                               WS-MXW-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO BROWSE THE CROSSWALK FOR EVERY MEMBER ID RETIRED
      * INTO THE SELECTED MEMBER.  A LISTING THAT COULD NOT INCLUDE
      * THEM ALL WOULD UNDERSTATE THE MEMBER'S ACCESSES, SO A
      * CROSSWALK FAILURE OR MORE RETIRED IDS THAN THE TABLE HOLDS
      * STOPS THE RUN WITH RETURN CODE 8.
      ******************************************************************
       LOAD-RETIRED-IDS.
      *
           MOVE LOW-VALUES TO MXW-RETIRED-ID
           START MEMBER-XWALK-FILE KEY IS NOT < MXW-RETIRED-ID
           EVALUATE WS-MXW-FS
               WHEN '00'
                   SET XWALK-FILE-NOT-EOF TO TRUE
               WHEN '23'
                   SET XWALK-FILE-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'START OF MEMBER-XWALK-FILE FAILED, FS='
                           WS-MXW-FS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM UNTIL XWALK-FILE-EOF
               READ MEMBER-XWALK-FILE NEXT RECORD
                   AT END
                       SET XWALK-FILE-EOF TO TRUE
               END-READ
               IF XWALK-FILE-NOT-EOF
                   IF WS-MXW-FS NOT = '00'
                       DISPLAY 'READ OF MEMBER-XWALK-FILE FAILED, FS='
                               WS-MXW-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF MXW-SURVIVING-ID = WS-SEL-MEMBER-ID
                       IF WS-RET-USED NOT < WS-RET-MAX
                           DISPLAY 'MORE THAN ' WS-RET-MAX
                                   ' MEMBER IDS RETIRED INTO '
                                   WS-SEL-MEMBER-ID
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RET-USED
                       MOVE MXW-RETIRED-ID
                         TO WS-RET-MEMBER-ID(WS-RET-USED)
                   END-IF
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO NAME THE MEMBER FOR THE HEADING.  A MEMBER NO
      * LONGER ON THE MASTER IS STILL LISTED: ITS ACCESSES REMAIN
      * ON THE LOG.
      ******************************************************************
       GET-MEMBER-NAME.
      *
           MOVE WS-SEL-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           EVALUATE WS-MBR-FS
               WHEN '00'
                   MOVE MBR-NAME TO WS-MEMBER-NAME
               WHEN '23'
                   MOVE '** NOT ON MEMBER MASTER **' TO WS-MEMBER-NAME
               WHEN OTHER
                   DISPLAY 'READ OF MEMBER-MASTER-FILE FAILED, FS='
                           WS-MBR-FS
                   MOVE SPACES TO WS-MEMBER-NAME
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'PHI ACCESS LISTING   MEMBER ' WS-SEL-MEMBER-ID
               ' ' WS-MEMBER-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-ENTERED-MEMBER-ID NOT = WS-SEL-MEMBER-ID
               MOVE SPACES TO REPORT-RECORD
               STRING 'REQUESTED AS RETIRED ID . . : '
                   WS-ENTERED-MEMBER-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-USED
               MOVE SPACES TO REPORT-RECORD
               STRING 'RETIRED ID MERGED IN  . . . : '
                   WS-RET-MEMBER-ID(WS-RET-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCESS DATES . . . . . . . . : ' WS-SEL-FROM-DATE
               ' - ' WS-SEL-TO-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DATE       TIME     USER     LTERM    TRANCODE '
               'PROGRAM  CLAIM        TYPE       LOGGED UNDER'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE RUN SUMMARY: THE ACCESS COUNT AND EACH
      * USER WHO ACCESSED THE MEMBER
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           IF WS-ACCESSES-LISTED = 0
               MOVE 'NO ACCESS TO THIS MEMBER WAS LOGGED IN THE RANGE'
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

           MOVE WS-ACCESSES-LISTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCESSES TO MEMBER . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-RET-USED > 0
               MOVE WS-RETIRED-LISTED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  UNDER RETIRED IDS  . . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE WS-USERS-COUNTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'DISTINCT USERS . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-USED
               MOVE WS-USR-ACCESSES(WS-USR-IDX) TO WS-EDIT-SMALL
               MOVE SPACES TO REPORT-RECORD
               STRING '   USER ' WS-USR-ID(WS-USR-IDX)
                   ' ACCESSES ' WS-EDIT-SMALL
                   ' LAST ' WS-USR-LAST-DATE(WS-USR-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-USR-OVERFLOW > 0
               MOVE '   MORE USERS, NOT LISTED' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCPHIW MEMBER ' WS-SEL-MEMBER-ID
                   ' ACCESSES ' WS-ACCESSES-LISTED
                   ' USERS ' WS-USERS-COUNTED
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE ACCESS LOG AND RELEASE EVERY ACCESS
      * TO THE MEMBER, UNDER ITS OWN ID OR ONE RETIRED INTO IT, IN
      * THE DATE RANGE.  REGIONS APPEND TO THE LOG CONCURRENTLY, SO
      * IT IS NOT TRUSTED TO BE IN TIME ORDER.
      ******************************************************************
       SELECT-MEMBER-ACCESSES SECTION.
      *
           PERFORM READ-ACCESS-RECORD
           PERFORM UNTIL ACCESS-FILE-EOF
               ADD 1 TO WS-RECORDS-READ
               PERFORM CHECK-RETIRED-MEMBER
               IF (PAL-MEMBER-ID = WS-SEL-MEMBER-ID OR
                   RETIRED-ID-MATCHED) AND
                  PAL-ACCESS-DATE NOT < WS-SEL-FROM-DATE AND
                  PAL-ACCESS-DATE NOT > WS-SEL-TO-DATE
                   MOVE PAL-ACCESS-DATE    TO SRT-ACCESS-DATE
                   MOVE PAL-ACCESS-TIME    TO SRT-ACCESS-TIME
                   MOVE PHI-ACCESS-RECORD  TO SRT-ACCESS-IMAGE
                   RELEASE SORT-RECORD
               END-IF
               PERFORM READ-ACCESS-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: LIST THE SORTED ACCESSES
      ******************************************************************
       LIST-MEMBER-ACCESSES SECTION.
      *
           PERFORM RETURN-SORTED-ACCESS
           PERFORM UNTIL SORT-FILE-EOF
               MOVE SRT-ACCESS-IMAGE TO PHI-ACCESS-RECORD
               PERFORM WRITE-ACCESS-LINES
               PERFORM COUNT-ACCESS-USER
               PERFORM RETURN-SORTED-ACCESS
           END-PERFORM
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       LISTING-ROUTINES SECTION.
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
      * ROUTINE TO TELL WHETHER THE ACCESS WAS LOGGED UNDER A MEMBER
      * ID SINCE RETIRED INTO THE SELECTED MEMBER
      ******************************************************************
       CHECK-RETIRED-MEMBER.
      *
           SET RETIRED-ID-NOT-MATCHED TO TRUE
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-USED OR RETIRED-ID-MATCHED
               IF WS-RET-MEMBER-ID(WS-RET-IDX) = PAL-MEMBER-ID
                   SET RETIRED-ID-MATCHED TO TRUE
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
      * ROUTINE TO LIST ONE ACCESS: THE FIRST CLAIM SHOWN AND THE
      * MEMBER ID THE ACCESS WAS LOGGED UNDER ON THE ACCESS LINE, ANY
      * OTHER CLAIMS ON THE LINES BENEATH IT
      ******************************************************************
       WRITE-ACCESS-LINES.
      *
           ADD 1 TO WS-ACCESSES-LISTED
           MOVE PAL-ACCESS-DATE TO WS-EDIT-DATE
           MOVE SPACES TO WS-PRINT-DATE
           STRING WS-EDIT-DATE-CCYY '-' WS-EDIT-DATE-MM '-'
               WS-EDIT-DATE-DD
               DELIMITED BY SIZE INTO WS-PRINT-DATE
           MOVE PAL-ACCESS-TIME TO WS-EDIT-TIME
           MOVE SPACES TO WS-PRINT-TIME
           STRING WS-EDIT-TIME-HH ':' WS-EDIT-TIME-MI ':'
               WS-EDIT-TIME-SS
               DELIMITED BY SIZE INTO WS-PRINT-TIME

           MOVE 0 TO WS-SHOWN-COUNT
           IF PAL-CLAIM-COUNT NUMERIC
               MOVE PAL-CLAIM-COUNT TO WS-SHOWN-COUNT
               IF WS-SHOWN-COUNT > 6
                   MOVE 6 TO WS-SHOWN-COUNT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING WS-PRINT-DATE ' ' WS-PRINT-TIME ' ' PAL-USER-ID
               ' ' PAL-LTERM ' ' PAL-TRANCODE ' ' PAL-PROGRAM
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF WS-SHOWN-COUNT > 0
               MOVE PAL-CLAIMNO(1)   TO REPORT-RECORD(57:12)
               MOVE PAL-CLAIMTYPE(1) TO REPORT-RECORD(70:10)
           END-IF
           MOVE PAL-MEMBER-ID TO REPORT-RECORD(81:12)
           IF PAL-MEMBER-ID NOT = WS-SEL-MEMBER-ID
               ADD 1 TO WS-RETIRED-LISTED
           END-IF
           WRITE REPORT-RECORD

           PERFORM VARYING WS-SHOWN-IDX FROM 2 BY 1
                   UNTIL WS-SHOWN-IDX > WS-SHOWN-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE PAL-CLAIMNO(WS-SHOWN-IDX)   TO REPORT-RECORD(57:12)
               MOVE PAL-CLAIMTYPE(WS-SHOWN-IDX) TO REPORT-RECORD(70:10)
               WRITE REPORT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO COUNT THE ACCESS AGAINST ITS USER
      ******************************************************************
       COUNT-ACCESS-USER.
      *
           SET USER-NOT-FOUND TO TRUE
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-USED OR USER-FOUND
               IF WS-USR-ID(WS-USR-IDX) = PAL-USER-ID
                   SET USER-FOUND TO TRUE
                   ADD 1 TO WS-USR-ACCESSES(WS-USR-IDX)
                   MOVE PAL-ACCESS-DATE TO WS-USR-LAST-DATE(WS-USR-IDX)
               END-IF
           END-PERFORM

           IF USER-NOT-FOUND
               ADD 1 TO WS-USERS-COUNTED
               IF WS-USR-USED < WS-USR-MAX
                   ADD 1 TO WS-USR-USED
                   MOVE PAL-USER-ID     TO WS-USR-ID(WS-USR-USED)
                   MOVE 1               TO WS-USR-ACCESSES(WS-USR-USED)
                   MOVE PAL-ACCESS-DATE TO WS-USR-LAST-DATE(WS-USR-USED)
               ELSE
                   ADD 1 TO WS-USR-OVERFLOW
               END-IF
           END-IF
           .
       END PROGRAM IMSCPHIW.
