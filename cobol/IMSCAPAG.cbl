       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCAPAG.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Daily appeals aging report.  Every OPEN appeal on the appeals  *
      * KSDS (see IMSC2APL, maintained online by IMSCBLJO) is aged     *
      * against its regulatory due date:                               *
      *  (a) an appeal past its due date, or due within JAPLWARN       *
      *      (default 5) days, is listed in due-date order with its    *
      *      claim, appellant, level, type and assigned analyst, so    *
      *      the oldest exposure is worked first;                      *
      *  (b) the summary counts open appeals (urgent, unassigned, past *
      *      due, approaching, on time) and the appeals closed to date,*
      *      with how many of those were decided after their due date. *
      * Return code 4 means at least one appeal is past due.           *
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
           SELECT APPEAL-FILE ASSIGN TO CLMAPPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APL-APPEAL-NO
               FILE STATUS IS WS-APL-FS.

           SELECT AGING-REPORT-FILE ASSIGN TO CLMAPGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  APPEAL-FILE.
       COPY IMSC2APL.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-DUE-DATE              PIC 9(8).
           05 SRT-APPEAL-NO             PIC X(12).
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-APPELLANT-TYPE        PIC X.
           05 SRT-APPELLANT-ID          PIC X(12).
           05 SRT-LEVEL                 PIC 9.
           05 SRT-APPEAL-TYPE           PIC X.
           05 SRT-RECEIVED-DATE         PIC 9(8).
           05 SRT-ANALYST               PIC X(8).
           05 SRT-DAYS-LEFT             PIC S9(5).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-APL-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-APL-EOF-SW             PIC X VALUE 'N'.
          88 APPEAL-FILE-EOF            VALUE 'Y'.
          88 APPEAL-FILE-NOT-EOF        VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
      ******************************************************************
      * WARNING WINDOW IN DAYS.  AN OPEN APPEAL DUE WITHIN THIS MANY
      * DAYS IS LISTED AS APPROACHING.  DEFAULTS TO 5 BUT CAN BE
      * OVERRIDDEN VIA ENVIRONMENT VARIABLE JAPLWARN.
      ******************************************************************
       01 WS-WARN-DAYS              PIC S9(5) COMP VALUE 5.
       01 WS-WARN-ENV               PIC X(5).
       01 WS-WARN-NUMVAL-TEST       PIC S9(4) COMP.
      ******************************************************************
      * RUNNING COUNTS FOR THE AGING SUMMARY
      ******************************************************************
       01 WS-APPEALS-READ           PIC 9(9) VALUE 0.
       01 WS-OPEN-COUNT             PIC 9(9) VALUE 0.
       01 WS-URGENT-COUNT           PIC 9(9) VALUE 0.
       01 WS-UNASSIGNED-COUNT       PIC 9(9) VALUE 0.
       01 WS-PAST-DUE-COUNT         PIC 9(9) VALUE 0.
       01 WS-APPROACHING-COUNT      PIC 9(9) VALUE 0.
       01 WS-ON-TIME-COUNT          PIC 9(9) VALUE 0.
       01 WS-CLOSED-COUNT           PIC 9(9) VALUE 0.
       01 WS-CLOSED-LATE-COUNT      PIC 9(9) VALUE 0.
       01 WS-BAD-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-DAYS              PIC ZZZZ9.
       01 WS-EDIT-WARN              PIC ZZZZ9.
      ******************************************************************
      * AGING WORK AREAS
      ******************************************************************
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-DUE-INT                PIC S9(9) COMP.
       01 WS-DAYS-LEFT              PIC S9(9) COMP.
       01 WS-AGE-TEXT               PIC X(13).
       01 WS-ANALYST-TEXT           PIC X(10).
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 FILLER              PIC X(13).
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           PERFORM GET-WARNING-WINDOW
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-DUE-DATE SRT-APPEAL-NO
               INPUT PROCEDURE IS SELECT-AGING-APPEALS
               OUTPUT PROCEDURE IS LIST-AGING-APPEALS

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-PAST-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE APPROACHING-DUE WARNING WINDOW.
      * DEFAULTS TO 5 DAYS BUT CAN BE OVERRIDDEN BY SETTING
      * ENVIRONMENT VARIABLE JAPLWARN, SAME CONVENTION AS JSTALEDAYS.
      ******************************************************************
       GET-WARNING-WINDOW.
      *
           MOVE SPACES TO WS-WARN-ENV
           ACCEPT WS-WARN-ENV FROM ENVIRONMENT "JAPLWARN"
           IF WS-WARN-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-WARN-ENV)
                   TO WS-WARN-NUMVAL-TEST
               IF WS-WARN-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-WARN-ENV)
                       TO WS-WARN-DAYS
               END-IF
           END-IF
           IF WS-WARN-DAYS < 0
               MOVE 0 TO WS-WARN-DAYS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE APPEALS KSDS AND THE REPORT
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT APPEAL-FILE
           IF WS-APL-FS NOT = '00'
               DISPLAY 'OPEN OF APPEAL-FILE FAILED, FS='
                       WS-APL-FS
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF AGING-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE BOTH FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE APPEAL-FILE
           CLOSE AGING-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE AGING REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE WS-WARN-DAYS TO WS-EDIT-WARN
           MOVE SPACES TO REPORT-RECORD
           STRING 'APPEALS AGING AS OF ' WS-TODAY-CCYYMMDD
               ' - PAST DUE OR DUE WITHIN ' WS-EDIT-WARN ' DAYS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DUE DATE APPEAL NO    CLAIM NO     APPELLANT     '
               ' LV T RECEIVED AGE           ANALYST'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-APPEALS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'APPEALS READ . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN APPEALS . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-URGENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  URGENT . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-UNASSIGNED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  NO ANALYST . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PAST-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  PAST DUE . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-APPROACHING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  APPROACHING DUE  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ON-TIME-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  ON TIME  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLOSED APPEALS . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLOSED-LATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  DECIDED LATE . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BAD-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'BAD APPEAL RECORDS . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY 'IMSCAPAG READ ' WS-APPEALS-READ
               ' OPEN ' WS-OPEN-COUNT
               ' PAST DUE ' WS-PAST-DUE-COUNT
               ' APPROACHING ' WS-APPROACHING-COUNT
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE APPEALS KSDS, COUNT EVERY APPEAL,
      * AND RELEASE EACH OPEN APPEAL THAT IS PAST DUE OR INSIDE THE
      * WARNING WINDOW.  A CLOSED APPEAL ONLY COUNTS TOWARD THE
      * SUMMARY, NOTING WHETHER IT WAS DECIDED AFTER ITS DUE DATE.
      ******************************************************************
       SELECT-AGING-APPEALS SECTION.
      *
           PERFORM READ-APPEAL-RECORD
           PERFORM UNTIL APPEAL-FILE-EOF
               ADD 1 TO WS-APPEALS-READ
               IF APL-DUE-DATE NOT NUMERIC OR
                  FUNCTION TEST-DATE-YYYYMMDD(APL-DUE-DATE) NOT = 0
                   ADD 1 TO WS-BAD-RECORD-COUNT
                   DISPLAY 'APPEAL ' APL-APPEAL-NO
                           ' HAS NO VALID DUE DATE'
               ELSE
                   IF APL-OPEN
                       PERFORM AGE-OPEN-APPEAL
                   ELSE
                       ADD 1 TO WS-CLOSED-COUNT
                       IF APL-DECIDED-DATE NUMERIC AND
                          APL-DECIDED-DATE > APL-DUE-DATE
                           ADD 1 TO WS-CLOSED-LATE-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-APPEAL-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SELECTED APPEALS IN DUE-DATE
      * ORDER AND LIST EACH ONE
      ******************************************************************
       LIST-AGING-APPEALS SECTION.
      *
           PERFORM RETURN-SORTED-APPEAL
           PERFORM UNTIL SORT-FILE-EOF
               PERFORM WRITE-AGING-LINE
               PERFORM RETURN-SORTED-APPEAL
           END-PERFORM
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       AGING-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT APPEAL RECORD
      ******************************************************************
       READ-APPEAL-RECORD.
      *
           READ APPEAL-FILE NEXT RECORD
               AT END
                   SET APPEAL-FILE-EOF TO TRUE
           END-READ

           IF APPEAL-FILE-NOT-EOF AND WS-APL-FS NOT = '00'
               DISPLAY 'READ OF APPEAL-FILE FAILED, FS='
                       WS-APL-FS
               SET APPEAL-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO AGE ONE OPEN APPEAL AGAINST ITS DUE DATE AND
      * RELEASE IT TO THE SORT WHEN IT IS PAST DUE OR APPROACHING
      ******************************************************************
       AGE-OPEN-APPEAL.
      *
           ADD 1 TO WS-OPEN-COUNT
           IF APL-URGENT
               ADD 1 TO WS-URGENT-COUNT
           END-IF
           IF APL-ANALYST = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF

           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(APL-DUE-DATE)
           COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   ADD 1 TO WS-APPROACHING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ON-TIME-COUNT
           END-EVALUATE

           IF WS-DAYS-LEFT <= WS-WARN-DAYS
               MOVE APL-DUE-DATE       TO SRT-DUE-DATE
               MOVE APL-APPEAL-NO      TO SRT-APPEAL-NO
               MOVE APL-CLAIMNO        TO SRT-CLAIMNO
               MOVE APL-APPELLANT-TYPE TO SRT-APPELLANT-TYPE
               MOVE APL-APPELLANT-ID   TO SRT-APPELLANT-ID
               MOVE APL-LEVEL          TO SRT-LEVEL
               MOVE APL-APPEAL-TYPE    TO SRT-APPEAL-TYPE
               MOVE APL-RECEIVED-DATE  TO SRT-RECEIVED-DATE
               MOVE APL-ANALYST        TO SRT-ANALYST
               MOVE WS-DAYS-LEFT       TO SRT-DAYS-LEFT
               RELEASE SORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED APPEAL
      ******************************************************************
       RETURN-SORTED-APPEAL.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO LIST ONE PAST-DUE OR APPROACHING APPEAL
      ******************************************************************
       WRITE-AGING-LINE.
      *
           MOVE SPACES TO WS-AGE-TEXT
           EVALUATE TRUE
               WHEN SRT-DAYS-LEFT < 0
                   COMPUTE WS-EDIT-DAYS = 0 - SRT-DAYS-LEFT
                   STRING 'LATE ' WS-EDIT-DAYS ' DY'
                       DELIMITED BY SIZE INTO WS-AGE-TEXT
               WHEN SRT-DAYS-LEFT = 0
                   MOVE 'DUE TODAY' TO WS-AGE-TEXT
               WHEN OTHER
                   MOVE SRT-DAYS-LEFT TO WS-EDIT-DAYS
                   STRING 'DUE ' WS-EDIT-DAYS ' DY'
                       DELIMITED BY SIZE INTO WS-AGE-TEXT
           END-EVALUATE

           IF SRT-ANALYST = SPACES
               MOVE '*NONE*' TO WS-ANALYST-TEXT
           ELSE
               MOVE SRT-ANALYST TO WS-ANALYST-TEXT
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING SRT-DUE-DATE ' ' SRT-APPEAL-NO ' ' SRT-CLAIMNO
               ' ' SRT-APPELLANT-TYPE ' ' SRT-APPELLANT-ID
               ' ' SRT-LEVEL '  ' SRT-APPEAL-TYPE
               ' ' SRT-RECEIVED-DATE ' ' WS-AGE-TEXT
               ' ' WS-ANALYST-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCAPAG.
