       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCAPVR.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Daily adjustment approval report.  Reads the approval KSDS     *
      * (see IMSC2APR, written by IMSCBLJG when an adjust or void is   *
      * over the approval limit, and by IMSCBLJO for an appeal         *
      * overturn over it) and                                          *
      *  (a) marks EXPIRED every request still PENDING when it is more *
      *      than JAPVDAYS (default 3, same setting as IMSCBLJG) days  *
      *      old, so nobody can act on it any more;                    *
      *  (b) lists everything requested, approved, declined, and       *
      *      expired on the run date, grouped in that order, with the  *
      *      claim, action, dollar change, requesting user and deciding*
      *      user (blank on an expiry);                                *
      *  (c) counts what is still pending.                             *
      * Return code 4 means at least one request expired.              *
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
           SELECT APPROVAL-FILE ASSIGN TO CLMAPPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-APPROVAL-NO
               FILE STATUS IS WS-APR-FS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO CLMAPVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  APPROVAL-FILE.
       COPY IMSC2APR.

       FD  APPROVAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-EVENT-SEQ             PIC 9.
              88 SRT-REQUESTED              VALUE 1.
              88 SRT-APPROVED               VALUE 2.
              88 SRT-DECLINED               VALUE 3.
              88 SRT-EXPIRED                VALUE 4.
           05 SRT-APPROVAL-NO           PIC X(12).
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-ACTION                PIC X(6).
           05 SRT-CHANGE-AMT            PIC S9(9)V99 COMP-3.
           05 SRT-REQUESTED-BY          PIC X(8).
           05 SRT-DECIDED-BY            PIC X(8).
           05 SRT-NEW-CLAIMNO           PIC X(12).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-APR-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-APR-EOF-SW             PIC X VALUE 'N'.
          88 APPROVAL-FILE-EOF          VALUE 'Y'.
          88 APPROVAL-FILE-NOT-EOF      VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
      ******************************************************************
      * EXPIRY WINDOW IN DAYS FOR A HELD REQUEST.  MUST MATCH THE
      * WINDOW IMSCBLJG ENFORCES, SO IT IS READ FROM THE SAME
      * ENVIRONMENT VARIABLE JAPVDAYS (DEFAULT 3).
      ******************************************************************
       01 WS-APPROVAL-DAYS          PIC S9(5) COMP VALUE 3.
       01 WS-APPROVAL-ENV           PIC X(5).
       01 WS-APPROVAL-NUMVAL-TEST   PIC S9(4) COMP.
      ******************************************************************
      * RUNNING COUNTS FOR THE APPROVAL SUMMARY
      ******************************************************************
       01 WS-REQUESTS-READ          PIC 9(9) VALUE 0.
       01 WS-REQUESTED-COUNT        PIC 9(9) VALUE 0.
       01 WS-APPROVED-COUNT         PIC 9(9) VALUE 0.
       01 WS-DECLINED-COUNT         PIC 9(9) VALUE 0.
       01 WS-EXPIRED-COUNT          PIC 9(9) VALUE 0.
       01 WS-PENDING-COUNT          PIC 9(9) VALUE 0.
       01 WS-REWRITE-FAILED         PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZ9.99.
      ******************************************************************
      * CONTROL-BREAK AND AGING WORK AREAS
      ******************************************************************
       01 WS-CURRENT-EVENT          PIC 9 VALUE 0.
       01 WS-EVENT-TEXT             PIC X(9).
       01 WS-TODAY-CCYYMMDD         PIC 9(8).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-REQUEST-AGE            PIC S9(9) COMP.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-TIME.
                15 WS-TEMP-HOUR     PIC 9(2).
                15 WS-TEMP-MIN      PIC 9(2).
                15 WS-TEMP-SEC      PIC 9(2).
                15 WS-TEMP-MS       PIC 9(2).
             10 FILLER              PIC X(5).
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
           MOVE WS-TEMP-DATE(1:4) TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-DATE(5:2) TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DATE(7:2) TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS TO WS-FORMATTED-MS

           PERFORM GET-EXPIRY-WINDOW
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SRT-EVENT-SEQ SRT-APPROVAL-NO
               INPUT PROCEDURE IS SELECT-DAYS-ACTIVITY
               OUTPUT PROCEDURE IS LIST-DAYS-ACTIVITY

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-EXPIRED-COUNT > 0 OR WS-REWRITE-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE EXPIRY WINDOW.  DEFAULTS TO 3 DAYS
      * BUT CAN BE OVERRIDDEN BY SETTING ENVIRONMENT VARIABLE
      * JAPVDAYS, THE SAME SETTING IMSCBLJG READS.
      ******************************************************************
       GET-EXPIRY-WINDOW.
      *
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
      * ROUTINE TO OPEN THE APPROVAL KSDS AND THE REPORT.  THE KSDS
      * IS OPENED I-O BECAUSE AGED-OUT REQUESTS ARE MARKED EXPIRED IN
      * PLACE.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN I-O APPROVAL-FILE
           IF WS-APR-FS NOT = '00'
               DISPLAY 'OPEN OF APPROVAL-FILE FAILED, FS='
                       WS-APR-FS
               STOP RUN
           END-IF

           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF APPROVAL-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE BOTH FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE APPROVAL-FILE
           CLOSE APPROVAL-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE APPROVAL REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'ADJUSTMENT APPROVAL ACTIVITY FOR ' WS-TODAY-CCYYMMDD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'EVENT     APPROVAL NO  CLAIM NO     ACTION '
               '    CHANGE REQUESTR DECIDER  NEW CLAIM'
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

           MOVE WS-REQUESTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'REQUESTS ON FILE . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REQUESTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'REQUESTED TODAY  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'APPROVED TODAY . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'DECLINED TODAY . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'EXPIRED TODAY  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'STILL PENDING  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REWRITE-FAILED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'EXPIRY NOT RECORDED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY 'IMSCAPVR READ ' WS-REQUESTS-READ
               ' REQUESTED ' WS-REQUESTED-COUNT
               ' APPROVED ' WS-APPROVED-COUNT
               ' DECLINED ' WS-DECLINED-COUNT
               ' EXPIRED ' WS-EXPIRED-COUNT
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE APPROVAL KSDS, EXPIRE WHAT HAS AGED
      * OUT, AND RELEASE ONE SORT RECORD PER EVENT ON THE RUN DATE --
      * A REQUEST HELD AND DECIDED THE SAME DAY APPEARS TWICE
      ******************************************************************
       SELECT-DAYS-ACTIVITY SECTION.
      *
           PERFORM READ-APPROVAL-RECORD
           PERFORM UNTIL APPROVAL-FILE-EOF
               ADD 1 TO WS-REQUESTS-READ
               IF APR-PENDING
                   PERFORM AGE-PENDING-REQUEST
               END-IF
               IF APR-REQUESTED-DATE = WS-TODAY-CCYYMMDD
                   ADD 1 TO WS-REQUESTED-COUNT
                   SET SRT-REQUESTED TO TRUE
                   PERFORM RELEASE-EVENT
               END-IF
               IF NOT APR-PENDING AND
                  APR-DECIDED-DATE = WS-TODAY-CCYYMMDD
                   EVALUATE TRUE
                       WHEN APR-APPROVED
                           ADD 1 TO WS-APPROVED-COUNT
                           SET SRT-APPROVED TO TRUE
                       WHEN APR-DECLINED
                           ADD 1 TO WS-DECLINED-COUNT
                           SET SRT-DECLINED TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-EXPIRED-COUNT
                           SET SRT-EXPIRED TO TRUE
                   END-EVALUATE
                   PERFORM RELEASE-EVENT
               END-IF
               IF APR-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               PERFORM READ-APPROVAL-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE DAY'S EVENTS GROUPED BY KIND AND
      * LIST EACH ONE
      ******************************************************************
       LIST-DAYS-ACTIVITY SECTION.
      *
           PERFORM RETURN-SORTED-EVENT
           PERFORM UNTIL SORT-FILE-EOF
               IF SRT-EVENT-SEQ NOT = WS-CURRENT-EVENT
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SRT-EVENT-SEQ TO WS-CURRENT-EVENT
               END-IF
               PERFORM WRITE-EVENT-LINE
               PERFORM RETURN-SORTED-EVENT
           END-PERFORM
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       APPROVAL-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT APPROVAL RECORD
      ******************************************************************
       READ-APPROVAL-RECORD.
      *
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET APPROVAL-FILE-EOF TO TRUE
           END-READ

           IF APPROVAL-FILE-NOT-EOF AND WS-APR-FS NOT = '00'
               DISPLAY 'READ OF APPROVAL-FILE FAILED, FS='
                       WS-APR-FS
               SET APPROVAL-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EXPIRE A PENDING REQUEST OLDER THAN THE WINDOW,
      * SAME TEST AS IMSCBLJG.  NOBODY DECIDED IT, SO THE DECIDER
      * STAYS BLANK.
      ******************************************************************
       AGE-PENDING-REQUEST.
      *
           IF APR-REQUESTED-DATE NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(APR-REQUESTED-DATE) = 0
               COMPUTE WS-REQUEST-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(APR-REQUESTED-DATE)
               IF WS-REQUEST-AGE > WS-APPROVAL-DAYS
                   SET APR-EXPIRED TO TRUE
                   MOVE SPACES TO APR-DECIDED-BY
                   MOVE WS-TODAY-CCYYMMDD TO APR-DECIDED-DATE
                   MOVE WS-FORMATTED-DATE-TIME TO APR-DECIDED-TS
                   REWRITE APPROVAL-RECORD
                   IF WS-APR-FS NOT = '00'
                       ADD 1 TO WS-REWRITE-FAILED
                       DISPLAY 'APPROVAL REWRITE FAILED, FS='
                               WS-APR-FS ' APPROVAL '
                               APR-APPROVAL-NO
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RELEASE ONE EVENT FOR THE CURRENT APPROVAL RECORD,
      * THE EVENT KIND ALREADY SET BY THE CALLER
      ******************************************************************
       RELEASE-EVENT.
      *
           MOVE APR-APPROVAL-NO  TO SRT-APPROVAL-NO
           MOVE APR-CLAIMNO      TO SRT-CLAIMNO
           MOVE APR-ACTION       TO SRT-ACTION
           MOVE APR-CHANGE-AMT   TO SRT-CHANGE-AMT
           MOVE APR-REQUESTED-BY TO SRT-REQUESTED-BY
           MOVE SPACES           TO SRT-DECIDED-BY
           MOVE SPACES           TO SRT-NEW-CLAIMNO
           IF NOT SRT-REQUESTED
               MOVE APR-DECIDED-BY  TO SRT-DECIDED-BY
               MOVE APR-NEW-CLAIMNO TO SRT-NEW-CLAIMNO
           END-IF
           RELEASE SORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED EVENT
      ******************************************************************
       RETURN-SORTED-EVENT.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO LIST ONE EVENT
      ******************************************************************
       WRITE-EVENT-LINE.
      *
           EVALUATE TRUE
               WHEN SRT-REQUESTED
                   MOVE 'REQUESTED' TO WS-EVENT-TEXT
               WHEN SRT-APPROVED
                   MOVE 'APPROVED' TO WS-EVENT-TEXT
               WHEN SRT-DECLINED
                   MOVE 'DECLINED' TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'EXPIRED' TO WS-EVENT-TEXT
           END-EVALUATE
           MOVE SRT-CHANGE-AMT TO WS-EDIT-AMOUNT

           MOVE SPACES TO REPORT-RECORD
           STRING WS-EVENT-TEXT ' ' SRT-APPROVAL-NO ' ' SRT-CLAIMNO
               ' ' SRT-ACTION ' ' WS-EDIT-AMOUNT
               ' ' SRT-REQUESTED-BY ' ' SRT-DECIDED-BY
               ' ' SRT-NEW-CLAIMNO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCAPVR.
