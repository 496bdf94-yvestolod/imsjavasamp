       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCCRED.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Nightly provider credential monitor.  Reads the provider       *
      * registry KSDS (IMSC2PRV) front to back and, for every active   *
      * provider:                                                      *
      *  (a) warns provider relations when the credential expiry date  *
      *      or the malpractice coverage end date falls within the next*
      *      60 days, in tiers of 60, 30 and 7 days, with the license  *
      *      number and state to chase the renewal by;                 *
      *  (b) deactivates the provider on the credential expiry date -- *
      *      PRV-ACTIVE-FLAG is set to 'N' in place and the before and *
      *      after images are appended to the registry change log      *
      *      (IMSC2PVL, user IMSCCRED, action CREDEXPIRE), just as an  *
      *      online DEACTIVATE through IMSCBLJJ is logged;             *
      *  (c) lists a malpractice end date already passed, and any date *
      *      on file that is not a real calendar date, for follow-up.  *
      * A zero or blank date is not tracked.  Claim submission refuses *
      * service dates after the expiry date on its own, so a missed    *
      * run delays only the flag, never the edit.  The run date is     *
      * today unless JCRDDATE (CCYYMMDD) overrides it.  Return code 4  *
      * means a provider was deactivated; 8 means JCRDDATE was not     *
      * valid or a registry or change log write failed.                *
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
           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT PROVIDER-CHANGE-LOG ASSIGN TO CLMPRVLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVL-FS.

           SELECT CREDENTIAL-REPORT-FILE ASSIGN TO CLMCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  PROVIDER-CHANGE-LOG
           RECORDING MODE IS F.
       COPY IMSC2PVL.

       FD  CREDENTIAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-PVL-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-PRV-EOF-SW             PIC X VALUE 'N'.
          88 REGISTRY-EOF               VALUE 'Y'.
          88 REGISTRY-NOT-EOF           VALUE 'N'.
      ******************************************************************
      * RUN DATE THE DATES ARE MEASURED FROM.  DEFAULTS TO TODAY;
      * JCRDDATE (CCYYMMDD) RE-RUNS A MISSED NIGHT.
      ******************************************************************
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-INT           PIC S9(9) COMP.
       01 WS-RUN-DATE-ENV           PIC X(8).
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
      ******************************************************************
      * WARNING WINDOW.  A DATE WITHIN WS-WARN-DAYS OF THE RUN DATE
      * IS LISTED, TIERED AT 60, 30 AND 7 DAYS SO PROVIDER RELATIONS
      * CAN SEE WHICH RENEWALS ARE URGENT.
      ******************************************************************
       01 WS-WARN-DAYS              PIC S9(4) COMP VALUE 60.
       01 WS-WARN-MID-DAYS          PIC S9(4) COMP VALUE 30.
       01 WS-WARN-LAST-DAYS         PIC S9(4) COMP VALUE 7.
      ******************************************************************
      * THE DATE BEING CLASSIFIED AND WHAT WAS FOUND
      ******************************************************************
       01 WS-ITEM-NAME              PIC X(11).
       01 WS-ITEM-DATE              PIC 9(8).
       01 WS-DAYS-LEFT              PIC S9(9) COMP.
       01 WS-ITEM-STATE-SW          PIC X VALUE 'N'.
          88 ITEM-NOT-TRACKED           VALUE 'N'.
          88 ITEM-DATE-INVALID          VALUE 'B'.
          88 ITEM-CURRENT               VALUE 'C'.
          88 ITEM-IN-WARNING            VALUE 'W'.
          88 ITEM-EXPIRED               VALUE 'X'.
       01 WS-ITEM-ACTION            PIC X(12).
       01 WS-BEFORE-IMAGE           PIC X(252).
      ******************************************************************
      * RUN COUNTS FOR THE SUMMARY
      ******************************************************************
       01 WS-PROVIDERS-READ         PIC 9(9) VALUE 0.
       01 WS-PROVIDERS-ACTIVE       PIC 9(9) VALUE 0.
       01 WS-WARN-60-CNT            PIC 9(9) VALUE 0.
       01 WS-WARN-30-CNT            PIC 9(9) VALUE 0.
       01 WS-WARN-7-CNT             PIC 9(9) VALUE 0.
       01 WS-DEACTIVATED-CNT        PIC 9(9) VALUE 0.
       01 WS-MALPRACTICE-ENDED-CNT  PIC 9(9) VALUE 0.
       01 WS-INVALID-DATE-CNT       PIC 9(9) VALUE 0.
       01 WS-UPDATE-FAILURES        PIC 9(9) VALUE 0.
       01 WS-LINES-LISTED           PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-DAYS              PIC -ZZZ9.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           PERFORM GET-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           PERFORM READ-PROVIDER-RECORD
           PERFORM UNTIL REGISTRY-EOF
               PERFORM CHECK-PROVIDER-CREDENTIALS
               PERFORM READ-PROVIDER-RECORD
           END-PERFORM

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN WS-UPDATE-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEACTIVATED-CNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE RUN DATE: TODAY, OR JCRDDATE (CCYYMMDD)
      * WHEN SET.  AN OVERRIDE THAT IS NOT A VALID DATE STOPS THE RUN
      * WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-RUN-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RUN-DATE

           MOVE SPACES TO WS-RUN-DATE-ENV
           ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT "JCRDDATE"
           IF WS-RUN-DATE-ENV NOT = SPACES
               IF WS-RUN-DATE-ENV IS NUMERIC
                   MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
               ELSE
                   MOVE 0 TO WS-RUN-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
                   DISPLAY 'JCRDDATE IS NOT A VALID CCYYMMDD DATE: '
                           WS-RUN-DATE-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE CHANGE LOG IS EXTENDED, OR
      * CREATED THE FIRST TIME, AS IMSCBLJJ DOES.  A RUN THAT CANNOT
      * OPEN IT STOPS: NO PROVIDER IS DEACTIVATED WITHOUT ITS TRAIL.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN I-O PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS NOT = '00'
               DISPLAY 'OPEN OF PROVIDER-REGISTRY-FILE FAILED, FS='
                       WS-PRV-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PROVIDER-CHANGE-LOG
           IF WS-PVL-FS = '05' OR WS-PVL-FS = '35'
               OPEN OUTPUT PROVIDER-CHANGE-LOG
           END-IF
           IF WS-PVL-FS NOT = '00'
               DISPLAY 'OPEN OF PROVIDER-CHANGE-LOG FAILED, FS='
                       WS-PVL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CREDENTIAL-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF CREDENTIAL-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE PROVIDER-REGISTRY-FILE
           CLOSE PROVIDER-CHANGE-LOG
           CLOSE CREDENTIAL-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDER CREDENTIAL EXPIRATION REPORT   RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACTIVE PROVIDERS WHOSE CREDENTIAL OR MALPRACTICE '
               'COVERAGE ENDS WITHIN 60 DAYS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDER   NAME                           '
               'LICENSE         ST ITEM        DATE      DAYS '
               'ACTION'
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
           IF WS-LINES-LISTED = 0
               MOVE 'NO CREDENTIAL OR MALPRACTICE DATES NEED ATTENTION'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE WS-PROVIDERS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'REGISTRY RECORDS READ  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PROVIDERS-ACTIVE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACTIVE PROVIDERS CHECKED . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-WARN-60-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ENDING IN 31 TO 60 DAYS  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-WARN-30-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ENDING IN 8 TO 30 DAYS . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-WARN-7-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ENDING IN 7 DAYS OR LESS . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DEACTIVATED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDERS DEACTIVATED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MALPRACTICE-ENDED-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MALPRACTICE COVERAGE ENDED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-INVALID-DATE-CNT > 0
               MOVE WS-INVALID-DATE-CNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'DATES NOT VALID  . . . . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-UPDATE-FAILURES > 0
               MOVE WS-UPDATE-FAILURES TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'UPDATES FAILED . . . . . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           DISPLAY 'IMSCCRED RUN DATE ' WS-RUN-DATE
                   ' PROVIDERS ' WS-PROVIDERS-READ
                   ' DEACTIVATED ' WS-DEACTIVATED-CNT
                   ' FAILURES ' WS-UPDATE-FAILURES
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT PROVIDER FROM THE REGISTRY
      ******************************************************************
       READ-PROVIDER-RECORD.
      *
           READ PROVIDER-REGISTRY-FILE NEXT RECORD
               AT END
                   SET REGISTRY-EOF TO TRUE
           END-READ
           IF REGISTRY-NOT-EOF AND WS-PRV-FS NOT = '00'
               DISPLAY 'PROVIDER REGISTRY READ FAILED, FS=' WS-PRV-FS
               ADD 1 TO WS-UPDATE-FAILURES
               SET REGISTRY-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CHECK ONE PROVIDER'S DATES.  ONLY ACTIVE PROVIDERS
      * ARE CHECKED -- ONE ALREADY INACTIVE BILLS NOTHING.  THE
      * CREDENTIAL IS CHECKED FIRST, SO A PROVIDER DEACTIVATED TONIGHT
      * STILL HAS ITS MALPRACTICE DATE LISTED.
      ******************************************************************
       CHECK-PROVIDER-CREDENTIALS.
      *
           ADD 1 TO WS-PROVIDERS-READ
           IF PRV-IS-ACTIVE
               ADD 1 TO WS-PROVIDERS-ACTIVE

               MOVE 'CREDENTIAL' TO WS-ITEM-NAME
               IF PRV-CRED-EXPIRY-DATE NUMERIC
                   MOVE PRV-CRED-EXPIRY-DATE TO WS-ITEM-DATE
               ELSE
                   MOVE ZERO TO WS-ITEM-DATE
               END-IF
               PERFORM CLASSIFY-ITEM-DATE
               EVALUATE TRUE
                   WHEN ITEM-EXPIRED
                       PERFORM DEACTIVATE-PROVIDER
                   WHEN ITEM-IN-WARNING
                       PERFORM LIST-WARNING
                   WHEN ITEM-DATE-INVALID
                       PERFORM LIST-INVALID-DATE
               END-EVALUATE

               MOVE 'MALPRACTICE' TO WS-ITEM-NAME
               IF PRV-MALPRACTICE-END NUMERIC
                   MOVE PRV-MALPRACTICE-END TO WS-ITEM-DATE
               ELSE
                   MOVE ZERO TO WS-ITEM-DATE
               END-IF
               PERFORM CLASSIFY-ITEM-DATE
               EVALUATE TRUE
                   WHEN ITEM-EXPIRED
                       ADD 1 TO WS-MALPRACTICE-ENDED-CNT
                       MOVE 'ENDED' TO WS-ITEM-ACTION
                       PERFORM WRITE-DETAIL-LINE
                   WHEN ITEM-IN-WARNING
                       PERFORM LIST-WARNING
                   WHEN ITEM-DATE-INVALID
                       PERFORM LIST-INVALID-DATE
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLASSIFY WS-ITEM-DATE AGAINST THE RUN DATE.  THE
      * DATE IS THE LAST DAY OF COVERAGE, SO ZERO DAYS LEFT MEANS IT
      * ENDS TODAY AND COUNTS AS EXPIRED.
      ******************************************************************
       CLASSIFY-ITEM-DATE.
      *
           MOVE 0 TO WS-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-ITEM-DATE = ZERO
                   SET ITEM-NOT-TRACKED TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ITEM-DATE) NOT = 0
                   SET ITEM-DATE-INVALID TO TRUE
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE) -
                       WS-RUN-DATE-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-LEFT NOT > 0
                           SET ITEM-EXPIRED TO TRUE
                       WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                           SET ITEM-IN-WARNING TO TRUE
                       WHEN OTHER
                           SET ITEM-CURRENT TO TRUE
                   END-EVALUATE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO LIST A DATE INSIDE THE WARNING WINDOW UNDER ITS
      * 60, 30 OR 7 DAY TIER
      ******************************************************************
       LIST-WARNING.
      *
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT NOT > WS-WARN-LAST-DAYS
                   ADD 1 TO WS-WARN-7-CNT
                   MOVE 'WARN 7 DAYS' TO WS-ITEM-ACTION
               WHEN WS-DAYS-LEFT NOT > WS-WARN-MID-DAYS
                   ADD 1 TO WS-WARN-30-CNT
                   MOVE 'WARN 30 DAYS' TO WS-ITEM-ACTION
               WHEN OTHER
                   ADD 1 TO WS-WARN-60-CNT
                   MOVE 'WARN 60 DAYS' TO WS-ITEM-ACTION
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           .
      ******************************************************************
      * ROUTINE TO LIST A DATE ON FILE THAT IS NOT A CALENDAR DATE
      ******************************************************************
       LIST-INVALID-DATE.
      *
           ADD 1 TO WS-INVALID-DATE-CNT
           MOVE 'DATE INVALID' TO WS-ITEM-ACTION
           PERFORM WRITE-DETAIL-LINE
           .
      ******************************************************************
      * ROUTINE TO DEACTIVATE A PROVIDER WHOSE CREDENTIAL HAS REACHED
      * ITS EXPIRY DATE: FLIP THE ACTIVE FLAG IN PLACE AND LOG THE
      * BEFORE AND AFTER IMAGES
      ******************************************************************
       DEACTIVATE-PROVIDER.
      *
           MOVE PROVIDER-REGISTRY-RECORD TO WS-BEFORE-IMAGE
           MOVE 'N' TO PRV-ACTIVE-FLAG
           REWRITE PROVIDER-REGISTRY-RECORD
           IF WS-PRV-FS = '00'
               ADD 1 TO WS-DEACTIVATED-CNT
               MOVE 'DEACTIVATED' TO WS-ITEM-ACTION
               PERFORM WRITE-CHANGE-RECORD
           ELSE
               ADD 1 TO WS-UPDATE-FAILURES
               MOVE 'DEACT FAILED' TO WS-ITEM-ACTION
               DISPLAY 'PROVIDER REGISTRY REWRITE FAILED FOR '
                       PRV-PROVIDER-ID ', FS=' WS-PRV-FS
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .
      ******************************************************************
      * ROUTINE TO APPEND THE BEFORE/AFTER RECORD TO THE CHANGE LOG.
      * THE DEACTIVATION STANDS IF THE LOG WRITE FAILS, BUT THE RUN
      * ENDS WITH RETURN CODE 8 SO IT IS FOLLOWED UP.
      ******************************************************************
       WRITE-CHANGE-RECORD.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           MOVE WS-FORMATTED-DATE-TIME   TO PVL-TIMESTAMP
           MOVE 'IMSCCRED'               TO PVL-USER-ID
           MOVE 'CREDEXPIRE'             TO PVL-ACTION
           MOVE PRV-PROVIDER-ID          TO PVL-PROVIDER-ID
           MOVE WS-BEFORE-IMAGE          TO PVL-BEFORE-IMAGE
           MOVE PROVIDER-REGISTRY-RECORD TO PVL-AFTER-IMAGE

           WRITE PROVIDER-CHANGE-RECORD
           IF WS-PVL-FS NOT = '00'
               ADD 1 TO WS-UPDATE-FAILURES
               DISPLAY 'PROVIDER CHANGE LOG WRITE FAILED, FS='
                       WS-PVL-FS ' PROVIDER ' PRV-PROVIDER-ID
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE DETAIL LINE FOR THE PROVIDER AND DATE IN
      * HAND
      ******************************************************************
       WRITE-DETAIL-LINE.
      *
           ADD 1 TO WS-LINES-LISTED
           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING PRV-PROVIDER-ID ' ' PRV-NAME ' '
               PRV-LICENSE-NO ' ' PRV-LICENSE-STATE ' '
               WS-ITEM-NAME ' ' WS-ITEM-DATE ' '
               WS-EDIT-DAYS ' ' WS-ITEM-ACTION
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCCRED.
