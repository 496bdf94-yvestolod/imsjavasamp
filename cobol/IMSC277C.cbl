       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSC277C.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Claim acknowledgment (277CA) for claims taken in by the 837    *
      * intake (IMSC837I).  Run after IMSCBATD, this job:              *
      *  (a) posts the batch result file IMSCBATD writes for claims    *
      *      that arrived with an intake reference (see IMSC2BRS) to   *
      *      the 837 claim tracking file (see IMSC2ITK): the claim     *
      *      number assigned, the status and the reason.  A claim the  *
      *      replay left in ERROR (the REST service failed) stays      *
      *      queued and is acknowledged after the replay that settles  *
      *      it; a result for a reference not on the tracking file is  *
      *      listed;                                                   *
      *  (b) sorts every decided or intake-rejected claim not yet      *
      *      acknowledged by submitter, usage (test or production      *
      *      interchange) and billing provider, and writes one 277CA   *
      *      (005010X214) interchange per submitter and usage: an      *
      *      A2:20 acceptance with our claim number (REF*1K) for each  *
      *      claim taken into adjudication (ACCEPTED or REVIEW), or an *
      *      A3:21 rejection carrying the reason for a claim rejected  *
      *      by the replay or at intake;                               *
      *  (c) marks each claim acknowledged, so a rerun sends nothing   *
      *      twice.                                                    *
      * Return code 4 means a result could not be posted or a claim    *
      * could not be marked; 8 means intake is not set up (see         *
      * IMSC2EDC).                                                     *
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
           SELECT BATCH-RESULT-FILE ASSIGN TO CLMBATRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRS-FS.

           SELECT EDI-CONTROL-FILE ASSIGN TO CLMEDICTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EDC-RELKEY
               FILE STATUS IS WS-EDC-FS.

           SELECT INTAKE-TRACKING-FILE ASSIGN TO CLMITRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITK-INTAKE-REF
               FILE STATUS IS WS-ITK-FS.

           SELECT INTERCHANGE-LOG-FILE ASSIGN TO CLMICLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICL-LOG-KEY
               FILE STATUS IS WS-ICL-FS.

           SELECT ACK-277-FILE ASSIGN TO CLM277
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FS.

           SELECT CLAIM-WORK-FILE ASSIGN TO CLM277WK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-FS.

           SELECT ACK-REPORT-FILE ASSIGN TO CLM277RPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  BATCH-RESULT-FILE
           RECORDING MODE IS F.
       COPY IMSC2BRS.

       FD  EDI-CONTROL-FILE
           RECORDING MODE IS F.
       COPY IMSC2EDC.

       FD  INTAKE-TRACKING-FILE.
       COPY IMSC2ITK.

       FD  INTERCHANGE-LOG-FILE.
       COPY IMSC2ICL.

       FD  ACK-277-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                   PIC X(120).

      * A SUBMITTER'S PROVIDER AND CLAIM LOOPS ARE HELD HERE UNTIL THE
      * RUN HAS THE SUBMITTER'S TOTALS, BECAUSE THE 2200B STATUS AHEAD
      * OF THEM CARRIES THE TOTAL CHARGES
       FD  CLAIM-WORK-FILE
           RECORDING MODE IS F.
       01  CLAIM-WORK-RECORD            PIC X(120).

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

      * ONE SORT RECORD PER CLAIM TO ACKNOWLEDGE, CARRYING THE WHOLE
      * TRACKING RECORD
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-SUBMITTER-QUAL        PIC X(2).
           05 SRT-SUBMITTER-ID          PIC X(15).
           05 SRT-USAGE-IND             PIC X.
           05 SRT-BILLING-NPI           PIC X(10).
           05 SRT-PROVIDER-ID           PIC X(10).
           05 SRT-INTAKE-REF            PIC X(12).
           05 SRT-TRACKING-IMAGE        PIC X(387).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-BRS-FS                 PIC XX VALUE SPACES.
       01 WS-EDC-FS                 PIC XX VALUE SPACES.
       01 WS-ITK-FS                 PIC XX VALUE SPACES.
       01 WS-ICL-FS                 PIC XX VALUE SPACES.
       01 WS-ACK-FS                 PIC XX VALUE SPACES.
       01 WS-WRK-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-EDC-RELKEY             PIC 9(4) COMP VALUE 1.
       01 WS-RESULT-EOF-SW          PIC X VALUE 'N'.
          88 RESULT-FILE-EOF            VALUE 'Y'.
          88 RESULT-FILE-NOT-EOF        VALUE 'N'.
       01 WS-TRACK-EOF-SW           PIC X VALUE 'N'.
          88 TRACKING-FILE-EOF          VALUE 'Y'.
          88 TRACKING-FILE-NOT-EOF      VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-WORK-EOF-SW            PIC X VALUE 'N'.
          88 WORK-FILE-EOF              VALUE 'Y'.
          88 WORK-FILE-NOT-EOF          VALUE 'N'.
       01 WS-CONTROL-SW             PIC X VALUE 'N'.
          88 INTAKE-READY               VALUE 'Y'.
          88 INTAKE-NOT-READY           VALUE 'N'.
       01 WS-RESULTS-SW             PIC X VALUE 'N'.
          88 RESULTS-PRESENT            VALUE 'Y'.
          88 NO-RESULTS                 VALUE 'N'.
      ******************************************************************
      * USAGE OF THE INTERCHANGE EACH CLAIM ARRIVED IN, FROM THE
      * INTERCHANGE LOG.  CLAIMS ARE IN INTAKE REFERENCE ORDER, SO A
      * RUN OF THEM FROM ONE INTERCHANGE NEEDS ONE LOOK-UP.
      ******************************************************************
       01 WS-LOOKUP-LOG-KEY         PIC X(24) VALUE SPACES.
       01 WS-LOOKUP-USAGE           PIC X VALUE 'P'.
      ******************************************************************
      * THE SUBMITTER AND BILLING PROVIDER BEING ACKNOWLEDGED
      ******************************************************************
       01 WS-CURRENT-SUBMITTER.
          05 WS-CUR-SUBMITTER-QUAL  PIC X(2).
          05 WS-CUR-SUBMITTER-ID    PIC X(15).
          05 WS-CUR-USAGE-IND       PIC X.
       01 WS-CURRENT-PROVIDER.
          05 WS-CUR-BILLING-NPI     PIC X(10).
          05 WS-CUR-PROVIDER-ID     PIC X(10).
       01 WS-SUBMITTER-NAME         PIC X(35).
       01 WS-SUB-CLAIM-COUNT        PIC 9(7) VALUE 0.
       01 WS-SUB-ACCEPTED-COUNT     PIC 9(7) VALUE 0.
       01 WS-SUB-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01 WS-SUB-TOTAL-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUB-ACCEPTED-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUB-REJECTED-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-HL-NUMBER              PIC 9(9) VALUE 0.
       01 WS-PROVIDER-HL            PIC 9(9) VALUE 0.
       01 WS-DETAIL-SEG-COUNT       PIC 9(9) VALUE 0.
       01 WS-CLAIM-ACCEPTED-SW      PIC X.
          88 CLAIM-ACCEPTED             VALUE 'Y'.
          88 CLAIM-NOT-ACCEPTED         VALUE 'N'.
       01 WS-REJECT-TEXT            PIC X(60).
      ******************************************************************
      * X12 OUTPUT WORK AREAS (SAME HELPERS AS THE 835 IN IMSCEFTP)
      ******************************************************************
       01 WS-SEGMENT                PIC X(120).
       01 WS-SEG-PTR                PIC S9(4) COMP.
       01 WS-SEG-COUNT              PIC 9(9) VALUE 0.
       01 WS-SEG-TARGET-SW          PIC X VALUE 'A'.
          88 SEGMENT-TO-ACK-FILE        VALUE 'A'.
          88 SEGMENT-TO-WORK-FILE       VALUE 'W'.
       01 WS-X12-ELEMENT            PIC X(60).
       01 WS-X12-LEN                PIC S9(4) COMP.
       01 WS-X12-AMOUNT             PIC S9(11)V99 COMP-3.
       01 WS-X12-AMT-EDIT           PIC -(11)9.99.
       01 WS-X12-LEAD               PIC S9(4) COMP.
       01 WS-X12-NUMBER             PIC 9(9).
       01 WS-X12-NUM-EDIT           PIC Z(8)9.
       01 WS-ISA-CONTROL            PIC 9(9).
       01 WS-GS-CONTROL             PIC 9(9) VALUE 0.
      ******************************************************************
      * RUN DATE AND TIME
      ******************************************************************
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-CCYYMMDD.
          05 FILLER                 PIC 9(2).
          05 WS-RUN-YYMMDD          PIC 9(6).
       01 WS-RUN-HHMM               PIC 9(4).
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-TIME        PIC 9(8).
             10 FILLER              PIC X(5).
      ******************************************************************
      * RUNNING COUNTS FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-RESULT-COUNT           PIC 9(9) VALUE 0.
       01 WS-POSTED-COUNT           PIC 9(9) VALUE 0.
       01 WS-STILL-QUEUED-COUNT     PIC 9(9) VALUE 0.
       01 WS-ALREADY-ACKED-COUNT    PIC 9(9) VALUE 0.
       01 WS-UNKNOWN-REF-COUNT      PIC 9(9) VALUE 0.
       01 WS-POST-FAIL-COUNT        PIC 9(9) VALUE 0.
       01 WS-INTERCHANGE-COUNT      PIC 9(9) VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(9) VALUE 0.
       01 WS-MARK-FAIL-COUNT        PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RUN-DATE-CCYYMMDD
           MOVE WS-TEMP-TIME(1:4) TO WS-RUN-HHMM

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-EDI-CONTROL

           IF INTAKE-NOT-READY
               MOVE 'EDI CONTROL RECORD NOT SET UP - NO 277CA SENT'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM POST-BATCH-RESULTS

           SORT SORT-FILE
               ON ASCENDING KEY SRT-SUBMITTER-QUAL SRT-SUBMITTER-ID
                                SRT-USAGE-IND SRT-BILLING-NPI
                                SRT-PROVIDER-ID SRT-INTAKE-REF
               INPUT PROCEDURE IS SELECT-CLAIMS-TO-ACK
               OUTPUT PROCEDURE IS WRITE-ACKNOWLEDGMENTS

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-UNKNOWN-REF-COUNT > 0 OR WS-POST-FAIL-COUNT > 0 OR
              WS-MARK-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE RESULT FILE IS ABSENT WHEN
      * IMSCBATD HAS NOT REPLAYED AN 837 SINCE IT WAS LAST CLEARED;
      * THE CLAIMS REJECTED AT INTAKE ARE STILL ACKNOWLEDGED.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT BATCH-RESULT-FILE
           EVALUATE WS-BRS-FS
               WHEN '00'
                   SET RESULTS-PRESENT TO TRUE
               WHEN '05'
               WHEN '35'
                   SET NO-RESULTS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPEN OF BATCH-RESULT-FILE FAILED, FS='
                           WS-BRS-FS
                   STOP RUN
           END-EVALUATE

           OPEN I-O EDI-CONTROL-FILE
           IF WS-EDC-FS NOT = '00' AND WS-EDC-FS NOT = '05' AND
              WS-EDC-FS NOT = '35'
               DISPLAY 'OPEN OF EDI-CONTROL-FILE FAILED, FS='
                       WS-EDC-FS
               STOP RUN
           END-IF

           OPEN I-O INTAKE-TRACKING-FILE
           IF WS-ITK-FS NOT = '00'
               DISPLAY 'OPEN OF INTAKE-TRACKING-FILE FAILED, FS='
                       WS-ITK-FS
               STOP RUN
           END-IF

           OPEN INPUT INTERCHANGE-LOG-FILE
           IF WS-ICL-FS NOT = '00'
               DISPLAY 'OPEN OF INTERCHANGE-LOG-FILE FAILED, FS='
                       WS-ICL-FS
               STOP RUN
           END-IF

           OPEN OUTPUT ACK-277-FILE
           IF WS-ACK-FS NOT = '00'
               DISPLAY 'OPEN OF ACK-277-FILE FAILED, FS=' WS-ACK-FS
               STOP RUN
           END-IF

           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF ACK-REPORT-FILE FAILED, FS=' WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           IF RESULTS-PRESENT
               CLOSE BATCH-RESULT-FILE
           END-IF
           CLOSE EDI-CONTROL-FILE
           CLOSE INTAKE-TRACKING-FILE
           CLOSE INTERCHANGE-LOG-FILE
           CLOSE ACK-277-FILE
           CLOSE ACK-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE EDI CONTROL RECORD.  THE 277CA NEEDS OUR
      * INTERCHANGE ID AND THE PAYER NAME AND ID.
      ******************************************************************
       READ-EDI-CONTROL.
      *
           SET INTAKE-NOT-READY TO TRUE
           IF WS-EDC-FS = '00'
               READ EDI-CONTROL-FILE
               IF WS-EDC-FS = '00' AND
                  EDC-OUR-ISA-QUAL NOT = SPACES AND
                  EDC-OUR-ISA-ID NOT = SPACES AND
                  EDC-PAYER-NAME NOT = SPACES AND
                  EDC-PAYER-ID NOT = SPACES AND
                  EDC-LAST-ISA-CTL NUMERIC
                   SET INTAKE-READY TO TRUE
               ELSE
                   DISPLAY 'EDI CONTROL RECORD MISSING OR INVALID, FS='
                           WS-EDC-FS
               END-IF
           ELSE
               DISPLAY 'EDI CONTROL FILE NOT LOADED, FS=' WS-EDC-FS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE THE NEXT INTERCHANGE CONTROL NUMBER AND
      * REWRITE THE CONTROL RECORD STRAIGHT AWAY, SO A RUN THAT FAILS
      * PART WAY NEVER REISSUES ONE
      ******************************************************************
       NEXT-ISA-CONTROL.
      *
           IF EDC-LAST-ISA-CTL = 999999999
               MOVE 1 TO EDC-LAST-ISA-CTL
           ELSE
               ADD 1 TO EDC-LAST-ISA-CTL
           END-IF
           MOVE EDC-LAST-ISA-CTL TO WS-ISA-CONTROL

           REWRITE EDI-CONTROL-RECORD
           IF WS-EDC-FS NOT = '00'
               DISPLAY 'REWRITE OF EDI-CONTROL-FILE FAILED, FS='
                       WS-EDC-FS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO POST THE REPLAY RESULTS TO THE TRACKING FILE
      ******************************************************************
       POST-BATCH-RESULTS.
      *
           IF RESULTS-PRESENT
               PERFORM READ-RESULT-RECORD
               PERFORM UNTIL RESULT-FILE-EOF
                   ADD 1 TO WS-RESULT-COUNT
                   PERFORM POST-RESULT
                   PERFORM READ-RESULT-RECORD
               END-PERFORM
           ELSE
               MOVE 'NO BATCH RESULT FILE - INTAKE REJECTS ONLY'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT BATCH RESULT RECORD
      ******************************************************************
       READ-RESULT-RECORD.
      *
           READ BATCH-RESULT-FILE
               AT END
                   SET RESULT-FILE-EOF TO TRUE
           END-READ

           IF RESULT-FILE-NOT-EOF AND WS-BRS-FS NOT = '00'
               DISPLAY 'READ OF BATCH-RESULT-FILE FAILED, FS='
                       WS-BRS-FS
               SET RESULT-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO POST ONE RESULT.  THE RESULT FILE IS IN REPLAY
      * ORDER, SO WHEN A RESTART REPLAYED A CLAIM TWICE THE LATER
      * RESULT IS POSTED OVER THE EARLIER ONE.  A CLAIM ALREADY
      * ACKNOWLEDGED IS LEFT AS THE SUBMITTER WAS TOLD.  A CLAIM THE
      * REPLAY LEFT IN ERROR GOES BACK TO QUEUED WITH THE ERROR TEXT.
      ******************************************************************
       POST-RESULT.
      *
           MOVE BRS-INTAKE-REF TO ITK-INTAKE-REF
           READ INTAKE-TRACKING-FILE
               KEY IS ITK-INTAKE-REF
           END-READ

           EVALUATE TRUE
               WHEN WS-ITK-FS NOT = '00'
                   ADD 1 TO WS-UNKNOWN-REF-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'RESULT FOR UNKNOWN INTAKE REF '
                       BRS-INTAKE-REF ' CLAIM ' BRS-CLAIMNO
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN ITK-ACKNOWLEDGED
                   ADD 1 TO WS-ALREADY-ACKED-COUNT
               WHEN BRS-CLAIM-STATUS = 'ERROR'
                   SET ITK-QUEUED TO TRUE
                   MOVE SPACES TO ITK-CLAIMNO ITK-CLAIM-STATUS
                   MOVE 0 TO ITK-DECIDED-DATE
                   MOVE BRS-RESULT-TEXT TO ITK-RESULT-TEXT
                   PERFORM REWRITE-TRACKING-RESULT
                   ADD 1 TO WS-STILL-QUEUED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'NOT DECIDED, LEFT QUEUED  ' BRS-INTAKE-REF
                       ' CLAIM ' BRS-CLAIMNO
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   SET ITK-DECIDED TO TRUE
                   MOVE BRS-CLAIMNO TO ITK-CLAIMNO
                   MOVE BRS-CLAIM-STATUS TO ITK-CLAIM-STATUS
                   MOVE BRS-RUN-DATE TO ITK-DECIDED-DATE
                   MOVE BRS-RESULT-TEXT TO ITK-RESULT-TEXT
                   PERFORM REWRITE-TRACKING-RESULT
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO REWRITE A TRACKING RECORD WITH ITS REPLAY RESULT
      ******************************************************************
       REWRITE-TRACKING-RESULT.
      *
           REWRITE INTAKE-TRACKING-RECORD
           IF WS-ITK-FS NOT = '00'
               ADD 1 TO WS-POST-FAIL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'RESULT NOT POSTED, FS=' WS-ITK-FS ' '
                   BRS-INTAKE-REF ' CLAIM ' BRS-CLAIMNO
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE '837 CLAIM ACKNOWLEDGMENT (277CA) REPORT'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE ' WS-RUN-DATE-CCYYMMDD ' ' WS-RUN-HHMM
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

           MOVE WS-RESULT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'REPLAY RESULTS READ  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RESULTS POSTED . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-STILL-QUEUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'LEFT QUEUED (ERROR)  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ALREADY-ACKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALREADY ACKNOWLEDGED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-UNKNOWN-REF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNKNOWN INTAKE REFS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-INTERCHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '277CA INTERCHANGES . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS ACCEPTED  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS REJECTED  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-POST-FAIL-COUNT > 0 OR WS-MARK-FAIL-COUNT > 0
               COMPUTE WS-EDIT-COUNT =
                   WS-POST-FAIL-COUNT + WS-MARK-FAIL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRACKING UPDATES FAILED : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE TRACKING FILE AND RELEASE EVERY
      * CLAIM DECIDED BY THE REPLAY OR REJECTED AT INTAKE THAT HAS NOT
      * BEEN ACKNOWLEDGED, WITH THE USAGE OF THE INTERCHANGE IT CAME
      * IN ON
      ******************************************************************
       SELECT-CLAIMS-TO-ACK SECTION.
      *
           MOVE LOW-VALUES TO ITK-INTAKE-REF
           START INTAKE-TRACKING-FILE
               KEY IS NOT LESS THAN ITK-INTAKE-REF
           END-START
           IF WS-ITK-FS = '00'
               PERFORM READ-TRACKING-RECORD
           ELSE
               SET TRACKING-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL TRACKING-FILE-EOF
               IF (ITK-DECIDED OR ITK-INTAKE-REJECTED) AND
                  NOT ITK-ACKNOWLEDGED
                   PERFORM LOOK-UP-USAGE
                   MOVE ITK-SUBMITTER-QUAL    TO SRT-SUBMITTER-QUAL
                   MOVE ITK-SUBMITTER-ID      TO SRT-SUBMITTER-ID
                   MOVE WS-LOOKUP-USAGE       TO SRT-USAGE-IND
                   MOVE ITK-BILLING-NPI       TO SRT-BILLING-NPI
                   MOVE ITK-PROVIDER-ID       TO SRT-PROVIDER-ID
                   MOVE ITK-INTAKE-REF        TO SRT-INTAKE-REF
                   MOVE INTAKE-TRACKING-RECORD TO SRT-TRACKING-IMAGE
                   RELEASE SORT-RECORD
               END-IF
               PERFORM READ-TRACKING-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED CLAIMS AND WRITE A 277CA
      * FOR EACH SUBMITTER AND USAGE, WITH A PROVIDER LOOP FOR EACH
      * BILLING PROVIDER AND A PATIENT LOOP FOR EACH CLAIM
      ******************************************************************
       WRITE-ACKNOWLEDGMENTS SECTION.
      *
           MOVE SPACES TO WS-CURRENT-SUBMITTER WS-CURRENT-PROVIDER
           PERFORM RETURN-SORTED-CLAIM
           PERFORM UNTIL SORT-FILE-EOF
               IF SRT-SUBMITTER-QUAL NOT = WS-CUR-SUBMITTER-QUAL OR
                  SRT-SUBMITTER-ID NOT = WS-CUR-SUBMITTER-ID OR
                  SRT-USAGE-IND NOT = WS-CUR-USAGE-IND
                   IF WS-SUB-CLAIM-COUNT > 0
                       PERFORM FINISH-SUBMITTER
                   END-IF
                   PERFORM START-SUBMITTER
               END-IF
               IF SRT-BILLING-NPI NOT = WS-CUR-BILLING-NPI OR
                  SRT-PROVIDER-ID NOT = WS-CUR-PROVIDER-ID
                   PERFORM START-PROVIDER
               END-IF
               PERFORM ACKNOWLEDGE-CLAIM
               PERFORM RETURN-SORTED-CLAIM
           END-PERFORM

           IF WS-SUB-CLAIM-COUNT > 0
               PERFORM FINISH-SUBMITTER
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       ACK-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT TRACKING RECORD
      ******************************************************************
       READ-TRACKING-RECORD.
      *
           READ INTAKE-TRACKING-FILE NEXT RECORD
               AT END
                   SET TRACKING-FILE-EOF TO TRUE
           END-READ

           IF TRACKING-FILE-NOT-EOF AND WS-ITK-FS NOT = '00'
               DISPLAY 'READ OF INTAKE-TRACKING-FILE FAILED, FS='
                       WS-ITK-FS
               SET TRACKING-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE USAGE (TEST OR PRODUCTION) OF THE
      * INTERCHANGE THE CLAIM CAME IN ON.  A CLAIM WHOSE INTERCHANGE
      * IS NOT ON THE LOG IS TAKEN AS PRODUCTION.
      ******************************************************************
       LOOK-UP-USAGE.
      *
           IF ITK-SUBMITTER-ID NOT = WS-LOOKUP-LOG-KEY(1:15) OR
              ITK-ISA-CONTROL NOT = WS-LOOKUP-LOG-KEY(16:9)
               MOVE ITK-SUBMITTER-ID TO WS-LOOKUP-LOG-KEY(1:15)
               MOVE ITK-ISA-CONTROL TO WS-LOOKUP-LOG-KEY(16:9)
               MOVE ITK-SUBMITTER-ID TO ICL-SENDER-ID
               MOVE ITK-ISA-CONTROL TO ICL-ISA-CONTROL
               READ INTERCHANGE-LOG-FILE
               IF WS-ICL-FS = '00' AND ICL-TEST
                   MOVE 'T' TO WS-LOOKUP-USAGE
               ELSE
                   MOVE 'P' TO WS-LOOKUP-USAGE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED CLAIM
      ******************************************************************
       RETURN-SORTED-CLAIM.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO START A NEW SUBMITTER.  ITS PROVIDER AND CLAIM
      * LOOPS GO TO THE WORK FILE UNTIL ITS TOTALS ARE KNOWN; HL 1 AND
      * HL 2 ARE THE PAYER AND SUBMITTER LEVELS WRITTEN AHEAD OF THEM.
      ******************************************************************
       START-SUBMITTER.
      *
           MOVE SRT-SUBMITTER-QUAL TO WS-CUR-SUBMITTER-QUAL
           MOVE SRT-SUBMITTER-ID TO WS-CUR-SUBMITTER-ID
           MOVE SRT-USAGE-IND TO WS-CUR-USAGE-IND
           MOVE SPACES TO WS-CURRENT-PROVIDER
           MOVE SRT-TRACKING-IMAGE TO INTAKE-TRACKING-RECORD
           MOVE ITK-SUBMITTER-NAME TO WS-SUBMITTER-NAME
           IF WS-SUBMITTER-NAME = SPACES
               MOVE ITK-SUBMITTER-ID TO WS-SUBMITTER-NAME
           END-IF

           MOVE 0 TO WS-SUB-CLAIM-COUNT WS-SUB-ACCEPTED-COUNT
                     WS-SUB-REJECTED-COUNT
           MOVE 0 TO WS-SUB-TOTAL-AMT WS-SUB-ACCEPTED-AMT
                     WS-SUB-REJECTED-AMT
           MOVE 2 TO WS-HL-NUMBER
           MOVE 0 TO WS-SEG-COUNT

           OPEN OUTPUT CLAIM-WORK-FILE
           IF WS-WRK-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-WORK-FILE FAILED, FS=' WS-WRK-FS
               STOP RUN
           END-IF
           SET SEGMENT-TO-WORK-FILE TO TRUE
           .
      ******************************************************************
      * ROUTINE TO START A BILLING PROVIDER LOOP (2000C/2100C/2200C)
      ******************************************************************
       START-PROVIDER.
      *
           MOVE SRT-BILLING-NPI TO WS-CUR-BILLING-NPI
           MOVE SRT-PROVIDER-ID TO WS-CUR-PROVIDER-ID
           MOVE SRT-TRACKING-IMAGE TO INTAKE-TRACKING-RECORD
           ADD 1 TO WS-HL-NUMBER
           MOVE WS-HL-NUMBER TO WS-PROVIDER-HL

           PERFORM START-SEGMENT
           STRING 'HL' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-PROVIDER-HL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           STRING '*2*19*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'NM1*85*2' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE ITK-BILLING-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF ITK-BILLING-NPI NOT = SPACES
               STRING '*****XX' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE ITK-BILLING-NPI TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'TRN*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE ITK-PROVIDER-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO WRITE A CLAIM'S PATIENT LOOP (2000D/2100D/2200D)
      * AND MARK THE CLAIM ACKNOWLEDGED.  A CLAIM THE REPLAY TOOK INTO
      * ADJUDICATION (ACCEPTED OR HELD FOR REVIEW) IS ACKNOWLEDGED
      * A2:20; ONE IT REJECTED, OR ONE REJECTED AT INTAKE, IS
      * RETURNED A3:21 WITH THE REASON IN STC12.
      ******************************************************************
       ACKNOWLEDGE-CLAIM.
      *
           MOVE SRT-TRACKING-IMAGE TO INTAKE-TRACKING-RECORD
           IF ITK-DECIDED AND ITK-CLAIM-STATUS NOT = 'REJECTED'
               SET CLAIM-ACCEPTED TO TRUE
           ELSE
               SET CLAIM-NOT-ACCEPTED TO TRUE
               MOVE ITK-RESULT-TEXT TO WS-REJECT-TEXT
               IF WS-REJECT-TEXT = SPACES
                   MOVE 'CLAIM REJECTED' TO WS-REJECT-TEXT
               END-IF
           END-IF
           ADD 1 TO WS-HL-NUMBER

           PERFORM START-SEGMENT
           STRING 'HL' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-HL-NUMBER TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-PROVIDER-HL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           STRING '*PT' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'NM1*QC*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE ITK-MEMBER-LAST-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE ITK-MEMBER-FIRST-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF ITK-MEMBER-ID NOT = SPACES
               STRING '****MI' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE ITK-MEMBER-ID TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'TRN*2' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE ITK-PATIENT-CTL-NO TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           IF CLAIM-ACCEPTED
               STRING 'STC*A2:20' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           ELSE
               STRING 'STC*A3:21' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           END-IF
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF CLAIM-ACCEPTED
               MOVE 'WQ' TO WS-X12-ELEMENT
           ELSE
               MOVE 'U' TO WS-X12-ELEMENT
           END-IF
           PERFORM ADD-X12-TEXT
           MOVE ITK-CHARGE-AMT TO WS-X12-AMOUNT
           PERFORM ADD-X12-AMOUNT
           IF CLAIM-NOT-ACCEPTED
               STRING '*******' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-REJECT-TEXT TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT

           IF ITK-CLAIMNO NOT = SPACES
               PERFORM START-SEGMENT
               STRING 'REF*1K' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE ITK-CLAIMNO TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
               PERFORM END-SEGMENT
           END-IF

           IF ITK-SERVICE-DATE NUMERIC AND ITK-SERVICE-DATE > 0
               PERFORM START-SEGMENT
               STRING 'DTP*472*D8' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE ITK-SERVICE-DATE TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
               PERFORM END-SEGMENT
           END-IF

           ADD 1 TO WS-SUB-CLAIM-COUNT
           ADD ITK-CHARGE-AMT TO WS-SUB-TOTAL-AMT
           IF CLAIM-ACCEPTED
               ADD 1 TO WS-SUB-ACCEPTED-COUNT
               ADD ITK-CHARGE-AMT TO WS-SUB-ACCEPTED-AMT
           ELSE
               ADD 1 TO WS-SUB-REJECTED-COUNT
               ADD ITK-CHARGE-AMT TO WS-SUB-REJECTED-AMT
           END-IF

           PERFORM MARK-CLAIM-ACKNOWLEDGED
           .
      ******************************************************************
      * ROUTINE TO MARK A CLAIM ACKNOWLEDGED ON THE TRACKING FILE
      ******************************************************************
       MARK-CLAIM-ACKNOWLEDGED.
      *
           READ INTAKE-TRACKING-FILE
               KEY IS ITK-INTAKE-REF
           END-READ
           IF WS-ITK-FS = '00'
               SET ITK-ACKNOWLEDGED TO TRUE
               MOVE WS-RUN-DATE-CCYYMMDD TO ITK-ACK-DATE
               REWRITE INTAKE-TRACKING-RECORD
           END-IF
           IF WS-ITK-FS NOT = '00'
               ADD 1 TO WS-MARK-FAIL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'ACKNOWLEDGED BUT NOT MARKED, FS=' WS-ITK-FS
                   ' ' ITK-INTAKE-REF
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH A SUBMITTER: WRITE ITS 277CA INTERCHANGE
      * (ISA, GS*HN, ST, BHT, THE PAYER AND SUBMITTER LEVELS WITH THE
      * SUBMITTER'S TOTALS), COPY IN ITS PROVIDER AND CLAIM LOOPS
      * FROM THE WORK FILE AND CLOSE IT OFF
      ******************************************************************
       FINISH-SUBMITTER.
      *
           CLOSE CLAIM-WORK-FILE
           MOVE WS-SEG-COUNT TO WS-DETAIL-SEG-COUNT
           SET SEGMENT-TO-ACK-FILE TO TRUE
           PERFORM NEXT-ISA-CONTROL

           MOVE SPACES TO WS-SEGMENT
           STRING 'ISA*00*          *00*          *'
               EDC-OUR-ISA-QUAL '*' EDC-OUR-ISA-ID '*'
               WS-CUR-SUBMITTER-QUAL '*' WS-CUR-SUBMITTER-ID '*'
               WS-RUN-YYMMDD '*' WS-RUN-HHMM '*^*00501*'
               WS-ISA-CONTROL '*0*' WS-CUR-USAGE-IND '*:~'
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE ACK-RECORD FROM WS-SEGMENT

           PERFORM START-SEGMENT
           STRING 'GS*HN' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE EDC-OUR-ISA-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-CUR-SUBMITTER-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-HHMM TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           STRING '*X*005010X214' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           MOVE 0 TO WS-SEG-COUNT
           PERFORM START-SEGMENT
           STRING 'ST*277*0001*005010X214' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'BHT*0085*08' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-HHMM TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           STRING '*TH' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM WRITE-PAYER-LEVEL
           PERFORM WRITE-SUBMITTER-LEVEL
           PERFORM COPY-WORK-FILE
           ADD WS-DETAIL-SEG-COUNT TO WS-SEG-COUNT

           PERFORM START-SEGMENT
           STRING 'SE' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           COMPUTE WS-X12-NUMBER = WS-SEG-COUNT + 1
           PERFORM ADD-X12-NUMBER
           STRING '*0001' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'GE*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'IEA*1*' WS-ISA-CONTROL DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           ADD 1 TO WS-INTERCHANGE-COUNT
           ADD WS-SUB-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT
           ADD WS-SUB-REJECTED-COUNT TO WS-REJECTED-COUNT
           PERFORM WRITE-SUBMITTER-LINE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE INFORMATION SOURCE (PAYER) LEVEL, HL 1
      ******************************************************************
       WRITE-PAYER-LEVEL.
      *
           PERFORM START-SEGMENT
           STRING 'HL*1**20*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'NM1*PR*2' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE EDC-PAYER-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           STRING '*****PI' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE EDC-PAYER-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'TRN*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'DTP*050*D8' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'DTP*009*D8' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO WRITE THE INFORMATION RECEIVER (SUBMITTER) LEVEL,
      * HL 2, WITH THE COUNTS AND CHARGES ACCEPTED AND REJECTED
      ******************************************************************
       WRITE-SUBMITTER-LEVEL.
      *
           PERFORM START-SEGMENT
           STRING 'HL*2*1*21*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'NM1*41*2' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-SUBMITTER-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           STRING '*****46' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-CUR-SUBMITTER-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'TRN*2' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'STC*A1:19:PR' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE 'WQ' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-SUB-TOTAL-AMT TO WS-X12-AMOUNT
           PERFORM ADD-X12-AMOUNT
           PERFORM END-SEGMENT

           IF WS-SUB-ACCEPTED-COUNT > 0
               PERFORM START-SEGMENT
               STRING 'QTY*90' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-SUB-ACCEPTED-COUNT TO WS-X12-NUMBER
               PERFORM ADD-X12-NUMBER
               PERFORM END-SEGMENT
           END-IF
           IF WS-SUB-REJECTED-COUNT > 0
               PERFORM START-SEGMENT
               STRING 'QTY*AA' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-SUB-REJECTED-COUNT TO WS-X12-NUMBER
               PERFORM ADD-X12-NUMBER
               PERFORM END-SEGMENT
           END-IF
           IF WS-SUB-ACCEPTED-COUNT > 0
               PERFORM START-SEGMENT
               STRING 'AMT*YU' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-SUB-ACCEPTED-AMT TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF
           IF WS-SUB-REJECTED-COUNT > 0
               PERFORM START-SEGMENT
               STRING 'AMT*YY' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-SUB-REJECTED-AMT TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COPY THE SUBMITTER'S PROVIDER AND CLAIM LOOPS FROM
      * THE WORK FILE INTO THE 277CA
      ******************************************************************
       COPY-WORK-FILE.
      *
           OPEN INPUT CLAIM-WORK-FILE
           IF WS-WRK-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-WORK-FILE FAILED, FS=' WS-WRK-FS
               STOP RUN
           END-IF
           SET WORK-FILE-NOT-EOF TO TRUE
           PERFORM READ-WORK-RECORD
           PERFORM UNTIL WORK-FILE-EOF
               WRITE ACK-RECORD FROM CLAIM-WORK-RECORD
               PERFORM READ-WORK-RECORD
           END-PERFORM
           CLOSE CLAIM-WORK-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT WORK FILE SEGMENT
      ******************************************************************
       READ-WORK-RECORD.
      *
           READ CLAIM-WORK-FILE
               AT END
                   SET WORK-FILE-EOF TO TRUE
           END-READ

           IF WORK-FILE-NOT-EOF AND WS-WRK-FS NOT = '00'
               DISPLAY 'READ OF CLAIM-WORK-FILE FAILED, FS=' WS-WRK-FS
               SET WORK-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO START BUILDING A NEW SEGMENT
      ******************************************************************
       START-SEGMENT.
      *
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           .
      ******************************************************************
      * ROUTINE TO TERMINATE THE SEGMENT BEING BUILT, WRITE IT TO THE
      * 277CA OR, WHILE A SUBMITTER'S LOOPS ARE BEING HELD, TO THE
      * WORK FILE, AND COUNT IT FOR THE SE
      ******************************************************************
       END-SEGMENT.
      *
           STRING '~' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           IF SEGMENT-TO-WORK-FILE
               WRITE CLAIM-WORK-RECORD FROM WS-SEGMENT
               IF WS-WRK-FS NOT = '00'
                   DISPLAY 'WRITE OF CLAIM-WORK-FILE FAILED, FS='
                           WS-WRK-FS
                   STOP RUN
               END-IF
           ELSE
               WRITE ACK-RECORD FROM WS-SEGMENT
               IF WS-ACK-FS NOT = '00'
                   DISPLAY 'WRITE OF ACK-277-FILE FAILED, FS='
                           WS-ACK-FS
               END-IF
           END-IF
           ADD 1 TO WS-SEG-COUNT
           .
      ******************************************************************
      * ROUTINE TO APPEND A TEXT ELEMENT (WS-X12-ELEMENT) WITHOUT ITS
      * TRAILING SPACES; A BLANK ELEMENT IS LEFT EMPTY.  NAMES AND
      * REASONS ARE FREE TEXT, SO ANY OF OUR SEPARATORS IN THEM ARE
      * BLANKED OUT FIRST.
      ******************************************************************
       ADD-X12-TEXT.
      *
           INSPECT WS-X12-ELEMENT REPLACING ALL '*' BY SPACE
                                            ALL '~' BY SPACE
                                            ALL ':' BY SPACE
                                            ALL '^' BY SPACE
           PERFORM FIND-ELEMENT-LENGTH
           IF WS-X12-LEN > 0
               STRING '*' WS-X12-ELEMENT(1:WS-X12-LEN)
                   DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           ELSE
               STRING '*' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE LENGTH OF WS-X12-ELEMENT WITHOUT ITS
      * TRAILING SPACES (ZERO WHEN IT IS ALL SPACES)
      ******************************************************************
       FIND-ELEMENT-LENGTH.
      *
           MOVE 60 TO WS-X12-LEN
           PERFORM UNTIL WS-X12-LEN = 0
                   OR WS-X12-ELEMENT(WS-X12-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-X12-LEN
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO APPEND AN AMOUNT ELEMENT (WS-X12-AMOUNT) WITHOUT
      * LEADING ZEROS
      ******************************************************************
       ADD-X12-AMOUNT.
      *
           MOVE WS-X12-AMOUNT TO WS-X12-AMT-EDIT
           MOVE 0 TO WS-X12-LEAD
           INSPECT WS-X12-AMT-EDIT TALLYING WS-X12-LEAD
               FOR LEADING SPACES
           STRING '*' WS-X12-AMT-EDIT(WS-X12-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           .
      ******************************************************************
      * ROUTINE TO APPEND A COUNT OR CONTROL NUMBER ELEMENT
      * (WS-X12-NUMBER) WITHOUT ITS LEADING ZEROS
      ******************************************************************
       ADD-X12-NUMBER.
      *
           MOVE WS-X12-NUMBER TO WS-X12-NUM-EDIT
           MOVE 0 TO WS-X12-LEAD
           INSPECT WS-X12-NUM-EDIT TALLYING WS-X12-LEAD
               FOR LEADING SPACES
           STRING '*' WS-X12-NUM-EDIT(WS-X12-LEAD + 1:)
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           .
      ******************************************************************
      * ROUTINE TO LIST ONE 277CA SENT
      ******************************************************************
       WRITE-SUBMITTER-LINE.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING '277CA ' WS-ISA-CONTROL ' TO '
               WS-CUR-SUBMITTER-QUAL ' ' WS-CUR-SUBMITTER-ID
               ' USAGE ' WS-CUR-USAGE-IND
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE '  ACCEPTED' TO REPORT-RECORD(1:10)
           MOVE WS-SUB-ACCEPTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO REPORT-RECORD(11:11)
           MOVE WS-SUB-ACCEPTED-AMT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-RECORD(23:15)
           MOVE 'REJECTED' TO REPORT-RECORD(40:8)
           MOVE WS-SUB-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO REPORT-RECORD(48:11)
           MOVE WS-SUB-REJECTED-AMT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-RECORD(60:15)
           WRITE REPORT-RECORD
           .
