       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSC837I.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Inbound X12 837 claim intake.  Clearinghouses send standard    *
      * 837 professional (005010X222A1) and dental (005010X224A2)      *
      * interchanges; this job turns them into the IMSC2BAT request    *
      * file that IMSCBATD replays:                                    *
      *  (a) the input is read as one stream of segments, using the    *
      *      element, component and segment separators its ISA         *
      *      declares, whatever record length it arrived in;           *
      *  (b) each claim (CLM) becomes a 'REF' record carrying the      *
      *      intake reference assigned here, a 'LIN' record per        *
      *      service line (LX, SV1 or SV3, DTP*472) and the claim      *
      *      record itself, between the HDR/TRL control records;       *
      *  (c) structural errors are answered on a 999 (005010X231A1):   *
      *      a bad claim is dropped and reported with IK3/IK4, a bad   *
      *      transaction set or functional group is rejected whole,    *
      *      and nothing is taken from a rejected one;                 *
      *  (d) every claim taken is recorded on the tracking file (see   *
      *      IMSC2ITK) so IMSC277C can send its 277CA once IMSCBATD    *
      *      has run.  A claim that is sound X12 but cannot be billed  *
      *      to us as sent (a dependent patient loop, no member or     *
      *      provider ID, no service date) is tracked as rejected at   *
      *      intake and answered on the 277CA without a replay;        *
      *  (e) every interchange is logged (see IMSC2ICL), including a   *
      *      repeat of one already taken, which is not processed       *
      *      again, and a file with no readable ISA.                   *
      * The billing provider is the payer-assigned number (REF*G2 in   *
      * loop 2010BB) when one is sent, else the NPI from NM1*85.       *
      * Return code 4 means something was rejected or skipped; 8       *
      * means intake is not set up (see IMSC2EDC) or part of the       *
      * input could not be read at all.                                *
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
           SELECT INBOUND-837-FILE ASSIGN TO CLM837IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.

           SELECT EDI-CONTROL-FILE ASSIGN TO CLMEDICTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EDC-RELKEY
               FILE STATUS IS WS-EDC-FS.

           SELECT CLAIM-SEQ-FILE ASSIGN TO CLMSEQ
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEQ-RELKEY
               FILE STATUS IS WS-SEQ-FS.

           SELECT INTERCHANGE-LOG-FILE ASSIGN TO CLMICLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICL-LOG-KEY
               FILE STATUS IS WS-ICL-FS.

           SELECT INTAKE-TRACKING-FILE ASSIGN TO CLMITRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITK-INTAKE-REF
               FILE STATUS IS WS-ITK-FS.

           SELECT BATCH-REQUEST-FILE ASSIGN TO CLM837OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAT-FS.

           SELECT ACK-999-FILE ASSIGN TO CLM999
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FS.

           SELECT STAGING-FILE ASSIGN TO CLM837WK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STG-FS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO CLM837RPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  INBOUND-837-FILE
           RECORDING MODE IS F.
       01  INBOUND-837-RECORD           PIC X(80).

       FD  EDI-CONTROL-FILE
           RECORDING MODE IS F.
       COPY IMSC2EDC.

       FD  CLAIM-SEQ-FILE.
       COPY IMSC2SEQ.

       FD  INTERCHANGE-LOG-FILE.
       COPY IMSC2ICL.

       FD  INTAKE-TRACKING-FILE.
       COPY IMSC2ITK.

       FD  BATCH-REQUEST-FILE
           RECORDING MODE IS F.
       COPY IMSC2BAT.

       FD  ACK-999-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                   PIC X(120).

      * ONE INTERCHANGE'S CLAIMS ARE STAGED HERE UNTIL ITS 999 IS
      * DECIDED: A CLAIM RECORD (THE IMSC2BAT CLAIM AND ITS TRACKING
      * IMAGE) FOLLOWED BY ITS LINE RECORDS, EACH TAGGED WITH THE
      * ORDINAL OF THE TRANSACTION SET IT CAME FROM
       FD  STAGING-FILE
           RECORDING MODE IS F.
       01  STAGE-RECORD.
           05 STG-ST-ORDINAL            PIC 9(5).
           05 STG-RECORD-TYPE           PIC X.
              88 STG-IS-CLAIM               VALUE 'C'.
              88 STG-IS-LINE                VALUE 'L'.
           05 STG-CLAIM-REQUEST.
              10 STG-CLAIMTYPE          PIC X(10).
              10 STG-CLAIMAMT           PIC S9(9)V99 COMP-3.
              10 STG-MEMBER-ID          PIC X(12).
              10 STG-PROVIDER-ID        PIC X(10).
              10 STG-SERVICE-DATE       PIC 9(8).
           05 STG-TRACKING-IMAGE        PIC X(387).
       01  STAGE-LINE-RECORD.
           05 FILLER                    PIC X(6).
           05 STG-LINE-NO               PIC 9(3).
           05 STG-LINE-PROC             PIC X(7).
           05 STG-LINE-AMT              PIC S9(9)V99 COMP-3.
           05 STG-LINE-DATE             PIC 9(8).
           05 FILLER                    PIC X(409).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-IN-FS                  PIC XX VALUE SPACES.
       01 WS-EDC-FS                 PIC XX VALUE SPACES.
       01 WS-SEQ-FS                 PIC XX VALUE SPACES.
       01 WS-ICL-FS                 PIC XX VALUE SPACES.
       01 WS-ITK-FS                 PIC XX VALUE SPACES.
       01 WS-BAT-FS                 PIC XX VALUE SPACES.
       01 WS-ACK-FS                 PIC XX VALUE SPACES.
       01 WS-STG-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-EDC-RELKEY             PIC 9(4) COMP VALUE 1.
      ******************************************************************
      * RELATIVE RECORD KEY INTO CLAIM-SEQ-FILE FOR THE INTAKE
      * REFERENCE SEQUENCE.  IMSCBLJC, IMSCBATD, IMSCBLJG AND IMSCTSTD
      * OWN RECORDS 1 TO 4 OF THE SAME FILE.
      ******************************************************************
       01 WS-SEQ-RELKEY             PIC 9(4) COMP VALUE 5.
       01 WS-INTAKE-SW              PIC X VALUE 'N'.
          88 INTAKE-READY               VALUE 'Y'.
          88 INTAKE-NOT-READY           VALUE 'N'.
       01 WS-IN-EOF-SW              PIC X VALUE 'N'.
          88 INPUT-EOF                  VALUE 'Y'.
          88 INPUT-NOT-EOF              VALUE 'N'.
       01 WS-SEG-STATUS-SW          PIC X VALUE 'E'.
          88 SEGMENT-READ               VALUE 'S'.
          88 SEGMENT-EOF                VALUE 'E'.
          88 SEGMENT-TRUNCATED          VALUE 'T'.
          88 SEGMENT-UNREADABLE         VALUE 'U'.
       01 WS-INTERCHANGE-SW         PIC X VALUE 'N'.
          88 INTERCHANGE-OPEN           VALUE 'Y'.
          88 INTERCHANGE-CLOSED         VALUE 'N'.
       01 WS-IEA-SW                 PIC X VALUE 'N'.
          88 IEA-RECEIVED               VALUE 'Y'.
          88 IEA-NOT-RECEIVED           VALUE 'N'.
       01 WS-SKIP-SW                PIC X VALUE 'N'.
          88 INTERCHANGE-SKIPPED        VALUE 'Y'.
          88 INTERCHANGE-TAKEN          VALUE 'N'.
       01 WS-DUPLICATE-SW           PIC X VALUE 'N'.
          88 DUPLICATE-INTERCHANGE      VALUE 'Y'.
          88 NEW-INTERCHANGE            VALUE 'N'.
       01 WS-GROUP-SW               PIC X VALUE 'N'.
          88 GROUP-OPEN                 VALUE 'Y'.
          88 GROUP-CLOSED               VALUE 'N'.
       01 WS-GROUP-SUPPORT-SW       PIC X VALUE 'Y'.
          88 GROUP-SUPPORTED            VALUE 'Y'.
          88 GROUP-NOT-SUPPORTED        VALUE 'N'.
       01 WS-GROUP-ERROR-SW         PIC X VALUE 'N'.
          88 GROUP-HAS-ERRORS           VALUE 'Y'.
          88 GROUP-NO-ERRORS            VALUE 'N'.
       01 WS-TXN-SW                 PIC X VALUE 'N'.
          88 TRANSACTION-OPEN           VALUE 'Y'.
          88 TRANSACTION-CLOSED         VALUE 'N'.
       01 WS-TXN-REJECT-SW          PIC X VALUE 'N'.
          88 TRANSACTION-REJECTED       VALUE 'Y'.
          88 TRANSACTION-NOT-REJECTED   VALUE 'N'.
       01 WS-CLAIM-SW               PIC X VALUE 'N'.
          88 CLAIM-OPEN                 VALUE 'Y'.
          88 CLAIM-CLOSED               VALUE 'N'.
       01 WS-CLAIM-ERROR-SW         PIC X VALUE 'N'.
          88 CLAIM-IN-ERROR             VALUE 'Y'.
          88 CLAIM-NOT-IN-ERROR         VALUE 'N'.
       01 WS-LINE-LIMIT-SW          PIC X VALUE 'N'.
          88 LINE-LIMIT-REPORTED        VALUE 'Y'.
          88 LINE-LIMIT-NOT-REPORTED    VALUE 'N'.
       01 WS-PATIENT-SW             PIC X VALUE 'S'.
          88 PATIENT-IS-SUBSCRIBER      VALUE 'S'.
          88 PATIENT-IS-DEPENDENT       VALUE 'D'.
       01 WS-DATE-LEVEL-SW          PIC X VALUE 'C'.
          88 DATES-FOR-CLAIM            VALUE 'C'.
          88 DATES-FOR-LINE             VALUE 'L'.
       01 WS-NUMBER-SW              PIC X VALUE 'N'.
          88 NUMBER-IS-VALID            VALUE 'Y'.
          88 NUMBER-IS-INVALID          VALUE 'N'.
       01 WS-STAGE-EOF-SW           PIC X VALUE 'N'.
          88 STAGE-FILE-EOF             VALUE 'Y'.
          88 STAGE-FILE-NOT-EOF         VALUE 'N'.
       01 WS-COMMIT-SW              PIC X VALUE 'N'.
          88 CLAIM-COMMITTED            VALUE 'Y'.
          88 CLAIM-NOT-COMMITTED        VALUE 'N'.
       01 WS-PENDING-SW             PIC X VALUE 'N'.
          88 CLAIM-PENDING              VALUE 'Y'.
          88 NO-CLAIM-PENDING           VALUE 'N'.
      ******************************************************************
      * INPUT STREAM.  THE 837 IS READ ONE CHARACTER AT A TIME ACROSS
      * RECORD BOUNDARIES.  THE ISA IS FIXED LENGTH (106 CHARACTERS
      * WITH ITS TERMINATOR) AND DECLARES THE SEPARATORS: THE ELEMENT
      * SEPARATOR IS ITS FOURTH CHARACTER, THE COMPONENT SEPARATOR
      * ISA16 AND THE SEGMENT TERMINATOR THE CHARACTER AFTER IT.  A
      * SEGMENT IS THEN SPLIT INTO ITS ID AND UP TO 30 ELEMENTS.
      ******************************************************************
       01 WS-IN-RECLEN              PIC S9(4) COMP VALUE 80.
       01 WS-IN-POS                 PIC S9(4) COMP VALUE 81.
       01 WS-IN-CHAR                PIC X.
       01 WS-SEG-IN                 PIC X(512).
       01 WS-SEG-LEN                PIC S9(4) COMP VALUE 0.
       01 WS-SEG-MAX                PIC S9(4) COMP VALUE 512.
       01 WS-ELEM-SEP               PIC X VALUE '*'.
       01 WS-COMP-SEP               PIC X VALUE ':'.
       01 WS-SEG-TERM               PIC X VALUE '~'.
       01 WS-SEG-ID                 PIC X(3).
       01 WS-ELEM-COUNT             PIC S9(4) COMP VALUE 0.
       01 WS-ELEM-MAX               PIC S9(4) COMP VALUE 30.
       01 WS-SPLIT-PTR              PIC S9(4) COMP VALUE 0.
       01 WS-ELEM-TABLE.
          05 WS-ELEM                PIC X(80) OCCURS 30 TIMES.
       01 WS-COMP-1                 PIC X(80).
       01 WS-COMP-2                 PIC X(80).
       01 WS-NUM-TEXT               PIC X(80).
       01 WS-NUM-VALUE              PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-MAX             PIC S9(11)V99 COMP-3
                                    VALUE 999999999.99.
       01 WS-DATE-WORK              PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
          05 WS-DATE-CCYY           PIC 9(4).
          05 WS-DATE-MM             PIC 9(2).
          05 WS-DATE-DD             PIC 9(2).
      ******************************************************************
      * ENVELOPE OF THE INTERCHANGE, GROUP AND TRANSACTION SET BEING
      * READ, AND THE RESULT OF EVERY TRANSACTION SET IN THE
      * INTERCHANGE ('A' ACCEPTED, 'R' REJECTED) BY ITS ORDINAL, SO
      * ONLY CLAIMS THE 999 ACCEPTED ARE TAKEN OFF THE STAGING FILE
      ******************************************************************
       01 WS-ISA-SENDER-QUAL        PIC X(2).
       01 WS-ISA-SENDER-ID          PIC X(15).
       01 WS-ISA-RECEIVER-QUAL      PIC X(2).
       01 WS-ISA-RECEIVER-ID        PIC X(15).
       01 WS-ISA-DATE               PIC X(6).
       01 WS-ISA-TIME               PIC X(4).
       01 WS-ISA-CONTROL-IN         PIC X(9).
       01 WS-ISA-USAGE              PIC X.
       01 WS-GS-FUNCTION            PIC X(2).
       01 WS-GS-SENDER              PIC X(15).
       01 WS-GS-RECEIVER            PIC X(15).
       01 WS-GS-CONTROL-IN          PIC X(9).
       01 WS-GS-VERSION             PIC X(12).
       01 WS-ST-ID                  PIC X(3).
       01 WS-ST-CONTROL-IN          PIC X(9).
       01 WS-ST-VERSION             PIC X(12).
       01 WS-ST-SEG-COUNT           PIC 9(9) VALUE 0.
       01 WS-ST-ORDINAL             PIC 9(5) VALUE 0.
       01 WS-ST-MAX                 PIC 9(5) VALUE 9999.
       01 WS-ST-IDX                 PIC 9(5) VALUE 0.
       01 WS-ST-LAST                PIC 9(5) VALUE 0.
       01 WS-STRAY-TXN-COUNT        PIC 9(5) VALUE 0.
       01 WS-ST-RESULT-TABLE.
          05 WS-ST-RESULT           PIC X OCCURS 9999 TIMES.
             88 ST-ACCEPTED             VALUE 'A'.
             88 ST-REJECTED             VALUE 'R'.
       01 WS-GRP-FIRST-ST           PIC 9(5) VALUE 0.
       01 WS-GRP-ST-COUNT           PIC 9(5) VALUE 0.
       01 WS-GRP-ST-ACCEPTED        PIC 9(5) VALUE 0.
       01 WS-GRP-ST-INCLUDED        PIC 9(5) VALUE 0.
       01 WS-TXN-ERRORS             PIC 9(5) VALUE 0.
       01 WS-TXN-CLAIM-COUNT        PIC 9(5) VALUE 0.
       01 WS-TXN-CLAIMS-STAGED      PIC 9(5) VALUE 0.
       01 WS-REASON-WORK            PIC X(40).
      ******************************************************************
      * 999 ACKNOWLEDGMENT CODES FOR THE CURRENT TRANSACTION SET AND
      * GROUP, AND THE IK3/IK4 ERROR BEING REPORTED
      ******************************************************************
       01 WS-IK5-STATUS             PIC X.
       01 WS-IK5-CODE               PIC X(3).
       01 WS-AK9-STATUS             PIC X.
       01 WS-AK9-CODE               PIC X(3).
       01 WS-IK3-SEG-ID             PIC X(3).
       01 WS-IK3-LOOP               PIC X(6).
       01 WS-IK3-CODE               PIC X(3).
       01 WS-IK3-LAST-POS           PIC 9(9) VALUE 0.
       01 WS-IK4-POSITION           PIC 9(2).
       01 WS-IK4-REF                PIC X(4).
       01 WS-IK4-CODE               PIC X(3).
       01 WS-IK4-BAD-VALUE          PIC X(80).
      ******************************************************************
      * THE CLAIM BEING MAPPED AND THE LOOPS ABOVE IT.  A CLAIM HOLDS
      * UP TO 50 SERVICE LINES, THE LIMIT OF THE 837 AND OF IMSCBATD.
      ******************************************************************
       01 WS-SUBMITTER-NAME         PIC X(35).
       01 WS-BILLING-NPI            PIC X(80).
       01 WS-BILLING-NAME           PIC X(35).
       01 WS-PAYER-PROVIDER-ID      PIC X(80).
       01 WS-MEMBER-ID-IN           PIC X(80).
       01 WS-MEMBER-LAST-NAME       PIC X(35).
       01 WS-MEMBER-FIRST-NAME      PIC X(25).
       01 WS-LAST-NM1               PIC X(3).
       01 WS-CLAIMTYPE              PIC X(10).
       01 WS-PROVIDER-ID            PIC X(80).
       01 WS-CLM-ID                 PIC X(80).
       01 WS-CLM-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CLM-DATE               PIC 9(8) VALUE 0.
       01 WS-CLM-REJECT-REASON      PIC X(60).
       01 WS-CLM-LINE-COUNT         PIC 9(5) VALUE 0.
       01 WS-LINE-MAX               PIC 9(5) VALUE 50.
       01 WS-LINE-IDX               PIC 9(5) VALUE 0.
       01 WS-LINE-LAST              PIC 9(5) VALUE 0.
       01 WS-CLM-LINE-TABLE.
          05 WS-CLM-LINE OCCURS 50 TIMES.
             10 WS-CLM-LINE-PROC    PIC X(7).
             10 WS-CLM-LINE-AMT     PIC S9(9)V99 COMP-3.
             10 WS-CLM-LINE-DATE    PIC 9(8).
      ******************************************************************
      * INTAKE REFERENCE: 'I' + YYMMDD + A FIVE-DIGIT DAILY SEQUENCE
      ******************************************************************
       01 WS-INTAKE-REF.
          05 FILLER                 PIC X VALUE 'I'.
          05 WS-REF-DATE            PIC 9(6).
          05 WS-REF-SEQ             PIC 9(5).
       01 WS-PENDING-CLAIM          PIC X(46).
      ******************************************************************
      * OUTPUT CONTROL TOTALS FOR THE IMSC2BAT TRAILER
      ******************************************************************
       01 WS-OUT-CLAIM-COUNT        PIC 9(9) VALUE 0.
       01 WS-OUT-LINE-COUNT         PIC 9(9) VALUE 0.
       01 WS-OUT-HASH-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
      ******************************************************************
      * X12 999 WORK AREAS, BUILT THE SAME WAY AS IMSCEFTP BUILDS ITS
      * 835: ELEMENT BY ELEMENT WITH A STRING POINTER, ONE SEGMENT
      * PER RECORD
      ******************************************************************
       01 WS-SEGMENT                PIC X(120).
       01 WS-SEG-PTR                PIC S9(4) COMP.
       01 WS-SEG-COUNT              PIC 9(9) VALUE 0.
       01 WS-X12-ELEMENT            PIC X(60).
       01 WS-X12-LEN                PIC S9(4) COMP.
       01 WS-X12-LEAD               PIC S9(4) COMP.
       01 WS-X12-NUMBER             PIC 9(9).
       01 WS-X12-NUM-EDIT           PIC Z(8)9.
       01 WS-ACK-ISA-CTL            PIC 9(9) VALUE 0.
       01 WS-ACK-GS-CTL             PIC 9(9) VALUE 0.
       01 WS-ACK-USAGE              PIC X.
      ******************************************************************
      * RUN DATE AND TIME
      ******************************************************************
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-CCYYMMDD.
          05 WS-RUN-CC              PIC 9(2).
          05 WS-RUN-YYMMDD          PIC 9(6).
       01 WS-RUN-HHMM               PIC 9(4).
       01 WS-RUN-HHMMSS             PIC 9(6).
       01 WS-UNID-CONTROL           PIC 9(9).
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-TIME        PIC 9(8).
             10 FILLER              PIC X(5).
      ******************************************************************
      * RUNNING COUNTS FOR THE INTAKE REPORT SUMMARY
      ******************************************************************
       01 WS-INTERCHANGE-COUNT      PIC 9(9) VALUE 0.
       01 WS-DUPLICATE-COUNT        PIC 9(9) VALUE 0.
       01 WS-NOT-ACCEPTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-UNREADABLE-COUNT       PIC 9(9) VALUE 0.
       01 WS-REJECTED-CLAIM-COUNT   PIC 9(9) VALUE 0.
       01 WS-TRACK-FAIL-COUNT       PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL             PIC ZZZZZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
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
           MOVE WS-TEMP-TIME(1:6) TO WS-RUN-HHMMSS

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-EDI-CONTROL

           IF INTAKE-NOT-READY
               MOVE '837 INTAKE NOT SET UP - NO INTERCHANGES READ'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-BATCH-HEADER

           PERFORM READ-NEXT-SEGMENT
           IF SEGMENT-EOF
               MOVE 'INPUT FILE IS EMPTY - NO INTERCHANGES RECEIVED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM PROCESS-INTERCHANGE
               UNTIL NOT SEGMENT-READ

           IF SEGMENT-UNREADABLE
               PERFORM LOG-UNIDENTIFIED-FILE
           END-IF

           PERFORM WRITE-BATCH-TRAILER
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN WS-UNREADABLE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUPLICATE-COUNT > 0
                 OR WS-NOT-ACCEPTED-COUNT > 0
                 OR WS-TRACK-FAIL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE INTERCHANGE LOG AND THE
      * TRACKING FILE ARE CREATED THE FIRST TIME INTAKE RUNS, AND THE
      * INTAKE REFERENCE RECORD IS SEEDED IN THE CLAIM SEQUENCE FILE
      * THE FIRST TIME THIS PROGRAM RUNS AGAINST IT.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT INBOUND-837-FILE
           IF WS-IN-FS NOT = '00'
               DISPLAY 'OPEN OF INBOUND-837-FILE FAILED, FS='
                       WS-IN-FS
               STOP RUN
           END-IF

           OPEN I-O EDI-CONTROL-FILE
           IF WS-EDC-FS NOT = '00' AND WS-EDC-FS NOT = '05' AND
              WS-EDC-FS NOT = '35'
               DISPLAY 'OPEN OF EDI-CONTROL-FILE FAILED, FS='
                       WS-EDC-FS
               STOP RUN
           END-IF

           OPEN I-O CLAIM-SEQ-FILE
           IF WS-SEQ-FS = '05' OR WS-SEQ-FS = '35'
             OPEN OUTPUT CLAIM-SEQ-FILE
             CLOSE CLAIM-SEQ-FILE
             OPEN I-O CLAIM-SEQ-FILE
           END-IF
           IF WS-SEQ-FS = '00'
               READ CLAIM-SEQ-FILE
               IF WS-SEQ-FS = '23'
                 INITIALIZE CLAIM-SEQ-RECORD
                 WRITE CLAIM-SEQ-RECORD
               END-IF
           END-IF
           IF WS-SEQ-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-SEQ-FILE FAILED, FS='
                       WS-SEQ-FS
               STOP RUN
           END-IF

           OPEN I-O INTERCHANGE-LOG-FILE
           IF WS-ICL-FS = '05' OR WS-ICL-FS = '35'
             OPEN OUTPUT INTERCHANGE-LOG-FILE
             CLOSE INTERCHANGE-LOG-FILE
             OPEN I-O INTERCHANGE-LOG-FILE
           END-IF
           IF WS-ICL-FS NOT = '00'
               DISPLAY 'OPEN OF INTERCHANGE-LOG-FILE FAILED, FS='
                       WS-ICL-FS
               STOP RUN
           END-IF

           OPEN I-O INTAKE-TRACKING-FILE
           IF WS-ITK-FS = '05' OR WS-ITK-FS = '35'
             OPEN OUTPUT INTAKE-TRACKING-FILE
             CLOSE INTAKE-TRACKING-FILE
             OPEN I-O INTAKE-TRACKING-FILE
           END-IF
           IF WS-ITK-FS NOT = '00'
               DISPLAY 'OPEN OF INTAKE-TRACKING-FILE FAILED, FS='
                       WS-ITK-FS
               STOP RUN
           END-IF

           OPEN OUTPUT BATCH-REQUEST-FILE
           IF WS-BAT-FS NOT = '00'
               DISPLAY 'OPEN OF BATCH-REQUEST-FILE FAILED, FS='
                       WS-BAT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT ACK-999-FILE
           IF WS-ACK-FS NOT = '00'
               DISPLAY 'OPEN OF ACK-999-FILE FAILED, FS='
                       WS-ACK-FS
               STOP RUN
           END-IF

           OPEN OUTPUT INTAKE-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF INTAKE-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE ALL THE FILES.  THE STAGING FILE IS ONLY
      * OPEN WHILE AN INTERCHANGE IS BEING READ.
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE INBOUND-837-FILE
           CLOSE EDI-CONTROL-FILE
           CLOSE CLAIM-SEQ-FILE
           CLOSE INTERCHANGE-LOG-FILE
           CLOSE INTAKE-TRACKING-FILE
           CLOSE BATCH-REQUEST-FILE
           CLOSE ACK-999-FILE
           CLOSE INTAKE-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE EDI CONTROL RECORD.  THE EDI TEAM MUST
      * HAVE LOADED OUR INTERCHANGE ID; THE RUN WILL NOT GUESS IT.
      ******************************************************************
       READ-EDI-CONTROL.
      *
           SET INTAKE-NOT-READY TO TRUE
           IF WS-EDC-FS = '00'
               READ EDI-CONTROL-FILE
               IF WS-EDC-FS = '00' AND
                  EDC-OUR-ISA-QUAL NOT = SPACES AND
                  EDC-OUR-ISA-ID NOT = SPACES AND
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
      * ROUTINE TO TAKE THE NEXT INTERCHANGE CONTROL NUMBER FOR A 999
      * AND REWRITE THE CONTROL RECORD STRAIGHT AWAY, SO A RUN THAT
      * FAILS PART WAY NEVER REISSUES ONE
      ******************************************************************
       NEXT-ACK-CONTROL.
      *
           IF EDC-LAST-ISA-CTL = 999999999
               MOVE 1 TO EDC-LAST-ISA-CTL
           ELSE
               ADD 1 TO EDC-LAST-ISA-CTL
           END-IF
           MOVE EDC-LAST-ISA-CTL TO WS-ACK-ISA-CTL

           REWRITE EDI-CONTROL-RECORD
           IF WS-EDC-FS NOT = '00'
               DISPLAY 'REWRITE OF EDI-CONTROL-FILE FAILED, FS='
                       WS-EDC-FS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT SEGMENT FROM THE INPUT STREAM.
      * BETWEEN INTERCHANGES THE NEXT SEGMENT MUST BE A FIXED-LENGTH
      * ISA; ANYTHING ELSE IS UNREADABLE, SINCE WITHOUT AN ISA THERE
      * ARE NO SEPARATORS TO READ IT BY.  INSIDE AN INTERCHANGE A
      * SEGMENT RUNS TO THE SEGMENT TERMINATOR; ONE CUT OFF BY THE
      * END OF THE FILE IS TRUNCATED.
      ******************************************************************
       READ-NEXT-SEGMENT.
      *
           MOVE SPACES TO WS-SEG-IN
           MOVE 0 TO WS-SEG-LEN
           PERFORM SKIP-TO-NEXT-SEGMENT
           IF INPUT-EOF
               SET SEGMENT-EOF TO TRUE
           ELSE
               IF INTERCHANGE-CLOSED
                   PERFORM READ-ISA-SEGMENT
               ELSE
                   PERFORM READ-DELIMITED-SEGMENT
               END-IF
           END-IF

           IF SEGMENT-READ
               PERFORM SPLIT-SEGMENT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SKIP THE SPACES AND LOW-VALUES THAT PAD A RECORD
      * OUT AFTER A SEGMENT, AND ANY EMPTY SEGMENT, UP TO THE FIRST
      * CHARACTER OF THE NEXT SEGMENT
      ******************************************************************
       SKIP-TO-NEXT-SEGMENT.
      *
           PERFORM GET-NEXT-CHAR
           PERFORM UNTIL INPUT-EOF
                   OR (WS-IN-CHAR NOT = SPACE AND
                       WS-IN-CHAR NOT = LOW-VALUE AND
                       (INTERCHANGE-CLOSED OR
                        WS-IN-CHAR NOT = WS-SEG-TERM))
               PERFORM GET-NEXT-CHAR
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO READ THE 106-CHARACTER ISA AND TAKE THE SEPARATORS
      * IT DECLARES
      ******************************************************************
       READ-ISA-SEGMENT.
      *
           MOVE WS-IN-CHAR TO WS-SEG-IN(1:1)
           MOVE 1 TO WS-SEG-LEN
           PERFORM UNTIL WS-SEG-LEN = 106 OR INPUT-EOF
               PERFORM GET-NEXT-CHAR
               IF INPUT-NOT-EOF
                   ADD 1 TO WS-SEG-LEN
                   MOVE WS-IN-CHAR TO WS-SEG-IN(WS-SEG-LEN:1)
               END-IF
           END-PERFORM

           IF WS-SEG-LEN = 106 AND WS-SEG-IN(1:3) = 'ISA'
               MOVE WS-SEG-IN(4:1) TO WS-ELEM-SEP
               MOVE WS-SEG-IN(105:1) TO WS-COMP-SEP
               MOVE WS-SEG-IN(106:1) TO WS-SEG-TERM
               MOVE SPACE TO WS-SEG-IN(106:1)
               MOVE 105 TO WS-SEG-LEN
               SET SEGMENT-READ TO TRUE
           ELSE
               SET SEGMENT-UNREADABLE TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ A SEGMENT UP TO ITS TERMINATOR.  A SEGMENT
      * LONGER THAN WS-SEG-IN IS CUT SHORT; NO 837 SEGMENT THIS RUN
      * MAPS COMES NEAR IT.
      ******************************************************************
       READ-DELIMITED-SEGMENT.
      *
           PERFORM UNTIL INPUT-EOF OR WS-IN-CHAR = WS-SEG-TERM
               IF WS-SEG-LEN < WS-SEG-MAX
                   ADD 1 TO WS-SEG-LEN
                   MOVE WS-IN-CHAR TO WS-SEG-IN(WS-SEG-LEN:1)
               END-IF
               PERFORM GET-NEXT-CHAR
           END-PERFORM

           IF INPUT-EOF
               SET SEGMENT-TRUNCATED TO TRUE
           ELSE
               SET SEGMENT-READ TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO GET THE NEXT CHARACTER OF THE INPUT STREAM,
      * READING THE NEXT RECORD WHEN THE CURRENT ONE IS USED UP
      ******************************************************************
       GET-NEXT-CHAR.
      *
           IF WS-IN-POS > WS-IN-RECLEN
               PERFORM READ-INPUT-RECORD
           END-IF
           IF INPUT-NOT-EOF
               MOVE INBOUND-837-RECORD(WS-IN-POS:1) TO WS-IN-CHAR
               ADD 1 TO WS-IN-POS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT INPUT RECORD
      ******************************************************************
       READ-INPUT-RECORD.
      *
           READ INBOUND-837-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ

           IF INPUT-NOT-EOF AND WS-IN-FS NOT = '00'
               DISPLAY 'READ OF INBOUND-837-FILE FAILED, FS='
                       WS-IN-FS
               SET INPUT-EOF TO TRUE
           END-IF
           MOVE 1 TO WS-IN-POS
           .
      ******************************************************************
      * ROUTINE TO SPLIT THE SEGMENT INTO ITS ID AND ITS ELEMENTS;
      * WS-ELEM(1) IS THE FIRST DATA ELEMENT (E.G. CLM01)
      ******************************************************************
       SPLIT-SEGMENT.
      *
           MOVE SPACES TO WS-SEG-ID
           MOVE SPACES TO WS-ELEM-TABLE
           MOVE 0 TO WS-ELEM-COUNT
           MOVE 1 TO WS-SPLIT-PTR

           UNSTRING WS-SEG-IN(1:WS-SEG-LEN) DELIMITED BY WS-ELEM-SEP
               INTO WS-SEG-ID
               WITH POINTER WS-SPLIT-PTR
           END-UNSTRING

           PERFORM UNTIL WS-SPLIT-PTR > WS-SEG-LEN
                   OR WS-ELEM-COUNT = WS-ELEM-MAX
               ADD 1 TO WS-ELEM-COUNT
               UNSTRING WS-SEG-IN(1:WS-SEG-LEN)
                   DELIMITED BY WS-ELEM-SEP
                   INTO WS-ELEM(WS-ELEM-COUNT)
                   WITH POINTER WS-SPLIT-PTR
               END-UNSTRING
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO CONVERT AN X12 DECIMAL ELEMENT (WS-NUM-TEXT) TO
      * WS-NUM-VALUE, SETTING NUMBER-IS-INVALID WHEN IT IS BLANK,
      * NOT A NUMBER, OR TOO LARGE
      ******************************************************************
       CONVERT-NUMBER.
      *
           SET NUMBER-IS-INVALID TO TRUE
           MOVE 0 TO WS-NUM-VALUE
           IF WS-NUM-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-TEXT) = 0
                   COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-TEXT)
                       ON SIZE ERROR
                           MOVE 0 TO WS-NUM-VALUE
                       NOT ON SIZE ERROR
                           SET NUMBER-IS-VALID TO TRUE
                   END-COMPUTE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PROCESS ONE INTERCHANGE, FROM ITS ISA (ALREADY
      * READ) TO ITS IEA.  AN INTERCHANGE CUT OFF BY THE END OF THE
      * FILE, OR BY THE NEXT ISA, HAS WHATEVER IS STILL OPEN CLOSED
      * AS MISSING ITS TRAILER.  THE SEGMENT AFTER THE IEA IS READ
      * HERE, SO ON RETURN THE NEXT ISA (IF ANY) IS IN HAND.
      ******************************************************************
       PROCESS-INTERCHANGE.
      *
           PERFORM START-INTERCHANGE
           PERFORM READ-NEXT-SEGMENT
           PERFORM UNTIL NOT SEGMENT-READ
                   OR INTERCHANGE-CLOSED
                   OR WS-SEG-ID = 'ISA'
               PERFORM PROCESS-SEGMENT
               IF INTERCHANGE-OPEN
                   PERFORM READ-NEXT-SEGMENT
               END-IF
           END-PERFORM

           IF INTERCHANGE-OPEN
               PERFORM CLOSE-TRUNCATED-INTERCHANGE
           END-IF
           PERFORM FINISH-INTERCHANGE

           IF IEA-RECEIVED
               PERFORM READ-NEXT-SEGMENT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO START AN INTERCHANGE.  ONE ALREADY ON THE LOG IS A
      * DUPLICATE AND IS SKIPPED; ONE NOT ADDRESSED TO US IS LOGGED
      * AS REJECTED AND SKIPPED.  OTHERWISE ITS 999 INTERCHANGE IS
      * OPENED AND ITS CLAIMS ARE STAGED UNTIL THE 999 IS DECIDED.
      ******************************************************************
       START-INTERCHANGE.
      *
           ADD 1 TO WS-INTERCHANGE-COUNT
           SET INTERCHANGE-OPEN TO TRUE
           SET IEA-NOT-RECEIVED TO TRUE
           SET INTERCHANGE-TAKEN TO TRUE
           SET NEW-INTERCHANGE TO TRUE
           SET GROUP-CLOSED TO TRUE
           SET TRANSACTION-CLOSED TO TRUE
           SET CLAIM-CLOSED TO TRUE
           MOVE 0 TO WS-ST-ORDINAL
           MOVE 0 TO WS-STRAY-TXN-COUNT
           MOVE 0 TO WS-ACK-ISA-CTL
           MOVE 0 TO WS-ACK-GS-CTL
           MOVE SPACES TO WS-ST-RESULT-TABLE

           MOVE WS-ELEM(5) TO WS-ISA-SENDER-QUAL
           MOVE WS-ELEM(6) TO WS-ISA-SENDER-ID
           MOVE WS-ELEM(7) TO WS-ISA-RECEIVER-QUAL
           MOVE WS-ELEM(8) TO WS-ISA-RECEIVER-ID
           MOVE WS-ELEM(9) TO WS-ISA-DATE
           MOVE WS-ELEM(10) TO WS-ISA-TIME
           MOVE WS-ELEM(13) TO WS-ISA-CONTROL-IN
           MOVE WS-ELEM(15) TO WS-ISA-USAGE

           MOVE WS-ISA-SENDER-ID TO ICL-SENDER-ID
           MOVE WS-ISA-CONTROL-IN TO ICL-ISA-CONTROL
           READ INTERCHANGE-LOG-FILE
           EVALUATE WS-ICL-FS
               WHEN '00'
                   SET DUPLICATE-INTERCHANGE TO TRUE
                   SET INTERCHANGE-SKIPPED TO TRUE
               WHEN '23'
                   PERFORM INITIALIZE-INTERCHANGE-LOG
               WHEN OTHER
                   DISPLAY 'READ OF INTERCHANGE-LOG-FILE FAILED, FS='
                           WS-ICL-FS
                   PERFORM INITIALIZE-INTERCHANGE-LOG
           END-EVALUATE

           IF NEW-INTERCHANGE AND
              WS-ISA-RECEIVER-ID NOT = EDC-OUR-ISA-ID
               SET INTERCHANGE-SKIPPED TO TRUE
               SET ICL-REJECTED TO TRUE
               MOVE 'INTERCHANGE NOT ADDRESSED TO THIS PAYER'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'INTERCHANGE ' WS-ISA-SENDER-QUAL ':'
               WS-ISA-SENDER-ID ' CONTROL ' WS-ISA-CONTROL-IN
               ' DATED ' WS-ISA-DATE ' ' WS-ISA-TIME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF INTERCHANGE-TAKEN
               PERFORM WRITE-ACK-INTERCHANGE-HEADER
               OPEN OUTPUT STAGING-FILE
               IF WS-STG-FS NOT = '00'
                   DISPLAY 'OPEN OF STAGING-FILE FAILED, FS='
                           WS-STG-FS
                   STOP RUN
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET UP A NEW INTERCHANGE LOG RECORD
      ******************************************************************
       INITIALIZE-INTERCHANGE-LOG.
      *
           INITIALIZE INTERCHANGE-LOG-RECORD
           MOVE WS-ISA-SENDER-ID TO ICL-SENDER-ID
           MOVE WS-ISA-CONTROL-IN TO ICL-ISA-CONTROL
           MOVE WS-ISA-SENDER-QUAL TO ICL-SENDER-QUAL
           MOVE WS-ISA-RECEIVER-QUAL TO ICL-RECEIVER-QUAL
           MOVE WS-ISA-RECEIVER-ID TO ICL-RECEIVER-ID
           MOVE WS-ISA-DATE TO ICL-ISA-DATE
           MOVE WS-ISA-TIME TO ICL-ISA-TIME
           MOVE WS-ISA-USAGE TO ICL-USAGE-IND
           MOVE WS-RUN-DATE-CCYYMMDD TO ICL-RECEIVED-DATE
           MOVE WS-RUN-HHMMSS TO ICL-RECEIVED-TIME
           SET ICL-ACCEPTED TO TRUE
           .
      ******************************************************************
      * ROUTINE TO RECORD WHY AN INTERCHANGE WAS NOT TAKEN WHOLE.
      * THE FIRST REASON FOUND IS THE ONE LOGGED.
      ******************************************************************
       SET-INTERCHANGE-REASON.
      *
           IF ICL-REASON = SPACES
               MOVE WS-REASON-WORK TO ICL-REASON
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PROCESS ONE SEGMENT OF THE INTERCHANGE.  A SKIPPED
      * INTERCHANGE IS READ THROUGH TO ITS IEA AND NOTHING ELSE.
      * SEGMENTS INSIDE A TRANSACTION SET ARE COUNTED FOR ITS SE AND
      * MAPPED WHEN THE SET IS STILL WORTH MAPPING.
      ******************************************************************
       PROCESS-SEGMENT.
      *
           IF INTERCHANGE-SKIPPED
               IF WS-SEG-ID = 'IEA'
                   SET INTERCHANGE-CLOSED TO TRUE
                   SET IEA-RECEIVED TO TRUE
               END-IF
           ELSE
               EVALUATE WS-SEG-ID
                   WHEN 'IEA'
                       PERFORM END-INTERCHANGE
                   WHEN 'GS'
                       PERFORM START-GROUP
                   WHEN 'GE'
                       PERFORM END-GROUP
                   WHEN 'ST'
                       PERFORM START-TRANSACTION
                   WHEN 'SE'
                       PERFORM END-TRANSACTION
                   WHEN OTHER
                       IF TRANSACTION-OPEN
                           ADD 1 TO WS-ST-SEG-COUNT
                           IF GROUP-SUPPORTED AND
                              TRANSACTION-NOT-REJECTED
                               PERFORM MAP-837-SEGMENT
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO END THE INTERCHANGE AT ITS IEA, CLOSING ANY GROUP
      * LEFT OPEN.  AN IEA THAT DOES NOT MATCH ITS ISA IS LOGGED, BUT
      * THE GROUPS THE 999 ACCEPTED STAND.
      ******************************************************************
       END-INTERCHANGE.
      *
           IF GROUP-OPEN
               PERFORM CLOSE-MISSING-GE
           END-IF

           MOVE WS-ELEM(1) TO WS-NUM-TEXT
           PERFORM CONVERT-NUMBER
           IF WS-ELEM(2) NOT = WS-ISA-CONTROL-IN OR
              NUMBER-IS-INVALID OR
              WS-NUM-VALUE NOT = ICL-GROUP-COUNT
               MOVE 'IEA TRAILER DOES NOT MATCH THE INTERCHANGE'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
           END-IF

           PERFORM WRITE-ACK-INTERCHANGE-TRAILER
           SET INTERCHANGE-CLOSED TO TRUE
           SET IEA-RECEIVED TO TRUE
           .
      ******************************************************************
      * ROUTINE TO CLOSE AN INTERCHANGE THAT ENDED WITHOUT ITS IEA
      ******************************************************************
       CLOSE-TRUNCATED-INTERCHANGE.
      *
           IF INTERCHANGE-TAKEN
               IF GROUP-OPEN
                   PERFORM CLOSE-MISSING-GE
               END-IF
               MOVE 'INTERCHANGE TRAILER (IEA) MISSING'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
               PERFORM WRITE-ACK-INTERCHANGE-TRAILER
           END-IF
           SET INTERCHANGE-CLOSED TO TRUE
           .
      ******************************************************************
      * ROUTINE TO START A FUNCTIONAL GROUP.  ONLY HEALTH CARE CLAIM
      * GROUPS ('HC') IN THE PROFESSIONAL OR DENTAL 5010 VERSIONS ARE
      * SUPPORTED; THE VERSION DECIDES THE CLAIM TYPE.  ANY OTHER
      * GROUP IS READ THROUGH AND REJECTED WHOLE ON ITS AK9.
      ******************************************************************
       START-GROUP.
      *
           IF GROUP-OPEN
               PERFORM CLOSE-MISSING-GE
           END-IF

           ADD 1 TO ICL-GROUP-COUNT
           SET GROUP-OPEN TO TRUE
           SET GROUP-NO-ERRORS TO TRUE
           MOVE WS-ELEM(1) TO WS-GS-FUNCTION
           MOVE WS-ELEM(2) TO WS-GS-SENDER
           MOVE WS-ELEM(3) TO WS-GS-RECEIVER
           MOVE WS-ELEM(6) TO WS-GS-CONTROL-IN
           MOVE WS-ELEM(8) TO WS-GS-VERSION
           MOVE 0 TO WS-GRP-ST-COUNT
           MOVE 0 TO WS-GRP-ST-ACCEPTED
           COMPUTE WS-GRP-FIRST-ST = WS-ST-ORDINAL + 1

           SET GROUP-SUPPORTED TO TRUE
           EVALUATE TRUE
               WHEN WS-GS-FUNCTION NOT = 'HC'
                   SET GROUP-NOT-SUPPORTED TO TRUE
               WHEN WS-GS-VERSION = '005010X222A1'
                   MOVE 'MEDICAL' TO WS-CLAIMTYPE
               WHEN WS-GS-VERSION = '005010X224A2'
                   MOVE 'DENTAL' TO WS-CLAIMTYPE
               WHEN OTHER
                   SET GROUP-NOT-SUPPORTED TO TRUE
           END-EVALUATE

           IF GROUP-NOT-SUPPORTED
               MOVE 'GROUP IS NOT A 5010 837P OR 837D'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
           END-IF

           PERFORM WRITE-ACK-GROUP-HEADER
           .
      ******************************************************************
      * ROUTINE TO END A FUNCTIONAL GROUP AT ITS GE AND DECIDE ITS
      * AK9: REJECTED WHEN UNSUPPORTED, WHEN THE GE DOES NOT MATCH
      * THE GS OR ITS TRANSACTION SET COUNT IS WRONG, OR WHEN NO SET
      * WAS ACCEPTED; PARTIALLY ACCEPTED WHEN SOME WERE REJECTED;
      * ACCEPTED WITH ERRORS WHEN A SET HAD CLAIMS DROPPED.
      ******************************************************************
       END-GROUP.
      *
           IF GROUP-OPEN
               IF TRANSACTION-OPEN
                   PERFORM CLOSE-MISSING-SE
               END-IF

               MOVE WS-ELEM(1) TO WS-NUM-TEXT
               PERFORM CONVERT-NUMBER
               IF NUMBER-IS-VALID AND WS-NUM-VALUE < 100000
                   MOVE WS-NUM-VALUE TO WS-GRP-ST-INCLUDED
               ELSE
                   MOVE WS-GRP-ST-COUNT TO WS-GRP-ST-INCLUDED
               END-IF

               MOVE SPACES TO WS-AK9-CODE
               EVALUATE TRUE
                   WHEN GROUP-NOT-SUPPORTED
                       MOVE 'R' TO WS-AK9-STATUS
                       MOVE '2' TO WS-AK9-CODE
                   WHEN WS-ELEM(2) NOT = WS-GS-CONTROL-IN
                       MOVE 'R' TO WS-AK9-STATUS
                       MOVE '4' TO WS-AK9-CODE
                   WHEN NUMBER-IS-INVALID OR
                        WS-NUM-VALUE NOT = WS-GRP-ST-COUNT
                       MOVE 'R' TO WS-AK9-STATUS
                       MOVE '5' TO WS-AK9-CODE
                   WHEN WS-GRP-ST-ACCEPTED = 0
                       MOVE 'R' TO WS-AK9-STATUS
                   WHEN WS-GRP-ST-ACCEPTED < WS-GRP-ST-COUNT
                       MOVE 'P' TO WS-AK9-STATUS
                   WHEN GROUP-HAS-ERRORS
                       MOVE 'E' TO WS-AK9-STATUS
                   WHEN OTHER
                       MOVE 'A' TO WS-AK9-STATUS
               END-EVALUATE

               PERFORM CLOSE-GROUP-ACK
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE A FUNCTIONAL GROUP THAT ENDED WITHOUT ITS GE
      ******************************************************************
       CLOSE-MISSING-GE.
      *
           IF TRANSACTION-OPEN
               PERFORM CLOSE-MISSING-SE
           END-IF
           MOVE WS-GRP-ST-COUNT TO WS-GRP-ST-INCLUDED
           MOVE 'R' TO WS-AK9-STATUS
           MOVE '3' TO WS-AK9-CODE
           MOVE 'FUNCTIONAL GROUP TRAILER (GE) MISSING'
             TO WS-REASON-WORK
           PERFORM SET-INTERCHANGE-REASON
           PERFORM CLOSE-GROUP-ACK
           .
      ******************************************************************
      * ROUTINE TO WRITE THE GROUP'S AK9 AND CLOSE ITS 999.  A
      * REJECTED GROUP TAKES EVERY ONE OF ITS TRANSACTION SETS WITH
      * IT, INCLUDING ANY THE AK2 LOOPS ACCEPTED.
      ******************************************************************
       CLOSE-GROUP-ACK.
      *
           PERFORM WRITE-ACK-GROUP-TRAILER

           IF WS-AK9-STATUS = 'R'
               ADD 1 TO ICL-GROUPS-REJECTED
               MOVE 'FUNCTIONAL GROUP REJECTED ON THE 999'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
               IF WS-ST-ORDINAL > WS-ST-MAX
                   MOVE WS-ST-MAX TO WS-ST-LAST
               ELSE
                   MOVE WS-ST-ORDINAL TO WS-ST-LAST
               END-IF
               PERFORM VARYING WS-ST-IDX FROM WS-GRP-FIRST-ST BY 1
                       UNTIL WS-ST-IDX > WS-ST-LAST
                   SET ST-REJECTED(WS-ST-IDX) TO TRUE
               END-PERFORM
           END-IF
           SET GROUP-CLOSED TO TRUE
           .
      ******************************************************************
      * ROUTINE TO START A TRANSACTION SET.  A SET OUTSIDE ANY GROUP
      * CANNOT BE ACKNOWLEDGED AND IS ONLY COUNTED.  A SET THAT IS
      * NOT AN 837, HAS NO CONTROL NUMBER, OR NAMES A DIFFERENT
      * IMPLEMENTATION GUIDE THAN ITS GROUP IS REJECTED UNREAD.
      ******************************************************************
       START-TRANSACTION.
      *
           IF GROUP-CLOSED
               ADD 1 TO WS-STRAY-TXN-COUNT
               MOVE 'TRANSACTION SET OUTSIDE A FUNCTIONAL GROUP'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
           ELSE
               IF TRANSACTION-OPEN
                   PERFORM CLOSE-MISSING-SE
               END-IF

               ADD 1 TO WS-ST-ORDINAL
               ADD 1 TO WS-GRP-ST-COUNT
               SET TRANSACTION-OPEN TO TRUE
               SET TRANSACTION-NOT-REJECTED TO TRUE
               MOVE WS-ELEM(1) TO WS-ST-ID
               MOVE WS-ELEM(2) TO WS-ST-CONTROL-IN
               MOVE WS-ELEM(3) TO WS-ST-VERSION
               MOVE 1 TO WS-ST-SEG-COUNT
               MOVE 0 TO WS-IK3-LAST-POS
               MOVE 0 TO WS-TXN-ERRORS
               MOVE 0 TO WS-TXN-CLAIM-COUNT
               MOVE 0 TO WS-TXN-CLAIMS-STAGED
               MOVE 'A' TO WS-IK5-STATUS
               MOVE SPACES TO WS-IK5-CODE
               MOVE SPACES TO WS-SUBMITTER-NAME
               MOVE SPACES TO WS-LAST-NM1
               PERFORM RESET-BILLING-PROVIDER
               PERFORM RESET-SUBSCRIBER

               EVALUATE TRUE
                   WHEN WS-ST-ORDINAL > WS-ST-MAX
                       MOVE '5' TO WS-IK5-CODE
                   WHEN WS-ST-ID NOT = '837'
                       MOVE '6' TO WS-IK5-CODE
                   WHEN WS-ST-CONTROL-IN = SPACES
                       MOVE '7' TO WS-IK5-CODE
                   WHEN WS-ST-VERSION NOT = SPACES AND
                        WS-ST-VERSION NOT = WS-GS-VERSION
                       MOVE 'I6' TO WS-IK5-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-IK5-CODE NOT = SPACES
                   SET TRANSACTION-REJECTED TO TRUE
                   MOVE 'R' TO WS-IK5-STATUS
               END-IF

               IF GROUP-SUPPORTED
                   PERFORM WRITE-ACK-AK2
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO END A TRANSACTION SET AT ITS SE AND DECIDE ITS
      * IK5.  A SET WHOSE SE DOES NOT MATCH IS REJECTED WHOLE.  A SET
      * WITH CLAIM ERRORS IS ACCEPTED WITH ERRORS WHEN AT LEAST ONE
      * CLAIM IN IT WAS TAKEN, AND REJECTED WHEN NONE WAS.
      ******************************************************************
       END-TRANSACTION.
      *
           IF TRANSACTION-OPEN
               ADD 1 TO WS-ST-SEG-COUNT
               IF GROUP-SUPPORTED AND TRANSACTION-NOT-REJECTED
                   PERFORM FINISH-CURRENT-CLAIM
               END-IF

               MOVE WS-ELEM(1) TO WS-NUM-TEXT
               PERFORM CONVERT-NUMBER
               IF TRANSACTION-NOT-REJECTED
                   EVALUATE TRUE
                       WHEN WS-ELEM(2) NOT = WS-ST-CONTROL-IN
                           MOVE 'R' TO WS-IK5-STATUS
                           MOVE '3' TO WS-IK5-CODE
                       WHEN NUMBER-IS-INVALID OR
                            WS-NUM-VALUE NOT = WS-ST-SEG-COUNT
                           MOVE 'R' TO WS-IK5-STATUS
                           MOVE '4' TO WS-IK5-CODE
                       WHEN GROUP-SUPPORTED AND
                            WS-TXN-CLAIM-COUNT = 0
                           MOVE 'CLM' TO WS-IK3-SEG-ID
                           MOVE '2300' TO WS-IK3-LOOP
                           MOVE '3' TO WS-IK3-CODE
                           PERFORM WRITE-ACK-IK3
                           MOVE 'R' TO WS-IK5-STATUS
                           MOVE '5' TO WS-IK5-CODE
                       WHEN WS-TXN-ERRORS > 0 AND
                            WS-TXN-CLAIMS-STAGED > 0
                           MOVE 'E' TO WS-IK5-STATUS
                           MOVE '5' TO WS-IK5-CODE
                       WHEN WS-TXN-ERRORS > 0
                           MOVE 'R' TO WS-IK5-STATUS
                           MOVE '5' TO WS-IK5-CODE
                       WHEN OTHER
                           MOVE 'A' TO WS-IK5-STATUS
                   END-EVALUATE
               END-IF
               PERFORM CLOSE-TRANSACTION-ACK
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE A TRANSACTION SET THAT ENDED WITHOUT ITS SE
      ******************************************************************
       CLOSE-MISSING-SE.
      *
           IF GROUP-SUPPORTED AND TRANSACTION-NOT-REJECTED
               PERFORM FINISH-CURRENT-CLAIM
           END-IF
           MOVE 'R' TO WS-IK5-STATUS
           MOVE '2' TO WS-IK5-CODE
           MOVE 'TRANSACTION SET TRAILER (SE) MISSING'
             TO WS-REASON-WORK
           PERFORM SET-INTERCHANGE-REASON
           PERFORM CLOSE-TRANSACTION-ACK
           .
      ******************************************************************
      * ROUTINE TO WRITE THE SET'S IK5 AND RECORD ITS RESULT.  THE
      * SETS OF AN UNSUPPORTED GROUP ARE ONLY COUNTED ON ITS AK9.
      ******************************************************************
       CLOSE-TRANSACTION-ACK.
      *
           IF GROUP-SUPPORTED
               PERFORM WRITE-ACK-IK5
           ELSE
               MOVE 'R' TO WS-IK5-STATUS
           END-IF

           IF WS-ST-ORDINAL NOT > WS-ST-MAX
               IF WS-IK5-STATUS = 'R'
                   SET ST-REJECTED(WS-ST-ORDINAL) TO TRUE
               ELSE
                   SET ST-ACCEPTED(WS-ST-ORDINAL) TO TRUE
               END-IF
           END-IF

           IF WS-IK5-STATUS = 'R'
               MOVE 'TRANSACTION SET REJECTED ON THE 999'
                 TO WS-REASON-WORK
               PERFORM SET-INTERCHANGE-REASON
           ELSE
               ADD 1 TO WS-GRP-ST-ACCEPTED
               IF WS-IK5-STATUS = 'E'
                   SET GROUP-HAS-ERRORS TO TRUE
               END-IF
           END-IF
           SET TRANSACTION-CLOSED TO TRUE
           .
      ******************************************************************
      * ROUTINE TO MAP ONE 837 SEGMENT.  ONLY WHAT THE IMSC2BAT
      * REQUEST AND THE 277CA NEED IS TAKEN; EVERY OTHER SEGMENT IS
      * COUNTED FOR THE SE AND OTHERWISE PASSED OVER.
      ******************************************************************
       MAP-837-SEGMENT.
      *
           EVALUATE WS-SEG-ID
               WHEN 'HL'
                   PERFORM MAP-HIERARCHY
               WHEN 'NM1'
                   PERFORM MAP-NAME
               WHEN 'REF'
                   PERFORM MAP-REFERENCE
               WHEN 'CLM'
                   PERFORM START-CLAIM
               WHEN 'LX'
                   PERFORM START-SERVICE-LINE
               WHEN 'SV1'
               WHEN 'SV3'
                   PERFORM MAP-SERVICE-LINE
               WHEN 'DTP'
                   PERFORM MAP-SERVICE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO FOLLOW THE HL HIERARCHY: A BILLING PROVIDER (20)
      * OR SUBSCRIBER (22) LEVEL STARTS AFRESH, AND A PATIENT (23)
      * LEVEL MEANS THE CLAIMS THAT FOLLOW ARE FOR A DEPENDENT
      ******************************************************************
       MAP-HIERARCHY.
      *
           PERFORM FINISH-CURRENT-CLAIM
           EVALUATE WS-ELEM(3)
               WHEN '20'
                   PERFORM RESET-BILLING-PROVIDER
                   PERFORM RESET-SUBSCRIBER
               WHEN '22'
                   PERFORM RESET-SUBSCRIBER
               WHEN '23'
                   SET PATIENT-IS-DEPENDENT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-LAST-NM1
           .
      ******************************************************************
      * ROUTINE TO CLEAR THE BILLING PROVIDER (LOOP 2010AA)
      ******************************************************************
       RESET-BILLING-PROVIDER.
      *
           MOVE SPACES TO WS-BILLING-NPI
           MOVE SPACES TO WS-BILLING-NAME
           .
      ******************************************************************
      * ROUTINE TO CLEAR THE SUBSCRIBER AND ITS PAYER LOOP (2010BA
      * AND 2010BB)
      ******************************************************************
       RESET-SUBSCRIBER.
      *
           MOVE SPACES TO WS-MEMBER-ID-IN
           MOVE SPACES TO WS-MEMBER-LAST-NAME
           MOVE SPACES TO WS-MEMBER-FIRST-NAME
           MOVE SPACES TO WS-PAYER-PROVIDER-ID
           SET PATIENT-IS-SUBSCRIBER TO TRUE
           .
      ******************************************************************
      * ROUTINE TO TAKE THE SUBMITTER (41), BILLING PROVIDER (85) AND
      * SUBSCRIBER (IL) NAMES AND IDS
      ******************************************************************
       MAP-NAME.
      *
           MOVE WS-ELEM(1) TO WS-LAST-NM1
           EVALUATE WS-ELEM(1)
               WHEN '41'
                   MOVE WS-ELEM(3) TO WS-SUBMITTER-NAME
               WHEN '85'
                   MOVE WS-ELEM(3) TO WS-BILLING-NAME
                   MOVE WS-ELEM(9) TO WS-BILLING-NPI
               WHEN 'IL'
                   MOVE WS-ELEM(3) TO WS-MEMBER-LAST-NAME
                   MOVE WS-ELEM(4) TO WS-MEMBER-FIRST-NAME
                   MOVE WS-ELEM(9) TO WS-MEMBER-ID-IN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO TAKE THE PAYER-ASSIGNED BILLING PROVIDER NUMBER
      * (REF*G2 FOLLOWING NM1*PR IN LOOP 2010BB)
      ******************************************************************
       MAP-REFERENCE.
      *
           IF WS-LAST-NM1 = 'PR' AND WS-ELEM(1) = 'G2'
               MOVE WS-ELEM(2) TO WS-PAYER-PROVIDER-ID
           END-IF
           .
      ******************************************************************
      * ROUTINE TO START A CLAIM AT ITS CLM SEGMENT: THE SUBMITTER'S
      * CLAIM ID (CLM01) AND TOTAL CHARGE (CLM02)
      ******************************************************************
       START-CLAIM.
      *
           PERFORM FINISH-CURRENT-CLAIM
           ADD 1 TO WS-TXN-CLAIM-COUNT
           SET CLAIM-OPEN TO TRUE
           SET CLAIM-NOT-IN-ERROR TO TRUE
           SET DATES-FOR-CLAIM TO TRUE
           SET LINE-LIMIT-NOT-REPORTED TO TRUE
           MOVE WS-ELEM(1) TO WS-CLM-ID
           MOVE 0 TO WS-CLM-AMOUNT
           MOVE 0 TO WS-CLM-DATE
           MOVE 0 TO WS-CLM-LINE-COUNT
           MOVE '2300' TO WS-IK3-LOOP

           IF WS-CLM-ID = SPACES
               MOVE 1 TO WS-IK4-POSITION
               MOVE '1028' TO WS-IK4-REF
               MOVE '1' TO WS-IK4-CODE
               MOVE SPACES TO WS-IK4-BAD-VALUE
               PERFORM REPORT-ELEMENT-ERROR
           ELSE
               IF WS-CLM-ID(39:) NOT = SPACES
                   MOVE 1 TO WS-IK4-POSITION
                   MOVE '1028' TO WS-IK4-REF
                   MOVE '5' TO WS-IK4-CODE
                   MOVE WS-CLM-ID TO WS-IK4-BAD-VALUE
                   PERFORM REPORT-ELEMENT-ERROR
               END-IF
           END-IF

           MOVE WS-ELEM(2) TO WS-NUM-TEXT
           PERFORM CONVERT-NUMBER
           IF NUMBER-IS-INVALID OR WS-NUM-VALUE NOT > 0 OR
              WS-NUM-VALUE > WS-AMOUNT-MAX
               MOVE 2 TO WS-IK4-POSITION
               MOVE '782' TO WS-IK4-REF
               MOVE '6' TO WS-IK4-CODE
               MOVE WS-ELEM(2) TO WS-IK4-BAD-VALUE
               PERFORM REPORT-ELEMENT-ERROR
           ELSE
               MOVE WS-NUM-VALUE TO WS-CLM-AMOUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO START A SERVICE LINE AT ITS LX SEGMENT.  A CLAIM
      * WITH MORE LINES THAN WS-LINE-MAX IS IN ERROR.
      ******************************************************************
       START-SERVICE-LINE.
      *
           MOVE '2400' TO WS-IK3-LOOP
           IF CLAIM-CLOSED
               MOVE WS-SEG-ID TO WS-IK3-SEG-ID
               MOVE '2' TO WS-IK3-CODE
               PERFORM REPORT-SEGMENT-ERROR
           ELSE
               ADD 1 TO WS-CLM-LINE-COUNT
               SET DATES-FOR-LINE TO TRUE
               IF WS-CLM-LINE-COUNT > WS-LINE-MAX
                   IF LINE-LIMIT-NOT-REPORTED
                       MOVE WS-SEG-ID TO WS-IK3-SEG-ID
                       MOVE '4' TO WS-IK3-CODE
                       PERFORM REPORT-SEGMENT-ERROR
                       SET LINE-LIMIT-REPORTED TO TRUE
                   END-IF
               ELSE
                   MOVE SPACES TO WS-CLM-LINE-PROC(WS-CLM-LINE-COUNT)
                   MOVE 0 TO WS-CLM-LINE-AMT(WS-CLM-LINE-COUNT)
                   MOVE 0 TO WS-CLM-LINE-DATE(WS-CLM-LINE-COUNT)
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO MAP A PROFESSIONAL (SV1) OR DENTAL (SV3) SERVICE:
      * THE PROCEDURE CODE IS THE SECOND COMPONENT OF THE FIRST
      * ELEMENT, THE LINE CHARGE THE SECOND ELEMENT.  THE SEGMENT
      * MUST MATCH THE GROUP'S IMPLEMENTATION GUIDE.
      ******************************************************************
       MAP-SERVICE-LINE.
      *
           MOVE '2400' TO WS-IK3-LOOP
           IF CLAIM-CLOSED OR WS-CLM-LINE-COUNT = 0 OR
              (WS-SEG-ID = 'SV1' AND WS-CLAIMTYPE NOT = 'MEDICAL') OR
              (WS-SEG-ID = 'SV3' AND WS-CLAIMTYPE NOT = 'DENTAL')
               MOVE WS-SEG-ID TO WS-IK3-SEG-ID
               MOVE '2' TO WS-IK3-CODE
               PERFORM REPORT-SEGMENT-ERROR
           ELSE
               IF WS-CLM-LINE-COUNT NOT > WS-LINE-MAX
                   PERFORM MAP-SERVICE-DETAIL
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT AND KEEP THE SERVICE LINE'S PROCEDURE CODE
      * AND CHARGE
      ******************************************************************
       MAP-SERVICE-DETAIL.
      *
           MOVE SPACES TO WS-COMP-1
           MOVE SPACES TO WS-COMP-2
           UNSTRING WS-ELEM(1) DELIMITED BY WS-COMP-SEP
               INTO WS-COMP-1 WS-COMP-2
           END-UNSTRING

           IF WS-COMP-2 = SPACES
               MOVE 1 TO WS-IK4-POSITION
               MOVE '234' TO WS-IK4-REF
               MOVE '1' TO WS-IK4-CODE
               MOVE SPACES TO WS-IK4-BAD-VALUE
               PERFORM REPORT-ELEMENT-ERROR
           ELSE
               IF WS-COMP-2(8:) NOT = SPACES
                   MOVE 1 TO WS-IK4-POSITION
                   MOVE '234' TO WS-IK4-REF
                   MOVE '5' TO WS-IK4-CODE
                   MOVE WS-COMP-2 TO WS-IK4-BAD-VALUE
                   PERFORM REPORT-ELEMENT-ERROR
               ELSE
                   MOVE WS-COMP-2
                     TO WS-CLM-LINE-PROC(WS-CLM-LINE-COUNT)
               END-IF
           END-IF

           MOVE WS-ELEM(2) TO WS-NUM-TEXT
           PERFORM CONVERT-NUMBER
           IF NUMBER-IS-INVALID OR WS-NUM-VALUE < 0 OR
              WS-NUM-VALUE > WS-AMOUNT-MAX
               MOVE 2 TO WS-IK4-POSITION
               MOVE '782' TO WS-IK4-REF
               MOVE '6' TO WS-IK4-CODE
               MOVE WS-ELEM(2) TO WS-IK4-BAD-VALUE
               PERFORM REPORT-ELEMENT-ERROR
           ELSE
               MOVE WS-NUM-VALUE TO WS-CLM-LINE-AMT(WS-CLM-LINE-COUNT)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE A DATE OF SERVICE (DTP*472, D8 OR THE START
      * OF AN RD8 RANGE) FOR THE CLAIM, OR FOR THE SERVICE LINE WHEN
      * IT FOLLOWS AN LX
      ******************************************************************
       MAP-SERVICE-DATE.
      *
           IF CLAIM-OPEN AND WS-ELEM(1) = '472'
               IF DATES-FOR-LINE
                   MOVE '2400' TO WS-IK3-LOOP
               ELSE
                   MOVE '2300' TO WS-IK3-LOOP
               END-IF
               MOVE 0 TO WS-DATE-WORK
               IF (WS-ELEM(2) = 'D8' OR WS-ELEM(2) = 'RD8') AND
                  WS-ELEM(3)(1:8) IS NUMERIC
                   MOVE WS-ELEM(3)(1:8) TO WS-DATE-WORK
               END-IF

               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
                  WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   MOVE 3 TO WS-IK4-POSITION
                   MOVE '1251' TO WS-IK4-REF
                   MOVE '8' TO WS-IK4-CODE
                   MOVE WS-ELEM(3) TO WS-IK4-BAD-VALUE
                   PERFORM REPORT-ELEMENT-ERROR
               ELSE
                   IF DATES-FOR-LINE
                       IF WS-CLM-LINE-COUNT NOT > WS-LINE-MAX
                           MOVE WS-DATE-WORK
                             TO WS-CLM-LINE-DATE(WS-CLM-LINE-COUNT)
                       END-IF
                   ELSE
                       MOVE WS-DATE-WORK TO WS-CLM-DATE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REPORT AN ERROR IN ONE ELEMENT OF THE CURRENT
      * SEGMENT: ONE IK3 FOR THE SEGMENT, THEN AN IK4 PER ELEMENT.
      * THE CLAIM IT BELONGS TO IS DROPPED.
      ******************************************************************
       REPORT-ELEMENT-ERROR.
      *
           IF WS-IK3-LAST-POS NOT = WS-ST-SEG-COUNT
               MOVE WS-SEG-ID TO WS-IK3-SEG-ID
               MOVE '8' TO WS-IK3-CODE
               PERFORM WRITE-ACK-IK3
               MOVE WS-ST-SEG-COUNT TO WS-IK3-LAST-POS
           END-IF
           PERFORM WRITE-ACK-IK4
           SET CLAIM-IN-ERROR TO TRUE
           .
      ******************************************************************
      * ROUTINE TO REPORT A SEGMENT THAT IS OUT OF PLACE, MISSING OR
      * OVER ITS LIMIT (WS-IK3-SEG-ID/LOOP/CODE SET BY THE CALLER).
      * THE CLAIM IT BELONGS TO, IF ANY, IS DROPPED.
      ******************************************************************
       REPORT-SEGMENT-ERROR.
      *
           PERFORM WRITE-ACK-IK3
           MOVE WS-ST-SEG-COUNT TO WS-IK3-LAST-POS
           IF CLAIM-OPEN
               SET CLAIM-IN-ERROR TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH THE CLAIM BEING MAPPED.  A CLAIM WITH NO
      * SERVICE LINE, OR A LINE WITH NO SV1/SV3, IS IN ERROR.  A
      * CLAIM IN ERROR IS DROPPED (THE 999 SAYS WHY); ANY OTHER IS
      * STAGED UNTIL ITS TRANSACTION SET AND GROUP ARE ACCEPTED.
      ******************************************************************
       FINISH-CURRENT-CLAIM.
      *
           IF CLAIM-OPEN
               MOVE '2400' TO WS-IK3-LOOP
               IF WS-CLM-LINE-COUNT = 0
                   MOVE 'LX' TO WS-IK3-SEG-ID
                   MOVE '3' TO WS-IK3-CODE
                   PERFORM REPORT-SEGMENT-ERROR
               ELSE
                   IF WS-CLM-LINE-COUNT > WS-LINE-MAX
                       MOVE WS-LINE-MAX TO WS-LINE-LAST
                   ELSE
                       MOVE WS-CLM-LINE-COUNT TO WS-LINE-LAST
                   END-IF
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > WS-LINE-LAST
                              OR CLAIM-IN-ERROR
                       IF WS-CLM-LINE-PROC(WS-LINE-IDX) = SPACES
                           IF WS-CLAIMTYPE = 'DENTAL'
                               MOVE 'SV3' TO WS-IK3-SEG-ID
                           ELSE
                               MOVE 'SV1' TO WS-IK3-SEG-ID
                           END-IF
                           MOVE '3' TO WS-IK3-CODE
                           PERFORM REPORT-SEGMENT-ERROR
                       END-IF
                   END-PERFORM
               END-IF

               IF CLAIM-IN-ERROR
                   ADD 1 TO ICL-CLAIMS-REJECTED
                   ADD 1 TO WS-REJECTED-CLAIM-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  CLAIM ' WS-CLM-ID(1:38)
                       ' DROPPED - ERRORS ON THE 999'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM STAGE-CLAIM
               END-IF
               SET CLAIM-CLOSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO STAGE A SOUND CLAIM.  THE SERVICE DATE IS THE
      * CLAIM'S OWN DTP*472, ELSE ITS EARLIEST LINE DATE, AND A LINE
      * WITHOUT A DATE TAKES THE CLAIM'S.  A CLAIM WE CANNOT TAKE AS
      * SENT IS STAGED AS REJECTED AT INTAKE, WITHOUT ITS LINES.
      ******************************************************************
       STAGE-CLAIM.
      *
           IF WS-CLM-DATE = 0
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-CLM-LINE-COUNT
                   IF WS-CLM-LINE-DATE(WS-LINE-IDX) > 0 AND
                      (WS-CLM-DATE = 0 OR
                       WS-CLM-LINE-DATE(WS-LINE-IDX) < WS-CLM-DATE)
                       MOVE WS-CLM-LINE-DATE(WS-LINE-IDX)
                         TO WS-CLM-DATE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-CLM-LINE-COUNT
               IF WS-CLM-LINE-DATE(WS-LINE-IDX) = 0
                   MOVE WS-CLM-DATE TO WS-CLM-LINE-DATE(WS-LINE-IDX)
               END-IF
           END-PERFORM

           IF WS-PAYER-PROVIDER-ID NOT = SPACES
               MOVE WS-PAYER-PROVIDER-ID TO WS-PROVIDER-ID
           ELSE
               MOVE WS-BILLING-NPI TO WS-PROVIDER-ID
           END-IF

           MOVE SPACES TO WS-CLM-REJECT-REASON
           EVALUATE TRUE
               WHEN PATIENT-IS-DEPENDENT
                   MOVE 'PATIENT IS A DEPENDENT - NOT THE SUBSCRIBER'
                     TO WS-CLM-REJECT-REASON
               WHEN WS-MEMBER-ID-IN = SPACES
                   MOVE 'SUBSCRIBER MEMBER ID MISSING'
                     TO WS-CLM-REJECT-REASON
               WHEN WS-MEMBER-ID-IN(13:) NOT = SPACES
                   MOVE 'MEMBER ID LONGER THAN 12 CHARACTERS'
                     TO WS-CLM-REJECT-REASON
               WHEN WS-PROVIDER-ID = SPACES
                   MOVE 'BILLING PROVIDER ID MISSING'
                     TO WS-CLM-REJECT-REASON
               WHEN WS-PROVIDER-ID(11:) NOT = SPACES
                   MOVE 'BILLING PROVIDER ID LONGER THAN 10 CHARACTERS'
                     TO WS-CLM-REJECT-REASON
               WHEN WS-CLM-DATE = 0
                   MOVE 'DATE OF SERVICE MISSING'
                     TO WS-CLM-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           INITIALIZE INTAKE-TRACKING-RECORD
           MOVE WS-ISA-CONTROL-IN TO ITK-ISA-CONTROL
           MOVE WS-GS-CONTROL-IN TO ITK-GS-CONTROL
           MOVE WS-ST-CONTROL-IN TO ITK-ST-CONTROL
           MOVE WS-ISA-SENDER-QUAL TO ITK-SUBMITTER-QUAL
           MOVE WS-ISA-SENDER-ID TO ITK-SUBMITTER-ID
           MOVE WS-SUBMITTER-NAME TO ITK-SUBMITTER-NAME
           MOVE WS-CLM-ID TO ITK-PATIENT-CTL-NO
           MOVE WS-CLAIMTYPE TO ITK-CLAIMTYPE
           MOVE WS-CLM-AMOUNT TO ITK-CHARGE-AMT
           MOVE WS-MEMBER-ID-IN TO ITK-MEMBER-ID
           MOVE WS-MEMBER-LAST-NAME TO ITK-MEMBER-LAST-NAME
           MOVE WS-MEMBER-FIRST-NAME TO ITK-MEMBER-FIRST-NAME
           MOVE WS-PROVIDER-ID TO ITK-PROVIDER-ID
           MOVE WS-BILLING-NPI TO ITK-BILLING-NPI
           MOVE WS-BILLING-NAME TO ITK-BILLING-NAME
           MOVE WS-CLM-DATE TO ITK-SERVICE-DATE
           MOVE WS-RUN-DATE-CCYYMMDD TO ITK-RECEIVED-DATE
           SET ITK-NOT-ACKNOWLEDGED TO TRUE
           IF WS-CLM-REJECT-REASON = SPACES
               SET ITK-QUEUED TO TRUE
           ELSE
               SET ITK-INTAKE-REJECTED TO TRUE
               MOVE WS-CLM-REJECT-REASON TO ITK-RESULT-TEXT
           END-IF

           MOVE SPACES TO STAGE-RECORD
           MOVE WS-ST-ORDINAL TO STG-ST-ORDINAL
           SET STG-IS-CLAIM TO TRUE
           MOVE WS-CLAIMTYPE TO STG-CLAIMTYPE
           MOVE WS-CLM-AMOUNT TO STG-CLAIMAMT
           MOVE WS-MEMBER-ID-IN TO STG-MEMBER-ID
           MOVE WS-PROVIDER-ID TO STG-PROVIDER-ID
           MOVE WS-CLM-DATE TO STG-SERVICE-DATE
           MOVE INTAKE-TRACKING-RECORD TO STG-TRACKING-IMAGE
           PERFORM WRITE-STAGE-RECORD

           IF ITK-QUEUED
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-CLM-LINE-COUNT
                   MOVE SPACES TO STAGE-LINE-RECORD
                   MOVE WS-ST-ORDINAL TO STG-ST-ORDINAL
                   SET STG-IS-LINE TO TRUE
                   MOVE WS-LINE-IDX TO STG-LINE-NO
                   MOVE WS-CLM-LINE-PROC(WS-LINE-IDX) TO STG-LINE-PROC
                   MOVE WS-CLM-LINE-AMT(WS-LINE-IDX) TO STG-LINE-AMT
                   MOVE WS-CLM-LINE-DATE(WS-LINE-IDX) TO STG-LINE-DATE
                   PERFORM WRITE-STAGE-RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-TXN-CLAIMS-STAGED
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE RECORD TO THE STAGING FILE
      ******************************************************************
       WRITE-STAGE-RECORD.
      *
           WRITE STAGE-RECORD
           IF WS-STG-FS NOT = '00'
               DISPLAY 'WRITE OF STAGING-FILE FAILED, FS=' WS-STG-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FINISH AN INTERCHANGE: COMMIT THE CLAIMS THE 999
      * ACCEPTED, DECIDE ITS STATUS AND LOG IT.  A DUPLICATE ONLY HAS
      * ITS EXISTING LOG RECORD UPDATED.
      ******************************************************************
       FINISH-INTERCHANGE.
      *
           IF DUPLICATE-INTERCHANGE
               ADD 1 TO WS-DUPLICATE-COUNT
               ADD 1 TO ICL-DUPLICATE-COUNT
               MOVE WS-RUN-DATE-CCYYMMDD TO ICL-LAST-DUP-DATE
               REWRITE INTERCHANGE-LOG-RECORD
               IF WS-ICL-FS NOT = '00'
                   DISPLAY 'REWRITE OF INTERCHANGE-LOG-FILE FAILED, FS='
                           WS-ICL-FS
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING '  DUPLICATE OF THE INTERCHANGE RECEIVED '
                   ICL-RECEIVED-DATE ' - NOT PROCESSED AGAIN'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF INTERCHANGE-TAKEN
                   PERFORM COMMIT-STAGED-CLAIMS
                   PERFORM COUNT-TRANSACTION-RESULTS
               END-IF
               PERFORM SET-INTERCHANGE-STATUS
               MOVE WS-ACK-ISA-CTL TO ICL-ACK-ISA-CONTROL
               WRITE INTERCHANGE-LOG-RECORD
               IF WS-ICL-FS NOT = '00'
                   DISPLAY 'WRITE OF INTERCHANGE-LOG-FILE FAILED, FS='
                           WS-ICL-FS
               END-IF
               PERFORM WRITE-INTERCHANGE-LINES
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COMMIT THE STAGED CLAIMS OF EVERY TRANSACTION SET
      * THE 999 ACCEPTED.  EACH GETS ITS INTAKE REFERENCE AND
      * TRACKING RECORD; A QUEUED CLAIM GOES ON THE REQUEST FILE AS
      * ITS 'REF' RECORD, ITS 'LIN' RECORDS, THEN THE CLAIM RECORD.
      ******************************************************************
       COMMIT-STAGED-CLAIMS.
      *
           CLOSE STAGING-FILE
           OPEN INPUT STAGING-FILE
           IF WS-STG-FS NOT = '00'
               DISPLAY 'OPEN OF STAGING-FILE FAILED, FS=' WS-STG-FS
               STOP RUN
           END-IF

           SET STAGE-FILE-NOT-EOF TO TRUE
           SET CLAIM-NOT-COMMITTED TO TRUE
           SET NO-CLAIM-PENDING TO TRUE
           PERFORM READ-STAGE-RECORD
           PERFORM UNTIL STAGE-FILE-EOF
               IF STG-IS-CLAIM
                   PERFORM COMMIT-CLAIM
               ELSE
                   PERFORM COMMIT-LINE
               END-IF
               PERFORM READ-STAGE-RECORD
           END-PERFORM
           PERFORM WRITE-PENDING-CLAIM

           CLOSE STAGING-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT STAGED RECORD
      ******************************************************************
       READ-STAGE-RECORD.
      *
           READ STAGING-FILE
               AT END
                   SET STAGE-FILE-EOF TO TRUE
           END-READ

           IF STAGE-FILE-NOT-EOF AND WS-STG-FS NOT = '00'
               DISPLAY 'READ OF STAGING-FILE FAILED, FS=' WS-STG-FS
               SET STAGE-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO COMMIT ONE STAGED CLAIM
      ******************************************************************
       COMMIT-CLAIM.
      *
           PERFORM WRITE-PENDING-CLAIM
           SET CLAIM-NOT-COMMITTED TO TRUE
           MOVE STG-TRACKING-IMAGE TO INTAKE-TRACKING-RECORD

           IF ST-ACCEPTED(STG-ST-ORDINAL)
               PERFORM ASSIGN-INTAKE-REF
               MOVE WS-INTAKE-REF TO ITK-INTAKE-REF
               WRITE INTAKE-TRACKING-RECORD
               IF WS-ITK-FS NOT = '00'
                   ADD 1 TO WS-TRACK-FAIL-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  CLAIM ' ITK-PATIENT-CTL-NO(1:20)
                       ' REF ' WS-INTAKE-REF
                       ' NOT TRACKED, FS=' WS-ITK-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF

               IF ITK-QUEUED
                   MOVE SPACES TO BATCH-CLAIM-REFERENCE
                   SET BRF-IS-REFERENCE TO TRUE
                   MOVE WS-INTAKE-REF TO BRF-INTAKE-REF
                   WRITE BATCH-CLAIM-REFERENCE
                   PERFORM CHECK-BATCH-WRITE
                   MOVE STG-CLAIM-REQUEST TO WS-PENDING-CLAIM
                   SET CLAIM-PENDING TO TRUE
                   SET CLAIM-COMMITTED TO TRUE
                   ADD 1 TO ICL-CLAIMS-MAPPED
                   ADD STG-CLAIMAMT TO ICL-CLAIMS-AMOUNT
               ELSE
                   ADD 1 TO ICL-CLAIMS-REJECTED
                   ADD 1 TO WS-REJECTED-CLAIM-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  CLAIM ' ITK-PATIENT-CTL-NO(1:20)
                       ' ' WS-INTAKE-REF ' REJECTED - '
                       ITK-RESULT-TEXT(1:28)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               ADD 1 TO ICL-CLAIMS-REJECTED
               ADD 1 TO WS-REJECTED-CLAIM-COUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE A COMMITTED CLAIM'S SERVICE LINE
      ******************************************************************
       COMMIT-LINE.
      *
           IF CLAIM-COMMITTED
               MOVE SPACES TO BATCH-SERVICE-LINE
               SET BLN-IS-SERVICE-LINE TO TRUE
               MOVE STG-LINE-NO TO BLN-LINE-NO
               MOVE STG-LINE-PROC TO BLN-PROC-CODE
               MOVE STG-LINE-AMT TO BLN-LINE-AMT
               MOVE STG-LINE-DATE TO BLN-SERVICE-DATE
               WRITE BATCH-SERVICE-LINE
               PERFORM CHECK-BATCH-WRITE
               ADD 1 TO WS-OUT-LINE-COUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE CLAIM RECORD THAT FOLLOWS ITS DETAIL
      * RECORDS, ADDING IT TO THE TRAILER TOTALS
      ******************************************************************
       WRITE-PENDING-CLAIM.
      *
           IF CLAIM-PENDING
               MOVE WS-PENDING-CLAIM TO BATCH-CLAIM-REQUEST
               ADD 1 TO WS-OUT-CLAIM-COUNT
               ADD BAT-CLAIMAMT TO WS-OUT-HASH-AMOUNT
               WRITE BATCH-CLAIM-REQUEST
               PERFORM CHECK-BATCH-WRITE
               SET NO-CLAIM-PENDING TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CHECK A WRITE TO THE BATCH REQUEST FILE.  A SHORT
      * FILE WOULD ONLY FAIL IMSCBATD'S CONTROL TOTALS, SO STOP HERE.
      ******************************************************************
       CHECK-BATCH-WRITE.
      *
           IF WS-BAT-FS NOT = '00'
               DISPLAY 'WRITE OF BATCH-REQUEST-FILE FAILED, FS='
                       WS-BAT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ASSIGN THE NEXT INTAKE REFERENCE FROM THIS
      * PROGRAM'S CLAIM SEQUENCE RECORD.  THE SEQUENCE RESTARTS EACH
      * DAY AND WRAPS PAST 99999, AS THE CLAIM NUMBER SEQUENCE DOES.
      ******************************************************************
       ASSIGN-INTAKE-REF.
      *
           READ CLAIM-SEQ-FILE
           IF WS-SEQ-FS NOT = '00'
               DISPLAY 'READ OF CLAIM-SEQ-FILE FAILED, FS=' WS-SEQ-FS
           END-IF

           IF SEQ-LAST-DATE NOT = WS-RUN-YYMMDD
               MOVE WS-RUN-YYMMDD TO SEQ-LAST-DATE
               MOVE 0 TO SEQ-LAST-NO
           END-IF
           IF SEQ-LAST-NO = 99999
               MOVE 0 TO SEQ-LAST-NO
           END-IF
           ADD 1 TO SEQ-LAST-NO

           REWRITE CLAIM-SEQ-RECORD
           IF WS-SEQ-FS NOT = '00'
               DISPLAY 'REWRITE OF CLAIM-SEQ-FILE FAILED, FS='
                       WS-SEQ-FS
           END-IF

           MOVE WS-RUN-YYMMDD TO WS-REF-DATE
           MOVE SEQ-LAST-NO TO WS-REF-SEQ
           .
      ******************************************************************
      * ROUTINE TO COUNT THE INTERCHANGE'S TRANSACTION SETS BY RESULT
      * FOR THE LOG.  SETS OUTSIDE ANY GROUP OR BEYOND THE RESULT
      * TABLE COUNT AS REJECTED.
      ******************************************************************
       COUNT-TRANSACTION-RESULTS.
      *
           COMPUTE ICL-TXN-COUNT = WS-ST-ORDINAL + WS-STRAY-TXN-COUNT
           MOVE 0 TO ICL-TXNS-ACCEPTED
           MOVE 0 TO ICL-TXNS-REJECTED
           IF WS-ST-ORDINAL > WS-ST-MAX
               MOVE WS-ST-MAX TO WS-ST-LAST
           ELSE
               MOVE WS-ST-ORDINAL TO WS-ST-LAST
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-LAST
               IF ST-ACCEPTED(WS-ST-IDX)
                   ADD 1 TO ICL-TXNS-ACCEPTED
               END-IF
           END-PERFORM
           COMPUTE ICL-TXNS-REJECTED = ICL-TXN-COUNT - ICL-TXNS-ACCEPTED
           .
      ******************************************************************
      * ROUTINE TO DECIDE THE INTERCHANGE'S STATUS: REJECTED WHEN NO
      * TRANSACTION SET WAS ACCEPTED, ACCEPTED WHEN EVERYTHING IN IT
      * WAS TAKEN, OTHERWISE PARTIALLY ACCEPTED
      ******************************************************************
       SET-INTERCHANGE-STATUS.
      *
           EVALUATE TRUE
               WHEN ICL-REJECTED
                   CONTINUE
               WHEN ICL-TXNS-ACCEPTED = 0
                   SET ICL-REJECTED TO TRUE
                   MOVE 'NO TRANSACTION SET ACCEPTED'
                     TO WS-REASON-WORK
                   PERFORM SET-INTERCHANGE-REASON
               WHEN ICL-TXNS-REJECTED = 0 AND
                    ICL-CLAIMS-REJECTED = 0 AND
                    ICL-REASON = SPACES
                   SET ICL-ACCEPTED TO TRUE
               WHEN OTHER
                   SET ICL-PARTIAL TO TRUE
                   IF ICL-CLAIMS-REJECTED > 0
                       MOVE 'CLAIMS REJECTED - SEE THE 999 AND 277CA'
                         TO WS-REASON-WORK
                       PERFORM SET-INTERCHANGE-REASON
                   END-IF
           END-EVALUATE

           IF NOT ICL-ACCEPTED
               ADD 1 TO WS-NOT-ACCEPTED-COUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LOG A FILE, OR THE REST OF ONE, WITH NO READABLE
      * ISA.  IT IS KEPT UNDER SENDER 'UNIDENTIFIED' WITH THE TIME OF
      * RECEIPT AS ITS CONTROL NUMBER, SO IT STILL SHOWS UP WHEN A
      * SUBMITTER ASKS WHAT HAPPENED TO THEIR FILE.
      ******************************************************************
       LOG-UNIDENTIFIED-FILE.
      *
           ADD 1 TO WS-UNREADABLE-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-TIME TO WS-UNID-CONTROL

           INITIALIZE INTERCHANGE-LOG-RECORD
           MOVE 'UNIDENTIFIED' TO ICL-SENDER-ID
           MOVE WS-UNID-CONTROL TO ICL-ISA-CONTROL
           MOVE WS-RUN-DATE-CCYYMMDD TO ICL-RECEIVED-DATE
           MOVE WS-RUN-HHMMSS TO ICL-RECEIVED-TIME
           SET ICL-REJECTED TO TRUE
           MOVE 'NO READABLE ISA SEGMENT - NOT PROCESSED'
             TO ICL-REASON
           WRITE INTERCHANGE-LOG-RECORD
           IF WS-ICL-FS NOT = '00'
               DISPLAY 'WRITE OF INTERCHANGE-LOG-FILE FAILED, FS='
                       WS-ICL-FS
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNREADABLE INPUT LOGGED AS UNIDENTIFIED '
               WS-UNID-CONTROL ' - NO ISA SEGMENT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE IMSC2BAT HEADER RECORD, DATED TODAY
      ******************************************************************
       WRITE-BATCH-HEADER.
      *
           MOVE SPACES TO BATCH-HEADER-RECORD
           SET BHD-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE-CCYYMMDD TO BHD-FILE-DATE
           WRITE BATCH-HEADER-RECORD
           PERFORM CHECK-BATCH-WRITE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE IMSC2BAT TRAILER RECORD WITH THE CLAIM
      * COUNT, CLAIM AMOUNT HASH AND SERVICE LINE COUNT
      ******************************************************************
       WRITE-BATCH-TRAILER.
      *
           MOVE SPACES TO BATCH-TRAILER-RECORD
           SET BTR-IS-TRAILER TO TRUE
           MOVE WS-OUT-CLAIM-COUNT TO BTR-RECORD-COUNT
           MOVE WS-OUT-HASH-AMOUNT TO BTR-HASH-AMOUNT
           MOVE WS-OUT-LINE-COUNT TO BTR-LINE-COUNT
           WRITE BATCH-TRAILER-RECORD
           PERFORM CHECK-BATCH-WRITE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE 999 INTERCHANGE BACK TO THE SUBMITTER,
      * WITH THE ISA SENDER AND RECEIVER OF THE 837 SWAPPED AND ITS
      * USAGE INDICATOR ECHOED
      ******************************************************************
       WRITE-ACK-INTERCHANGE-HEADER.
      *
           PERFORM NEXT-ACK-CONTROL
           IF WS-ISA-USAGE = 'T'
               MOVE 'T' TO WS-ACK-USAGE
           ELSE
               MOVE 'P' TO WS-ACK-USAGE
           END-IF

           MOVE SPACES TO WS-SEGMENT
           STRING 'ISA*00*          *00*          *'
               EDC-OUR-ISA-QUAL '*' EDC-OUR-ISA-ID '*'
               WS-ISA-SENDER-QUAL '*' WS-ISA-SENDER-ID '*'
               WS-RUN-YYMMDD '*' WS-RUN-HHMM '*^*00501*'
               WS-ACK-ISA-CTL '*0*' WS-ACK-USAGE '*:~'
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE ACK-RECORD FROM WS-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE 999 INTERCHANGE, ONE 999 GROUP FOR EACH
      * GROUP RECEIVED
      ******************************************************************
       WRITE-ACK-INTERCHANGE-TRAILER.
      *
           PERFORM START-SEGMENT
           STRING 'IEA' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE ICL-GROUP-COUNT TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           STRING '*' WS-ACK-ISA-CTL DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO OPEN THE 999 FOR A GROUP RECEIVED: THE FA GROUP,
      * THE 999 TRANSACTION SET AND ITS AK1 NAMING THE GROUP
      ******************************************************************
       WRITE-ACK-GROUP-HEADER.
      *
           ADD 1 TO WS-ACK-GS-CTL
           PERFORM START-SEGMENT
           STRING 'GS' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE 'FA' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-GS-RECEIVER TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-GS-SENDER TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-HHMM TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-ACK-GS-CTL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE 'X' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE '005010X231A1' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           MOVE 0 TO WS-SEG-COUNT
           PERFORM START-SEGMENT
           STRING 'ST*999*0001' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE '005010X231A1' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'AK1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-GS-FUNCTION TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-GS-CONTROL-IN TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF WS-GS-VERSION NOT = SPACES
               MOVE WS-GS-VERSION TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE GROUP'S 999: AK9, SE AND GE
      ******************************************************************
       WRITE-ACK-GROUP-TRAILER.
      *
           PERFORM START-SEGMENT
           STRING 'AK9' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-AK9-STATUS TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-GRP-ST-INCLUDED TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-GRP-ST-COUNT TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-GRP-ST-ACCEPTED TO WS-X12-NUMBER
           IF WS-AK9-STATUS = 'R'
               MOVE 0 TO WS-X12-NUMBER
           END-IF
           PERFORM ADD-X12-NUMBER
           IF WS-AK9-CODE NOT = SPACES
               MOVE WS-AK9-CODE TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT

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
           MOVE WS-ACK-GS-CTL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO OPEN THE AK2 LOOP FOR A TRANSACTION SET RECEIVED
      ******************************************************************
       WRITE-ACK-AK2.
      *
           PERFORM START-SEGMENT
           STRING 'AK2' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-ST-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-ST-CONTROL-IN TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF WS-ST-VERSION NOT = SPACES
               MOVE WS-ST-VERSION TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO WRITE AN IK3 NAMING THE SEGMENT IN ERROR, ITS
      * POSITION IN THE TRANSACTION SET AND ITS LOOP
      ******************************************************************
       WRITE-ACK-IK3.
      *
           ADD 1 TO WS-TXN-ERRORS
           PERFORM START-SEGMENT
           STRING 'IK3' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-IK3-SEG-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-ST-SEG-COUNT TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-IK3-LOOP TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-IK3-CODE TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO WRITE AN IK4 NAMING THE ELEMENT IN ERROR AND,
      * WHEN THERE IS ONE, THE BAD VALUE
      ******************************************************************
       WRITE-ACK-IK4.
      *
           PERFORM START-SEGMENT
           STRING 'IK4' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-IK4-POSITION TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-IK4-REF TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-IK4-CODE TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF WS-IK4-BAD-VALUE NOT = SPACES
               MOVE WS-IK4-BAD-VALUE TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE AK2 LOOP WITH THE SET'S IK5
      ******************************************************************
       WRITE-ACK-IK5.
      *
           PERFORM START-SEGMENT
           STRING 'IK5' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-IK5-STATUS TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF WS-IK5-CODE NOT = SPACES
               MOVE WS-IK5-CODE TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           END-IF
           PERFORM END-SEGMENT
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
      * ROUTINE TO TERMINATE THE SEGMENT BEING BUILT, WRITE IT AND
      * COUNT IT FOR THE SE
      ******************************************************************
       END-SEGMENT.
      *
           STRING '~' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           WRITE ACK-RECORD FROM WS-SEGMENT
           IF WS-ACK-FS NOT = '00'
               DISPLAY 'WRITE OF ACK-999-FILE FAILED, FS='
                       WS-ACK-FS
           END-IF
           ADD 1 TO WS-SEG-COUNT
           .
      ******************************************************************
      * ROUTINE TO APPEND A TEXT ELEMENT (WS-X12-ELEMENT) WITHOUT ITS
      * TRAILING SPACES; A BLANK ELEMENT IS LEFT EMPTY.  A BAD VALUE
      * ECHOED FROM THE 837 MAY HOLD OUR OWN SEPARATORS, WHICH ARE
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
      * ROUTINE TO WRITE THE INTAKE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE 'INBOUND 837 CLAIM INTAKE REPORT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE ' WS-RUN-DATE-CCYYMMDD ' ' WS-RUN-HHMMSS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST THE OUTCOME OF ONE INTERCHANGE
      ******************************************************************
       WRITE-INTERCHANGE-LINES.
      *
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN ICL-ACCEPTED
                   MOVE '  ACCEPTED' TO REPORT-RECORD
               WHEN ICL-PARTIAL
                   MOVE '  PARTIALLY ACCEPTED' TO REPORT-RECORD
               WHEN OTHER
                   MOVE '  REJECTED' TO REPORT-RECORD
           END-EVALUATE
           IF WS-ACK-ISA-CTL > 0
               MOVE '999 CONTROL' TO REPORT-RECORD(23:11)
               MOVE WS-ACK-ISA-CTL TO REPORT-RECORD(35:9)
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE '  GROUPS' TO REPORT-RECORD(1:8)
           MOVE ICL-GROUP-COUNT TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL TO REPORT-RECORD(9:7)
           MOVE 'SETS' TO REPORT-RECORD(18:4)
           MOVE ICL-TXN-COUNT TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL TO REPORT-RECORD(22:7)
           MOVE 'ACCEPTED' TO REPORT-RECORD(31:8)
           MOVE ICL-TXNS-ACCEPTED TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL TO REPORT-RECORD(39:7)
           MOVE 'CLAIMS' TO REPORT-RECORD(48:6)
           MOVE ICL-CLAIMS-MAPPED TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL TO REPORT-RECORD(54:7)
           MOVE 'REJECTED' TO REPORT-RECORD(63:8)
           MOVE ICL-CLAIMS-REJECTED TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL TO REPORT-RECORD(71:7)
           WRITE REPORT-RECORD

           IF ICL-REASON NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING '  ' ICL-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY, WHICH BALANCES TO
      * THE TRAILER ON THE REQUEST FILE
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-INTERCHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'INTERCHANGES READ  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'DUPLICATES SKIPPED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NOT-ACCEPTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT FULLY ACCEPTED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-UNREADABLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNREADABLE INPUT . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OUT-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS QUEUED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OUT-HASH-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'AMOUNT QUEUED  . . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OUT-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SERVICE LINES QUEUED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS REJECTED  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-TRACK-FAIL-COUNT > 0
               MOVE WS-TRACK-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOT TRACKED  . . . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
