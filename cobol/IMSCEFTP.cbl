       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCEFTP.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Provider EFT payment run.  IMSCSETL posts a PAID settlement   *
      * for a provider enrolled in EFT with AUD-PAYMENT-METHOD 'E'    *
      * and no check number; this job pays them:                      *
      *  (a) the audit KSDS is sorted by provider, picking up every   *
      *      EFT-paid claim not yet carrying a trace number;          *
      *  (b) each provider's claims become one payment -- the paid    *
      *      amounts plus prompt-pay interest, less any recovery      *
      *      offset IMSCSETL took -- sent as one CCD credit with a    *
      *      TRN addenda on the NACHA ACH file (see IMSC2ACH) to the   *
      *      routing and account on the registry (see IMSC2PRV);      *
      *  (c) a matching X12 835 remittance transaction is written     *
      *      for the payment (BPR/TRN, a CLP per claim, PLB for the   *
      *      offsets) so the provider can post it;                    *
      *  (d) every claim in the payment is stamped with the payment's *
      *      'E' trace number in AUD-CHECK-NO, so IMSCCRCN reconciles *
      *      the ACH credit like a check, and its EOB is printed.     *
      * A provider whose registry entry no longer supports EFT is     *
      * held, listed on the payment register, and picked up again by  *
      * the next run once corrected; the run then ends with return    *
      * code 4.  Origination settings and counters live on the EFT    *
      * control file (see IMSC2EFC); without them the run ends with   *
      * return code 8 and pays nothing.                               *
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
               FILE STATUS IS WS-AUDIT-FS.

           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT EFT-CONTROL-FILE ASSIGN TO CLMEFTCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-EFC-RELKEY
               FILE STATUS IS WS-EFC-FS.

           SELECT ACH-FILE ASSIGN TO CLMACH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-FS.

           SELECT REMITTANCE-FILE ASSIGN TO CLM835
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REM-FS.

           SELECT EOB-PRINT-FILE ASSIGN TO CLMEFTEOB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EOB-FS.

           SELECT PAYMENT-REGISTER-FILE ASSIGN TO CLMEFTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  EFT-CONTROL-FILE
           RECORDING MODE IS F.
       COPY IMSC2EFC.

       FD  ACH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 10 RECORDS.
       COPY IMSC2ACH.

       FD  REMITTANCE-FILE
           RECORDING MODE IS F.
       01  REMITTANCE-RECORD            PIC X(120).

       FD  EOB-PRINT-FILE
           RECORDING MODE IS F.
       01  EOB-LINE                     PIC X(80).

       FD  PAYMENT-REGISTER-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PROVIDER-ID           PIC X(10).
           05 SRT-CLAIMNO               PIC X(12).
           05 SRT-PAID-AMT              PIC S9(9)V99 COMP-3.
           05 SRT-INTEREST-AMT          PIC S9(9)V99 COMP-3.
           05 SRT-OFFSET-AMT            PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-EFC-FS                 PIC XX VALUE SPACES.
       01 WS-ACH-FS                 PIC XX VALUE SPACES.
       01 WS-REM-FS                 PIC XX VALUE SPACES.
       01 WS-EOB-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-EFC-RELKEY             PIC 9(4) COMP VALUE 1.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-ORIGINATION-SW         PIC X VALUE 'N'.
          88 ORIGINATION-READY          VALUE 'Y'.
          88 ORIGINATION-NOT-READY      VALUE 'N'.
       01 WS-BATCH-OPEN-SW          PIC X VALUE 'N'.
          88 ACH-BATCH-OPEN             VALUE 'Y'.
          88 ACH-BATCH-NOT-OPEN         VALUE 'N'.
      ******************************************************************
      * THE CURRENT PAYMENT BEING BUILT: THE PROVIDER, ITS CLAIMS
      * (CLAIM NUMBER AND THE RECOVERY OFFSET TAKEN FROM EACH, FOR
      * THE 835'S PLB SEGMENT) AND ITS RUNNING TOTALS.  A PROVIDER
      * WITH MORE CLAIMS THAN THE TABLE HOLDS IN ONE CYCLE IS SPLIT
      * ACROSS AS MANY PAYMENTS AS IT TAKES.
      ******************************************************************
       01 WS-CURRENT-PROVIDER       PIC X(10) VALUE SPACES.
       01 WS-PAY-CLAIM-MAX          PIC S9(4) COMP VALUE 500.
       01 WS-PAY-CLAIM-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-PAY-IDX                PIC S9(4) COMP VALUE 0.
       01 WS-PAY-CLAIM-TABLE.
          05 WS-PAY-CLAIM OCCURS 500 TIMES.
             10 WS-PAY-CLAIMNO      PIC X(12).
             10 WS-PAY-OFFSET       PIC S9(9)V99 COMP-3.
       01 WS-PAY-GROSS-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PAY-OFFSET-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PAY-NET-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ACH-ENTRY-MAX          PIC S9(11)V99 COMP-3
                                    VALUE 99999999.99.
       01 WS-PAYEE-REASON           PIC X(40).
       01 WS-PAYEE-NAME             PIC X(30).
       01 WS-CLAIM-PAYMENT          PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * PAYMENT IDENTIFICATION.  THE PAYMENT NUMBER COMES FROM THE
      * CONTROL RECORD; THE TRACE STAMPED ON THE CLAIMS AND SENT ON
      * THE 835 TRN IS 'E' PLUS THE NINE-DIGIT PAYMENT NUMBER, WHICH
      * FITS AUD-CHECK-NO AND CAN NEVER COLLIDE WITH A NUMERIC CHECK
      * NUMBER.  THE ACH TRACE IS THE ODFI ID PLUS ITS LAST SEVEN
      * DIGITS.
      ******************************************************************
       01 WS-PAYMENT-NO             PIC 9(9).
       01 WS-PAYMENT-NO-X REDEFINES WS-PAYMENT-NO.
          05 FILLER                 PIC 9(2).
          05 WS-PAYMENT-NO-SEQ      PIC 9(7).
       01 WS-TRACE-NO.
          05 FILLER                 PIC X VALUE 'E'.
          05 WS-TRACE-NUMBER        PIC 9(9).
      ******************************************************************
      * ABA CHECK DIGIT ON THE PAYEE ROUTING NUMBER, RE-EDITED HERE
      * BECAUSE THE REGISTRY CAN ALSO BE LOADED BY REPRO
      ******************************************************************
       01 WS-ABA-ROUTING            PIC X(9).
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
          05 WS-ABA-DIGIT           PIC 9 OCCURS 9 TIMES.
       01 WS-ABA-SUM                PIC S9(5) COMP.
      ******************************************************************
      * ACH FILE TOTALS.  THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT
      * RDFI IDS, KEPT TO ITS LOW TEN DIGITS WHEN MOVED TO THE
      * CONTROL RECORDS.
      ******************************************************************
       01 WS-ACH-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-ACH-ENTRY-COUNT        PIC 9(9) VALUE 0.
       01 WS-ACH-ADDENDA-COUNT      PIC 9(9) VALUE 0.
       01 WS-ACH-ENTRY-HASH         PIC 9(15) VALUE 0.
       01 WS-ACH-RDFI-NUM           PIC 9(8).
       01 WS-ACH-TOTAL-CREDIT       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ACH-BLOCK-COUNT        PIC 9(9) VALUE 0.
       01 WS-ACH-PAD-COUNT          PIC 9(9) VALUE 0.
       01 WS-FILE-MOD-IDX           PIC 9(2) VALUE 0.
       01 WS-FILE-MOD-LIST          PIC X(36)
          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
      ******************************************************************
      * X12 835 WORK AREAS.  SEGMENTS ARE BUILT ELEMENT BY ELEMENT
      * WITH A STRING POINTER: EACH TEXT ELEMENT IS APPENDED WITHOUT
      * ITS TRAILING SPACES AND EACH AMOUNT WITHOUT ITS LEADING
      * SPACES, THEN THE SEGMENT IS WRITTEN ONE PER RECORD.
      ******************************************************************
       01 WS-SEGMENT                PIC X(120).
       01 WS-SEG-PTR                PIC S9(4) COMP.
       01 WS-SEG-COUNT              PIC 9(9) VALUE 0.
       01 WS-ST-COUNT               PIC 9(9) VALUE 0.
       01 WS-ST-CONTROL             PIC 9(4).
       01 WS-X12-ELEMENT            PIC X(60).
       01 WS-X12-LEN                PIC S9(4) COMP.
       01 WS-X12-AMOUNT             PIC S9(11)V99 COMP-3.
       01 WS-X12-AMT-EDIT           PIC -(11)9.99.
       01 WS-X12-LEAD               PIC S9(4) COMP.
       01 WS-X12-NUMBER             PIC 9(9).
       01 WS-X12-NUM-EDIT           PIC Z(8)9.
       01 WS-ISA-CONTROL            PIC 9(9).
       01 WS-CAS-AMOUNT             PIC S9(11)V99 COMP-3.
       01 WS-FISCAL-PERIOD.
          05 WS-FISCAL-YEAR         PIC 9(4).
          05 FILLER                 PIC X(4) VALUE '1231'.
      ******************************************************************
      * RUN AND EFFECTIVE DATES.  THE CREDITS SETTLE THE NEXT DAY.
      ******************************************************************
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-CCYYMMDD.
          05 WS-RUN-CC              PIC 9(2).
          05 WS-RUN-YYMMDD          PIC 9(6).
       01 WS-RUN-HHMM               PIC 9(4).
       01 WS-EFFECTIVE-CCYYMMDD     PIC 9(8).
       01 WS-EFFECTIVE-X REDEFINES WS-EFFECTIVE-CCYYMMDD.
          05 WS-EFF-CC              PIC 9(2).
          05 WS-EFF-YYMMDD          PIC 9(6).
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 WS-TEMP-HHMM        PIC 9(4).
             10 FILLER              PIC X(9).
      ******************************************************************
      * EXPLANATION-OF-BENEFITS WORK AREAS, SAME DOCUMENT AS IMSCSETL
      ******************************************************************
       01 WS-EOB-MEMBER-NAME        PIC X(30).
       01 WS-EDIT-EOB-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-PAID               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-SVC-DATE-SPLIT.
          05 WS-SVC-YEAR            PIC 9(4).
          05 WS-SVC-MONTH           PIC 9(2).
          05 WS-SVC-DAY             PIC 9(2).
       01 WS-SVC-DATE-FMT.
          05 WS-SVC-FMT-YEAR        PIC 9(4).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-SVC-FMT-MONTH       PIC 9(2).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-SVC-FMT-DAY         PIC 9(2).
      ******************************************************************
      * RUNNING COUNTS FOR THE PAYMENT REGISTER SUMMARY
      ******************************************************************
       01 WS-PAYMENT-COUNT          PIC 9(9) VALUE 0.
       01 WS-NOTICE-COUNT           PIC 9(9) VALUE 0.
       01 WS-CLAIMS-PAID-COUNT      PIC 9(9) VALUE 0.
       01 WS-HELD-PAYEE-COUNT       PIC 9(9) VALUE 0.
       01 WS-HELD-CLAIM-COUNT       PIC 9(9) VALUE 0.
       01 WS-STAMP-FAIL-COUNT       PIC 9(9) VALUE 0.
       01 WS-EOB-COUNT              PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
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
           MOVE WS-TEMP-HHMM TO WS-RUN-HHMM
           COMPUTE WS-EFFECTIVE-CCYYMMDD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-CCYYMMDD) + 1)
           MOVE WS-TEMP-DATE(1:4) TO WS-FISCAL-YEAR

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-EFT-CONTROL

           IF ORIGINATION-NOT-READY
               MOVE 'EFT ORIGINATION NOT SET UP - NO PAYMENTS MADE'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ACH-FILE-HEADER
           PERFORM WRITE-INTERCHANGE-HEADER

           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROVIDER-ID SRT-CLAIMNO
               INPUT PROCEDURE IS SELECT-EFT-CLAIMS
               OUTPUT PROCEDURE IS PAY-PROVIDERS

           PERFORM WRITE-ACH-FILE-CONTROL
           PERFORM WRITE-INTERCHANGE-TRAILER
           PERFORM REWRITE-EFT-CONTROL
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF WS-HELD-PAYEE-COUNT > 0 OR WS-STAMP-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE AUDIT KSDS IS OPENED I-O
      * BECAUSE EVERY PAID CLAIM IS STAMPED WITH ITS TRACE NUMBER; AN
      * UNREADABLE MEMBER MASTER JUST PUTS THE FALLBACK NAME ON THE
      * 835 AND THE EOB.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN I-O CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               STOP RUN
           END-IF

           OPEN INPUT PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS NOT = '00'
               DISPLAY 'OPEN OF PROVIDER-REGISTRY-FILE FAILED, FS='
                       WS-PRV-FS
               STOP RUN
           END-IF

           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
           END-IF

           OPEN I-O EFT-CONTROL-FILE
           IF WS-EFC-FS NOT = '00' AND WS-EFC-FS NOT = '05' AND
              WS-EFC-FS NOT = '35'
               DISPLAY 'OPEN OF EFT-CONTROL-FILE FAILED, FS='
                       WS-EFC-FS
               STOP RUN
           END-IF

           OPEN OUTPUT ACH-FILE
           IF WS-ACH-FS NOT = '00'
               DISPLAY 'OPEN OF ACH-FILE FAILED, FS='
                       WS-ACH-FS
               STOP RUN
           END-IF

           OPEN OUTPUT REMITTANCE-FILE
           IF WS-REM-FS NOT = '00'
               DISPLAY 'OPEN OF REMITTANCE-FILE FAILED, FS='
                       WS-REM-FS
               STOP RUN
           END-IF

           OPEN OUTPUT EOB-PRINT-FILE
           IF WS-EOB-FS NOT = '00'
               DISPLAY 'OPEN OF EOB-PRINT-FILE FAILED, FS='
                       WS-EOB-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PAYMENT-REGISTER-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF PAYMENT-REGISTER-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE ALL THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE CLAIM-AUDIT-FILE
           CLOSE PROVIDER-REGISTRY-FILE
           CLOSE MEMBER-MASTER-FILE
           CLOSE EFT-CONTROL-FILE
           CLOSE ACH-FILE
           CLOSE REMITTANCE-FILE
           CLOSE EOB-PRINT-FILE
           CLOSE PAYMENT-REGISTER-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE EFT CONTROL RECORD AND SET UP THIS RUN'S
      * ACH FILE ID MODIFIER (A, B, C ... FOR EACH FILE ON THE SAME
      * DAY) AND INTERCHANGE CONTROL NUMBER.  TREASURY MUST HAVE
      * LOADED THE ORIGINATION SETTINGS; THE RUN WILL NOT GUESS THEM.
      ******************************************************************
       READ-EFT-CONTROL.
      *
           SET ORIGINATION-NOT-READY TO TRUE
           IF WS-EFC-FS = '00'
               READ EFT-CONTROL-FILE
               IF WS-EFC-FS = '00' AND
                  EFC-ODFI-ROUTING NUMERIC AND
                  EFC-DEST-ROUTING NUMERIC AND
                  EFC-COMPANY-ID NOT = SPACES AND
                  EFC-LAST-PAYMENT-NO NUMERIC AND
                  EFC-LAST-FILE-DATE NUMERIC AND
                  EFC-LAST-FILE-MOD-IDX NUMERIC AND
                  EFC-LAST-ISA-CTL NUMERIC
                   SET ORIGINATION-READY TO TRUE
               ELSE
                   DISPLAY 'EFT CONTROL RECORD MISSING OR INVALID, FS='
                           WS-EFC-FS
               END-IF
           ELSE
               DISPLAY 'EFT CONTROL FILE NOT LOADED, FS=' WS-EFC-FS
           END-IF

           IF ORIGINATION-READY
               IF EFC-LAST-FILE-DATE = WS-RUN-DATE-CCYYMMDD
                   COMPUTE WS-FILE-MOD-IDX = EFC-LAST-FILE-MOD-IDX + 1
               ELSE
                   MOVE 1 TO WS-FILE-MOD-IDX
               END-IF
               IF WS-FILE-MOD-IDX > 36
                   DISPLAY 'ACH FILE ID MODIFIERS USED UP FOR TODAY'
                   SET ORIGINATION-NOT-READY TO TRUE
               ELSE
                   MOVE WS-RUN-DATE-CCYYMMDD TO EFC-LAST-FILE-DATE
                   MOVE WS-FILE-MOD-IDX TO EFC-LAST-FILE-MOD-IDX
                   IF EFC-LAST-ISA-CTL = 999999999
                       MOVE 1 TO EFC-LAST-ISA-CTL
                   ELSE
                       ADD 1 TO EFC-LAST-ISA-CTL
                   END-IF
                   MOVE EFC-LAST-ISA-CTL TO WS-ISA-CONTROL
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REWRITE THE EFT CONTROL RECORD WITH THE COUNTERS
      * THIS RUN HAS USED.  ALSO DONE AFTER EVERY PAYMENT, SO A RUN
      * THAT FAILS PART WAY NEVER REISSUES A PAYMENT NUMBER.
      ******************************************************************
       REWRITE-EFT-CONTROL.
      *
           REWRITE EFT-CONTROL-RECORD
           IF WS-EFC-FS NOT = '00'
               DISPLAY 'REWRITE OF EFT-CONTROL-FILE FAILED, FS='
                       WS-EFC-FS
           END-IF
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT KSDS AND RELEASE ONE SORT
      * RECORD PER CLAIM IMSCSETL POSTED AS PAID BY EFT THAT HAS NOT
      * YET BEEN PAID (NO TRACE NUMBER).  TEST CLAIMS ARE NEVER PAID
      * AND A CLAIM WITH A DAMAGED AMOUNT IS LEFT FOR FINANCE.
      ******************************************************************
       SELECT-EFT-CLAIMS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               IF AUD-CLAIM-STATUS = 'PAID' AND
                  AUD-PAID-BY-EFT AND
                  AUD-CHECK-NO = SPACES AND
                  AUD-PROVIDER-ID NOT = SPACES AND
                  AUD-TEST-IND NOT = 'Y' AND
                  AUD-PAID-AMT NUMERIC AND
                  AUD-INTEREST-AMT NUMERIC AND
                  AUD-OFFSET-AMT NUMERIC
                   MOVE AUD-PROVIDER-ID  TO SRT-PROVIDER-ID
                   MOVE AUD-CLAIMNO      TO SRT-CLAIMNO
                   MOVE AUD-PAID-AMT     TO SRT-PAID-AMT
                   MOVE AUD-INTEREST-AMT TO SRT-INTEREST-AMT
                   MOVE AUD-OFFSET-AMT   TO SRT-OFFSET-AMT
                   RELEASE SORT-RECORD
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED CLAIMS AND GATHER EACH
      * PROVIDER'S INTO ONE PAYMENT, ISSUING IT ON THE CONTROL BREAK
      * (OR WHEN THE PAYMENT'S CLAIM TABLE FILLS).
      ******************************************************************
       PAY-PROVIDERS SECTION.
      *
           MOVE SPACES TO WS-CURRENT-PROVIDER
           PERFORM START-NEW-PAYMENT
           PERFORM RETURN-SORTED-CLAIM
           PERFORM UNTIL SORT-FILE-EOF
               IF SRT-PROVIDER-ID NOT = WS-CURRENT-PROVIDER OR
                  WS-PAY-CLAIM-COUNT = WS-PAY-CLAIM-MAX
                   IF WS-PAY-CLAIM-COUNT > 0
                       PERFORM ISSUE-PAYMENT
                   END-IF
                   MOVE SRT-PROVIDER-ID TO WS-CURRENT-PROVIDER
                   PERFORM START-NEW-PAYMENT
               END-IF
               PERFORM ADD-CLAIM-TO-PAYMENT
               PERFORM RETURN-SORTED-CLAIM
           END-PERFORM

           IF WS-PAY-CLAIM-COUNT > 0
               PERFORM ISSUE-PAYMENT
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       PAYMENT-ROUTINES SECTION.
      ******************************************************************
      * ROUTINE TO READ THE NEXT AUDIT RECORD
      ******************************************************************
       READ-AUDIT-RECORD.
      *
           READ CLAIM-AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-FILE-EOF TO TRUE
           END-READ

           IF AUDIT-FILE-NOT-EOF AND WS-AUDIT-FS NOT = '00'
               DISPLAY 'READ OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               SET AUDIT-FILE-EOF TO TRUE
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
      * ROUTINE TO CLEAR THE PAYMENT BEING BUILT
      ******************************************************************
       START-NEW-PAYMENT.
      *
           MOVE 0 TO WS-PAY-CLAIM-COUNT
           MOVE 0 TO WS-PAY-GROSS-AMT
           MOVE 0 TO WS-PAY-OFFSET-AMT
           MOVE 0 TO WS-PAY-NET-AMT
           .
      ******************************************************************
      * ROUTINE TO ADD THE SORTED CLAIM TO THE PAYMENT: ITS PAID
      * AMOUNT AND PROMPT-PAY INTEREST TO THE GROSS, ITS RECOVERY
      * OFFSET TO THE OFFSETS
      ******************************************************************
       ADD-CLAIM-TO-PAYMENT.
      *
           ADD 1 TO WS-PAY-CLAIM-COUNT
           MOVE SRT-CLAIMNO TO WS-PAY-CLAIMNO(WS-PAY-CLAIM-COUNT)
           MOVE SRT-OFFSET-AMT TO WS-PAY-OFFSET(WS-PAY-CLAIM-COUNT)
           ADD SRT-PAID-AMT SRT-INTEREST-AMT TO WS-PAY-GROSS-AMT
           ADD SRT-OFFSET-AMT TO WS-PAY-OFFSET-AMT
           .
      ******************************************************************
      * ROUTINE TO ISSUE ONE PAYMENT.  THE PAYEE'S REGISTRY ENTRY IS
      * EDITED FIRST; A PAYEE THAT CAN NO LONGER TAKE AN ACH CREDIT
      * IS HELD WITH ITS CLAIMS UNTOUCHED.  OTHERWISE THE PAYMENT IS
      * NUMBERED, THE CREDIT GOES ON THE ACH FILE (UNLESS OFFSETS
      * TOOK THE WHOLE AMOUNT, WHEN THE 835 GOES OUT ALONE AS A
      * NOTICE), AND THE 835 IS WRITTEN CLAIM BY CLAIM, STAMPING
      * EACH CLAIM AND PRINTING ITS EOB AS IT GOES.
      ******************************************************************
       ISSUE-PAYMENT.
      *
           COMPUTE WS-PAY-NET-AMT = WS-PAY-GROSS-AMT - WS-PAY-OFFSET-AMT
           PERFORM EDIT-PAYEE

           IF WS-PAYEE-REASON NOT = SPACES
               PERFORM WRITE-HELD-PAYEE-LINE
           ELSE
               IF EFC-LAST-PAYMENT-NO = 999999999
                   MOVE 1 TO EFC-LAST-PAYMENT-NO
               ELSE
                   ADD 1 TO EFC-LAST-PAYMENT-NO
               END-IF
               MOVE EFC-LAST-PAYMENT-NO TO WS-PAYMENT-NO
               MOVE WS-PAYMENT-NO TO WS-TRACE-NUMBER

               IF WS-PAY-NET-AMT > 0
                   PERFORM WRITE-ACH-ENTRY
                   ADD 1 TO WS-PAYMENT-COUNT
               ELSE
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF

               PERFORM WRITE-835-PAYMENT-HEADER
               PERFORM REMIT-ONE-CLAIM
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-CLAIM-COUNT
               IF WS-PAY-OFFSET-AMT > 0
                   PERFORM WRITE-835-OFFSETS
                       VARYING WS-PAY-IDX FROM 1 BY 1
                       UNTIL WS-PAY-IDX > WS-PAY-CLAIM-COUNT
               END-IF
               PERFORM WRITE-835-PAYMENT-TRAILER

               PERFORM WRITE-PAYMENT-LINE
               PERFORM REWRITE-EFT-CONTROL
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE PAYEE'S REGISTRY ENTRY FOR AN ACH CREDIT:
      * STILL ON THE REGISTRY AND ENROLLED FOR EFT, A ROUTING NUMBER
      * THAT PASSES THE ABA CHECK DIGIT, AN ACCOUNT NUMBER AND TYPE,
      * AND AN AMOUNT THE ENTRY DETAIL CAN CARRY.  LEAVES THE REASON
      * IN WS-PAYEE-REASON (SPACES WHEN THE PAYEE IS GOOD).
      ******************************************************************
       EDIT-PAYEE.
      *
           MOVE SPACES TO WS-PAYEE-REASON
           MOVE WS-CURRENT-PROVIDER TO PRV-PROVIDER-ID
           READ PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS NOT = '00'
               MOVE 'NAME NOT ON REGISTRY' TO WS-PAYEE-NAME
               MOVE 'PROVIDER IS NOT ON THE REGISTRY'
                 TO WS-PAYEE-REASON
           ELSE
               MOVE PRV-NAME TO WS-PAYEE-NAME
               MOVE PRV-BANK-ROUTING TO WS-ABA-ROUTING
               IF NOT PRV-PAYS-BY-EFT
                   MOVE 'PROVIDER IS NO LONGER ENROLLED FOR EFT'
                     TO WS-PAYEE-REASON
               ELSE
                   IF WS-ABA-ROUTING NOT NUMERIC
                       MOVE 'ROUTING NUMBER IS NOT NUMERIC'
                         TO WS-PAYEE-REASON
                   ELSE
                       COMPUTE WS-ABA-SUM =
                           3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4) +
                                WS-ABA-DIGIT(7)) +
                           7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5) +
                                WS-ABA-DIGIT(8)) +
                               (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6) +
                                WS-ABA-DIGIT(9))
                       IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = 0
                           MOVE 'ROUTING NUMBER FAILS THE CHECK DIGIT'
                             TO WS-PAYEE-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-PAYEE-REASON = SPACES
                   IF PRV-BANK-ACCOUNT = SPACES
                       MOVE 'BANK ACCOUNT NUMBER IS MISSING'
                         TO WS-PAYEE-REASON
                   ELSE
                       IF NOT PRV-ACCT-CHECKING AND
                          NOT PRV-ACCT-SAVINGS
                           MOVE 'ACCOUNT TYPE IS NOT C OR S'
                             TO WS-PAYEE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-PAYEE-REASON = SPACES AND
              WS-PAY-NET-AMT > WS-ACH-ENTRY-MAX
               MOVE 'PAYMENT EXCEEDS THE ACH ENTRY AMOUNT'
                 TO WS-PAYEE-REASON
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE ACH FILE HEADER
      ******************************************************************
       WRITE-ACH-FILE-HEADER.
      *
           MOVE SPACES TO ACH-FILE-HEADER
           MOVE '1'   TO ACH-FH-RECORD-TYPE
           MOVE '01'  TO ACH-FH-PRIORITY
           MOVE SPACE TO ACH-FH-DESTINATION(1:1)
           MOVE EFC-DEST-ROUTING TO ACH-FH-DESTINATION(2:9)
           MOVE EFC-ORIGIN-ID TO ACH-FH-ORIGIN
           MOVE WS-RUN-YYMMDD TO ACH-FH-CREATE-DATE
           MOVE WS-RUN-HHMM TO ACH-FH-CREATE-TIME
           MOVE WS-FILE-MOD-LIST(WS-FILE-MOD-IDX:1)
             TO ACH-FH-FILE-ID-MOD
           MOVE '094' TO ACH-FH-RECORD-SIZE
           MOVE '10'  TO ACH-FH-BLOCKING
           MOVE '1'   TO ACH-FH-FORMAT-CODE
           MOVE EFC-DEST-NAME TO ACH-FH-DEST-NAME
           MOVE EFC-COMPANY-NAME TO ACH-FH-ORIGIN-NAME
           PERFORM WRITE-ACH-RECORD
           .
      ******************************************************************
      * ROUTINE TO OPEN THE CCD BATCH WHEN THE FIRST CREDIT IS READY
      ******************************************************************
       WRITE-ACH-BATCH-HEADER.
      *
           MOVE SPACES TO ACH-BATCH-HEADER
           MOVE '5'   TO ACH-BH-RECORD-TYPE
           MOVE '220' TO ACH-BH-SERVICE-CLASS
           MOVE EFC-COMPANY-NAME TO ACH-BH-COMPANY-NAME
           MOVE EFC-COMPANY-ID TO ACH-BH-COMPANY-ID
           MOVE 'CCD' TO ACH-BH-SEC-CODE
           MOVE 'HCCLAIMPMT' TO ACH-BH-ENTRY-DESC
           MOVE WS-EFF-YYMMDD TO ACH-BH-EFFECTIVE-DATE
           MOVE '1'   TO ACH-BH-ORIG-STATUS
           MOVE EFC-ODFI-ROUTING(1:8) TO ACH-BH-ODFI-ID
           MOVE 1 TO ACH-BH-BATCH-NO
           PERFORM WRITE-ACH-RECORD
           SET ACH-BATCH-OPEN TO TRUE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PAYMENT'S CREDIT ENTRY AND ITS TRN
      * ADDENDA, WHICH REASSOCIATES THE MONEY WITH THE 835
      ******************************************************************
       WRITE-ACH-ENTRY.
      *
           IF ACH-BATCH-NOT-OPEN
               PERFORM WRITE-ACH-BATCH-HEADER
           END-IF

           MOVE SPACES TO ACH-ENTRY-DETAIL
           MOVE '6' TO ACH-ED-RECORD-TYPE
           IF PRV-ACCT-SAVINGS
               MOVE '32' TO ACH-ED-TRAN-CODE
           ELSE
               MOVE '22' TO ACH-ED-TRAN-CODE
           END-IF
           MOVE PRV-BANK-ROUTING(1:8) TO ACH-ED-RDFI-ID
           MOVE PRV-BANK-ROUTING(9:1) TO ACH-ED-CHECK-DIGIT
           MOVE PRV-BANK-ACCOUNT TO ACH-ED-ACCOUNT
           MOVE WS-PAY-NET-AMT TO ACH-ED-AMOUNT
           MOVE WS-CURRENT-PROVIDER TO ACH-ED-INDIVIDUAL-ID
           MOVE PRV-NAME TO ACH-ED-INDIVIDUAL-NAME
           MOVE '1' TO ACH-ED-ADDENDA-IND
           MOVE EFC-ODFI-ROUTING(1:8) TO ACH-ED-TRACE-ODFI
           MOVE WS-PAYMENT-NO-SEQ TO ACH-ED-TRACE-SEQ
           PERFORM WRITE-ACH-RECORD

           MOVE PRV-BANK-ROUTING(1:8) TO WS-ACH-RDFI-NUM
           ADD WS-ACH-RDFI-NUM TO WS-ACH-ENTRY-HASH
           ADD WS-PAY-NET-AMT TO WS-ACH-TOTAL-CREDIT
           ADD 1 TO WS-ACH-ENTRY-COUNT

           MOVE SPACES TO ACH-ADDENDA
           MOVE '7'  TO ACH-AD-RECORD-TYPE
           MOVE '05' TO ACH-AD-TYPE-CODE
           MOVE EFC-COMPANY-ID TO WS-X12-ELEMENT
           PERFORM FIND-ELEMENT-LENGTH
           STRING 'TRN*1*' WS-TRACE-NO '*'
               WS-X12-ELEMENT(1:WS-X12-LEN) '\'
               DELIMITED BY SIZE INTO ACH-AD-PAYMENT-INFO
           MOVE 1 TO ACH-AD-SEQUENCE
           MOVE WS-PAYMENT-NO-SEQ TO ACH-AD-ENTRY-SEQ
           PERFORM WRITE-ACH-RECORD
           ADD 1 TO WS-ACH-ADDENDA-COUNT
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE BATCH (IF ANY CREDIT WAS MADE) AND THE
      * FILE, THEN PAD THE LAST BLOCK OUT TO TEN RECORDS WITH NINES
      ******************************************************************
       WRITE-ACH-FILE-CONTROL.
      *
           IF ACH-BATCH-OPEN
               MOVE SPACES TO ACH-BATCH-CONTROL
               MOVE '8'   TO ACH-BC-RECORD-TYPE
               MOVE '220' TO ACH-BC-SERVICE-CLASS
               COMPUTE ACH-BC-ENTRY-COUNT =
                   WS-ACH-ENTRY-COUNT + WS-ACH-ADDENDA-COUNT
               MOVE WS-ACH-ENTRY-HASH TO ACH-BC-ENTRY-HASH
               MOVE 0 TO ACH-BC-TOTAL-DEBIT
               MOVE WS-ACH-TOTAL-CREDIT TO ACH-BC-TOTAL-CREDIT
               MOVE EFC-COMPANY-ID TO ACH-BC-COMPANY-ID
               MOVE EFC-ODFI-ROUTING(1:8) TO ACH-BC-ODFI-ID
               MOVE 1 TO ACH-BC-BATCH-NO
               PERFORM WRITE-ACH-RECORD
           END-IF

           COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 10) / 10
           COMPUTE WS-ACH-PAD-COUNT =
               WS-ACH-BLOCK-COUNT * 10 - WS-ACH-RECORD-COUNT - 1

           MOVE SPACES TO ACH-FILE-CONTROL
           MOVE '9' TO ACH-FC-RECORD-TYPE
           IF ACH-BATCH-OPEN
               MOVE 1 TO ACH-FC-BATCH-COUNT
           ELSE
               MOVE 0 TO ACH-FC-BATCH-COUNT
           END-IF
           MOVE WS-ACH-BLOCK-COUNT TO ACH-FC-BLOCK-COUNT
           COMPUTE ACH-FC-ENTRY-COUNT =
               WS-ACH-ENTRY-COUNT + WS-ACH-ADDENDA-COUNT
           MOVE WS-ACH-ENTRY-HASH TO ACH-FC-ENTRY-HASH
           MOVE 0 TO ACH-FC-TOTAL-DEBIT
           MOVE WS-ACH-TOTAL-CREDIT TO ACH-FC-TOTAL-CREDIT
           PERFORM WRITE-ACH-RECORD

           PERFORM WS-ACH-PAD-COUNT TIMES
               MOVE ALL '9' TO ACH-FILE-CONTROL
               PERFORM WRITE-ACH-RECORD
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO WRITE WHICHEVER ACH RECORD IS BUILT IN THE RECORD
      * AREA AND COUNT IT FOR THE BLOCK COUNT
      ******************************************************************
       WRITE-ACH-RECORD.
      *
           WRITE ACH-FILE-HEADER
           IF WS-ACH-FS NOT = '00'
               DISPLAY 'WRITE OF ACH-FILE FAILED, FS=' WS-ACH-FS
           END-IF
           ADD 1 TO WS-ACH-RECORD-COUNT
           .
      ******************************************************************
      * ROUTINE TO OPEN THE 835 INTERCHANGE: THE FIXED-WIDTH ISA AND
      * THE HP FUNCTIONAL GROUP, ONE PER RUN
      ******************************************************************
       WRITE-INTERCHANGE-HEADER.
      *
           MOVE SPACES TO WS-SEGMENT
           STRING 'ISA*00*          *00*          *ZZ*'
               EFC-ISA-SENDER '*ZZ*' EFC-ISA-RECEIVER '*'
               WS-RUN-YYMMDD '*' WS-RUN-HHMM '*^*00501*'
               WS-ISA-CONTROL '*0*P*:~'
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE REMITTANCE-RECORD FROM WS-SEGMENT

           PERFORM START-SEGMENT
           STRING 'GS' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE 'HP' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE EFC-ISA-SENDER TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE EFC-ISA-RECEIVER TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-RUN-HHMM TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE 'X' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE '005010X221A1' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FUNCTIONAL GROUP AND THE INTERCHANGE
      ******************************************************************
       WRITE-INTERCHANGE-TRAILER.
      *
           PERFORM START-SEGMENT
           STRING 'GE' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-ST-COUNT TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           MOVE WS-ISA-CONTROL TO WS-X12-NUMBER
           PERFORM ADD-X12-NUMBER
           PERFORM END-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'IEA*1*' WS-ISA-CONTROL '~'
               DELIMITED BY SIZE INTO WS-SEGMENT
           WRITE REMITTANCE-RECORD FROM WS-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PAYMENT'S 835 TRANSACTION: ST, THE BPR
      * PAYMENT (ACH CCP CREDIT, OR A NON-PAYMENT NOTICE WHEN OFFSETS
      * TOOK IT ALL), THE TRN TRACE, THE PRODUCTION DATE, THE PAYER
      * AND PAYEE (IDENTIFIED BY ITS FEDERAL TAX ID WHEN THE
      * REGISTRY HAS ONE), AND THE ONE CLAIM HEADER NUMBER
      ******************************************************************
       WRITE-835-PAYMENT-HEADER.
      *
           ADD 1 TO WS-ST-COUNT
           MOVE WS-ST-COUNT TO WS-ST-CONTROL
           MOVE 0 TO WS-SEG-COUNT

           PERFORM START-SEGMENT
           STRING 'ST*835*' WS-ST-CONTROL DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           IF WS-PAY-NET-AMT > 0
               STRING 'BPR*I' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-PAY-NET-AMT TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               STRING '*C*ACH*CCP*01*' EFC-ODFI-ROUTING '*DA*'
                   DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE EFC-PAYER-ACCOUNT TO WS-X12-ELEMENT
               PERFORM FIND-ELEMENT-LENGTH
               IF WS-X12-LEN > 0
                   STRING WS-X12-ELEMENT(1:WS-X12-LEN)
                       DELIMITED BY SIZE
                       INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               END-IF
               MOVE EFC-COMPANY-ID TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
               STRING '**01*' PRV-BANK-ROUTING
                   DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               IF PRV-ACCT-SAVINGS
                   MOVE 'SG' TO WS-X12-ELEMENT
               ELSE
                   MOVE 'DA' TO WS-X12-ELEMENT
               END-IF
               PERFORM ADD-X12-TEXT
               MOVE PRV-BANK-ACCOUNT TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
           ELSE
               STRING 'BPR*H*0*C*NON***********'
                   DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           END-IF
           MOVE WS-EFFECTIVE-CCYYMMDD TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'TRN*1*' WS-TRACE-NO DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE EFC-COMPANY-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'DTM*405*' WS-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'N1*PR' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE EFC-COMPANY-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'N1*PE' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-PAYEE-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           IF PRV-TAX-ID NUMERIC
               STRING '*FI*' PRV-TAX-ID DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           END-IF
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'REF*PQ' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-CURRENT-PROVIDER TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           PERFORM START-SEGMENT
           STRING 'LX*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM END-SEGMENT
           .
      ******************************************************************
      * ROUTINE TO REMIT ONE CLAIM OF THE PAYMENT: RE-READ IT, WRITE
      * ITS CLAIM PAYMENT SEGMENTS, STAMP THE TRACE NUMBER ON IT IN
      * PLACE OF A CHECK NUMBER, AND PRINT ITS EOB.  A CLAIM THAT
      * CANNOT BE STAMPED IS STILL IN THE PAYMENT THAT WAS SENT, SO
      * IT IS LISTED FOR FINANCE TO STAMP BY HAND RATHER THAN LEFT
      * FOR THE NEXT RUN TO PAY AGAIN.
      ******************************************************************
       REMIT-ONE-CLAIM.
      *
           MOVE WS-PAY-CLAIMNO(WS-PAY-IDX) TO AUD-CLAIMNO
           READ CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               PERFORM WRITE-STAMP-FAILED-LINE
           ELSE
               PERFORM LOOK-UP-MEMBER-NAME
               PERFORM WRITE-835-CLAIM
               MOVE WS-TRACE-NO TO AUD-CHECK-NO
               MOVE 'N' TO AUD-CHECK-CLEARED
               MOVE 0 TO AUD-CLEARED-DATE
               REWRITE CLAIM-AUDIT-RECORD
               IF WS-AUDIT-FS NOT = '00'
                   PERFORM WRITE-STAMP-FAILED-LINE
               ELSE
                   ADD 1 TO WS-CLAIMS-PAID-COUNT
               END-IF
               PERFORM WRITE-EOB-DOCUMENT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE CLAIM'S 835 SEGMENTS.  CLP04 IS WHAT WAS
      * PAID ON THE CLAIM INCLUDING PROMPT-PAY INTEREST (ALSO SHOWN
      * ON AMT*I); THE MEMBER'S SHARE IS PATIENT RESPONSIBILITY, ANY
      * OTHER PAYER'S PAYMENT IS AN OTHER ADJUSTMENT, AND THE REST
      * OF THE CHARGE IS A CONTRACTUAL ADJUSTMENT, SO THE CLAIM
      * BALANCES.
      ******************************************************************
       WRITE-835-CLAIM.
      *
           COMPUTE WS-CLAIM-PAYMENT = AUD-PAID-AMT + AUD-INTEREST-AMT

           PERFORM START-SEGMENT
           STRING 'CLP' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE AUD-CLAIMNO TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE '1' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE AUD-CLAIMAMT TO WS-X12-AMOUNT
           PERFORM ADD-X12-AMOUNT
           MOVE WS-CLAIM-PAYMENT TO WS-X12-AMOUNT
           PERFORM ADD-X12-AMOUNT
           MOVE AUD-MEMBER-RESP TO WS-X12-AMOUNT
           PERFORM ADD-X12-AMOUNT
           MOVE 'MC' TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           MOVE AUD-CLAIMNO TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           COMPUTE WS-CAS-AMOUNT = AUD-CLAIMAMT - WS-CLAIM-PAYMENT
               - AUD-MEMBER-RESP
           IF AUD-COB-IND = 'Y'
               COMPUTE WS-CAS-AMOUNT = WS-CAS-AMOUNT - AUD-PRIMARY-PAID
           END-IF
           IF WS-CAS-AMOUNT NOT = 0
               PERFORM START-SEGMENT
               STRING 'CAS*CO*45' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-CAS-AMOUNT TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF
           IF AUD-MEMBER-RESP NOT = 0
               PERFORM START-SEGMENT
               STRING 'CAS*PR*2' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE AUD-MEMBER-RESP TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF
           IF AUD-COB-IND = 'Y' AND AUD-PRIMARY-PAID NOT = 0
               PERFORM START-SEGMENT
               STRING 'CAS*OA*23' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE AUD-PRIMARY-PAID TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF

           PERFORM START-SEGMENT
           STRING 'NM1*QC*1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE WS-EOB-MEMBER-NAME TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           STRING '*****MI' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           MOVE AUD-MEMBER-ID TO WS-X12-ELEMENT
           PERFORM ADD-X12-TEXT
           PERFORM END-SEGMENT

           IF AUD-SERVICE-DATE NUMERIC AND AUD-SERVICE-DATE NOT = 0
               PERFORM START-SEGMENT
               STRING 'DTM*232*' AUD-SERVICE-DATE DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM END-SEGMENT
           END-IF

           IF AUD-INTEREST-AMT > 0
               PERFORM START-SEGMENT
               STRING 'AMT*I' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE AUD-INTEREST-AMT TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE A PROVIDER-LEVEL ADJUSTMENT FOR A CLAIM'S
      * RECOVERY OFFSET: WO (OVERPAYMENT RECOVERY) REFERENCING THE
      * CLAIM, WHICH BRINGS THE CLAIM PAYMENTS DOWN TO THE BPR AMOUNT
      ******************************************************************
       WRITE-835-OFFSETS.
      *
           IF WS-PAY-OFFSET(WS-PAY-IDX) > 0
               PERFORM START-SEGMENT
               STRING 'PLB' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-CURRENT-PROVIDER TO WS-X12-ELEMENT
               PERFORM ADD-X12-TEXT
               STRING '*' WS-FISCAL-PERIOD '*WO:' DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-PAY-CLAIMNO(WS-PAY-IDX) TO WS-X12-ELEMENT
               PERFORM FIND-ELEMENT-LENGTH
               STRING WS-X12-ELEMENT(1:WS-X12-LEN) DELIMITED BY SIZE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               MOVE WS-PAY-OFFSET(WS-PAY-IDX) TO WS-X12-AMOUNT
               PERFORM ADD-X12-AMOUNT
               PERFORM END-SEGMENT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PAYMENT'S 835 TRANSACTION
      ******************************************************************
       WRITE-835-PAYMENT-TRAILER.
      *
           PERFORM START-SEGMENT
           STRING 'SE' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           COMPUTE WS-X12-NUMBER = WS-SEG-COUNT + 1
           PERFORM ADD-X12-NUMBER
           STRING '*' WS-ST-CONTROL DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
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
           WRITE REMITTANCE-RECORD FROM WS-SEGMENT
           IF WS-REM-FS NOT = '00'
               DISPLAY 'WRITE OF REMITTANCE-FILE FAILED, FS='
                       WS-REM-FS
           END-IF
           ADD 1 TO WS-SEG-COUNT
           .
      ******************************************************************
      * ROUTINE TO APPEND A TEXT ELEMENT (WS-X12-ELEMENT) WITHOUT ITS
      * TRAILING SPACES; A BLANK ELEMENT IS LEFT EMPTY
      ******************************************************************
       ADD-X12-TEXT.
      *
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
      * ITS LEADING SPACES
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
      * ROUTINE TO LOOK UP THE MEMBER'S NAME FOR THE 835 AND THE EOB,
      * WITH THE NOT-ON-FILE FALLBACK TEXT
      ******************************************************************
       LOOK-UP-MEMBER-NAME.
      *
           MOVE 'NAME NOT ON MEMBER MASTER' TO WS-EOB-MEMBER-NAME
           MOVE AUD-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-MASTER-FILE
           IF WS-MBR-FS = '00'
               MOVE MBR-NAME TO WS-EOB-MEMBER-NAME
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE EXPLANATION OF BENEFITS DOCUMENT FOR AN
      * EFT-PAID CLAIM, THE SAME DOCUMENT IMSCSETL PRINTS FOR A CHECK
      * BUT NAMING THE EFT TRACE NUMBER.  IMSCSETL HOLDS THE EOB FOR
      * EFT CLAIMS UNTIL THIS RUN, SO THE MEMBER SEES THE SAME TRACE
      * NUMBER THE PROVIDER'S 835 CARRIES.
      ******************************************************************
       WRITE-EOB-DOCUMENT.
      *
           MOVE ALL '=' TO EOB-LINE
           WRITE EOB-LINE
           MOVE '            EXPLANATION OF BENEFITS' TO EOB-LINE
           WRITE EOB-LINE
           MOVE SPACES TO EOB-LINE
           WRITE EOB-LINE

           MOVE SPACES TO EOB-LINE
           STRING 'MEMBER   ' WS-EOB-MEMBER-NAME
               ' ' AUD-MEMBER-ID
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE SPACES TO EOB-LINE
           STRING 'PROVIDER ' WS-PAYEE-NAME
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE AUD-SERVICE-DATE TO WS-SVC-DATE-SPLIT
           MOVE WS-SVC-YEAR  TO WS-SVC-FMT-YEAR
           MOVE WS-SVC-MONTH TO WS-SVC-FMT-MONTH
           MOVE WS-SVC-DAY   TO WS-SVC-FMT-DAY
           MOVE SPACES TO EOB-LINE
           STRING 'SERVICE DATE ' WS-SVC-DATE-FMT
               '   CLAIM ' AUD-CLAIMNO
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE SPACES TO EOB-LINE
           WRITE EOB-LINE

           MOVE AUD-CLAIMAMT TO WS-EDIT-EOB-AMT
           MOVE SPACES TO EOB-LINE
           STRING 'AMOUNT SUBMITTED . . . : ' WS-EDIT-EOB-AMT
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE AUD-ALLOWED-AMT TO WS-EDIT-EOB-AMT
           MOVE SPACES TO EOB-LINE
           STRING 'AMOUNT ALLOWED . . . . : ' WS-EDIT-EOB-AMT
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE AUD-MEMBER-RESP TO WS-EDIT-EOB-AMT
           MOVE SPACES TO EOB-LINE
           STRING 'YOUR RESPONSIBILITY  . : ' WS-EDIT-EOB-AMT
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE AUD-PLAN-PAID TO WS-EDIT-EOB-AMT
           MOVE SPACES TO EOB-LINE
           STRING 'YOUR PLAN PAID . . . . : ' WS-EDIT-EOB-AMT
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE

           MOVE SPACES TO EOB-LINE
           WRITE EOB-LINE

           MOVE AUD-PAID-AMT TO WS-EDIT-EOB-AMT
           MOVE SPACES TO EOB-LINE
           STRING 'PAID ' WS-EDIT-EOB-AMT
               ' BY EFT TRACE ' WS-TRACE-NO
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE
           IF AUD-OFFSET-AMT > 0
               MOVE AUD-OFFSET-AMT TO WS-EDIT-EOB-AMT
               MOVE SPACES TO EOB-LINE
               STRING 'LESS RECOVERY OFFSET . : ' WS-EDIT-EOB-AMT
                   DELIMITED BY SIZE INTO EOB-LINE
               WRITE EOB-LINE

               COMPUTE WS-NET-PAID = AUD-PAID-AMT - AUD-OFFSET-AMT
               MOVE WS-NET-PAID TO WS-EDIT-EOB-AMT
               MOVE SPACES TO EOB-LINE
               STRING 'NET PAYMENT  . . . . . : ' WS-EDIT-EOB-AMT
                   DELIMITED BY SIZE INTO EOB-LINE
               WRITE EOB-LINE
           END-IF

           MOVE SPACES TO EOB-LINE
           WRITE EOB-LINE

           ADD 1 TO WS-EOB-COUNT
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PAYMENT REGISTER HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE 'PROVIDER EFT PAYMENT REGISTER' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PROVIDER   TRACE NO    CLAIMS      NET AMOUNT'
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST ONE ISSUED PAYMENT ON THE REGISTER
      ******************************************************************
       WRITE-PAYMENT-LINE.
      *
           MOVE WS-PAY-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE WS-PAY-NET-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CURRENT-PROVIDER ' ' WS-TRACE-NO
               WS-EDIT-COUNT ' ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF WS-PAY-NET-AMT = 0
               MOVE 'NOTICE ONLY' TO REPORT-RECORD(60:11)
           END-IF
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST A HELD PAYEE ON THE REGISTER.  ITS CLAIMS KEEP
      * A BLANK CHECK NUMBER, SO THE NEXT RUN PAYS THEM ONCE THE
      * REGISTRY IS CORRECTED.
      ******************************************************************
       WRITE-HELD-PAYEE-LINE.
      *
           ADD 1 TO WS-HELD-PAYEE-COUNT
           ADD WS-PAY-CLAIM-COUNT TO WS-HELD-CLAIM-COUNT
           MOVE WS-PAY-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CURRENT-PROVIDER ' HELD' WS-EDIT-COUNT
               ' CLAIMS - ' WS-PAYEE-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST A PAID CLAIM THE TRACE NUMBER COULD NOT BE
      * STAMPED ON
      ******************************************************************
       WRITE-STAMP-FAILED-LINE.
      *
           ADD 1 TO WS-STAMP-FAIL-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CURRENT-PROVIDER ' ' WS-TRACE-NO
               ' CLAIM ' WS-PAY-CLAIMNO(WS-PAY-IDX)
               ' NOT STAMPED, FS=' WS-AUDIT-FS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY SO TREASURY CAN
      * BALANCE THE ACH FILE BEFORE RELEASING IT
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PAYMENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACH CREDITS ISSUED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACH-TOTAL-CREDIT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL ACH CREDITS  . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NOTICE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOTICE-ONLY 835S . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS PAID BY EFT . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-HELD-PAYEE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PAYEES HELD  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-HELD-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS HELD  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-STAMP-FAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS NOT STAMPED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-EOB-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'EOB DOCUMENTS CUT  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCEFTP.
