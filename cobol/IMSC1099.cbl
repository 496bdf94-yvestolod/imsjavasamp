       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSC1099.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Year-end 1099 reporting of provider payments.  For the tax    *
      * year (the calendar year before the run date, or JCL override  *
      * J1099YEAR) this job:                                          *
      *  (a) sorts every non-test audit record settled in the year -- *
      *      its AUD-PAID-AMT plus prompt-pay interest, signed, so a  *
      *      reversal or adjustment record settled in the year nets   *
      *      against the original -- by the payee's tax ID on the     *
      *      registry (see IMSC2PRV), so providers sharing a TIN are  *
      *      reported together;                                       *
      *  (b) for each payee at or over the reporting threshold writes *
      *      a 1099-MISC box 6 return to the IRS electronic filing    *
      *      file (see IMSC2IRS) and prints the recipient's copy;     *
      *  (c) lists every provider over the threshold whose tax ID is  *
      *      missing or invalid on the exception list, with return   *
      *      code 4, so it can be chased before the file is sent.    *
      * Every return filed is kept on the filed-return history (see   *
      * IMSC2TXF).  An original run (the default) files only payees   *
      * not yet on the history for the year, so it can be rerun after *
      * exceptions are fixed.  A correction run (J1099MODE=C) files a *
      * corrected return for every payee whose total has changed     *
      * since it was filed, under the same account number.  Payer and *
      * transmitter particulars come from the 1099 control file (see  *
      * IMSC2TXC); without them the job ends with return code 8.      *
      * A return that cannot be written to the IRS work file is taken *
      * back off the history, so the next run files it, and the job   *
      * ends with return code 8.                                      *
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-CLAIMNO
               FILE STATUS IS WS-AUDIT-FS.

           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT TAX-CONTROL-FILE ASSIGN TO CLMTAXCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-TXC-RELKEY
               FILE STATUS IS WS-TXC-FS.

           SELECT TAX-FILED-FILE ASSIGN TO CLMTAXHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXF-KEY
               FILE STATUS IS WS-TXF-FS.

           SELECT IRS-FILE ASSIGN TO CLMIRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRS-FS.

           SELECT IRS-WORK-FILE ASSIGN TO CLMIRSWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRW-FS.

           SELECT FORM-PRINT-FILE ASSIGN TO CLM1099
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRM-FS.

           SELECT TAX-REPORT-FILE ASSIGN TO CLM1099RPT
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

       FD  TAX-CONTROL-FILE
           RECORDING MODE IS F.
       COPY IMSC2TXC.

       FD  TAX-FILED-FILE.
       COPY IMSC2TXF.

       FD  IRS-FILE
           RECORDING MODE IS F.
       COPY IMSC2IRS.

      * THE PAYEE (B) RECORDS ARE HELD HERE UNTIL THE RUN KNOWS HOW
      * MANY THERE ARE, BECAUSE THE TRANSMITTER RECORD AHEAD OF THEM
      * CARRIES THE COUNT
       FD  IRS-WORK-FILE
           RECORDING MODE IS F.
       01  IRS-WORK-RECORD              PIC X(750).

       FD  FORM-PRINT-FILE
           RECORDING MODE IS F.
       01  FORM-LINE                    PIC X(80).

       FD  TAX-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

      * GROUP TYPE 'T' IS A PAYEE WITH A VALID TAX ID, GROUPED ON THE
      * TAX ID; 'X' IS A PROVIDER WHOSE TAX ID IS MISSING OR INVALID,
      * GROUPED ON ITS OWN PROVIDER ID FOR THE EXCEPTION LIST
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-GROUP-TYPE            PIC X.
           05 SRT-GROUP-KEY             PIC X(10).
           05 SRT-PROVIDER-ID           PIC X(10).
           05 SRT-AMOUNT                PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-TXC-FS                 PIC XX VALUE SPACES.
       01 WS-TXF-FS                 PIC XX VALUE SPACES.
       01 WS-IRS-FS                 PIC XX VALUE SPACES.
       01 WS-IRW-FS                 PIC XX VALUE SPACES.
       01 WS-FRM-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-TXC-RELKEY             PIC 9(4) COMP VALUE 1.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-WORK-EOF-SW            PIC X VALUE 'N'.
          88 WORK-FILE-EOF              VALUE 'Y'.
          88 WORK-FILE-NOT-EOF          VALUE 'N'.
       01 WS-CONTROL-SW             PIC X VALUE 'N'.
          88 TAX-CONTROL-READY          VALUE 'Y'.
          88 TAX-CONTROL-NOT-READY      VALUE 'N'.
       01 WS-EXCEPTION-HDG-SW       PIC X VALUE 'N'.
          88 EXCEPTION-HEADING-DONE     VALUE 'Y'.
      ******************************************************************
      * RUN OPTIONS.  THE TAX YEAR DEFAULTS TO THE CALENDAR YEAR
      * BEFORE THE RUN DATE (JCL OVERRIDE J1099YEAR) AND THE RUN IS AN
      * ORIGINAL FILING UNLESS J1099MODE IS 'C'.  THE THRESHOLD COMES
      * FROM THE CONTROL RECORD.
      ******************************************************************
       01 WS-TAX-YEAR               PIC 9(4).
       01 WS-TAX-YEAR-ENV           PIC X(4).
       01 WS-YEAR-NUMVAL-TEST       PIC S9(4) COMP.
       01 WS-RUN-MODE-ENV           PIC X.
       01 WS-RUN-MODE               PIC X VALUE 'O'.
          88 ORIGINAL-RUN               VALUE 'O'.
          88 CORRECTION-RUN             VALUE 'C'.
       01 WS-THRESHOLD              PIC S9(9)V99 COMP-3 VALUE 600.00.
      ******************************************************************
      * REGISTRY LOOK-UP FOR THE INPUT PROCEDURE.  THE AUDIT FILE IS
      * IN CLAIM ORDER, SO THE LAST PROVIDER'S GROUPING IS KEPT TO
      * SAVE RE-READING THE REGISTRY FOR A RUN OF ITS CLAIMS.
      ******************************************************************
       01 WS-LOOKUP-PROVIDER        PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-GROUP-TYPE      PIC X.
       01 WS-LOOKUP-GROUP-KEY       PIC X(10).
       01 WS-CLAIM-AMOUNT           PIC S9(9)V99 COMP-3.
      ******************************************************************
      * TAX ID EDIT.  A TAX ID MUST BE NINE DIGITS WITH A TYPE OF
      * E (EIN) OR S (SSN), NOT A PLACEHOLDER SUCH AS 000000000,
      * 999999999 OR 123456789, AND A NUMBER THE IRS COULD HAVE
      * ISSUED: AN SSN WITH NO 000, 666 OR 9XX AREA AND NO ZERO GROUP
      * OR SERIAL, AN EIN WITH A PREFIX THE IRS ASSIGNS.
      ******************************************************************
       01 WS-TIN-REASON             PIC X(33).
       01 WS-TIN-CHECK              PIC X(9).
       01 WS-SSN-PARTS REDEFINES WS-TIN-CHECK.
          05 WS-SSN-AREA            PIC X(3).
          05 WS-SSN-GROUP           PIC X(2).
          05 WS-SSN-SERIAL          PIC X(4).
       01 WS-EIN-PARTS REDEFINES WS-TIN-CHECK.
          05 WS-EIN-PREFIX          PIC 9(2).
             88 EIN-PREFIX-UNASSIGNED   VALUES 0 7 THRU 9 17 THRU 19
                                        28 29 49 69 70 78 79 89
                                        96 97.
          05 FILLER                 PIC X(7).
       01 WS-TIN-SAME-COUNT         PIC S9(4) COMP.
      ******************************************************************
      * THE PAYEE BEING TOTALLED: ITS GROUP, THE FIRST PROVIDER UNDER
      * IT (THE ACCOUNT NUMBER ON ITS FIRST RETURN), HOW MANY
      * PROVIDERS SHARE IT, THE YEAR'S NET AMOUNT, AND THE NAME AND
      * ADDRESS THE RETURN GOES TO.  THE LEGAL NAME FALLS BACK TO THE
      * REGISTRY NAME WHEN IT HAS NOT BEEN LOADED.
      ******************************************************************
       01 WS-CURRENT-GROUP-TYPE     PIC X VALUE SPACES.
       01 WS-CURRENT-GROUP-KEY      PIC X(10) VALUE SPACES.
       01 WS-LAST-PROVIDER          PIC X(10) VALUE SPACES.
       01 WS-PAYEE-PROVIDER         PIC X(10).
       01 WS-PAYEE-PROVIDER-COUNT   PIC S9(4) COMP VALUE 0.
       01 WS-PAYEE-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PAYEE-TIN              PIC X(9).
       01 WS-PAYEE-TIN-TYPE         PIC X.
          88 PAYEE-TIN-IS-EIN           VALUE 'E'.
       01 WS-PAYEE-NAME             PIC X(40).
       01 WS-PAYEE-ADDRESS          PIC X(40).
       01 WS-PAYEE-CITY             PIC X(30).
       01 WS-PAYEE-STATE            PIC X(2).
       01 WS-PAYEE-ZIP              PIC X(9).
       01 WS-RETURN-ACCOUNT         PIC X(10).
       01 WS-RETURN-AMOUNT          PIC 9(10)V99.
       01 WS-CORRECTED-IND          PIC X.
          88 RETURN-IS-CORRECTED        VALUE 'G'.
       01 WS-PAYEE-ACTION           PIC X(21).
      ******************************************************************
      * WHETHER THE PAYEE'S B RECORD REACHED THE IRS WORK FILE, AND
      * THE HISTORY RECORD AS IT STOOD BEFORE THIS RUN TOUCHED IT
      * (SPACES WHEN THIS RUN ADDED IT) SO A RETURN THAT WAS NOT
      * WRITTEN CAN BE TAKEN BACK OFF THE HISTORY.  THE IMAGE MUST
      * TRACK IMSC2TXF.
      ******************************************************************
       01 WS-RETURN-WRITE-SW        PIC X VALUE 'N'.
          88 RETURN-WRITTEN             VALUE 'Y'.
          88 RETURN-NOT-WRITTEN         VALUE 'N'.
       01 WS-TXF-BEFORE-IMAGE       PIC X(95).
      ******************************************************************
      * IRS FILE COUNTS AND TOTALS
      ******************************************************************
       01 WS-IRS-SEQUENCE           PIC 9(8) VALUE 0.
       01 WS-IRS-PAYEE-COUNT        PIC 9(8) VALUE 0.
       01 WS-IRS-TOTAL-AMT          PIC 9(16)V99 VALUE 0.
       01 WS-AMT-IDX                PIC S9(4) COMP.
      ******************************************************************
      * PRINT WORK AREAS.  THE RECIPIENT'S TAX ID IS TRUNCATED TO ITS
      * LAST FOUR DIGITS ON THE PRINTED COPY AND THE REPORTS.
      ******************************************************************
       01 WS-MASKED-TIN             PIC X(11).
       01 WS-PAYER-TIN-FMT.
          05 WS-PAYER-TIN-1         PIC X(2).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-PAYER-TIN-2         PIC X(7).
       01 WS-PRINT-CITY-LINE        PIC X(60).
       01 WS-PRINT-ZIP              PIC X(10).
       01 WS-EDIT-FORM-AMT          PIC $$$$,$$$,$$9.99.
       01 WS-PRINT-CITY             PIC X(40).
       01 WS-PRINT-STATE            PIC X(2).
       01 WS-PRINT-ZIP-IN           PIC X(9).
      ******************************************************************
      * RUN DATE
      ******************************************************************
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-CCYYMMDD.
          05 WS-RUN-YEAR            PIC 9(4).
          05 FILLER                 PIC 9(4).
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 FILLER              PIC X(13).
      ******************************************************************
      * RUNNING COUNTS FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-FILED-COUNT            PIC 9(9) VALUE 0.
       01 WS-CORRECTED-COUNT        PIC 9(9) VALUE 0.
       01 WS-BELOW-THRESHOLD-COUNT  PIC 9(9) VALUE 0.
       01 WS-ON-FILE-COUNT          PIC 9(9) VALUE 0.
       01 WS-CHANGED-COUNT          PIC 9(9) VALUE 0.
       01 WS-NOT-FILED-COUNT        PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(9) VALUE 0.
       01 WS-HISTORY-FAIL-COUNT     PIC 9(9) VALUE 0.
       01 WS-IRS-FAIL-COUNT         PIC 9(9) VALUE 0.
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

           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-TAX-CONTROL

           IF TAX-CONTROL-NOT-READY
               MOVE '1099 CONTROL RECORD NOT SET UP - NO RETURNS FILED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-FILE
               ON ASCENDING KEY SRT-GROUP-TYPE SRT-GROUP-KEY
                                SRT-PROVIDER-ID
               INPUT PROCEDURE IS SELECT-SETTLED-PAYMENTS
               OUTPUT PROCEDURE IS REPORT-PAYEES

           PERFORM WRITE-IRS-FILE
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           IF RETURN-CODE < 8
               IF WS-EXCEPTION-COUNT > 0 OR WS-CHANGED-COUNT > 0 OR
                  WS-NOT-FILED-COUNT > 0 OR WS-HISTORY-FAIL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO DETERMINE THE TAX YEAR AND RUN MODE.  THE YEAR
      * DEFAULTS TO THE CALENDAR YEAR BEFORE THE RUN DATE BUT CAN BE
      * OVERRIDDEN BY SETTING ENVIRONMENT VARIABLE J1099YEAR, SAME
      * CONVENTION AS JACCYEAR; J1099MODE=C MAKES IT A CORRECTION RUN.
      ******************************************************************
       GET-RUN-OPTIONS.
      *
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1

           MOVE SPACES TO WS-TAX-YEAR-ENV
           ACCEPT WS-TAX-YEAR-ENV FROM ENVIRONMENT "J1099YEAR"
           IF WS-TAX-YEAR-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-TAX-YEAR-ENV)
                   TO WS-YEAR-NUMVAL-TEST
               IF WS-YEAR-NUMVAL-TEST = 0
                   MOVE FUNCTION NUMVAL(WS-TAX-YEAR-ENV)
                       TO WS-TAX-YEAR
               END-IF
           END-IF

           MOVE SPACES TO WS-RUN-MODE-ENV
           ACCEPT WS-RUN-MODE-ENV FROM ENVIRONMENT "J1099MODE"
           IF WS-RUN-MODE-ENV = 'C'
               SET CORRECTION-RUN TO TRUE
           ELSE
               SET ORIGINAL-RUN TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE FILED-RETURN HISTORY IS
      * CREATED EMPTY THE FIRST TIME THE JOB RUNS, SAME PATTERN AS THE
      * ACCUMULATOR FILE.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT CLAIM-AUDIT-FILE
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

           OPEN INPUT TAX-CONTROL-FILE
           IF WS-TXC-FS NOT = '00' AND WS-TXC-FS NOT = '05' AND
              WS-TXC-FS NOT = '35'
               DISPLAY 'OPEN OF TAX-CONTROL-FILE FAILED, FS='
                       WS-TXC-FS
               STOP RUN
           END-IF

           OPEN I-O TAX-FILED-FILE
           IF WS-TXF-FS = '05' OR WS-TXF-FS = '35'
             OPEN OUTPUT TAX-FILED-FILE
             CLOSE TAX-FILED-FILE
             OPEN I-O TAX-FILED-FILE
           END-IF
           IF WS-TXF-FS NOT = '00'
               DISPLAY 'OPEN OF TAX-FILED-FILE FAILED, FS='
                       WS-TXF-FS
               STOP RUN
           END-IF

           OPEN OUTPUT IRS-FILE
           IF WS-IRS-FS NOT = '00'
               DISPLAY 'OPEN OF IRS-FILE FAILED, FS='
                       WS-IRS-FS
               STOP RUN
           END-IF

           OPEN OUTPUT IRS-WORK-FILE
           IF WS-IRW-FS NOT = '00'
               DISPLAY 'OPEN OF IRS-WORK-FILE FAILED, FS='
                       WS-IRW-FS
               STOP RUN
           END-IF

           OPEN OUTPUT FORM-PRINT-FILE
           IF WS-FRM-FS NOT = '00'
               DISPLAY 'OPEN OF FORM-PRINT-FILE FAILED, FS='
                       WS-FRM-FS
               STOP RUN
           END-IF

           OPEN OUTPUT TAX-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF TAX-REPORT-FILE FAILED, FS='
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
           CLOSE TAX-CONTROL-FILE
           CLOSE TAX-FILED-FILE
           CLOSE IRS-FILE
           CLOSE IRS-WORK-FILE
           CLOSE FORM-PRINT-FILE
           CLOSE TAX-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE 1099 CONTROL RECORD.  FINANCE MUST HAVE
      * LOADED THE PAYER TAX ID AND NAME AND THE TRANSMITTER CONTROL
      * CODE; THE JOB WILL NOT FILE WITHOUT THEM.  A ZERO THRESHOLD
      * KEEPS THE DEFAULT.
      ******************************************************************
       READ-TAX-CONTROL.
      *
           SET TAX-CONTROL-NOT-READY TO TRUE
           IF WS-TXC-FS = '00'
               READ TAX-CONTROL-FILE
               IF WS-TXC-FS = '00' AND
                  TXC-PAYER-TIN NUMERIC AND
                  TXC-PAYER-NAME NOT = SPACES AND
                  TXC-TRANSMITTER-CODE NOT = SPACES AND
                  TXC-THRESHOLD NUMERIC
                   SET TAX-CONTROL-READY TO TRUE
               ELSE
                   DISPLAY 'TAX CONTROL RECORD MISSING OR INVALID, FS='
                           WS-TXC-FS
               END-IF
           ELSE
               DISPLAY 'TAX CONTROL FILE NOT LOADED, FS=' WS-TXC-FS
           END-IF

           IF TAX-CONTROL-READY AND TXC-THRESHOLD > 0
               MOVE TXC-THRESHOLD TO WS-THRESHOLD
           END-IF
           .
      ******************************************************************
      * INPUT PROCEDURE: READ THE AUDIT KSDS AND RELEASE ONE SORT
      * RECORD PER NON-TEST RECORD SETTLED IN THE TAX YEAR, GROUPED ON
      * ITS PROVIDER'S TAX ID.  EVERY STATUS COUNTS: MONEY SETTLED ON
      * A CLAIM LATER ADJUSTED OR VOIDED WAS STILL PAID, AND A
      * REVERSAL OR ADJUSTMENT RECORD CARRYING A SETTLED AMOUNT NETS
      * IN THE YEAR IT SETTLES.  A RECORD WITH A DAMAGED AMOUNT IS
      * LEFT FOR FINANCE.
      ******************************************************************
       SELECT-SETTLED-PAYMENTS SECTION.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               IF AUD-TEST-IND NOT = 'Y' AND
                  AUD-PROVIDER-ID NOT = SPACES AND
                  AUD-SETTLED-DATE NUMERIC AND
                  AUD-SETTLED-DATE(1:4) = WS-TAX-YEAR AND
                  AUD-PAID-AMT NUMERIC AND
                  AUD-INTEREST-AMT NUMERIC
                   COMPUTE WS-CLAIM-AMOUNT =
                       AUD-PAID-AMT + AUD-INTEREST-AMT
                   IF WS-CLAIM-AMOUNT NOT = 0
                       IF AUD-PROVIDER-ID NOT = WS-LOOKUP-PROVIDER
                           PERFORM GROUP-PROVIDER
                       END-IF
                       MOVE WS-LOOKUP-GROUP-TYPE TO SRT-GROUP-TYPE
                       MOVE WS-LOOKUP-GROUP-KEY  TO SRT-GROUP-KEY
                       MOVE AUD-PROVIDER-ID      TO SRT-PROVIDER-ID
                       MOVE WS-CLAIM-AMOUNT      TO SRT-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * OUTPUT PROCEDURE: RETURN THE SORTED PAYMENTS, TOTAL EACH
      * PAYEE'S YEAR, AND FILE, CORRECT OR LIST IT ON THE CONTROL
      * BREAK.  VALID TAX IDS SORT AHEAD OF THE EXCEPTIONS.
      ******************************************************************
       REPORT-PAYEES SECTION.
      *
           PERFORM RETURN-SORTED-PAYMENT
           PERFORM UNTIL SORT-FILE-EOF
               IF SRT-GROUP-TYPE NOT = WS-CURRENT-GROUP-TYPE OR
                  SRT-GROUP-KEY NOT = WS-CURRENT-GROUP-KEY
                   IF WS-PAYEE-PROVIDER-COUNT > 0
                       PERFORM FINISH-PAYEE
                   END-IF
                   PERFORM START-NEW-PAYEE
               END-IF
               PERFORM ADD-PAYMENT-TO-PAYEE
               PERFORM RETURN-SORTED-PAYMENT
           END-PERFORM

           IF WS-PAYEE-PROVIDER-COUNT > 0
               PERFORM FINISH-PAYEE
           END-IF
           .
      ******************************************************************
      * SHARED ROUTINES PERFORMED FROM THE SORT INPUT/OUTPUT
      * PROCEDURES ABOVE.  THEY LIVE IN THEIR OWN SECTION SO NEITHER
      * SORT PROCEDURE FALLS THROUGH INTO THEM WHEN ITS DRIVER
      * PARAGRAPH ENDS.
      ******************************************************************
       TAX-ROUTINES SECTION.
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
      * ROUTINE TO GROUP A PROVIDER'S PAYMENTS: UNDER ITS TAX ID WHEN
      * THE REGISTRY HOLDS A VALID ONE, OTHERWISE UNDER ITS OWN
      * PROVIDER ID AS AN EXCEPTION
      ******************************************************************
       GROUP-PROVIDER.
      *
           MOVE AUD-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM READ-PROVIDER
           IF WS-TIN-REASON = SPACES
               MOVE 'T' TO WS-LOOKUP-GROUP-TYPE
               MOVE PRV-TAX-ID TO WS-LOOKUP-GROUP-KEY
           ELSE
               MOVE 'X' TO WS-LOOKUP-GROUP-TYPE
               MOVE WS-LOOKUP-PROVIDER TO WS-LOOKUP-GROUP-KEY
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE REGISTRY ENTRY FOR WS-LOOKUP-PROVIDER AND
      * EDIT ITS TAX ID, LEAVING THE REASON IN WS-TIN-REASON (SPACES
      * WHEN THE TAX ID IS GOOD)
      ******************************************************************
       READ-PROVIDER.
      *
           MOVE WS-LOOKUP-PROVIDER TO PRV-PROVIDER-ID
           READ PROVIDER-REGISTRY-FILE
           IF WS-PRV-FS = '00'
               PERFORM EDIT-TAX-ID
           ELSE
               MOVE SPACES TO PRV-NAME PRV-TAX-ID PRV-TAX-ID-TYPE
                              PRV-LEGAL-NAME PRV-TAX-ADDRESS
                              PRV-TAX-CITY PRV-TAX-STATE PRV-TAX-ZIP
               MOVE 'PROVIDER IS NOT ON THE REGISTRY' TO WS-TIN-REASON
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE REGISTRY TAX ID (SEE WS-TIN-CHECK)
      ******************************************************************
       EDIT-TAX-ID.
      *
           MOVE SPACES TO WS-TIN-REASON
           MOVE PRV-TAX-ID TO WS-TIN-CHECK
           MOVE 0 TO WS-TIN-SAME-COUNT

           EVALUATE TRUE
               WHEN PRV-TAX-ID = SPACES
                   MOVE 'TAX ID IS MISSING' TO WS-TIN-REASON
               WHEN PRV-TAX-ID NOT NUMERIC
                   MOVE 'TAX ID IS NOT NINE DIGITS' TO WS-TIN-REASON
               WHEN NOT PRV-TIN-IS-EIN AND NOT PRV-TIN-IS-SSN
                   MOVE 'TAX ID TYPE IS NOT E OR S' TO WS-TIN-REASON
               WHEN OTHER
                   INSPECT WS-TIN-CHECK TALLYING WS-TIN-SAME-COUNT
                       FOR ALL WS-TIN-CHECK(1:1)
                   IF WS-TIN-SAME-COUNT = 9 OR
                      WS-TIN-CHECK = '123456789'
                       MOVE 'TAX ID IS A PLACEHOLDER NUMBER'
                         TO WS-TIN-REASON
                   ELSE
                       IF PRV-TIN-IS-SSN
                           IF WS-SSN-AREA = '000' OR
                              WS-SSN-AREA = '666' OR
                              WS-SSN-AREA(1:1) = '9' OR
                              WS-SSN-GROUP = '00' OR
                              WS-SSN-SERIAL = '0000'
                               MOVE 'SSN IS NOT A VALID NUMBER'
                                 TO WS-TIN-REASON
                           END-IF
                       ELSE
                           IF EIN-PREFIX-UNASSIGNED
                               MOVE 'EIN PREFIX IS NOT VALID'
                                 TO WS-TIN-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO RETURN THE NEXT SORTED PAYMENT
      ******************************************************************
       RETURN-SORTED-PAYMENT.
      *
           RETURN SORT-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-RETURN
           .
      ******************************************************************
      * ROUTINE TO START A NEW PAYEE.  ITS NAME AND ADDRESS COME FROM
      * THE FIRST PROVIDER UNDER THE TAX ID; FOR AN EXCEPTION THE
      * REGISTRY IS RE-EDITED TO GET THE REASON BACK.
      ******************************************************************
       START-NEW-PAYEE.
      *
           MOVE SRT-GROUP-TYPE TO WS-CURRENT-GROUP-TYPE
           MOVE SRT-GROUP-KEY TO WS-CURRENT-GROUP-KEY
           MOVE SRT-PROVIDER-ID TO WS-PAYEE-PROVIDER
           MOVE SPACES TO WS-LAST-PROVIDER
           MOVE 0 TO WS-PAYEE-PROVIDER-COUNT
           MOVE 0 TO WS-PAYEE-AMOUNT

           MOVE SRT-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM READ-PROVIDER
           MOVE PRV-TAX-ID TO WS-PAYEE-TIN
           MOVE PRV-TAX-ID-TYPE TO WS-PAYEE-TIN-TYPE
           IF PRV-LEGAL-NAME NOT = SPACES
               MOVE PRV-LEGAL-NAME TO WS-PAYEE-NAME
           ELSE
               MOVE PRV-NAME TO WS-PAYEE-NAME
           END-IF
           MOVE PRV-TAX-ADDRESS TO WS-PAYEE-ADDRESS
           MOVE PRV-TAX-CITY TO WS-PAYEE-CITY
           MOVE PRV-TAX-STATE TO WS-PAYEE-STATE
           MOVE PRV-TAX-ZIP TO WS-PAYEE-ZIP
           .
      ******************************************************************
      * ROUTINE TO ADD THE SORTED PAYMENT TO THE PAYEE
      ******************************************************************
       ADD-PAYMENT-TO-PAYEE.
      *
           IF SRT-PROVIDER-ID NOT = WS-LAST-PROVIDER
               ADD 1 TO WS-PAYEE-PROVIDER-COUNT
               MOVE SRT-PROVIDER-ID TO WS-LAST-PROVIDER
           END-IF
           ADD SRT-AMOUNT TO WS-PAYEE-AMOUNT
           .
      ******************************************************************
      * ROUTINE TO FINISH A PAYEE ON ITS CONTROL BREAK.  AN EXCEPTION
      * IS ONLY LISTED WHEN IT WOULD HAVE NEEDED A RETURN.
      ******************************************************************
       FINISH-PAYEE.
      *
           IF WS-CURRENT-GROUP-TYPE = 'X'
               IF WS-PAYEE-AMOUNT >= WS-THRESHOLD
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               IF CORRECTION-RUN
                   PERFORM CORRECT-ONE-PAYEE
               ELSE
                   PERFORM FILE-ONE-PAYEE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FILE THE ORIGINAL RETURN FOR A PAYEE AT OR OVER
      * THE THRESHOLD.  A PAYEE ALREADY ON THE HISTORY FOR THE YEAR
      * IS NOT FILED TWICE; IF ITS TOTAL HAS MOVED SINCE, IT IS
      * LISTED FOR A CORRECTION RUN.  THE HISTORY IS WRITTEN FIRST SO
      * A RETURN IS NEVER SENT THAT THE HISTORY DOES NOT KNOW ABOUT.
      ******************************************************************
       FILE-ONE-PAYEE.
      *
           IF WS-PAYEE-AMOUNT < WS-THRESHOLD
               ADD 1 TO WS-BELOW-THRESHOLD-COUNT
           ELSE
               MOVE WS-TAX-YEAR TO TXF-TAX-YEAR
               MOVE WS-PAYEE-TIN TO TXF-TAX-ID
               READ TAX-FILED-FILE
               EVALUATE WS-TXF-FS
                   WHEN '00'
                       ADD 1 TO WS-ON-FILE-COUNT
                       IF TXF-REPORTED-AMT NOT = WS-PAYEE-AMOUNT
                           ADD 1 TO WS-CHANGED-COUNT
                           MOVE 'CHANGED - CORRECT IT'
                             TO WS-PAYEE-ACTION
                           PERFORM WRITE-PAYEE-LINE
                       END-IF
                   WHEN '23'
                       MOVE SPACES TO WS-TXF-BEFORE-IMAGE
                       MOVE WS-PAYEE-PROVIDER TO WS-RETURN-ACCOUNT
                       MOVE WS-PAYEE-AMOUNT TO WS-RETURN-AMOUNT
                       MOVE SPACE TO WS-CORRECTED-IND
                       MOVE WS-PAYEE-TIN-TYPE TO TXF-TAX-ID-TYPE
                       MOVE WS-RETURN-ACCOUNT TO TXF-ACCOUNT-NO
                       MOVE WS-PAYEE-NAME TO TXF-LEGAL-NAME
                       MOVE WS-RETURN-AMOUNT TO TXF-REPORTED-AMT
                       MOVE WS-RUN-DATE-CCYYMMDD TO TXF-ORIG-FILED-DATE
                       MOVE WS-RUN-DATE-CCYYMMDD TO TXF-LAST-FILED-DATE
                       MOVE 0 TO TXF-CORRECTION-COUNT
                       WRITE TAX-FILED-RECORD
                       IF WS-TXF-FS = '00'
                           PERFORM WRITE-PAYEE-RETURN
                           IF RETURN-WRITTEN
                               ADD 1 TO WS-FILED-COUNT
                               MOVE 'FILED' TO WS-PAYEE-ACTION
                           ELSE
                               PERFORM BACK-OUT-FILED-HISTORY
                           END-IF
                       ELSE
                           ADD 1 TO WS-HISTORY-FAIL-COUNT
                           MOVE 'NOT FILED - HISTORY' TO WS-PAYEE-ACTION
                       END-IF
                       PERFORM WRITE-PAYEE-LINE
                   WHEN OTHER
                       ADD 1 TO WS-HISTORY-FAIL-COUNT
                       MOVE 'NOT FILED - HISTORY' TO WS-PAYEE-ACTION
                       PERFORM WRITE-PAYEE-LINE
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FILE A CORRECTED RETURN FOR A PAYEE WHOSE TOTAL NO
      * LONGER MATCHES WHAT WAS FILED.  THE CORRECTION GOES UNDER THE
      * ACCOUNT NUMBER OF THE ORIGINAL; A NET TOTAL THAT HAS GONE
      * NEGATIVE IS REPORTED AS ZERO.  A PAYEE OVER THE THRESHOLD
      * THAT WAS NEVER FILED IS LISTED FOR THE NEXT ORIGINAL RUN.
      ******************************************************************
       CORRECT-ONE-PAYEE.
      *
           MOVE WS-TAX-YEAR TO TXF-TAX-YEAR
           MOVE WS-PAYEE-TIN TO TXF-TAX-ID
           READ TAX-FILED-FILE
           EVALUATE WS-TXF-FS
               WHEN '00'
                   IF WS-PAYEE-AMOUNT > 0
                       MOVE WS-PAYEE-AMOUNT TO WS-RETURN-AMOUNT
                   ELSE
                       MOVE 0 TO WS-RETURN-AMOUNT
                   END-IF
                   IF TXF-REPORTED-AMT NOT = WS-RETURN-AMOUNT
                       MOVE TAX-FILED-RECORD TO WS-TXF-BEFORE-IMAGE
                       MOVE TXF-ACCOUNT-NO TO WS-RETURN-ACCOUNT
                       MOVE 'G' TO WS-CORRECTED-IND
                       MOVE WS-PAYEE-NAME TO TXF-LEGAL-NAME
                       MOVE WS-RETURN-AMOUNT TO TXF-REPORTED-AMT
                       MOVE WS-RUN-DATE-CCYYMMDD TO TXF-LAST-FILED-DATE
                       IF TXF-CORRECTION-COUNT < 999
                           ADD 1 TO TXF-CORRECTION-COUNT
                       END-IF
                       REWRITE TAX-FILED-RECORD
                       IF WS-TXF-FS = '00'
                           PERFORM WRITE-PAYEE-RETURN
                           IF RETURN-WRITTEN
                               ADD 1 TO WS-CORRECTED-COUNT
                               MOVE 'CORRECTED' TO WS-PAYEE-ACTION
                           ELSE
                               PERFORM BACK-OUT-FILED-HISTORY
                           END-IF
                       ELSE
                           ADD 1 TO WS-HISTORY-FAIL-COUNT
                           MOVE 'NOT FILED - HISTORY' TO WS-PAYEE-ACTION
                       END-IF
                       PERFORM WRITE-PAYEE-LINE
                   ELSE
                       ADD 1 TO WS-ON-FILE-COUNT
                   END-IF
               WHEN '23'
                   IF WS-PAYEE-AMOUNT >= WS-THRESHOLD
                       ADD 1 TO WS-NOT-FILED-COUNT
                       MOVE 'NOT YET FILED' TO WS-PAYEE-ACTION
                       PERFORM WRITE-PAYEE-LINE
                   ELSE
                       ADD 1 TO WS-BELOW-THRESHOLD-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-HISTORY-FAIL-COUNT
                   MOVE 'NOT FILED - HISTORY' TO WS-PAYEE-ACTION
                   PERFORM WRITE-PAYEE-LINE
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE RETURN: THE PAYEE (B) RECORD TO THE WORK
      * FILE AND THE RECIPIENT'S PRINTED COPY.  A B RECORD THAT WILL
      * NOT WRITE IS NOT COUNTED IN THE FILE TOTALS OR PRINTED, AND
      * THE CALLER TAKES IT BACK OFF THE HISTORY.
      ******************************************************************
       WRITE-PAYEE-RETURN.
      *
           MOVE SPACES TO IRS-PAYEE-RECORD
           MOVE 'B' TO IRS-B-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRS-B-PAYMENT-YEAR
           MOVE WS-CORRECTED-IND TO IRS-B-CORRECTED-IND
           IF PAYEE-TIN-IS-EIN
               MOVE '1' TO IRS-B-TIN-TYPE
           ELSE
               MOVE '2' TO IRS-B-TIN-TYPE
           END-IF
           MOVE WS-PAYEE-TIN TO IRS-B-PAYEE-TIN
           MOVE WS-RETURN-ACCOUNT TO IRS-B-ACCOUNT-NO
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 18
               MOVE 0 TO IRS-B-AMOUNT(WS-AMT-IDX)
           END-PERFORM
           MOVE WS-RETURN-AMOUNT TO IRS-B-AMOUNT(6)
           MOVE WS-PAYEE-NAME TO IRS-B-PAYEE-NAME
           MOVE WS-PAYEE-ADDRESS TO IRS-B-PAYEE-ADDRESS
           MOVE WS-PAYEE-CITY TO IRS-B-PAYEE-CITY
           MOVE WS-PAYEE-STATE TO IRS-B-PAYEE-STATE
           MOVE WS-PAYEE-ZIP TO IRS-B-PAYEE-ZIP
           MOVE 0 TO IRS-B-SEQUENCE-NO

           WRITE IRS-WORK-RECORD FROM IRS-PAYEE-RECORD
           IF WS-IRW-FS = '00'
               SET RETURN-WRITTEN TO TRUE
               ADD 1 TO WS-IRS-PAYEE-COUNT
               ADD WS-RETURN-AMOUNT TO WS-IRS-TOTAL-AMT
               PERFORM PRINT-RECIPIENT-COPY
           ELSE
               SET RETURN-NOT-WRITTEN TO TRUE
               DISPLAY 'WRITE OF IRS-WORK-FILE FAILED, FS=' WS-IRW-FS
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE A RETURN THAT NEVER REACHED THE IRS WORK FILE
      * BACK OFF THE HISTORY: A RECORD THIS RUN ADDED IS DELETED, A
      * RECORD IT CORRECTED IS PUT BACK AS IT WAS, SO THE NEXT RUN
      * FILES THE RETURN AGAIN.
      ******************************************************************
       BACK-OUT-FILED-HISTORY.
      *
           ADD 1 TO WS-IRS-FAIL-COUNT
           MOVE 'NOT FILED - IRS FILE' TO WS-PAYEE-ACTION
           IF WS-TXF-BEFORE-IMAGE = SPACES
               DELETE TAX-FILED-FILE RECORD
           ELSE
               MOVE WS-TXF-BEFORE-IMAGE TO TAX-FILED-RECORD
               REWRITE TAX-FILED-RECORD
           END-IF
           IF WS-TXF-FS NOT = '00'
               DISPLAY 'BACK-OUT OF TAX-FILED-FILE FAILED, FS='
                       WS-TXF-FS ' TIN=' TXF-TAX-ID
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT THE RECIPIENT'S COPY B OF THE RETURN, EACH
      * FORM SEPARATED BY A RULE, SAME AS THE EOB DOCUMENTS
      ******************************************************************
       PRINT-RECIPIENT-COPY.
      *
           MOVE ALL '=' TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING 'FORM 1099-MISC  MISCELLANEOUS INFORMATION'
               '          TAX YEAR ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           IF RETURN-IS-CORRECTED
               MOVE 'CORRECTED' TO FORM-LINE
           END-IF
           WRITE FORM-LINE
           MOVE ALL '-' TO FORM-LINE
           WRITE FORM-LINE

           MOVE 'PAYER''S NAME, ADDRESS AND TELEPHONE' TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           MOVE TXC-PAYER-NAME TO FORM-LINE(3:40)
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           MOVE TXC-PAYER-ADDRESS TO FORM-LINE(3:40)
           WRITE FORM-LINE
           MOVE TXC-PAYER-CITY TO WS-PRINT-CITY
           MOVE TXC-PAYER-STATE TO WS-PRINT-STATE
           MOVE TXC-PAYER-ZIP TO WS-PRINT-ZIP-IN
           PERFORM FORMAT-CITY-LINE
           MOVE SPACES TO FORM-LINE
           MOVE WS-PRINT-CITY-LINE TO FORM-LINE(3:60)
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           MOVE TXC-PAYER-PHONE TO FORM-LINE(3:15)
           WRITE FORM-LINE

           MOVE TXC-PAYER-TIN(1:2) TO WS-PAYER-TIN-1
           MOVE TXC-PAYER-TIN(3:7) TO WS-PAYER-TIN-2
           PERFORM MASK-PAYEE-TIN
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING 'PAYER''S TIN: ' WS-PAYER-TIN-FMT
               '        RECIPIENT''S TIN: ' WS-MASKED-TIN
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE

           MOVE 'RECIPIENT''S NAME AND ADDRESS' TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           MOVE WS-PAYEE-NAME TO FORM-LINE(3:40)
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           MOVE WS-PAYEE-ADDRESS TO FORM-LINE(3:40)
           WRITE FORM-LINE
           MOVE WS-PAYEE-CITY TO WS-PRINT-CITY
           MOVE WS-PAYEE-STATE TO WS-PRINT-STATE
           MOVE WS-PAYEE-ZIP TO WS-PRINT-ZIP-IN
           PERFORM FORMAT-CITY-LINE
           MOVE SPACES TO FORM-LINE
           MOVE WS-PRINT-CITY-LINE TO FORM-LINE(3:60)
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING 'ACCOUNT NUMBER: ' WS-RETURN-ACCOUNT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE

           MOVE WS-RETURN-AMOUNT TO WS-EDIT-FORM-AMT
           MOVE SPACES TO FORM-LINE
           STRING '6  MEDICAL AND HEALTH CARE PAYMENTS . . . '
               WS-EDIT-FORM-AMT
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE ALL '-' TO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING 'COPY B FOR RECIPIENT.  THIS IS IMPORTANT TAX '
               'INFORMATION AND IS BEING'
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE 'FURNISHED TO THE INTERNAL REVENUE SERVICE.'
             TO FORM-LINE
           WRITE FORM-LINE
           .
      ******************************************************************
      * ROUTINE TO FORMAT 'CITY, ST ZIP' (ZIP+4 WHEN THERE IS ONE)
      * FROM WS-PRINT-CITY/STATE/ZIP-IN INTO WS-PRINT-CITY-LINE
      ******************************************************************
       FORMAT-CITY-LINE.
      *
           MOVE SPACES TO WS-PRINT-ZIP
           IF WS-PRINT-ZIP-IN(6:4) = SPACES
               MOVE WS-PRINT-ZIP-IN(1:5) TO WS-PRINT-ZIP
           ELSE
               STRING WS-PRINT-ZIP-IN(1:5) '-' WS-PRINT-ZIP-IN(6:4)
                   DELIMITED BY SIZE INTO WS-PRINT-ZIP
           END-IF
           MOVE SPACES TO WS-PRINT-CITY-LINE
           STRING WS-PRINT-CITY DELIMITED BY '  '
               ', ' WS-PRINT-STATE ' ' WS-PRINT-ZIP
               DELIMITED BY SIZE INTO WS-PRINT-CITY-LINE
           .
      ******************************************************************
      * ROUTINE TO TRUNCATE THE PAYEE'S TAX ID TO ITS LAST FOUR
      * DIGITS, IN SSN OR EIN FORM
      ******************************************************************
       MASK-PAYEE-TIN.
      *
           MOVE SPACES TO WS-MASKED-TIN
           IF PAYEE-TIN-IS-EIN
               STRING '**-***' WS-PAYEE-TIN(6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-TIN
           ELSE
               STRING '***-**-' WS-PAYEE-TIN(6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-TIN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE IRS FILE ONCE EVERY PAYEE IS KNOWN: THE
      * TRANSMITTER AND PAYER RECORDS, THE PAYEE RECORDS FROM THE
      * WORK FILE NUMBERED IN SEQUENCE, THEN THE END-OF-PAYER AND
      * END-OF-TRANSMISSION RECORDS.  A RUN THAT FILED NOTHING LEAVES
      * THE FILE EMPTY.
      ******************************************************************
       WRITE-IRS-FILE.
      *
           CLOSE IRS-WORK-FILE
           IF WS-IRS-PAYEE-COUNT > 0
               OPEN INPUT IRS-WORK-FILE
               IF WS-IRW-FS NOT = '00'
                   DISPLAY 'OPEN OF IRS-WORK-FILE FAILED, FS='
                           WS-IRW-FS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-TRANSMITTER-RECORD
               PERFORM WRITE-PAYER-RECORD
               PERFORM READ-IRS-WORK-RECORD
               PERFORM UNTIL WORK-FILE-EOF
                   MOVE IRS-WORK-RECORD TO IRS-PAYEE-RECORD
                   ADD 1 TO WS-IRS-SEQUENCE
                   MOVE WS-IRS-SEQUENCE TO IRS-B-SEQUENCE-NO
                   PERFORM WRITE-IRS-RECORD
                   PERFORM READ-IRS-WORK-RECORD
               END-PERFORM
               PERFORM WRITE-END-OF-PAYER-RECORD
               PERFORM WRITE-END-OF-TRANS-RECORD
           ELSE
               OPEN INPUT IRS-WORK-FILE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT HELD PAYEE RECORD
      ******************************************************************
       READ-IRS-WORK-RECORD.
      *
           READ IRS-WORK-FILE
               AT END
                   SET WORK-FILE-EOF TO TRUE
           END-READ

           IF WORK-FILE-NOT-EOF AND WS-IRW-FS NOT = '00'
               DISPLAY 'READ OF IRS-WORK-FILE FAILED, FS=' WS-IRW-FS
               SET WORK-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE TRANSMITTER (T) RECORD.  THE PAYER IS
      * ITS OWN TRANSMITTER; A TAX YEAR BEFORE LAST IS FLAGGED AS
      * PRIOR-YEAR DATA.
      ******************************************************************
       WRITE-TRANSMITTER-RECORD.
      *
           MOVE SPACES TO IRS-TRANSMITTER-RECORD
           MOVE 'T' TO IRS-T-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRS-T-PAYMENT-YEAR
           IF WS-TAX-YEAR < WS-RUN-YEAR - 1
               MOVE 'P' TO IRS-T-PRIOR-YEAR-IND
           END-IF
           MOVE TXC-PAYER-TIN TO IRS-T-TRANSMITTER-TIN
           MOVE TXC-TRANSMITTER-CODE TO IRS-T-CONTROL-CODE
           IF TXC-IS-TEST-FILE
               MOVE 'T' TO IRS-T-TEST-FILE-IND
           END-IF
           MOVE TXC-PAYER-NAME TO IRS-T-NAME
           MOVE TXC-PAYER-NAME TO IRS-T-COMPANY-NAME
           MOVE TXC-PAYER-ADDRESS TO IRS-T-COMPANY-ADDRESS
           MOVE TXC-PAYER-CITY TO IRS-T-COMPANY-CITY
           MOVE TXC-PAYER-STATE TO IRS-T-COMPANY-STATE
           MOVE TXC-PAYER-ZIP TO IRS-T-COMPANY-ZIP
           MOVE WS-IRS-PAYEE-COUNT TO IRS-T-PAYEE-COUNT
           MOVE TXC-CONTACT-NAME TO IRS-T-CONTACT-NAME
           MOVE TXC-CONTACT-PHONE TO IRS-T-CONTACT-PHONE
           MOVE TXC-CONTACT-EMAIL TO IRS-T-CONTACT-EMAIL
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRS-T-SEQUENCE-NO
           MOVE 'I' TO IRS-T-VENDOR-IND
           PERFORM WRITE-IRS-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PAYER (A) RECORD: FORM 1099-MISC, AMOUNT
      * CODE 6 ONLY
      ******************************************************************
       WRITE-PAYER-RECORD.
      *
           MOVE SPACES TO IRS-PAYER-RECORD
           MOVE 'A' TO IRS-A-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRS-A-PAYMENT-YEAR
           MOVE TXC-PAYER-TIN TO IRS-A-PAYER-TIN
           MOVE 'A ' TO IRS-A-RETURN-TYPE
           MOVE '6' TO IRS-A-AMOUNT-CODES
           MOVE TXC-PAYER-NAME TO IRS-A-PAYER-NAME
           MOVE '0' TO IRS-A-TRANSFER-AGENT
           MOVE TXC-PAYER-ADDRESS TO IRS-A-PAYER-ADDRESS
           MOVE TXC-PAYER-CITY TO IRS-A-PAYER-CITY
           MOVE TXC-PAYER-STATE TO IRS-A-PAYER-STATE
           MOVE TXC-PAYER-ZIP TO IRS-A-PAYER-ZIP
           MOVE TXC-PAYER-PHONE TO IRS-A-PAYER-PHONE
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRS-A-SEQUENCE-NO
           PERFORM WRITE-IRS-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-PAYER (C) RECORD
      ******************************************************************
       WRITE-END-OF-PAYER-RECORD.
      *
           MOVE SPACES TO IRS-END-OF-PAYER-RECORD
           MOVE 'C' TO IRS-C-RECORD-TYPE
           MOVE WS-IRS-PAYEE-COUNT TO IRS-C-PAYEE-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 18
               MOVE 0 TO IRS-C-CONTROL-TOTAL(WS-AMT-IDX)
           END-PERFORM
           MOVE WS-IRS-TOTAL-AMT TO IRS-C-CONTROL-TOTAL(6)
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRS-C-SEQUENCE-NO
           PERFORM WRITE-IRS-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-TRANSMISSION (F) RECORD
      ******************************************************************
       WRITE-END-OF-TRANS-RECORD.
      *
           MOVE SPACES TO IRS-END-OF-TRANS-RECORD
           MOVE 'F' TO IRS-F-RECORD-TYPE
           MOVE 1 TO IRS-F-PAYER-COUNT
           MOVE 0 TO IRS-F-ZERO
           MOVE WS-IRS-PAYEE-COUNT TO IRS-F-PAYEE-COUNT
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRS-F-SEQUENCE-NO
           PERFORM WRITE-IRS-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE RECORD BUILT IN THE IRS FILE AREA
      ******************************************************************
       WRITE-IRS-RECORD.
      *
           WRITE IRS-TRANSMITTER-RECORD
           IF WS-IRS-FS NOT = '00'
               DISPLAY 'WRITE OF IRS-FILE FAILED, FS=' WS-IRS-FS
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           IF CORRECTION-RUN
               STRING '1099-MISC CORRECTED RETURNS FOR TAX YEAR '
                   WS-TAX-YEAR DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING '1099-MISC RETURNS FOR TAX YEAR '
                   WS-TAX-YEAR DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TAX ID      PROVIDER   PAYEE NAME         '
               '          AMOUNT ACTION'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST ONE PAYEE AND WHAT THE RUN DID WITH IT
      ******************************************************************
       WRITE-PAYEE-LINE.
      *
           PERFORM MASK-PAYEE-TIN
           MOVE WS-PAYEE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MASKED-TIN ' ' WS-PAYEE-PROVIDER ' '
               WS-PAYEE-NAME(1:20) WS-EDIT-AMOUNT ' ' WS-PAYEE-ACTION
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LIST A PROVIDER OVER THE THRESHOLD THAT CANNOT BE
      * FILED BECAUSE ITS TAX ID IS MISSING OR INVALID.  ONCE THE
      * REGISTRY IS CORRECTED AN ORIGINAL RERUN FILES IT.
      ******************************************************************
       WRITE-EXCEPTION-LINE.
      *
           IF NOT EXCEPTION-HEADING-DONE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING 'TAX ID EXCEPTIONS - PAID OVER THE THRESHOLD '
                   'WITH NO VALID TAX ID'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING 'PROVIDER   PAYEE NAME                   '
                   'AMOUNT REASON'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               SET EXCEPTION-HEADING-DONE TO TRUE
           END-IF

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-PAYEE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-PAYEE-PROVIDER ' ' WS-PAYEE-NAME(1:20)
               WS-EDIT-AMOUNT ' ' WS-TIN-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY SO FINANCE CAN
      * BALANCE THE IRS FILE BEFORE SENDING IT
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FILED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RETURNS FILED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CORRECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CORRECTED RETURNS  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-IRS-TOTAL-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'BOX 6 TOTAL THIS FILE: ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BELOW-THRESHOLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'BELOW THRESHOLD  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ON-FILE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALREADY ON FILE  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CHANGED SINCE FILED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NOT-FILED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT YET FILED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TAX ID EXCEPTIONS  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-HISTORY-FAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'HISTORY NOT UPDATED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-IRS-FAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'IRS WORK WRITE FAILED: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSC1099.
