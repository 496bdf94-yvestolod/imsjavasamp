       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCRCVA.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Monthly overpayment recovery aging report.  Reads the         *
      * recovery receivable KSDS (see IMSC2RCV) in key order, which   *
      * keeps each provider's receivables together, and prints every  *
      * OPEN receivable's outstanding balance (amount owed less what  *
      * IMSCSETL has offset so far) in an aging column by days since  *
      * the IMSCRSWP sweep booked it: 0-30, 31-60, 61-90, 91-120,     *
      * and over 120 days.  Each provider gets a subtotal line in the *
      * same columns and the report closes with grand totals, so the  *
      * overpayment team can chase the old balances offsets are not   *
      * clearing.  Closed receivables are skipped.                    *
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
           SELECT RECOVERY-FILE ASSIGN TO CLMRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-RECOVERY-KEY
               FILE STATUS IS WS-RCV-FS.

           SELECT AGING-REPORT-FILE ASSIGN TO CLMRCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  RECOVERY-FILE.
       COPY IMSC2RCV.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-RCV-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-RCV-EOF-SW             PIC X VALUE 'N'.
          88 RECOVERY-FILE-EOF          VALUE 'Y'.
          88 RECOVERY-FILE-NOT-EOF      VALUE 'N'.
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
       01 WS-RUN-DATE-INT           PIC S9(9) COMP.
       01 WS-OPENED-DATE-INT        PIC S9(9) COMP.
       01 WS-AGE-DAYS               PIC S9(9) COMP.
       01 WS-RCV-BALANCE            PIC S9(9)V99 COMP-3 VALUE 0.
      ******************************************************************
      * AGING BUCKETS, ONE PER REPORT COLUMN: 1 = 0-30 DAYS,
      * 2 = 31-60, 3 = 61-90, 4 = 91-120, 5 = OVER 120.  EACH BUCKET'S
      * AMOUNT PRINTS 14 BYTES WIDE STARTING AT COLUMN 31.
      ******************************************************************
       01 WS-BUCKET-IDX             PIC S9(4) COMP.
       01 WS-BUCKET-COL             PIC S9(4) COMP.
       01 WS-PRV-BUCKET-TABLE.
          05 WS-PRV-BUCKET-AMT      PIC S9(11)V99 COMP-3 OCCURS 5 TIMES.
       01 WS-TOT-BUCKET-TABLE.
          05 WS-TOT-BUCKET-AMT      PIC S9(11)V99 COMP-3 OCCURS 5 TIMES.
       01 WS-LINE-BUCKET-TABLE.
          05 WS-LINE-BUCKET-AMT     PIC S9(11)V99 COMP-3 OCCURS 5 TIMES.
      ******************************************************************
      * CONTROL-BREAK AND TOTALS WORK AREAS
      ******************************************************************
       01 WS-CURRENT-PROVIDER       PIC X(10) VALUE SPACES.
       01 WS-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-OPEN-COUNT             PIC 9(9) VALUE 0.
       01 WS-PROVIDER-COUNT         PIC 9(9) VALUE 0.
       01 WS-BAD-COUNT              PIC 9(9) VALUE 0.
       01 WS-TOTAL-OUTSTANDING      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-DAYS              PIC ZZZZ9.
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-CCYYMMDD)

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           INITIALIZE WS-TOT-BUCKET-TABLE

           PERFORM READ-RECEIVABLE
           PERFORM UNTIL RECOVERY-FILE-EOF
               PERFORM AGE-ONE-RECEIVABLE
               PERFORM READ-RECEIVABLE
           END-PERFORM

           IF WS-CURRENT-PROVIDER NOT = SPACES
               PERFORM WRITE-PROVIDER-TOTAL
           END-IF
           PERFORM WRITE-RUN-TOTALS
           PERFORM CLOSE-FILES

           IF WS-BAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO OPEN THE RECOVERY LEDGER AND THE REPORT FILE
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT RECOVERY-FILE
           IF WS-RCV-FS NOT = '00'
               DISPLAY 'OPEN OF RECOVERY-FILE FAILED, FS='
                       WS-RCV-FS
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
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE RECOVERY-FILE
           CLOSE AGING-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT RECEIVABLE IN KEY ORDER
      ******************************************************************
       READ-RECEIVABLE.
      *
           READ RECOVERY-FILE NEXT RECORD
               AT END
                   SET RECOVERY-FILE-EOF TO TRUE
           END-READ

           IF RECOVERY-FILE-NOT-EOF AND WS-RCV-FS NOT = '00'
               DISPLAY 'READ OF RECOVERY-FILE FAILED, FS='
                       WS-RCV-FS
               SET RECOVERY-FILE-EOF TO TRUE
           END-IF

           IF RECOVERY-FILE-NOT-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO AGE ONE RECEIVABLE.  ONLY OPEN RECEIVABLES WITH A
      * BALANCE STILL OUTSTANDING ARE PRINTED; ONE WITH NON-NUMERIC
      * AMOUNTS IS COUNTED AND FLAGGED ON THE REPORT INSTEAD.  A
      * PROVIDER BREAK PRINTS THE PREVIOUS PROVIDER'S SUBTOTAL.
      ******************************************************************
       AGE-ONE-RECEIVABLE.
      *
           IF RCV-IS-OPEN
               IF RCV-PROVIDER-ID NOT = WS-CURRENT-PROVIDER
                   IF WS-CURRENT-PROVIDER NOT = SPACES
                       PERFORM WRITE-PROVIDER-TOTAL
                   END-IF
                   MOVE RCV-PROVIDER-ID TO WS-CURRENT-PROVIDER
                   INITIALIZE WS-PRV-BUCKET-TABLE
                   ADD 1 TO WS-PROVIDER-COUNT
               END-IF

               IF RCV-AMOUNT-OWED NOT NUMERIC OR
                  RCV-RECOVERED-AMT NOT NUMERIC
                   ADD 1 TO WS-BAD-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING RCV-PROVIDER-ID ' ' RCV-CLAIMNO
                       '  *** AMOUNTS NOT NUMERIC ON LEDGER ***'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   COMPUTE WS-RCV-BALANCE =
                       RCV-AMOUNT-OWED - RCV-RECOVERED-AMT
                   IF WS-RCV-BALANCE > 0
                       PERFORM FIND-AGING-BUCKET
                       ADD 1 TO WS-OPEN-COUNT
                       ADD WS-RCV-BALANCE TO WS-TOTAL-OUTSTANDING
                       ADD WS-RCV-BALANCE
                           TO WS-PRV-BUCKET-AMT(WS-BUCKET-IDX)
                       ADD WS-RCV-BALANCE
                           TO WS-TOT-BUCKET-AMT(WS-BUCKET-IDX)
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PICK THE AGING BUCKET FROM THE DAYS SINCE THE
      * RECEIVABLE WAS BOOKED.  AN UNUSABLE BOOKING DATE AGES AS
      * OVER 120 DAYS SO IT IS CHASED, NOT HIDDEN.
      ******************************************************************
       FIND-AGING-BUCKET.
      *
           MOVE 99999 TO WS-AGE-DAYS
           IF RCV-OPENED-DATE NUMERIC AND RCV-OPENED-DATE > 16010101
               COMPUTE WS-OPENED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RCV-OPENED-DATE)
               IF WS-OPENED-DATE-INT > 0
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-OPENED-DATE-INT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 120
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE RECEIVABLE: PROVIDER, OVERPAID CLAIM,
      * DAYS OUTSTANDING, AND THE BALANCE IN ITS AGING COLUMN
      ******************************************************************
       WRITE-DETAIL-LINE.
      *
           MOVE SPACES TO REPORT-RECORD
           MOVE RCV-PROVIDER-ID TO REPORT-RECORD(1:10)
           MOVE RCV-CLAIMNO TO REPORT-RECORD(12:12)
           IF WS-AGE-DAYS < 99999
               MOVE WS-AGE-DAYS TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO REPORT-RECORD(26:5)
           ELSE
               MOVE '  ???' TO REPORT-RECORD(26:5)
           END-IF
           COMPUTE WS-BUCKET-COL = 31 + (WS-BUCKET-IDX - 1) * 14
           MOVE WS-RCV-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-RECORD(WS-BUCKET-COL:14)
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO PRINT THE PROVIDER SUBTOTAL ACROSS ALL FIVE AGING
      * COLUMNS
      ******************************************************************
       WRITE-PROVIDER-TOTAL.
      *
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CURRENT-PROVIDER TO REPORT-RECORD(1:10)
           MOVE 'PROVIDER TOTAL' TO REPORT-RECORD(12:14)
           MOVE WS-PRV-BUCKET-TABLE TO WS-LINE-BUCKET-TABLE
           PERFORM FILL-BUCKET-COLUMNS
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO PLACE THE FIVE BUCKET AMOUNTS IN
      * WS-LINE-BUCKET-TABLE INTO THEIR REPORT COLUMNS
      ******************************************************************
       FILL-BUCKET-COLUMNS.
      *
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               COMPUTE WS-BUCKET-COL = 31 + (WS-BUCKET-IDX - 1) * 14
               MOVE WS-LINE-BUCKET-AMT(WS-BUCKET-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO REPORT-RECORD(WS-BUCKET-COL:14)
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING AND COLUMN CAPTIONS
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'OVERPAYMENT RECOVERY RECEIVABLES AGING, RUN '
               WS-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'PROVIDER   CLAIM NUMBER   DAYS' TO REPORT-RECORD(1:30)
           MOVE '     0-30 DAYS' TO REPORT-RECORD(31:14)
           MOVE '    31-60 DAYS' TO REPORT-RECORD(45:14)
           MOVE '    61-90 DAYS' TO REPORT-RECORD(59:14)
           MOVE '   91-120 DAYS' TO REPORT-RECORD(73:14)
           MOVE '      OVER 120' TO REPORT-RECORD(87:14)
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE GRAND TOTALS ACROSS ALL PROVIDERS AND
      * THE END-OF-RUN COUNTS
      ******************************************************************
       WRITE-RUN-TOTALS.
      *
           MOVE SPACES TO REPORT-RECORD
           MOVE 'GRAND TOTAL' TO REPORT-RECORD(1:11)
           MOVE WS-TOT-BUCKET-TABLE TO WS-LINE-BUCKET-TABLE
           PERFORM FILL-BUCKET-COLUMNS
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECEIVABLES READ . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN WITH BALANCE  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PROVIDER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVIDERS OWING  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNREADABLE AMOUNTS . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-OUTSTANDING TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL OUTSTANDING  . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY 'IMSCRCVA OPEN RECEIVABLES ' WS-OPEN-COUNT
               ' PROVIDERS ' WS-PROVIDER-COUNT
           .
       END PROGRAM IMSCRCVA.
