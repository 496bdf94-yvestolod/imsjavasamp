      *  (b) the archive control report's purged + retained is        *
      *      re-verified against its records-read count;              *
      *  (c) IMSCLRPT's summary counts are read back and checked      *
      *      against the audit file's own production totals;          *
      *  (d) IMSCBATD's run summary is read back and checked against  *
      *      the day's 'B'-prefix audit records -- a batch run whose  *
      *      report went short cannot slip through, while a day with  *
      *      no replay file is only noted, and                        *
      *  (e) the IMSCGLJR journal control report's paid claims       *
      *      settled, paid amount and interest are checked against   *
      *      the day's PAID settlements on the audit file, and the   *
      *      journal must have been produced (balanced) for today.   *
      * The day's reference splits (records added today, accepted /   *
      * rejected / pending / settled) are printed alongside.          *
      * One balance sheet is printed and the run ends with RETURN     *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRP-FS.

           SELECT GL-REPORT-FILE ASSIGN TO CLMGLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLR-FS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO CLMBALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           RECORDING MODE IS F.
       01  BATCH-REPORT-IN              PIC X(80).

       FD  GL-REPORT-FILE
           RECORDING MODE IS F.
       01  GL-REPORT-IN                 PIC X(100).

       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).
       01 WS-ARC-FS                 PIC XX VALUE SPACES.
       01 WS-CRP-FS                 PIC XX VALUE SPACES.
       01 WS-BRP-FS                 PIC XX VALUE SPACES.
       01 WS-GLR-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
       01 WS-BRP-EOF-SW             PIC X VALUE 'N'.
          88 BAT-REPORT-EOF             VALUE 'Y'.
          88 BAT-REPORT-NOT-EOF         VALUE 'N'.
       01 WS-GLR-EOF-SW             PIC X VALUE 'N'.
          88 GL-REPORT-EOF              VALUE 'Y'.
          88 GL-REPORT-NOT-EOF          VALUE 'N'.
       01 WS-BALANCED-SW            PIC X VALUE 'Y'.
          88 RUN-IS-BALANCED            VALUE 'Y'.
          88 RUN-IS-NOT-BALANCED        VALUE 'N'.
       01 WS-AUD-PENDING-COUNT      PIC 9(9) VALUE 0.
       01 WS-AUD-SETTLED-COUNT      PIC 9(9) VALUE 0.
       01 WS-AUD-TODAY-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AUD-PAID-TODAY-COUNT   PIC 9(9) VALUE 0.
       01 WS-AUD-PAID-TODAY-AMOUNT  PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AUD-INT-TODAY-AMOUNT   PIC S9(13)V99 COMP-3 VALUE 0.
      ******************************************************************
      * TOTALS READ BACK FROM THE OTHER STREAMS' OWN REPORTS
      ******************************************************************
       01 WS-BRP-SEEN-SW            PIC X VALUE 'N'.
          88 BRP-SUMMARY-SEEN           VALUE 'Y'.
          88 BRP-SUMMARY-NOT-SEEN       VALUE 'N'.
      ******************************************************************
      * TOTALS READ BACK FROM THE IMSCGLJR JOURNAL CONTROL REPORT,
      * SAME COLON-SPLIT PARSE; THE AMOUNTS GO THROUGH NUMVAL-C TOO
      ******************************************************************
       01 WS-GLR-JOURNAL-DATE       PIC 9(8) VALUE 0.
       01 WS-GLR-PAID-COUNT         PIC 9(9) VALUE 0.
       01 WS-GLR-PAID-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GLR-INT-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GLR-STATUS             PIC X(10) VALUE SPACES.
       01 WS-GLR-SEEN-SW            PIC X VALUE 'N'.
          88 GLR-REPORT-SEEN            VALUE 'Y'.
          88 GLR-REPORT-NOT-SEEN        VALUE 'N'.
       01 WS-PARSE-LINE             PIC X(100).
       01 WS-PARSE-PFX              PIC X(40).
       01 WS-PARSE-VAL              PIC X(40).
       01 WS-PARSE-NUMVAL-TEST      PIC S9(4) COMP.
       01 WS-PARSE-COUNT            PIC 9(9) VALUE 0.
       01 WS-PARSE-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
      ******************************************************************
      * WORK AREAS TO DECODE THE PACKED 0CYYDDD AUD-DATE AND KEEP
      * TODAY'S RECORDS APART IN THE REFERENCE TOTALS
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
           PERFORM SCAN-ARCHIVE-REPORT
           PERFORM SCAN-CLAIMS-REPORT
           PERFORM SCAN-BATCH-REPORT
           PERFORM SCAN-GL-REPORT

           PERFORM WRITE-BALANCE-SHEET
           PERFORM CLOSE-FILES
               SET BAT-REPORT-EOF TO TRUE
           END-IF

           OPEN INPUT GL-REPORT-FILE
           IF WS-GLR-FS NOT = '00'
               DISPLAY 'OPEN OF GL-REPORT-FILE FAILED, FS='
                       WS-GLR-FS
               SET GL-REPORT-EOF TO TRUE
           END-IF

           OPEN OUTPUT BALANCE-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF BALANCE-REPORT-FILE FAILED, FS='
           CLOSE ARCHIVE-REPORT-FILE
           CLOSE CLAIMS-REPORT-FILE
           CLOSE BATCH-REPORT-FILE
           CLOSE GL-REPORT-FILE
           CLOSE BALANCE-REPORT-FILE
           .
      ******************************************************************
                   END-EVALUATE
               END-IF

      * THE DAY'S PAID SETTLEMENTS THE GL JOURNAL MUST CARRY: EVERY
      * PRODUCTION CLAIM IMSCSETL SETTLED PAID TODAY, WHENEVER IT
      * WAS SUBMITTED
               IF AUD-TEST-IND NOT = 'Y' AND
                  AUD-CLAIM-STATUS = 'PAID' AND
                  AUD-SETTLED-DATE NUMERIC
                   IF AUD-SETTLED-DATE = WS-TODAY-CCYYMMDD
                       ADD 1 TO WS-AUD-PAID-TODAY-COUNT
                       ADD AUD-PAID-AMT TO WS-AUD-PAID-TODAY-AMOUNT
                       ADD AUD-INTEREST-AMT TO WS-AUD-INT-TODAY-AMOUNT
                   END-IF
               END-IF

               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE IMSCGLJR JOURNAL CONTROL REPORT BACK AND
      * PICK UP THE JOURNAL DATE, THE SETTLEMENT TOTALS AND THE
      * VERDICT IT PRINTED.  THE ENTRY LINES OPEN WITH AN EVENT CODE
      * AND NEVER MATCH THE SUMMARY PREFIXES.
      ******************************************************************
       SCAN-GL-REPORT.
      *
           PERFORM READ-GL-LINE
           PERFORM UNTIL GL-REPORT-EOF
               EVALUATE TRUE
                   WHEN GL-REPORT-IN(1:15) = 'GL JOURNAL DATE'
                       SET GLR-REPORT-SEEN TO TRUE
                       MOVE GL-REPORT-IN TO WS-PARSE-LINE
                       PERFORM PARSE-LINE-COUNT
                       MOVE WS-PARSE-COUNT TO WS-GLR-JOURNAL-DATE
                   WHEN GL-REPORT-IN(1:22) = 'GL PAID CLAIMS SETTLED'
                       MOVE GL-REPORT-IN TO WS-PARSE-LINE
                       PERFORM PARSE-LINE-COUNT
                       MOVE WS-PARSE-COUNT TO WS-GLR-PAID-COUNT
                   WHEN GL-REPORT-IN(1:14) = 'GL PAID AMOUNT'
                       MOVE GL-REPORT-IN TO WS-PARSE-LINE
                       PERFORM PARSE-LINE-AMOUNT
                       MOVE WS-PARSE-AMOUNT TO WS-GLR-PAID-AMOUNT
                   WHEN GL-REPORT-IN(1:18) = 'GL INTEREST AMOUNT'
                       MOVE GL-REPORT-IN TO WS-PARSE-LINE
                       PERFORM PARSE-LINE-AMOUNT
                       MOVE WS-PARSE-AMOUNT TO WS-GLR-INT-AMOUNT
                   WHEN GL-REPORT-IN(1:17) = 'GL JOURNAL STATUS'
                       MOVE GL-REPORT-IN TO WS-PARSE-LINE
                       MOVE SPACES TO WS-PARSE-PFX
                       MOVE SPACES TO WS-PARSE-VAL
                       UNSTRING WS-PARSE-LINE DELIMITED BY ': '
                           INTO WS-PARSE-PFX WS-PARSE-VAL
                       END-UNSTRING
                       MOVE WS-PARSE-VAL TO WS-GLR-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-GL-LINE
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT GL CONTROL REPORT LINE
      ******************************************************************
       READ-GL-LINE.
      *
           IF GL-REPORT-NOT-EOF
               READ GL-REPORT-FILE
                   AT END
                       SET GL-REPORT-EOF TO TRUE
               END-READ
               IF GL-REPORT-NOT-EOF AND WS-GLR-FS NOT = '00'
                   DISPLAY 'READ OF GL-REPORT-FILE FAILED, FS='
                           WS-GLR-FS
                   SET GL-REPORT-EOF TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PARSE THE EDITED AMOUNT BEHIND THE COLON OF THE
      * SUMMARY LINE IN WS-PARSE-LINE INTO WS-PARSE-AMOUNT, LEAVING
      * ZERO WHEN THE TAIL DOES NOT PARSE
      ******************************************************************
       PARSE-LINE-AMOUNT.
      *
           MOVE 0 TO WS-PARSE-AMOUNT
           MOVE SPACES TO WS-PARSE-PFX
           MOVE SPACES TO WS-PARSE-VAL
           UNSTRING WS-PARSE-LINE DELIMITED BY ':'
               INTO WS-PARSE-PFX WS-PARSE-VAL
           END-UNSTRING
           MOVE FUNCTION TEST-NUMVAL-C(WS-PARSE-VAL)
               TO WS-PARSE-NUMVAL-TEST
           IF WS-PARSE-NUMVAL-TEST = 0
               COMPUTE WS-PARSE-AMOUNT =
                   FUNCTION NUMVAL-C(WS-PARSE-VAL)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PARSE THE EDITED COUNT BEHIND THE COLON OF THE
      * SUMMARY LINE IN WS-PARSE-LINE INTO WS-PARSE-COUNT, LEAVING
      * ZERO WHEN THE TAIL DOES NOT PARSE
           PERFORM CHECK-ARCHIVE-BALANCE
           PERFORM CHECK-CLAIMS-REPORT-BALANCE
           PERFORM CHECK-BATCH-REPORT-BALANCE
           PERFORM CHECK-GL-JOURNAL-BALANCE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TIE THE IMSCGLJR JOURNAL TO THE DAY'S SETTLEMENTS:
      * IT MUST HAVE BEEN PRODUCED, BALANCED, FOR TODAY, AND ITS
      * PAID CLAIM COUNT, PAID AMOUNT AND INTEREST MUST MATCH THE
      * CLAIMS IMSCSETL SETTLED PAID TODAY.  A DAY WITH NO JOURNAL
      * AND NO PAID SETTLEMENTS IS ONLY NOTED.
      ******************************************************************
       CHECK-GL-JOURNAL-BALANCE.
      *
           MOVE WS-GLR-PAID-COUNT TO WS-EDIT-COUNT
           MOVE WS-AUD-PAID-TODAY-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL JOURNAL PAID ' WS-EDIT-COUNT
               '  SETTLED PAID ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GLR-PAID-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-AUD-PAID-TODAY-AMOUNT TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL PAID ' WS-EDIT-AMOUNT
               '  AUDIT ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GLR-INT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-AUD-INT-TODAY-AMOUNT TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL INT  ' WS-EDIT-AMOUNT
               '  AUDIT ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF GLR-REPORT-NOT-SEEN
               IF WS-AUD-PAID-TODAY-COUNT > 0
                   SET RUN-IS-NOT-BALANCED TO TRUE
                   MOVE '*** PAID SETTLEMENTS TODAY, NO GL JOURNAL ***'
                     TO REPORT-RECORD
               ELSE
                   MOVE 'NO GL JOURNAL TODAY' TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           ELSE
               IF WS-GLR-JOURNAL-DATE NOT = WS-TODAY-CCYYMMDD
                   SET RUN-IS-NOT-BALANCED TO TRUE
                   MOVE '*** GL JOURNAL IS NOT FOR TODAY ***'
                     TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-GLR-STATUS NOT = 'BALANCED'
                   SET RUN-IS-NOT-BALANCED TO TRUE
                   MOVE '*** GL JOURNAL WAS REFUSED ***'
                     TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-GLR-PAID-COUNT NOT = WS-AUD-PAID-TODAY-COUNT OR
                  WS-GLR-PAID-AMOUNT NOT = WS-AUD-PAID-TODAY-AMOUNT
                   SET RUN-IS-NOT-BALANCED TO TRUE
                   MOVE '*** GL PAID OFF TODAYS SETTLEMENTS ***'
                     TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-GLR-INT-AMOUNT NOT = WS-AUD-INT-TODAY-AMOUNT
                   SET RUN-IS-NOT-BALANCED TO TRUE
                   MOVE '*** GL INTEREST OFF TODAYS SETTLEMENTS ***'
                     TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           .
       END PROGRAM IMSCBALD.
