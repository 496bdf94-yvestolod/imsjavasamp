       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCGLJR.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Daily general ledger journal for the claims financial activity.*
      * Finance used to key the claims expense into the ledger from    *
      * IMSCLRPT and the IMSCSETL interest register.  This job reads   *
      * the audit KSDS once and turns the journal date's events into   *
      * one balanced journal entry file in the GL's import format (see *
      * IMSC2GLJ):                                                     *
      *  - PAID      claims IMSCSETL settled PAID, AUD-PAID-AMT        *
      *  - INTEREST  their prompt-pay interest, AUD-INTEREST-AMT       *
      *  - ADJUST    the day's IMSCBLJG/IMSCBLJO adjustment deltas and *
      *  - REVERSAL  void reversals, AUD-PLAN-PAID (signed)            *
      *  - CLEARED   payments IMSCCRCN marked cleared with that date.  *
      * Events are summed by plan code (from the member master) and    *
      * claim type, and each sum is posted as a debit and a credit line*
      * to the accounts the account-mapping KSDS (see IMSC2GLM) names  *
      * for it.  The journal date is the run date unless JGLDATE       *
      * (CCYYMMDD) overrides it.                                       *
      * The file is refused -- left empty -- when any event            *
      * has no account mapping, the summary table overflows, or debits *
      * do not equal credits; the control report then says why and the *
      * run ends with RETURN CODE 8.  The control report also lists    *
      * every line and the day's totals (paid claims settled, paid     *
      * amount, interest) that IMSCBALD ties back to the audit file,   *
      * plus the payments still outstanding at the bank as a memo.     *
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

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO CLMGLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-MAP-KEY
               FILE STATUS IS WS-GLM-FS.

           SELECT JOURNAL-FILE ASSIGN TO CLMGLJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO CLMGLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  ACCOUNT-MAP-FILE.
       COPY IMSC2GLM.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY IMSC2GLJ.

       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-GLM-FS                 PIC XX VALUE SPACES.
       01 WS-JNL-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-MEMBER-OPEN-SW         PIC X VALUE 'N'.
          88 MEMBER-FILE-OPEN           VALUE 'Y'.
          88 MEMBER-FILE-NOT-OPEN       VALUE 'N'.
       01 WS-JOURNAL-SW             PIC X VALUE 'Y'.
          88 JOURNAL-IS-GOOD            VALUE 'Y'.
          88 JOURNAL-IS-REFUSED         VALUE 'N'.
       01 WS-MAP-FOUND-SW           PIC X VALUE 'N'.
          88 MAP-ROW-FOUND              VALUE 'Y'.
          88 MAP-ROW-NOT-FOUND          VALUE 'N'.
      ******************************************************************
      * JOURNAL (ACCOUNTING) DATE.  DEFAULTS TO THE RUN DATE; JGLDATE
      * (CCYYMMDD) RE-RUNS OR CATCHES UP AN EARLIER DAY.
      ******************************************************************
       01 WS-JOURNAL-DATE           PIC 9(8).
       01 WS-JOURNAL-DATE-INT       PIC S9(9) COMP.
       01 WS-JOURNAL-ENV            PIC X(8).
       01 WS-JOURNAL-ID             PIC X(12).
      ******************************************************************
      * ONE ENTRY PER EVENT, PLAN CODE AND CLAIM TYPE SEEN ON THE
      * JOURNAL DATE, KEPT IN KEY ORDER AS ENTRIES ARE ADDED, WITH
      * THE SIGNED NET AMOUNT AND THE ACCOUNTS THE MAPPING FILE NAMES
      * FOR IT.  A FULL TABLE REFUSES THE JOURNAL -- A SUMMARY LINE
      * MUST NEVER GO MISSING FROM THE LEDGER.
      ******************************************************************
       01 WS-JE-MAX                 PIC S9(4) COMP VALUE 500.
       01 WS-JE-USED                PIC S9(4) COMP VALUE 0.
       01 WS-JOURNAL-TABLE.
          05 WS-JE-ENTRY OCCURS 500 TIMES.
             10 WS-JE-KEY.
                15 WS-JE-EVENT      PIC X(8).
                15 WS-JE-PLAN-CODE  PIC X(6).
                15 WS-JE-CLAIM-TYPE PIC X(10).
             10 WS-JE-COUNT         PIC S9(7) COMP-3.
             10 WS-JE-AMOUNT        PIC S9(11)V99 COMP-3.
             10 WS-JE-DEBIT-ACCT    PIC X(20).
             10 WS-JE-CREDIT-ACCT   PIC X(20).
             10 WS-JE-MAP-DESC      PIC X(30).
             10 WS-JE-MAP-IND       PIC X.
                88 WS-JE-MAPPED         VALUE 'Y'.
                88 WS-JE-UNMAPPED       VALUE 'N'.
       01 WS-JE-IDX                 PIC S9(4) COMP.
       01 WS-JE-POS                 PIC S9(4) COMP.
       01 WS-JE-SEARCH-KEY.
          05 WS-JE-SEARCH-EVENT     PIC X(8).
          05 WS-JE-SEARCH-PLAN      PIC X(6).
          05 WS-JE-SEARCH-TYPE      PIC X(10).
       01 WS-ENTRY-FOUND-SW         PIC X VALUE 'N'.
          88 ENTRY-FOUND                VALUE 'Y'.
          88 ENTRY-NOT-FOUND            VALUE 'N'.
       01 WS-EVENT-AMOUNT           PIC S9(11)V99 COMP-3.
      ******************************************************************
      * PLAN CODE OF THE CLAIM'S MEMBER, KEPT FOR THE LAST MEMBER
      * LOOKED UP.  A MEMBER NO LONGER ON THE MASTER JOURNALS UNDER
      * A BLANK PLAN CODE, WHICH ONLY THE EVENT'S CATCH-ALL MAPPING
      * ROW COVERS.
      ******************************************************************
       01 WS-LAST-MEMBER-ID         PIC X(12) VALUE LOW-VALUES.
       01 WS-PLAN-CODE              PIC X(6) VALUE SPACES.
      ******************************************************************
      * WORK AREAS TO DECODE THE PACKED 0CYYDDD AUD-DATE
      ******************************************************************
       01 WS-AUD-JULIAN-NUM         PIC 9(7).
       01 WS-AUD-JULIAN-X REDEFINES WS-AUD-JULIAN-NUM.
          05 FILLER                 PIC 9.
          05 WS-AUD-CENTURY         PIC 9.
          05 WS-AUD-YY              PIC 99.
          05 WS-AUD-DDD             PIC 999.
       01 WS-AUD-DATE-INT           PIC S9(9) COMP.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE        PIC 9(8).
             10 FILLER              PIC X(13).
       01 WS-TIMESTAMP.
          05 WS-TS-YEAR             PIC X(4).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-TS-MONTH            PIC X(2).
          05 FILLER                 PIC X VALUE '-'.
          05 WS-TS-DAY              PIC X(2).
          05 FILLER                 PIC X VALUE ' '.
          05 WS-TS-HOUR             PIC X(2).
          05 FILLER                 PIC X VALUE ':'.
          05 WS-TS-MINUTE           PIC X(2).
          05 FILLER                 PIC X VALUE ':'.
          05 WS-TS-SECOND           PIC X(2).
          05 FILLER                 PIC X VALUE ':'.
          05 WS-TS-HUNDREDTH        PIC X(2).
          05 FILLER                 PIC X(4) VALUE SPACES.
      ******************************************************************
      * CONTROL TOTALS.  THE SETTLED / PAID / INTEREST TOTALS ARE THE
      * ONES IMSCBALD TIES BACK TO THE AUDIT FILE.
      ******************************************************************
       01 WS-CLAIMS-READ            PIC 9(9) VALUE 0.
       01 WS-PAID-COUNT             PIC 9(9) VALUE 0.
       01 WS-PAID-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-INTEREST-COUNT         PIC 9(9) VALUE 0.
       01 WS-INTEREST-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ADJUST-COUNT           PIC 9(9) VALUE 0.
       01 WS-ADJUST-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-REVERSAL-COUNT         PIC 9(9) VALUE 0.
       01 WS-REVERSAL-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CLEARED-COUNT          PIC 9(9) VALUE 0.
       01 WS-CLEARED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-OUTSTANDING-COUNT      PIC 9(9) VALUE 0.
       01 WS-OUTSTANDING-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-UNMAPPED-COUNT         PIC 9(9) VALUE 0.
       01 WS-OVERFLOW-COUNT         PIC 9(9) VALUE 0.
       01 WS-LINE-COUNT             PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITS           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3.
       01 WS-DEBIT-ACCT             PIC X(20).
       01 WS-CREDIT-ACCT            PIC X(20).
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-ITEMS             PIC ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-LINE-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           PERFORM GET-JOURNAL-DATE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           PERFORM SCAN-AUDIT-FILE
           PERFORM MAP-JOURNAL-ENTRIES
           PERFORM LIST-JOURNAL-ENTRIES
           PERFORM CHECK-JOURNAL-BALANCE

           IF JOURNAL-IS-GOOD
               PERFORM WRITE-JOURNAL-FILE
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLOSE-FILES

           IF JOURNAL-IS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO SET THE JOURNAL DATE: THE RUN DATE, OR JGLDATE
      * (CCYYMMDD) WHEN SET.  AN OVERRIDE THAT IS NOT A VALID DATE
      * STOPS THE RUN WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       GET-JOURNAL-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-JOURNAL-DATE

           MOVE SPACES TO WS-JOURNAL-ENV
           ACCEPT WS-JOURNAL-ENV FROM ENVIRONMENT "JGLDATE"
           IF WS-JOURNAL-ENV NOT = SPACES
               IF WS-JOURNAL-ENV IS NUMERIC
                   MOVE WS-JOURNAL-ENV TO WS-JOURNAL-DATE
               ELSE
                   MOVE 0 TO WS-JOURNAL-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-JOURNAL-DATE) NOT = 0
                   DISPLAY 'JGLDATE IS NOT A VALID CCYYMMDD DATE: '
                           WS-JOURNAL-ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE WS-JOURNAL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-JOURNAL-DATE)
           MOVE SPACES TO WS-JOURNAL-ID
           STRING 'CLMS' WS-JOURNAL-DATE
               DELIMITED BY SIZE INTO WS-JOURNAL-ID
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE JOURNAL ITSELF IS NOT OPENED
      * HERE: IT IS ONLY WRITTEN ONCE THE ENTRY HAS PROVED BALANCED,
      * AND A RUN REFUSED AFTER THAT IS EMPTIED AGAIN, SO A REFUSED
      * RUN LEAVES NOTHING FOR THE GL TO PICK UP.  THE
      * ACCOUNT-MAPPING FILE IS REQUIRED; THE MEMBER MASTER IS NOT
      * (WITHOUT IT EVERY EVENT JOURNALS UNDER A BLANK PLAN CODE).
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-GLM-FS NOT = '00'
               DISPLAY 'OPEN OF ACCOUNT-MAP-FILE FAILED, FS='
                       WS-GLM-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET MEMBER-FILE-NOT-OPEN TO TRUE
           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS = '00'
               SET MEMBER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF CONTROL-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE CLAIM-AUDIT-FILE
           CLOSE ACCOUNT-MAP-FILE
           IF MEMBER-FILE-OPEN
               CLOSE MEMBER-MASTER-FILE
           END-IF
           CLOSE CONTROL-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE CONTROL REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS GENERAL LEDGER JOURNAL CONTROL REPORT, '
               'JOURNAL ' WS-JOURNAL-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'EVENT    PLAN   CLAIM TYPE  ITEMS  DEBIT ACCOUNT   '
               '     CREDIT ACCOUNT              NET AMOUNT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO READ THE AUDIT KSDS ONCE AND COLLECT THE JOURNAL
      * DATE'S FINANCIAL EVENTS.  SYNTHETIC TEST CLAIMS NEVER REACH
      * THE LEDGER.  ONE CLAIM CAN CARRY MORE THAN ONE EVENT -- PAID
      * AND ITS INTEREST, OR PAID AND CLEARED ON THE SAME DAY.
      ******************************************************************
       SCAN-AUDIT-FILE.
      *
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-FILE-EOF
               ADD 1 TO WS-CLAIMS-READ
               IF AUD-TEST-IND NOT = 'Y'
                   PERFORM COLLECT-CLAIM-EVENTS
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM
           .
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
      * ROUTINE TO COLLECT ONE CLAIM'S EVENTS FOR THE JOURNAL DATE:
      *  - A PAID SETTLEMENT POSTED THAT DAY: ITS PAID AMOUNT AND ANY
      *    PROMPT-PAY INTEREST IMSCSETL ADDED;
      *  - AN ADJUSTMENT OR REVERSAL RECORD WRITTEN THAT DAY: ITS
      *    SIGNED PLAN-PAID DELTA;
      *  - A PAYMENT THE BANK CLEARED THAT DAY: THE AMOUNT IMSCCRCN
      *    EXPECTS TO CLEAR (NET OF ANY RECOVERY OFFSET ON AN EFT).
      * A PAID CLAIM WHOSE PAYMENT HAS NOT CLEARED IS COUNTED IN THE
      * OUTSTANDING MEMO WHATEVER DAY IT SETTLED.
      ******************************************************************
       COLLECT-CLAIM-EVENTS.
      *
           IF AUD-CLAIM-STATUS = 'PAID' AND
              AUD-SETTLED-DATE NUMERIC
               IF AUD-SETTLED-DATE = WS-JOURNAL-DATE
                   ADD 1 TO WS-PAID-COUNT
                   ADD AUD-PAID-AMT TO WS-PAID-AMOUNT
                   IF AUD-PAID-AMT NOT = 0
                       MOVE 'PAID' TO WS-JE-SEARCH-EVENT
                       MOVE AUD-PAID-AMT TO WS-EVENT-AMOUNT
                       PERFORM ADD-JOURNAL-EVENT
                   END-IF
                   IF AUD-INTEREST-AMT NOT = 0
                       ADD 1 TO WS-INTEREST-COUNT
                       ADD AUD-INTEREST-AMT TO WS-INTEREST-AMOUNT
                       MOVE 'INTEREST' TO WS-JE-SEARCH-EVENT
                       MOVE AUD-INTEREST-AMT TO WS-EVENT-AMOUNT
                       PERFORM ADD-JOURNAL-EVENT
                   END-IF
               END-IF
               PERFORM GET-PAYMENT-AMOUNT
               IF AUD-CHECK-CLEARED = 'Y'
                   IF AUD-CLEARED-DATE = WS-JOURNAL-DATE
                       ADD 1 TO WS-CLEARED-COUNT
                       ADD WS-EVENT-AMOUNT TO WS-CLEARED-AMOUNT
                       MOVE 'CLEARED' TO WS-JE-SEARCH-EVENT
                       PERFORM ADD-JOURNAL-EVENT
                   END-IF
               ELSE
                   IF AUD-SETTLED-DATE NOT > WS-JOURNAL-DATE
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       ADD WS-EVENT-AMOUNT TO WS-OUTSTANDING-AMOUNT
                   END-IF
               END-IF
           END-IF

           IF AUD-CLAIM-STATUS = 'ADJSTMNT' OR
              AUD-CLAIM-STATUS = 'REVERSAL'
               MOVE AUD-DATE TO WS-AUD-JULIAN-NUM
               COMPUTE WS-AUD-DATE-INT = FUNCTION INTEGER-OF-DAY(
                   (1900 + WS-AUD-CENTURY * 100 + WS-AUD-YY) * 1000
                   + WS-AUD-DDD)
               IF WS-AUD-DATE-INT = WS-JOURNAL-DATE-INT AND
                  AUD-PLAN-PAID NOT = 0
                   MOVE AUD-PLAN-PAID TO WS-EVENT-AMOUNT
                   IF AUD-CLAIM-STATUS = 'ADJSTMNT'
                       ADD 1 TO WS-ADJUST-COUNT
                       ADD AUD-PLAN-PAID TO WS-ADJUST-AMOUNT
                       MOVE 'ADJUST' TO WS-JE-SEARCH-EVENT
                   ELSE
                       ADD 1 TO WS-REVERSAL-COUNT
                       ADD AUD-PLAN-PAID TO WS-REVERSAL-AMOUNT
                       MOVE 'REVERSAL' TO WS-JE-SEARCH-EVENT
                   END-IF
                   PERFORM ADD-JOURNAL-EVENT
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET WS-EVENT-AMOUNT TO THE AMOUNT THE PAYMENT
      * ACTUALLY DISBURSED, THE SAME WAY IMSCCRCN TOTALS A CLEARED
      * CHECK: THE PAID AMOUNT ON A PAPER CHECK; PAID PLUS INTEREST
      * LESS THE RECOVERY OFFSET ON AN EFT
      ******************************************************************
       GET-PAYMENT-AMOUNT.
      *
           IF AUD-PAID-BY-EFT AND AUD-OFFSET-AMT NUMERIC
               COMPUTE WS-EVENT-AMOUNT = AUD-PAID-AMT
                   + AUD-INTEREST-AMT - AUD-OFFSET-AMT
           ELSE
               MOVE AUD-PAID-AMT TO WS-EVENT-AMOUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO ADD WS-EVENT-AMOUNT FOR THE EVENT IN
      * WS-JE-SEARCH-EVENT TO THE CLAIM'S PLAN CODE AND CLAIM TYPE
      ******************************************************************
       ADD-JOURNAL-EVENT.
      *
           PERFORM GET-MEMBER-PLAN-CODE
           MOVE WS-PLAN-CODE TO WS-JE-SEARCH-PLAN
           MOVE AUD-CLAIMTYPE TO WS-JE-SEARCH-TYPE
           PERFORM FIND-JOURNAL-ENTRY
           IF WS-JE-POS > 0
               ADD 1 TO WS-JE-COUNT(WS-JE-POS)
               ADD WS-EVENT-AMOUNT TO WS-JE-AMOUNT(WS-JE-POS)
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LOOK UP THE PLAN CODE OF THE CLAIM'S MEMBER,
      * REUSING THE LAST ANSWER WHEN THE MEMBER HAS NOT CHANGED
      ******************************************************************
       GET-MEMBER-PLAN-CODE.
      *
           IF AUD-MEMBER-ID NOT = WS-LAST-MEMBER-ID
               MOVE AUD-MEMBER-ID TO WS-LAST-MEMBER-ID
               MOVE SPACES TO WS-PLAN-CODE
               IF MEMBER-FILE-OPEN AND AUD-MEMBER-ID NOT = SPACES
                   MOVE AUD-MEMBER-ID TO MBR-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                   IF WS-MBR-FS = '00'
                       MOVE MBR-PLAN-CODE TO WS-PLAN-CODE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE ENTRY FOR WS-JE-SEARCH-KEY IN WS-JE-POS,
      * INSERTING A NEW ENTRY IN KEY ORDER WHEN IT IS NOT THERE YET.
      * WS-JE-POS IS ZERO WHEN THE TABLE IS FULL, WHICH REFUSES THE
      * JOURNAL.
      ******************************************************************
       FIND-JOURNAL-ENTRY.
      *
           MOVE 0 TO WS-JE-POS
           SET ENTRY-NOT-FOUND TO TRUE

           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-USED OR WS-JE-POS > 0
               IF WS-JE-KEY(WS-JE-IDX) NOT < WS-JE-SEARCH-KEY
                   MOVE WS-JE-IDX TO WS-JE-POS
                   IF WS-JE-KEY(WS-JE-IDX) = WS-JE-SEARCH-KEY
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF ENTRY-NOT-FOUND
               IF WS-JE-USED < WS-JE-MAX
                   IF WS-JE-POS = 0
                       COMPUTE WS-JE-POS = WS-JE-USED + 1
                   END-IF
                   PERFORM VARYING WS-JE-IDX FROM WS-JE-USED BY -1
                           UNTIL WS-JE-IDX < WS-JE-POS
                       MOVE WS-JE-ENTRY(WS-JE-IDX)
                         TO WS-JE-ENTRY(WS-JE-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-JE-USED
                   INITIALIZE WS-JE-ENTRY(WS-JE-POS)
                   MOVE WS-JE-SEARCH-KEY TO WS-JE-KEY(WS-JE-POS)
                   SET WS-JE-UNMAPPED(WS-JE-POS) TO TRUE
               ELSE
                   MOVE 0 TO WS-JE-POS
                   ADD 1 TO WS-OVERFLOW-COUNT
                   SET JOURNAL-IS-REFUSED TO TRUE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FIND THE DEBIT AND CREDIT ACCOUNTS FOR EVERY ENTRY.
      * THE MOST SPECIFIC MAPPING ROW WINS: EVENT + PLAN + CLAIM
      * TYPE, THEN EVENT + PLAN, THEN THE EVENT'S CATCH-ALL ROW.  AN
      * ENTRY NO ROW COVERS -- OR WHOSE ROW IS MISSING AN ACCOUNT --
      * REFUSES THE JOURNAL.
      ******************************************************************
       MAP-JOURNAL-ENTRIES.
      *
           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-USED
               MOVE WS-JE-KEY(WS-JE-IDX) TO GLM-MAP-KEY
               PERFORM READ-ACCOUNT-MAP
               IF MAP-ROW-NOT-FOUND
                   MOVE SPACES TO GLM-CLAIM-TYPE
                   PERFORM READ-ACCOUNT-MAP
               END-IF
               IF MAP-ROW-NOT-FOUND
                   MOVE SPACES TO GLM-PLAN-CODE
                   PERFORM READ-ACCOUNT-MAP
               END-IF
               IF MAP-ROW-FOUND AND
                  GLM-DEBIT-ACCOUNT NOT = SPACES AND
                  GLM-CREDIT-ACCOUNT NOT = SPACES
                   SET WS-JE-MAPPED(WS-JE-IDX) TO TRUE
                   MOVE GLM-DEBIT-ACCOUNT
                     TO WS-JE-DEBIT-ACCT(WS-JE-IDX)
                   MOVE GLM-CREDIT-ACCOUNT
                     TO WS-JE-CREDIT-ACCT(WS-JE-IDX)
                   MOVE GLM-DESC TO WS-JE-MAP-DESC(WS-JE-IDX)
               ELSE
                   SET WS-JE-UNMAPPED(WS-JE-IDX) TO TRUE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   SET JOURNAL-IS-REFUSED TO TRUE
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO READ THE MAPPING ROW FOR THE KEY IN GLM-MAP-KEY
      ******************************************************************
       READ-ACCOUNT-MAP.
      *
           READ ACCOUNT-MAP-FILE
           IF WS-GLM-FS = '00'
               SET MAP-ROW-FOUND TO TRUE
           ELSE
               SET MAP-ROW-NOT-FOUND TO TRUE
               IF WS-GLM-FS NOT = '23'
                   DISPLAY 'READ OF ACCOUNT-MAP-FILE FAILED, FS='
                           WS-GLM-FS ' KEY ' GLM-MAP-KEY
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LIST EVERY ENTRY ON THE CONTROL REPORT WITH ITS
      * ACCOUNTS, AND ADD UP THE DEBITS AND CREDITS THE JOURNAL WILL
      * CARRY.  A NET-ZERO ENTRY IS LISTED BUT POSTS NO LINES.
      ******************************************************************
       LIST-JOURNAL-ENTRIES.
      *
           IF WS-JE-USED = 0
               MOVE '  NO CLAIMS FINANCIAL ACTIVITY ON THE JOURNAL DATE'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-USED
               MOVE WS-JE-COUNT(WS-JE-IDX) TO WS-EDIT-ITEMS
               MOVE WS-JE-AMOUNT(WS-JE-IDX) TO WS-EDIT-LINE-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               IF WS-JE-MAPPED(WS-JE-IDX)
                   STRING WS-JE-EVENT(WS-JE-IDX) ' '
                       WS-JE-PLAN-CODE(WS-JE-IDX) ' '
                       WS-JE-CLAIM-TYPE(WS-JE-IDX) ' '
                       WS-EDIT-ITEMS ' '
                       WS-JE-DEBIT-ACCT(WS-JE-IDX) ' '
                       WS-JE-CREDIT-ACCT(WS-JE-IDX) ' '
                       WS-EDIT-LINE-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM GET-LINE-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
                   ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
                   IF WS-LINE-AMOUNT > 0
                       ADD 2 TO WS-LINE-COUNT
                   END-IF
               ELSE
                   STRING WS-JE-EVENT(WS-JE-IDX) ' '
                       WS-JE-PLAN-CODE(WS-JE-IDX) ' '
                       WS-JE-CLAIM-TYPE(WS-JE-IDX) ' '
                       WS-EDIT-ITEMS ' '
                       '*** NO ACCOUNT MAPPING ***                '
                       WS-EDIT-LINE-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO SET WS-LINE-AMOUNT TO THE SIZE OF THE ENTRY'S NET
      * AMOUNT, WHICHEVER SIDE IT POSTS TO
      ******************************************************************
       GET-LINE-AMOUNT.
      *
           IF WS-JE-AMOUNT(WS-JE-IDX) < 0
               COMPUTE WS-LINE-AMOUNT = 0 - WS-JE-AMOUNT(WS-JE-IDX)
           ELSE
               MOVE WS-JE-AMOUNT(WS-JE-IDX) TO WS-LINE-AMOUNT
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PROVE THE ENTRY BEFORE ANY FILE IS WRITTEN: EVERY
      * EVENT MAPPED, NOTHING LOST TO A FULL TABLE, AND DEBITS EQUAL
      * TO CREDITS.  ANY FAILURE REFUSES THE JOURNAL.
      ******************************************************************
       CHECK-JOURNAL-BALANCE.
      *
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET JOURNAL-IS-REFUSED TO TRUE
           END-IF
           IF WS-LINE-COUNT > 999997
               SET JOURNAL-IS-REFUSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE JOURNAL IMPORT FILE: THE HEADER, A DEBIT
      * AND A CREDIT LINE PER NON-ZERO ENTRY, AND THE TRAILER.  A
      * NEGATIVE NET POSTS WITH THE MAPPED SIDES SWAPPED.  THE LINES
      * WRITTEN ARE ADDED UP AGAIN AND CHECKED AGAINST THE TOTALS
      * PROVED ABOVE; A WRITE FAILURE OR A MISMATCH REFUSES THE
      * JOURNAL AND THE LINES ALREADY WRITTEN ARE THROWN AWAY.
      ******************************************************************
       WRITE-JOURNAL-FILE.
      *
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JNL-FS NOT = '00'
               DISPLAY 'OPEN OF JOURNAL-FILE FAILED, FS=' WS-JNL-FS
               SET JOURNAL-IS-REFUSED TO TRUE
           ELSE
               PERFORM WRITE-JOURNAL-HEADER
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-TOTAL-DEBITS
               MOVE 0 TO WS-TOTAL-CREDITS
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                       UNTIL WS-JE-IDX > WS-JE-USED
                   IF WS-JE-AMOUNT(WS-JE-IDX) NOT = 0
                       PERFORM WRITE-ENTRY-LINES
                   END-IF
               END-PERFORM
               PERFORM WRITE-JOURNAL-TRAILER
               CLOSE JOURNAL-FILE
               IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   SET JOURNAL-IS-REFUSED TO TRUE
               END-IF
               IF JOURNAL-IS-REFUSED
                   PERFORM EMPTY-JOURNAL-FILE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EMPTY A REFUSED JOURNAL FILE BY OPENING IT OUTPUT
      * AND CLOSING IT AGAIN, SO NO PART OF IT CAN BE LOADED
      ******************************************************************
       EMPTY-JOURNAL-FILE.
      *
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JNL-FS = '00'
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY 'EMPTYING OF JOURNAL-FILE FAILED, FS='
                       WS-JNL-FS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE JOURNAL HEADER RECORD
      ******************************************************************
       WRITE-JOURNAL-HEADER.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-TS
           MOVE WS-TEMP-TS(1:4)  TO WS-TS-YEAR
           MOVE WS-TEMP-TS(5:2)  TO WS-TS-MONTH
           MOVE WS-TEMP-TS(7:2)  TO WS-TS-DAY
           MOVE WS-TEMP-TS(9:2)  TO WS-TS-HOUR
           MOVE WS-TEMP-TS(11:2) TO WS-TS-MINUTE
           MOVE WS-TEMP-TS(13:2) TO WS-TS-SECOND
           MOVE WS-TEMP-TS(15:2) TO WS-TS-HUNDREDTH

           MOVE SPACES TO GL-JOURNAL-HEADER
           MOVE 'H' TO GLJ-H-RECORD-TYPE
           MOVE 'CLAIMS' TO GLJ-H-SOURCE
           MOVE WS-JOURNAL-ID TO GLJ-H-JOURNAL-ID
           MOVE WS-JOURNAL-DATE TO GLJ-H-JOURNAL-DATE
           MOVE 'CLAIMS PAID, INTEREST, ADJUSTMENTS, CLEARED'
             TO GLJ-H-DESC
           MOVE WS-TIMESTAMP TO GLJ-H-CREATED-TS
           PERFORM WRITE-JOURNAL-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE ENTRY'S DEBIT AND CREDIT LINES
      ******************************************************************
       WRITE-ENTRY-LINES.
      *
           IF WS-JE-AMOUNT(WS-JE-IDX) > 0
               MOVE WS-JE-DEBIT-ACCT(WS-JE-IDX)  TO WS-DEBIT-ACCT
               MOVE WS-JE-CREDIT-ACCT(WS-JE-IDX) TO WS-CREDIT-ACCT
           ELSE
               MOVE WS-JE-CREDIT-ACCT(WS-JE-IDX) TO WS-DEBIT-ACCT
               MOVE WS-JE-DEBIT-ACCT(WS-JE-IDX)  TO WS-CREDIT-ACCT
           END-IF
           PERFORM GET-LINE-AMOUNT

           PERFORM BUILD-JOURNAL-LINE
           MOVE WS-DEBIT-ACCT TO GLJ-D-ACCOUNT
           SET GLJ-D-DEBIT TO TRUE
           ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           PERFORM WRITE-JOURNAL-RECORD

           PERFORM BUILD-JOURNAL-LINE
           MOVE WS-CREDIT-ACCT TO GLJ-D-ACCOUNT
           SET GLJ-D-CREDIT TO TRUE
           ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           PERFORM WRITE-JOURNAL-RECORD
           .
      ******************************************************************
      * ROUTINE TO FILL THE DETAIL FIELDS COMMON TO BOTH SIDES
      ******************************************************************
       BUILD-JOURNAL-LINE.
      *
           MOVE SPACES TO GL-JOURNAL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'D' TO GLJ-D-RECORD-TYPE
           MOVE WS-LINE-COUNT TO GLJ-D-LINE-NO
           MOVE WS-LINE-AMOUNT TO GLJ-D-AMOUNT
           MOVE WS-JE-PLAN-CODE(WS-JE-IDX) TO GLJ-D-PLAN-CODE
           MOVE WS-JE-CLAIM-TYPE(WS-JE-IDX) TO GLJ-D-CLAIM-TYPE
           MOVE WS-JE-EVENT(WS-JE-IDX) TO GLJ-D-EVENT-CODE
           MOVE WS-JE-COUNT(WS-JE-IDX) TO GLJ-D-ITEM-COUNT
           MOVE WS-JE-MAP-DESC(WS-JE-IDX) TO GLJ-D-DESC
           .
      ******************************************************************
      * ROUTINE TO WRITE THE JOURNAL TRAILER RECORD
      ******************************************************************
       WRITE-JOURNAL-TRAILER.
      *
           MOVE SPACES TO GL-JOURNAL-TRAILER
           MOVE 'T' TO GLJ-T-RECORD-TYPE
           MOVE WS-LINE-COUNT TO GLJ-T-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GLJ-T-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLJ-T-TOTAL-CREDITS
           PERFORM WRITE-JOURNAL-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE JOURNAL RECORD CURRENTLY BUILT
      ******************************************************************
       WRITE-JOURNAL-RECORD.
      *
           WRITE GL-JOURNAL-HEADER
           IF WS-JNL-FS NOT = '00'
               DISPLAY 'WRITE OF JOURNAL-FILE FAILED, FS=' WS-JNL-FS
               SET JOURNAL-IS-REFUSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE CONTROL TOTALS AND THE VERDICT.  THE
      * LABELS UP TO THE COLON ARE READ BACK BY IMSCBALD AND MUST
      * NOT CHANGE.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'GL JOURNAL DATE  . . . . . . : ' WS-JOURNAL-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'AUDIT RECORDS READ . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL PAID CLAIMS SETTLED . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-PAID-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL PAID AMOUNT . . . . . . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-INTEREST-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'GL INTEREST AMOUNT . . . . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ADJUST-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-ADJUST-COUNT TO WS-EDIT-ITEMS
           MOVE SPACES TO REPORT-RECORD
           STRING 'ADJUSTMENT DELTAS  . . . . . : ' WS-EDIT-AMOUNT
               '  (' WS-EDIT-ITEMS ' CLAIMS)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REVERSAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-REVERSAL-COUNT TO WS-EDIT-ITEMS
           MOVE SPACES TO REPORT-RECORD
           STRING 'REVERSALS  . . . . . . . . . : ' WS-EDIT-AMOUNT
               '  (' WS-EDIT-ITEMS ' CLAIMS)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLEARED-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-CLEARED-COUNT TO WS-EDIT-ITEMS
           MOVE SPACES TO REPORT-RECORD
           STRING 'PAYMENTS CLEARED . . . . . . : ' WS-EDIT-AMOUNT
               '  (' WS-EDIT-ITEMS ' CLAIMS)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OUTSTANDING-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-ITEMS
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMO - STILL OUTSTANDING . . : ' WS-EDIT-AMOUNT
               '  (' WS-EDIT-ITEMS ' CLAIMS)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'JOURNAL LINES  . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL DEBITS . . . . . . . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL CREDITS  . . . . . . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'ENTRIES WITH NO MAPPING  . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'EVENTS LOST TO A FULL TABLE  : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF JOURNAL-IS-GOOD
               MOVE 'GL JOURNAL STATUS  . . . . . : BALANCED'
                 TO REPORT-RECORD
           ELSE
               MOVE 'GL JOURNAL STATUS  . . . . . : REFUSED'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE '*** JOURNAL NOT PRODUCED - CORRECT AND RE-RUN ***'
                 TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           DISPLAY 'IMSCGLJR JOURNAL ' WS-JOURNAL-ID
                   ' LINES ' WS-LINE-COUNT
                   ' BALANCED ' WS-JOURNAL-SW
           .
       END PROGRAM IMSCGLJR.
