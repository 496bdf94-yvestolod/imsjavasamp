      * or carry a non-numeric amount are written to an exception     *
      * report for finance to investigate; the run ends with return   *
      * code 4 when there are any exceptions.                         *
      * A PAID settlement paid by EFT is first netted against any     *
      * open overpayment receivables the same provider owes on the    *
      * recovery ledger (see IMSC2RCV, fed by IMSCRSWP): the offset   *
      * is applied oldest receivable first, shown on the interest     *
      * register, and recorded on the status history of the overpaid  *
      * claim it recovers.  A check finance has already cut goes out  *
      * at the gross SET-PAID-AMT, so nothing is withheld from it and *
      * the provider's receivables stay open for its next EFT payment.*
      * A PAID settlement with no check number for a provider         *
      * enrolled for EFT on the registry (see IMSC2PRV) is posted as  *
      * an EFT payment: AUD-PAYMENT-METHOD is set to 'E', the check   *
      * number is left blank and the EOB is held, and the IMSCEFTP   *
      * payment run originates the ACH credit, stamps the trace      *
      * number on the claim, and cuts the EOB and the 835 remittance. *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EOB-FS.

           SELECT RECOVERY-FILE ASSIGN TO CLMRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-RECOVERY-KEY
               FILE STATUS IS WS-RCV-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
           RECORDING MODE IS F.
       01  EOB-LINE                     PIC X(80).

       FD  RECOVERY-FILE.
       COPY IMSC2RCV.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-SET-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-EOB-FS                 PIC XX VALUE SPACES.
       01 WS-RCV-FS                 PIC XX VALUE SPACES.
       01 WS-HST-OLD-STATUS         PIC X(9) VALUE SPACES.
      ******************************************************************
      * EXPLANATION-OF-BENEFITS WORK AREAS: THE MEMBER'S NAME FROM
          88 SETTLEMENT-FILE-NOT-EOF    VALUE 'N'.
       01 WS-EXCEPTION-REASON       PIC X(40).
      ******************************************************************
      * OVERPAYMENT RECOVERY OFFSET WORK AREAS.  WS-OFFSET-AMT IS THE
      * TOTAL NETTED OFF THE CURRENT PAID SETTLEMENT ACROSS ALL OF
      * THE PROVIDER'S OPEN RECEIVABLES; WS-PAYMENT-LEFT IS WHAT
      * REMAINS OF THE SETTLEMENT TO NET AGAINST THE NEXT ONE.  AN
      * UNAVAILABLE LEDGER SKIPS THE OFFSET (REPORTED) RATHER THAN
      * BLOCKING THE POSTING.
      ******************************************************************
       01 WS-RCV-AVAIL-SW           PIC X VALUE 'N'.
          88 RECOVERY-AVAILABLE         VALUE 'Y'.
          88 RECOVERY-NOT-AVAILABLE     VALUE 'N'.
       01 WS-RCV-EOF-SW             PIC X VALUE 'N'.
          88 RECOVERY-FILE-EOF          VALUE 'Y'.
          88 RECOVERY-FILE-NOT-EOF      VALUE 'N'.
       01 WS-OFFSET-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-OFFSET-PIECE           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PAYMENT-LEFT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RCV-BALANCE            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RCV-NEW-STATUS         PIC X(9) VALUE SPACES.
       01 WS-OFFSET-COUNT           PIC 9(9) VALUE 0.
       01 WS-RCV-CLOSED-COUNT       PIC 9(9) VALUE 0.
       01 WS-OFFSET-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EDIT-OFFSET            PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
      * EFT ROUTING.  SET WHEN THE SETTLEMENT BEING POSTED IS PAID TO
      * AN EFT-ENROLLED PROVIDER WITH NO CHECK FROM FINANCE; THE
      * CLAIM IS THEN LEFT FOR THE IMSCEFTP PAYMENT RUN.
      ******************************************************************
       01 WS-EFT-PAYMENT-SW         PIC X VALUE 'N'.
          88 PAYMENT-IS-EFT             VALUE 'Y'.
          88 PAYMENT-IS-NOT-EFT         VALUE 'N'.
       01 WS-EFT-HELD-COUNT         PIC 9(9) VALUE 0.
      ******************************************************************
      * RUNNING COUNTS FOR THE END-OF-RUN SUMMARY
      ******************************************************************
       01 WS-READ-COUNT             PIC 9(9) VALUE 0.
             10 WS-FORMATTED-MIN    PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-SEC    PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-MS     PIC 9(2).
      ******************************************************************
      * HISTORY KEY SEQUENCE.  THE TIMESTAMP ONLY RESOLVES TO THE
      * HUNDREDTH OF A SECOND, SO A SECOND TRANSITION FOR THE SAME
      * CLAIM INSIDE THAT TIME TAKES A SEQUENCE NUMBER IN THE LAST
      * FOUR BYTES OF HST-TIMESTAMP AND IS WRITTEN AGAIN.
      ******************************************************************
       01 WS-HST-SEQ                PIC 9(4) VALUE 0.
      *
      ******************************************************************
      * MAIN PROGRAM
                       WS-EOB-FS
               STOP RUN
           END-IF

      * SAME CREATE-ON-FIRST-USE PATTERN AS THE HISTORY FILE; AN
      * UNAVAILABLE LEDGER JUST MEANS NO OFFSETS THIS RUN
           OPEN I-O RECOVERY-FILE
           IF WS-RCV-FS = '05' OR WS-RCV-FS = '35'
             OPEN OUTPUT RECOVERY-FILE
             CLOSE RECOVERY-FILE
             OPEN I-O RECOVERY-FILE
           END-IF
           IF WS-RCV-FS = '00'
               SET RECOVERY-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'OPEN OF RECOVERY-FILE FAILED, FS='
                       WS-RCV-FS
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE ALL THREE FILES
           CLOSE MEMBER-MASTER-FILE
           CLOSE PROVIDER-REGISTRY-FILE
           CLOSE EOB-PRINT-FILE
           IF RECOVERY-AVAILABLE
               CLOSE RECOVERY-FILE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT SETTLEMENT RECORD
                 TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE 0 TO WS-INTEREST-AMT
               MOVE 0 TO WS-OFFSET-AMT
               MOVE AUD-CLAIM-STATUS TO WS-HST-OLD-STATUS
               MOVE SET-DISPOSITION TO AUD-CLAIM-STATUS
               MOVE WS-RUN-DATE-CCYYMMDD TO AUD-SETTLED-DATE
                   MOVE 0 TO AUD-PAID-AMT
                   ADD 1 TO WS-DENIED-COUNT
               END-IF
               MOVE 0 TO AUD-OFFSET-AMT
               PERFORM SET-PAYMENT-METHOD

               REWRITE CLAIM-AUDIT-RECORD
               IF WS-AUDIT-FS NOT = '00'
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM WRITE-STATUS-HISTORY
                   IF SET-DISPOSITION = 'PAID'
                       IF PAYMENT-IS-EFT
                           PERFORM APPLY-RECOVERY-OFFSET
                           IF WS-OFFSET-AMT > 0
                               PERFORM RECORD-OFFSET-ON-CLAIM
                           END-IF
                       END-IF
                       IF WS-INTEREST-AMT > 0 OR WS-OFFSET-AMT > 0
                           PERFORM WRITE-REGISTER-LINE
                       END-IF
                   END-IF
                   IF PAYMENT-IS-EFT
                       ADD 1 TO WS-EFT-HELD-COUNT
                   ELSE
                       PERFORM WRITE-EOB-DOCUMENT
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO DECIDE HOW THE POSTED CLAIM IS PAID.  A PAID
      * SETTLEMENT WITHOUT A CHECK NUMBER FOR A PROVIDER ENROLLED
      * FOR EFT IS LEFT FOR THE PAYMENT RUN WITH A BLANK CHECK
      * NUMBER; A SETTLEMENT FINANCE ALREADY CUT A CHECK FOR STAYS A
      * CHECK PAYMENT WHATEVER THE ENROLLMENT.  A DENIAL CARRIES NO
      * PAYMENT METHOD.
      ******************************************************************
       SET-PAYMENT-METHOD.
      *
           SET PAYMENT-IS-NOT-EFT TO TRUE
           MOVE SPACES TO AUD-PAYMENT-METHOD
           MOVE SET-CHECK-NO TO AUD-CHECK-NO

           IF SET-DISPOSITION = 'PAID'
               MOVE 'C' TO AUD-PAYMENT-METHOD
               IF SET-CHECK-NO = SPACES
                   MOVE AUD-PROVIDER-ID TO PRV-PROVIDER-ID
                   READ PROVIDER-REGISTRY-FILE
                   IF WS-PRV-FS = '00' AND PRV-PAYS-BY-EFT
                       SET PAYMENT-IS-EFT TO TRUE
                       MOVE 'E' TO AUD-PAYMENT-METHOD
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CARRY THE RECOVERY OFFSET TAKEN FROM THIS PAYMENT
      * ON THE CLAIM ITSELF, SO THE PAYMENT RUN AND THE CHECK
      * RECONCILIATION SEE THE NET AMOUNT ACTUALLY DISBURSED.  THE
      * CLAIM WAS JUST READ AND REWRITTEN SO IT IS READ AGAIN FOR
      * THE UPDATE; A FAILURE IS REPORTED BUT THE POSTING STANDS.
      ******************************************************************
       RECORD-OFFSET-ON-CLAIM.
      *
           MOVE SET-CLAIMNO TO AUD-CLAIMNO
           READ CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS = '00'
               MOVE WS-OFFSET-AMT TO AUD-OFFSET-AMT
               REWRITE CLAIM-AUDIT-RECORD
           END-IF
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'OFFSET NOT RECORDED ON CLAIM'
                 TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE EXPLANATION OF BENEFITS DOCUMENT FOR
      * THE POSTED CLAIM, READY FOR THE PRINT SHOP THE NEXT MORNING:
      * THE MEMBER'S NAME AND ID, THE PROVIDER'S NAME, THE SERVICE
           ADD 1 TO WS-EOB-COUNT
           .
      ******************************************************************
      * ROUTINE TO NET THE PROVIDER'S OPEN OVERPAYMENT RECEIVABLES
      * AGAINST THIS PAID EFT SETTLEMENT; THE PAYMENT RUN ORIGINATES
      * THE CREDIT NET OF THE OFFSET AND SHOWS IT ON THE EOB IT CUTS.
      * THE PROVIDER'S RECEIVABLES ARE BROWSED IN KEY ORDER FROM THE
      * FIRST ONE FOR THE PROVIDER, AND EACH OPEN ONE TAKES AS MUCH
      * OF WHAT IS LEFT OF THE PAYMENT AS IT STILL NEEDS, UNTIL THE
      * PAYMENT IS USED UP OR THE PROVIDER HAS NO MORE RECEIVABLES.
      ******************************************************************
       APPLY-RECOVERY-OFFSET.
      *
           IF RECOVERY-AVAILABLE AND SET-PAID-AMT > 0
               MOVE SET-PAID-AMT TO WS-PAYMENT-LEFT
               MOVE AUD-PROVIDER-ID TO RCV-PROVIDER-ID
               MOVE LOW-VALUES TO RCV-RECOVERY-ID
               START RECOVERY-FILE KEY IS NOT LESS THAN
                   RCV-RECOVERY-KEY
               IF WS-RCV-FS = '00'
                   SET RECOVERY-FILE-NOT-EOF TO TRUE
                   PERFORM READ-NEXT-RECEIVABLE
                   PERFORM UNTIL RECOVERY-FILE-EOF OR
                                 RCV-PROVIDER-ID NOT = AUD-PROVIDER-ID
                                 OR WS-PAYMENT-LEFT = 0
                       IF RCV-IS-OPEN
                           PERFORM OFFSET-ONE-RECEIVABLE
                       END-IF
                       PERFORM READ-NEXT-RECEIVABLE
                   END-PERFORM
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT RECEIVABLE IN KEY ORDER
      ******************************************************************
       READ-NEXT-RECEIVABLE.
      *
           READ RECOVERY-FILE NEXT RECORD
               AT END
                   SET RECOVERY-FILE-EOF TO TRUE
           END-READ

           IF RECOVERY-FILE-NOT-EOF AND WS-RCV-FS NOT = '00'
               MOVE 'RECOVERY LEDGER READ FAILED'
                 TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
               SET RECOVERY-FILE-EOF TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO TAKE ONE RECEIVABLE'S SHARE OF THE PAYMENT: THE
      * SMALLER OF ITS OUTSTANDING BALANCE AND WHAT IS LEFT OF THE
      * PAYMENT.  A RECEIVABLE RECOVERED IN FULL IS CLOSED.  A
      * RECEIVABLE WITH NON-NUMERIC AMOUNTS IS LEFT FOR FINANCE.
      ******************************************************************
       OFFSET-ONE-RECEIVABLE.
      *
           IF RCV-AMOUNT-OWED NOT NUMERIC OR
              RCV-RECOVERED-AMT NOT NUMERIC
               MOVE 'RECOVERY LEDGER AMOUNT IS NOT NUMERIC'
                 TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               COMPUTE WS-RCV-BALANCE =
                   RCV-AMOUNT-OWED - RCV-RECOVERED-AMT
               IF WS-RCV-BALANCE > 0
                   IF WS-RCV-BALANCE < WS-PAYMENT-LEFT
                       MOVE WS-RCV-BALANCE TO WS-OFFSET-PIECE
                   ELSE
                       MOVE WS-PAYMENT-LEFT TO WS-OFFSET-PIECE
                   END-IF

                   ADD WS-OFFSET-PIECE TO RCV-RECOVERED-AMT
                   MOVE WS-RUN-DATE-CCYYMMDD TO RCV-LAST-OFFSET-DATE
                   MOVE SET-CLAIMNO TO RCV-LAST-OFFSET-CLAIMNO
                   IF RCV-RECOVERED-AMT NOT < RCV-AMOUNT-OWED
                       SET RCV-IS-CLOSED TO TRUE
                       MOVE 'RECOVERED' TO WS-RCV-NEW-STATUS
                   ELSE
                       MOVE 'OFFSET' TO WS-RCV-NEW-STATUS
                   END-IF

                   REWRITE RECOVERY-RECEIVABLE-RECORD
                   IF WS-RCV-FS NOT = '00'
                       MOVE 'RECOVERY LEDGER REWRITE FAILED'
                         TO WS-EXCEPTION-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       SUBTRACT WS-OFFSET-PIECE FROM WS-PAYMENT-LEFT
                       ADD WS-OFFSET-PIECE TO WS-OFFSET-AMT
                       ADD WS-OFFSET-PIECE TO WS-OFFSET-TOTAL
                       ADD 1 TO WS-OFFSET-COUNT
                       IF RCV-IS-CLOSED
                           ADD 1 TO WS-RCV-CLOSED-COUNT
                       END-IF
                       PERFORM WRITE-RECOVERY-HISTORY
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RECORD AN OFFSET ON THE STATUS HISTORY OF THE
      * OVERPAID CLAIM IT RECOVERS: 'OFFSET' FOR A PARTIAL RECOVERY,
      * 'RECOVERED' WHEN THE RECEIVABLE IS CLOSED.  THE OVERPAID
      * CLAIM ITSELF STAYS PAID ON THE AUDIT KSDS.
      ******************************************************************
       WRITE-RECOVERY-HISTORY.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           MOVE RCV-CLAIMNO            TO HST-CLAIMNO
           MOVE SPACES                 TO HST-TIMESTAMP
           MOVE WS-FORMATTED-DATE-TIME TO HST-TIMESTAMP
           MOVE 'PAID'                 TO HST-OLD-STATUS
           MOVE WS-RCV-NEW-STATUS      TO HST-NEW-STATUS
           MOVE 'IMSCSETL'             TO HST-PROGRAM
           MOVE SPACES                 TO HST-USER-ID

           PERFORM WRITE-HISTORY-RECORD
           IF WS-HST-FS NOT = '00'
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'RECOVERY HIST FS=' WS-HST-FS
                   ' CLAIM ' RCV-CLAIMNO
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LOOK UP THE MEMBER AND PROVIDER NAMES FOR THE
      * EOB, WITH NOT-ON-FILE FALLBACK TEXTS
      ******************************************************************
               MOVE WS-INTEREST-AMT TO AUD-INTEREST-AMT
               ADD 1 TO WS-INT-COUNT
               ADD WS-INTEREST-AMT TO WS-INT-TOTAL
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE LINE OF THE DAILY INTEREST-OWED
      * REGISTER: THE PROVIDER BEING OWED, THE CLAIM, THE DAYS IT
      * TOOK TO PAY, THE INTEREST DUE, AND ANY RECOVERY OFFSET TAKEN
      * FROM THE PAYMENT.  WRITTEN FOR EVERY PAID POSTING THAT OWES
      * INTEREST OR CARRIES AN OFFSET.
      ******************************************************************
       WRITE-REGISTER-LINE.
      *
           MOVE WS-EDIT-DAYS TO REGISTER-RECORD(26:5)
           MOVE WS-EDIT-AMOUNT TO REGISTER-RECORD(33:14)
           MOVE WS-EDIT-INTEREST TO REGISTER-RECORD(49:14)
           IF WS-OFFSET-AMT > 0
               MOVE WS-OFFSET-AMT TO WS-EDIT-OFFSET
               MOVE WS-EDIT-OFFSET TO REGISTER-RECORD(65:14)
           END-IF
           WRITE REGISTER-RECORD
           .
      ******************************************************************
       WRITE-REGISTER-HEADING.
      *
           MOVE SPACES TO REGISTER-RECORD
           STRING 'PROMPT-PAY INTEREST AND RECOVERY OFFSET REGISTER, '
               'RUN ' WS-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

               REGISTER-RECORD(1:30)
           MOVE 'PAID AMOUNT     INTEREST OWED' TO
               REGISTER-RECORD(33:29)
           MOVE 'RECOVERY OFFSET' TO REGISTER-RECORD(65:15)
           WRITE REGISTER-RECORD
           .
      ******************************************************************
           STRING 'TOTAL INTEREST OWED  : ' WS-EDIT-INTEREST
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE WS-OFFSET-TOTAL TO WS-EDIT-OFFSET
           MOVE SPACES TO REGISTER-RECORD
           STRING 'TOTAL RECOVERY OFFSET: ' WS-EDIT-OFFSET
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .
      ******************************************************************
      * ROUTINE TO RECORD THE SETTLEMENT'S STATUS TRANSITION ON THE
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           MOVE SET-CLAIMNO            TO HST-CLAIMNO
           MOVE SPACES                 TO HST-TIMESTAMP
           MOVE 'IMSCSETL'             TO HST-PROGRAM
           MOVE SPACES                 TO HST-USER-ID

           PERFORM WRITE-HISTORY-RECORD
           IF WS-HST-FS NOT = '00'
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'HISTORY FILE WRITE FAILED, FS=' WS-HST-FS
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE HISTORY RECORD BUILT BY THE CALLER.  A
      * DUPLICATE KEY MEANS THE SAME CLAIM ALREADY HAS A TRANSITION
      * IN THIS HUNDREDTH OF A SECOND: THE NEXT SEQUENCE NUMBER GOES
      * INTO THE TIMESTAMP AND THE WRITE IS RETRIED.  ANY OTHER
      * STATUS IS LEFT IN WS-HST-FS FOR THE CALLER TO REPORT.
      ******************************************************************
       WRITE-HISTORY-RECORD.
      *
           MOVE 0 TO WS-HST-SEQ
           WRITE STATUS-HISTORY-RECORD
           PERFORM UNTIL WS-HST-FS NOT = '22' OR WS-HST-SEQ = 9999
               ADD 1 TO WS-HST-SEQ
               MOVE WS-HST-SEQ TO HST-TIMESTAMP(23:4)
               WRITE STATUS-HISTORY-RECORD
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO WRITE ONE UNMATCHED OR BAD SETTLEMENT TO THE
      * EXCEPTION REPORT
      ******************************************************************
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS

           MOVE SPACES TO REPORT-RECORD
           STRING 'SETTLEMENT POSTING EXCEPTIONS, RUN '
           STRING 'EOB DOCUMENTS CUT  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-EFT-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'EOBS HELD FOR EFT  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OFFSET-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECOVERY OFFSETS . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RCV-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECEIVABLES CLOSED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OFFSET-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL OFFSET AMOUNT  : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       END PROGRAM IMSCSETL.
