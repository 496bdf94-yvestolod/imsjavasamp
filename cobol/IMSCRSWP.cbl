      *    IMSCSETL will not settle them) with a status history       *
      *    record; flagged PAID claims keep their PAID status --      *
      *    the money is already out -- and go straight on the         *
      *    worklist, and each one opens a receivable on the          *
      *    overpayment recovery ledger (see IMSC2RCV) owing back its  *
      *    plan-paid amount, for IMSCSETL to offset against the       *
      *    provider's next PAID settlements;                          *
      *  - every flagged claim lands on the recovery worklist         *
      *    (member, provider, claim number, plan-paid amount, and     *
      *    the reason) for the overpayment team.                      *
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HST-FS.

           SELECT RECOVERY-FILE ASSIGN TO CLMRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCV-RECOVERY-KEY
               FILE STATUS IS WS-RCV-FS.

           SELECT WORKLIST-FILE ASSIGN TO CLMRSWRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       FD  STATUS-HISTORY-FILE.
       COPY IMSC2HST.

       FD  RECOVERY-FILE.
       COPY IMSC2RCV.

       FD  WORKLIST-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-RCV-FS                 PIC XX VALUE SPACES.
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-FLAGGED-COUNT          PIC 9(9) VALUE 0.
       01 WS-REVIEW-COUNT           PIC 9(9) VALUE 0.
       01 WS-PAID-FLAGGED-COUNT     PIC 9(9) VALUE 0.
       01 WS-RECEIVABLE-COUNT       PIC 9(9) VALUE 0.
       01 WS-RECEIVABLE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RECOVERY-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
                       WS-HST-FS
           END-IF

      * SAME CREATE-ON-FIRST-USE PATTERN AS THE HISTORY FILE; THE
      * LEDGER IS REQUIRED, SINCE A FLAGGED PAID CLAIM THAT NEVER
      * REACHES IT WOULD NEVER BE OFFSET
           OPEN I-O RECOVERY-FILE
           IF WS-RCV-FS = '05' OR WS-RCV-FS = '35'
             OPEN OUTPUT RECOVERY-FILE
             CLOSE RECOVERY-FILE
             OPEN I-O RECOVERY-FILE
           END-IF
           IF WS-RCV-FS NOT = '00'
               DISPLAY 'OPEN OF RECOVERY-FILE FAILED, FS='
                       WS-RCV-FS
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RUN-DATE-CCYYMMDD

           OPEN OUTPUT WORKLIST-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF WORKLIST-FILE FAILED, FS='
           CLOSE MEMBER-MASTER-FILE
           CLOSE PROVIDER-REGISTRY-FILE
           CLOSE STATUS-HISTORY-FILE
           CLOSE RECOVERY-FILE
           CLOSE WORKLIST-FILE
           .
      ******************************************************************
      ******************************************************************
      * ROUTINE TO ACT ON A FLAGGED CLAIM: OPEN CLAIMS MOVE TO
      * REVIEW (WITH A STATUS HISTORY RECORD) SO IMSCSETL WILL NOT
      * SETTLE THEM; PAID CLAIMS KEEP THEIR STATUS AND OPEN A
      * RECEIVABLE ON THE RECOVERY LEDGER.  EVERY FLAGGED CLAIM GOES
      * ON THE RECOVERY WORKLIST.
      ******************************************************************
       FLAG-CLAIM-FOR-REVIEW.
      *

           IF AUD-CLAIM-STATUS = 'PAID'
               ADD 1 TO WS-PAID-FLAGGED-COUNT
               PERFORM OPEN-RECOVERY-RECEIVABLE
           ELSE
               PERFORM WRITE-STATUS-HISTORY
               MOVE 'REVIEW' TO AUD-CLAIM-STATUS
           PERFORM WRITE-WORKLIST-LINE
           .
      ******************************************************************
      * ROUTINE TO BOOK A FLAGGED PAID CLAIM ON THE OVERPAYMENT
      * RECOVERY LEDGER (SEE IMSC2RCV), OWING BACK ITS PLAN-PAID
      * AMOUNT.  A DUPLICATE KEY MEANS AN EARLIER NIGHT'S SWEEP
      * ALREADY BOOKED THIS CLAIM, AND THE LEDGER IS LEFT AS IT IS.
      * A CLAIM THE PLAN PAID NOTHING ON OWES NOTHING BACK.
      ******************************************************************
       OPEN-RECOVERY-RECEIVABLE.
      *
           IF AUD-PLAN-PAID > 0
               MOVE SPACES TO RECOVERY-RECEIVABLE-RECORD
               MOVE AUD-PROVIDER-ID TO RCV-PROVIDER-ID
               MOVE SPACES TO RCV-RECOVERY-ID
               STRING 'R' AUD-CLAIMNO DELIMITED BY SIZE
                   INTO RCV-RECOVERY-ID
               MOVE AUD-CLAIMNO TO RCV-CLAIMNO
               MOVE AUD-MEMBER-ID TO RCV-MEMBER-ID
               MOVE AUD-PLAN-PAID TO RCV-AMOUNT-OWED
               MOVE 0 TO RCV-RECOVERED-AMT
               MOVE WS-FLAG-REASON TO RCV-REASON
               SET RCV-IS-OPEN TO TRUE
               MOVE WS-RUN-DATE-CCYYMMDD TO RCV-OPENED-DATE
               MOVE 0 TO RCV-LAST-OFFSET-DATE
               MOVE SPACES TO RCV-LAST-OFFSET-CLAIMNO

               WRITE RECOVERY-RECEIVABLE-RECORD
               IF WS-RCV-FS = '00'
                   ADD 1 TO WS-RECEIVABLE-COUNT
                   ADD AUD-PLAN-PAID TO WS-RECEIVABLE-AMOUNT
               ELSE
                   IF WS-RCV-FS NOT = '22'
                       DISPLAY 'RECOVERY WRITE FAILED, FS=' WS-RCV-FS
                               ' CLAIM ' AUD-CLAIMNO
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RECORD THE MOVE TO REVIEW ON THE STATUS HISTORY
      * FILE (SEE IMSC2HST), BEFORE THE STATUS IS OVERWRITTEN
      ******************************************************************
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECEIVABLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECEIVABLES OPENED . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECEIVABLE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEWLY RECEIVABLE . . . : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY 'IMSCRSWP CHECKED ' WS-CHECKED-COUNT
               ' FLAGGED ' WS-FLAGGED-COUNT
               ' TO REVIEW ' WS-REVIEW-COUNT
