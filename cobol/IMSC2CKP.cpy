      * REPLAY HAS COMMITTED: RECORDS PROCESSED, THE LAST CLAIM
      * NUMBER ISSUED, AND THE RUNNING REPORT TOTALS.  A RESTART RUN
      * READS THIS RECORD, REPOSITIONS THE BATCH REQUEST FILE PAST
      * CKP-RECORD-COUNT CLAIM RECORDS (AND THE REFERENCE AND SERVICE
      * LINE RECORDS AHEAD OF THEM), AND RESUMES WITH THE SAVED TOTALS,
      * SO A MID-FILE FAILURE DOES NOT RE-SEND ALREADY-PROCESSED
      * CLAIMS TO THE REST ENDPOINT.  A CLEARED (ALL-ZERO) RECORD
      * MEANS THE LAST RUN FINISHED CLEANLY.
          05 CKP-GOOD-AMOUNT        PIC S9(11)V99 COMP-3.
          05 CKP-HASH-AMOUNT        PIC S9(13)V99 COMP-3.
          05 CKP-REJ-HASH-AMOUNT    PIC S9(13)V99 COMP-3.
          05 CKP-LINE-COUNT         PIC 9(9).
          05 CKP-REJ-LINE-COUNT     PIC 9(9).
