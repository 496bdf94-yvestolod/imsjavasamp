      *      180) DAYS AFTER SETTLEMENT, FOR ESCHEATMENT HANDLING.    *
      * ENDS WITH RETURN CODE 4 WHEN THERE ARE EXCEPTIONS OR STALE    *
      * CHECKS.                                                       *
      * ACH credits from the IMSCEFTP payment run are reported on the *
      * same cleared file under their 'E' trace number, which the     *
      * payment run stamps in AUD-CHECK-NO; an EFT claim contributes  *
      * what was actually disbursed for it -- paid amount plus        *
      * prompt-pay interest less any recovery offset -- to the sum.   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       MARK-ONE-CLAIM-CLEARED.
      *
           ADD 1 TO WS-CHECK-CLAIM-COUNT
           IF AUD-PAID-BY-EFT AND AUD-OFFSET-AMT NUMERIC
               COMPUTE WS-CHECK-PAID-SUM = WS-CHECK-PAID-SUM
                   + AUD-PAID-AMT + AUD-INTEREST-AMT - AUD-OFFSET-AMT
           ELSE
               ADD AUD-PAID-AMT TO WS-CHECK-PAID-SUM
           END-IF

           MOVE 'Y' TO AUD-CHECK-CLEARED
           MOVE BNK-CLEARED-DATE TO AUD-CLEARED-DATE
