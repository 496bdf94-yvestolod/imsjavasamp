      * X-RAY STAY TIED TO ONE CLAIM INSTEAD OF BEING SPLIT ACROSS
      * SEPARATE CLAIMS.  READ BY IMSCBLJD AND IMSCMSTM TO SHOW THE
      * LINES UNDER THE CLAIM.  A CLAIM SUBMITTED WITHOUT LINES HAS
      * NO RECORDS HERE.  LIN-FEE-CAP-IND IS 'Y' WHEN THE LINE
      * PRICED ABOVE THE CONTRACTED MAXIMUM ON THE FEE SCHEDULE (SEE
      * IMSC2FEE) AND LIN-ALLOWED-AMT WAS CUT BACK TO IT;
      * LIN-FEE-SCHED-AMT IS THE SCHEDULE AMOUNT THAT APPLIED, SO
      * PROVIDER RELATIONS CAN SEE EVERY CAPPED LINE AND BY HOW
      * MUCH (IMSCPRPT TOTALS THEM PER PROVIDER).
      ******************************************************************
       01 CLAIM-LINE-RECORD.
          05 LIN-LINE-KEY.
          05 LIN-MEMBER-RESP        PIC S9(9)V99 COMP-3.
          05 LIN-PLAN-PAID          PIC S9(9)V99 COMP-3.
          05 LIN-REST-RESULT        PIC X(80).
          05 LIN-FEE-CAP-IND        PIC X.
             88 LIN-FEE-CAPPED          VALUE 'Y'.
          05 LIN-FEE-SCHED-AMT      PIC S9(9)V99 COMP-3.
