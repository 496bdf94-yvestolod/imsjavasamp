      * AFTER AN IPL OR ENDPOINT CHANGE.  THE REPORTING AND EXTRACT
      * PROGRAMS EXCLUDE THESE FROM PRODUCTION TOTALS.
          05 AUD-TEST-IND           PIC X.
      * PAYMENT METHOD AND RECOVERY OFFSET, STAMPED BY IMSCSETL ON A
      * PAID SETTLEMENT.  'E' WHEN THE PROVIDER IS ENROLLED IN EFT
      * AND FINANCE CUT NO CHECK: AUD-CHECK-NO THEN STAYS BLANK UNTIL
      * THE IMSCEFTP PAYMENT RUN STAMPS THE EFT TRACE NUMBER IN ITS
      * PLACE.  'C' FOR A PAPER CHECK.  AUD-OFFSET-AMT IS THE
      * OVERPAYMENT RECOVERY NETTED OFF AN EFT SETTLEMENT (SEE
      * IMSC2RCV), SO THE EFT PAYMENT IS MADE NET OF IT AND IMSCCRCN
      * EXPECTS THE NET TO CLEAR.  A CHECK IS CUT GROSS AND CARRIES
      * NO OFFSET.
          05 AUD-PAYMENT-METHOD     PIC X.
             88 AUD-PAID-BY-EFT         VALUE 'E'.
          05 AUD-OFFSET-AMT         PIC S9(9)V99 COMP-3.
