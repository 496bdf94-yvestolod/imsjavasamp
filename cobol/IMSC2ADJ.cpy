      * CLERK'S FREE-TEXT REASON, KEPT ON THE ADJUSTMENT/REVERSAL
      * RECORD'S NOTES SO THE QUARTERLY AUDIT CAN SEE WHY A POSTED
      * CLAIM WAS TOUCHED.
      * AN ADJUST OR VOID OVER THE APPROVAL LIMIT IS NOT POSTED BUT
      * HELD FOR A SECOND USER (SEE IMSC2APR); THE RESPONSE CARRIES
      * STATUS 'HELD' AND THE APPROVAL NUMBER IN OUT-APPROVAL-NO.  THE
      * APPROVER SENDS 'APPRV' OR 'DECLN' WITH THAT NUMBER IN
      * IN-APPROVAL-NO (IN-CLAIMNO AND IN-NEW-AMT ARE TAKEN FROM THE
      * HELD REQUEST, AND IN-REASON IS THE APPROVER'S NOTE, REQUIRED
      * ON A DECLINE).
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-ACTION           PIC X(6).
              88 IN-ACTION-ADJUST     VALUE 'ADJUST'.
              88 IN-ACTION-VOID       VALUE 'VOID  '.
              88 IN-ACTION-APPROVE    VALUE 'APPRV '.
              88 IN-ACTION-DECLINE    VALUE 'DECLN '.
          05  IN-NEW-AMT          PIC S9(9)V99 COMP-3.
          05  IN-REASON           PIC X(40).
          05  IN-APPROVAL-NO      PIC X(12).
      * DATA AREA FOR TERMINAL OUTPUT - ADJUSTMENT/VOID RESPONSE.
      * OUT-CLAIMNO ECHOES THE ORIGINAL CLAIM; OUT-NEW-CLAIMNO IS THE
      * LINKED ADJUSTMENT/REVERSAL RECORD'S OWN CLAIM NUMBER, AND
      * OUT-CLAIM-STATUS IS THE ORIGINAL'S NEW LIFECYCLE STATUS.
      * OUT-APPROVAL-NO IS THE HELD OR ACTED-ON APPROVAL REQUEST.
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
          05  OUT-ZZ              PIC S9(3) COMP VALUE +0.
          05  OUT-CLAIM-STATUS    PIC X(9) VALUE SPACES.
          05  OUT-STATUS-CODE     PIC X(4) VALUE SPACES.
          05  OUT-MESSAGE         PIC X(60).
          05  OUT-APPROVAL-NO     PIC X(12).
