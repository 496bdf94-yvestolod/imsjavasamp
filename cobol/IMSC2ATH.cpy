      * ENDPOINT OUTAGES).  ANYTHING BUT 'Y' FAILS CLOSED.
          05 ATH-ALLOW-OPSCTL       PIC X.
             88 ATH-OPSCTL-ALLOWED      VALUE 'Y'.
      * PERMISSION TO MAINTAIN PRIOR AUTHORIZATIONS THROUGH IMSCBLJL
      * (ADD, EXTEND, AND CLOSE AUTHS ON THE PRIOR-AUTH FILE), HELD
      * BY UTILIZATION MANAGEMENT STAFF.  ANYTHING BUT 'Y' FAILS
      * CLOSED.
          05 ATH-ALLOW-AUTHMAINT    PIC X.
             88 ATH-AUTHMAINT-ALLOWED   VALUE 'Y'.
      * PERMISSION TO PLACE AND RELEASE PREPAYMENT REVIEW HOLDS ON
      * PROVIDERS AND WORK THE OUTLIER WORKLIST THROUGH IMSCBLJM,
      * HELD BY SPECIAL INVESTIGATIONS STAFF.  ANYTHING BUT 'Y' FAILS
      * CLOSED.
          05 ATH-ALLOW-SIUHOLD      PIC X.
             88 ATH-SIUHOLD-ALLOWED     VALUE 'Y'.
      * PERMISSION TO WORK THE REVIEW QUEUE THROUGH IMSCBLJN (LIST
      * AND OPEN REVIEW CLAIMS, RELEASE, DENY, AND ROUTE THEM), HELD
      * BY CLAIMS EXAMINERS.  ANYTHING BUT 'Y' FAILS CLOSED.
          05 ATH-ALLOW-EXAMINE      PIC X.
             88 ATH-EXAMINE-ALLOWED     VALUE 'Y'.
      * PERMISSION TO TAKE IN, UPDATE, AND DECIDE MEMBER AND PROVIDER
      * APPEALS THROUGH IMSCBLJO, HELD BY APPEALS ANALYSTS.  AN
      * OVERTURNED APPEAL POSTS A LINKED ADJUSTMENT THAT REPAYS THE
      * CLAIM.  ANYTHING BUT 'Y' FAILS CLOSED.
          05 ATH-ALLOW-APPEALS      PIC X.
             88 ATH-APPEALS-ALLOWED     VALUE 'Y'.
      * PERMISSION TO APPROVE OR DECLINE AN ADJUSTMENT OR VOID HELD
      * BY IMSCBLJG, OR AN APPEAL OVERTURN HELD BY IMSCBLJO, OVER THE
      * APPROVAL LIMIT (SEE IMSC2APR).  THE APPROVER MUST ALSO BE A
      * DIFFERENT USER FROM THE REQUESTER.
      * ANYTHING BUT 'Y' FAILS CLOSED.
          05 ATH-ALLOW-APPROVE      PIC X.
             88 ATH-APPROVE-ALLOWED     VALUE 'Y'.
