      * DEACTIVATE, SANCTION, OR UNSANCTION.  ON ADD/UPDATE THE
      * PROVIDER FIELDS SUPPLY THE NEW VALUES; ON UPDATE A BLANK
      * FIELD MEANS LEAVE THAT FIELD ALONE.  THE FLAG ACTIONS NEED
      * ONLY THE PROVIDER ID.  IN-PAY-METHOD IS 'E' (EFT) OR 'C'
      * (CHECK); AN EFT PROVIDER MUST END UP WITH A VALID ABA ROUTING
      * NUMBER, AN ACCOUNT NUMBER, AND AN ACCOUNT TYPE OF 'C'
      * (CHECKING) OR 'S' (SAVINGS).  A TAX ID, WHEN GIVEN, IS NINE
      * DIGITS WITH IN-TAX-ID-TYPE 'E' (EIN) OR 'S' (SSN).
      * IN-CRED-EXPIRY-DATE AND IN-MALPRACTICE-END ARE CCYYMMDD
      * CALENDAR DATES, OR ZEROS TO STOP TRACKING THE DATE.
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
          05  IN-ALLOW-MEDICAL    PIC X.
          05  IN-ALLOW-DRUG       PIC X.
          05  IN-ALLOW-DENTAL     PIC X.
          05  IN-PAY-METHOD       PIC X.
          05  IN-BANK-ROUTING     PIC X(9).
          05  IN-BANK-ACCOUNT     PIC X(17).
          05  IN-ACCOUNT-TYPE     PIC X.
          05  IN-TAX-ID           PIC X(9).
          05  IN-TAX-ID-TYPE      PIC X.
          05  IN-LEGAL-NAME       PIC X(40).
          05  IN-TAX-ADDRESS      PIC X(40).
          05  IN-TAX-CITY         PIC X(30).
          05  IN-TAX-STATE        PIC X(2).
          05  IN-TAX-ZIP          PIC X(9).
          05  IN-LICENSE-NO       PIC X(15).
          05  IN-LICENSE-STATE    PIC X(2).
          05  IN-CRED-EXPIRY-DATE PIC X(8).
          05  IN-MALPRACTICE-END  PIC X(8).
      * DATA AREA FOR TERMINAL OUTPUT - MAINTENANCE RESPONSE
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
