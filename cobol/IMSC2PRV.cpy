      * BILLING PROVIDER IS KNOWN, ACTIVE, NOT SANCTIONED, AND
      * PERMITTED TO BILL THE SUBMITTED CLAIM TYPE BEFORE THE CLAIM
      * IS EVER PRICED BY THE JAVA REST CALL.
      * THE PAYMENT FIELDS SAY HOW THE PROVIDER IS PAID: 'E' FOR A
      * PROVIDER ENROLLED IN EFT, WHOSE SETTLED CLAIMS ARE PAID BY
      * THE IMSCEFTP PAYMENT RUN AS ONE ACH CREDIT PER CYCLE TO THE
      * BANK ROUTING (ABA, CHECK DIGIT INCLUDED) AND ACCOUNT NUMBER
      * HERE; ANYTHING ELSE (OR BLANK, ON RECORDS LOADED BEFORE THE
      * FIELDS EXISTED) MEANS A PAPER CHECK.  MAINTAINED ONLINE
      * THROUGH IMSCBLJJ.
      * THE TAX FIELDS ARE WHAT THE PROVIDER IS REPORTED UNDER ON THE
      * YEAR-END 1099 (IMSC1099): THE NINE-DIGIT TAXPAYER ID WITH ITS
      * TYPE ('E' EMPLOYER ID, 'S' SOCIAL SECURITY NUMBER), AND THE
      * LEGAL NAME AND MAILING ADDRESS FROM THE PROVIDER'S W-9, WHICH
      * NEED NOT MATCH THE PRACTICE NAME IN PRV-NAME.  SEVERAL
      * PROVIDER IDS MAY SHARE ONE TAX ID; THEIR PAYMENTS ARE
      * REPORTED TOGETHER.  THE TAX ID ALSO GOES ON THE 835 PAYEE.
      * THE CREDENTIAL FIELDS HOLD THE PROVIDER'S STATE LICENSE
      * NUMBER AND ISSUING STATE, THE DATE THE CREDENTIAL EXPIRES,
      * AND THE DATE THE MALPRACTICE COVERAGE ENDS (CCYYMMDD; ZERO,
      * OR BLANK ON RECORDS LOADED BEFORE THE FIELDS EXISTED, MEANS
      * NOT TRACKED).  THE CREDENTIAL IS GOOD THROUGH ITS EXPIRY
      * DATE: THE CLAIM SUBMISSION PROGRAMS REJECT A CLAIM WHOSE
      * SERVICE DATE IS LATER, AND THE NIGHTLY IMSCCRED RUN WARNS
      * PROVIDER RELATIONS 60, 30 AND 7 DAYS AHEAD AND DEACTIVATES
      * THE PROVIDER ONCE THE DATE IS REACHED.
      ******************************************************************
       01 PROVIDER-REGISTRY-RECORD.
          05 PRV-PROVIDER-ID        PIC X(10).
             88 PRV-DRUG-ALLOWED        VALUE 'Y'.
          05 PRV-ALLOW-DENTAL       PIC X.
             88 PRV-DENTAL-ALLOWED      VALUE 'Y'.
          05 PRV-PAYMENT-METHOD     PIC X.
             88 PRV-PAYS-BY-EFT         VALUE 'E'.
             88 PRV-PAYS-BY-CHECK       VALUE 'C' ' '.
          05 PRV-BANK-ROUTING       PIC X(9).
          05 PRV-BANK-ACCOUNT       PIC X(17).
          05 PRV-ACCOUNT-TYPE       PIC X.
             88 PRV-ACCT-CHECKING       VALUE 'C'.
             88 PRV-ACCT-SAVINGS        VALUE 'S'.
          05 PRV-TAX-ID             PIC X(9).
          05 PRV-TAX-ID-TYPE        PIC X.
             88 PRV-TIN-IS-EIN          VALUE 'E'.
             88 PRV-TIN-IS-SSN          VALUE 'S'.
          05 PRV-LEGAL-NAME         PIC X(40).
          05 PRV-TAX-ADDRESS        PIC X(40).
          05 PRV-TAX-CITY           PIC X(30).
          05 PRV-TAX-STATE          PIC X(2).
          05 PRV-TAX-ZIP            PIC X(9).
          05 PRV-LICENSE-NO         PIC X(15).
          05 PRV-LICENSE-STATE      PIC X(2).
          05 PRV-CRED-EXPIRY-DATE   PIC 9(8).
          05 PRV-MALPRACTICE-END    PIC 9(8).
