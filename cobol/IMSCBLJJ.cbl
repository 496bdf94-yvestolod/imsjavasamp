      * sends an action and a provider (see IMSC2PVM) and this        *
      * program adds the provider, updates name / specialty /        *
      * claim-type permissions, or flips PRV-ACTIVE-FLAG or           *
      * PRV-SANCTION-FLAG in place on the live registry KSDS.  ADD   *
      * and UPDATE also carry the EFT enrollment (payment method,     *
      * bank routing and account); an EFT provider is refused        *
      * unless the routing number passes the ABA check digit.         *
      * They also carry the tax ID and the legal name and address    *
      * the provider is reported under on the year-end 1099.          *
      * They also carry the state license number and state, the       *
      * credential expiry date and the malpractice coverage end       *
      * date; ACTIVATE is refused once the credential has expired.    *
      * ACCESS IS RESTRICTED TO USERS WHOSE AUTHORITY RECORD CARRIES  *
      * ATH-ALLOW-PRVMAINT = 'Y' (FAIL CLOSED), AND EVERY CHANGE      *
      * APPENDS A WHO/WHEN/BEFORE/AFTER RECORD TO THE CHANGE LOG      *
       01 WS-REJECT-STATUS          PIC X(4) VALUE 'VAL1'.
      ******************************************************************
      * BEFORE IMAGE OF THE PROVIDER RECORD FOR THE CHANGE LOG.  THE
      * LENGTH MUST TRACK IMSC2PRV (252 BYTES TODAY).  BLANK ON AN
      * ADD.
      ******************************************************************
       01 WS-BEFORE-IMAGE           PIC X(252) VALUE SPACES.
      ******************************************************************
      * CREDENTIAL DATE EDIT WORK AREAS
      ******************************************************************
       01 WS-TODAY-CCYYMMDD         PIC 9(8) VALUE ZERO.
       01 WS-CRED-DATE              PIC X(8).
       01 WS-CRED-DATE-NUM REDEFINES WS-CRED-DATE
                                    PIC 9(8).
       01 WS-CRED-DATE-SW           PIC X VALUE 'Y'.
          88 CRED-DATE-IS-VALID         VALUE 'Y'.
          88 CRED-DATE-IS-INVALID       VALUE 'N'.
      ******************************************************************
      * ABA ROUTING NUMBER CHECK-DIGIT WORK AREAS: THE WEIGHTED SUM
      * 3-7-1 ACROSS THE NINE DIGITS MUST BE A MULTIPLE OF TEN.
      ******************************************************************
       01 WS-ABA-ROUTING            PIC X(9).
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
          05 WS-ABA-DIGIT           PIC 9 OCCURS 9 TIMES.
       01 WS-ABA-SUM                PIC S9(5) COMP.
      ******************************************************************
      * STAGING AREA FOR THE OUTBOUND RESULT TEXT
      ******************************************************************
           MOVE 'Y' TO PRV-ACTIVE-FLAG
           MOVE 'N' TO PRV-SANCTION-FLAG
           PERFORM SET-PERMISSION-FLAGS
           PERFORM SET-PAYMENT-FIELDS
           PERFORM SET-TAX-FIELDS
           PERFORM SET-CREDENTIAL-FIELDS
           IF REQUEST-IS-VALID
               PERFORM EDIT-PAYMENT-FIELDS
           END-IF
           IF REQUEST-IS-VALID
               PERFORM EDIT-TAX-FIELDS
           END-IF

           IF REQUEST-IS-INVALID
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM WRITE-NEW-PROVIDER
           END-IF
           .
      ******************************************************************
      * ROUTINE TO WRITE THE EDITED NEW PROVIDER TO THE REGISTRY
      ******************************************************************
       WRITE-NEW-PROVIDER.
      *
           WRITE PROVIDER-REGISTRY-RECORD
           IF WS-PRV-FS = '22'
               SET REQUEST-IS-INVALID TO TRUE
               ELSE
                   MOVE PROVIDER-REGISTRY-RECORD TO WS-BEFORE-IMAGE
                   PERFORM APPLY-CHANGE-FIELDS
                   IF REQUEST-IS-VALID
                       PERFORM EDIT-PAYMENT-FIELDS
                   END-IF
                   IF REQUEST-IS-VALID
                       PERFORM EDIT-TAX-FIELDS
                   END-IF
                   IF REQUEST-IS-INVALID
                       PERFORM REJECT-REQUEST
                   ELSE
                       PERFORM REWRITE-PROVIDER
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REWRITE THE CHANGED PROVIDER RECORD AND LOG IT
      ******************************************************************
       REWRITE-PROVIDER.
      *
           REWRITE PROVIDER-REGISTRY-RECORD
           IF WS-PRV-FS NOT = '00'
               MOVE 'REGISTRY REWRITE FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-PRV-FS TO WS-LOG-MESSAGE(30:2)
               PERFORM LOG-MESSAGE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'REGISTRY IS NOT AVAILABLE'
                 TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM WRITE-CHANGE-RECORD
               PERFORM BUILD-OK-RESPONSE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPLY THE REQUESTED CHANGE TO THE PROVIDER RECORD
      * ALREADY IN THE RECORD AREA.  ON AN UPDATE A BLANK FIELD
      * LEAVES THE EXISTING VALUE ALONE.
                   IF IN-ALLOW-DENTAL = 'Y' OR IN-ALLOW-DENTAL = 'N'
                       MOVE IN-ALLOW-DENTAL TO PRV-ALLOW-DENTAL
                   END-IF
                   IF IN-PAY-METHOD = 'E' OR IN-PAY-METHOD = 'C'
                       MOVE IN-PAY-METHOD TO PRV-PAYMENT-METHOD
                   END-IF
                   IF IN-BANK-ROUTING NOT = SPACES
                       MOVE IN-BANK-ROUTING TO PRV-BANK-ROUTING
                   END-IF
                   IF IN-BANK-ACCOUNT NOT = SPACES
                       MOVE IN-BANK-ACCOUNT TO PRV-BANK-ACCOUNT
                   END-IF
                   IF IN-ACCOUNT-TYPE = 'C' OR IN-ACCOUNT-TYPE = 'S'
                       MOVE IN-ACCOUNT-TYPE TO PRV-ACCOUNT-TYPE
                   END-IF
                   PERFORM UPDATE-TAX-FIELDS
                   PERFORM UPDATE-CREDENTIAL-FIELDS
               WHEN IN-ACTION-ACTIVATE
                   PERFORM CHECK-CREDENTIAL-CURRENT
                   IF REQUEST-IS-VALID
                       MOVE 'Y' TO PRV-ACTIVE-FLAG
                   END-IF
               WHEN IN-ACTION-DEACT
                   MOVE 'N' TO PRV-ACTIVE-FLAG
               WHEN IN-ACTION-SANCTION
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET THE PAYMENT FIELDS ON AN ADD: EFT ONLY WHEN
      * ASKED FOR ('E'), OTHERWISE CHECK, WITH THE BANK DETAILS AS
      * SUBMITTED
      ******************************************************************
       SET-PAYMENT-FIELDS.
      *
           IF IN-PAY-METHOD = 'E'
               MOVE 'E' TO PRV-PAYMENT-METHOD
           ELSE
               MOVE 'C' TO PRV-PAYMENT-METHOD
           END-IF
           MOVE IN-BANK-ROUTING TO PRV-BANK-ROUTING
           MOVE IN-BANK-ACCOUNT TO PRV-BANK-ACCOUNT
           MOVE IN-ACCOUNT-TYPE TO PRV-ACCOUNT-TYPE
           .
      ******************************************************************
      * ROUTINE TO EDIT THE PAYMENT FIELDS AS THEY WILL BE WRITTEN.
      * AN EFT PROVIDER NEEDS A NINE-DIGIT ROUTING NUMBER THAT PASSES
      * THE ABA CHECK DIGIT, AN ACCOUNT NUMBER, AND A CHECKING OR
      * SAVINGS ACCOUNT TYPE -- OTHERWISE THE PAYMENT RUN WOULD SEND
      * AN ACH CREDIT THE BANK RETURNS.  A CHECK PROVIDER NEEDS
      * NOTHING.
      ******************************************************************
       EDIT-PAYMENT-FIELDS.
      *
           IF PRV-PAYS-BY-EFT
               MOVE PRV-BANK-ROUTING TO WS-ABA-ROUTING
               IF WS-ABA-ROUTING NOT NUMERIC
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'EFT ROUTING NUMBER MUST BE NINE DIGITS'
                     TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-ABA-SUM =
                       3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4) +
                            WS-ABA-DIGIT(7)) +
                       7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5) +
                            WS-ABA-DIGIT(8)) +
                           (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6) +
                            WS-ABA-DIGIT(9))
                   IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = 0
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'EFT ROUTING NUMBER FAILS THE CHECK DIGIT'
                         TO WS-REJECT-REASON
                   ELSE
                       IF PRV-BANK-ACCOUNT = SPACES
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE 'EFT BANK ACCOUNT NUMBER IS MISSING'
                             TO WS-REJECT-REASON
                       ELSE
                           IF NOT PRV-ACCT-CHECKING AND
                              NOT PRV-ACCT-SAVINGS
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE 'EFT ACCOUNT TYPE MUST BE C OR S'
                                 TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET THE TAX REPORTING FIELDS ON AN ADD, AS
      * SUBMITTED (THEY MAY FOLLOW LATER ON AN UPDATE ONCE THE W-9
      * IS IN)
      ******************************************************************
       SET-TAX-FIELDS.
      *
           MOVE IN-TAX-ID       TO PRV-TAX-ID
           MOVE IN-TAX-ID-TYPE  TO PRV-TAX-ID-TYPE
           MOVE IN-LEGAL-NAME   TO PRV-LEGAL-NAME
           MOVE IN-TAX-ADDRESS  TO PRV-TAX-ADDRESS
           MOVE IN-TAX-CITY     TO PRV-TAX-CITY
           MOVE IN-TAX-STATE    TO PRV-TAX-STATE
           MOVE IN-TAX-ZIP      TO PRV-TAX-ZIP
           .
      ******************************************************************
      * ROUTINE TO APPLY THE TAX REPORTING FIELDS ON AN UPDATE; A
      * BLANK FIELD LEAVES THE EXISTING VALUE ALONE
      ******************************************************************
       UPDATE-TAX-FIELDS.
      *
           IF IN-TAX-ID NOT = SPACES
               MOVE IN-TAX-ID TO PRV-TAX-ID
           END-IF
           IF IN-TAX-ID-TYPE = 'E' OR IN-TAX-ID-TYPE = 'S'
               MOVE IN-TAX-ID-TYPE TO PRV-TAX-ID-TYPE
           END-IF
           IF IN-LEGAL-NAME NOT = SPACES
               MOVE IN-LEGAL-NAME TO PRV-LEGAL-NAME
           END-IF
           IF IN-TAX-ADDRESS NOT = SPACES
               MOVE IN-TAX-ADDRESS TO PRV-TAX-ADDRESS
           END-IF
           IF IN-TAX-CITY NOT = SPACES
               MOVE IN-TAX-CITY TO PRV-TAX-CITY
           END-IF
           IF IN-TAX-STATE NOT = SPACES
               MOVE IN-TAX-STATE TO PRV-TAX-STATE
           END-IF
           IF IN-TAX-ZIP NOT = SPACES
               MOVE IN-TAX-ZIP TO PRV-TAX-ZIP
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE TAX ID AS IT WILL BE WRITTEN: WHEN ONE IS
      * ON FILE IT MUST BE NINE DIGITS WITH A TYPE OF 'E' OR 'S'.
      * THE YEAR-END JOB APPLIES THE IRS VALIDITY RULES AND LISTS
      * ANY PROVIDER IT CANNOT REPORT.
      ******************************************************************
       EDIT-TAX-FIELDS.
      *
           IF PRV-TAX-ID NOT = SPACES
               IF PRV-TAX-ID NOT NUMERIC
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'TAX ID MUST BE NINE DIGITS'
                     TO WS-REJECT-REASON
               ELSE
                   IF NOT PRV-TIN-IS-EIN AND NOT PRV-TIN-IS-SSN
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE 'TAX ID TYPE MUST BE E (EIN) OR S (SSN)'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO SET THE CREDENTIAL FIELDS ON AN ADD, AS SUBMITTED.
      * A BLANK DATE IS STORED AS ZERO (NOT TRACKED).
      ******************************************************************
       SET-CREDENTIAL-FIELDS.
      *
           MOVE IN-LICENSE-NO    TO PRV-LICENSE-NO
           MOVE IN-LICENSE-STATE TO PRV-LICENSE-STATE
           MOVE ZERO TO PRV-CRED-EXPIRY-DATE
           MOVE ZERO TO PRV-MALPRACTICE-END
           PERFORM EDIT-CREDENTIAL-DATES
           IF REQUEST-IS-VALID
               IF IN-CRED-EXPIRY-DATE NOT = SPACES
                   MOVE IN-CRED-EXPIRY-DATE TO WS-CRED-DATE
                   MOVE WS-CRED-DATE-NUM TO PRV-CRED-EXPIRY-DATE
               END-IF
               IF IN-MALPRACTICE-END NOT = SPACES
                   MOVE IN-MALPRACTICE-END TO WS-CRED-DATE
                   MOVE WS-CRED-DATE-NUM TO PRV-MALPRACTICE-END
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPLY THE CREDENTIAL FIELDS ON AN UPDATE; A BLANK
      * FIELD LEAVES THE EXISTING VALUE ALONE, AND A DATE OF ZEROS
      * STOPS TRACKING THAT DATE
      ******************************************************************
       UPDATE-CREDENTIAL-FIELDS.
      *
           IF IN-LICENSE-NO NOT = SPACES
               MOVE IN-LICENSE-NO TO PRV-LICENSE-NO
           END-IF
           IF IN-LICENSE-STATE NOT = SPACES
               MOVE IN-LICENSE-STATE TO PRV-LICENSE-STATE
           END-IF
           PERFORM EDIT-CREDENTIAL-DATES
           IF REQUEST-IS-VALID
               IF IN-CRED-EXPIRY-DATE NOT = SPACES
                   MOVE IN-CRED-EXPIRY-DATE TO WS-CRED-DATE
                   MOVE WS-CRED-DATE-NUM TO PRV-CRED-EXPIRY-DATE
               END-IF
               IF IN-MALPRACTICE-END NOT = SPACES
                   MOVE IN-MALPRACTICE-END TO WS-CRED-DATE
                   MOVE WS-CRED-DATE-NUM TO PRV-MALPRACTICE-END
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT THE SUBMITTED CREDENTIAL DATES BEFORE THEY
      * ARE APPLIED: EACH MUST BE BLANK, ZEROS, OR A REAL CCYYMMDD
      * CALENDAR DATE
      ******************************************************************
       EDIT-CREDENTIAL-DATES.
      *
           MOVE IN-CRED-EXPIRY-DATE TO WS-CRED-DATE
           PERFORM EDIT-CREDENTIAL-DATE
           IF CRED-DATE-IS-INVALID
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'CREDENTIAL EXPIRY DATE MUST BE A CCYYMMDD DATE'
                 TO WS-REJECT-REASON
           ELSE
               MOVE IN-MALPRACTICE-END TO WS-CRED-DATE
               PERFORM EDIT-CREDENTIAL-DATE
               IF CRED-DATE-IS-INVALID
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE 'MALPRACTICE END DATE MUST BE A CCYYMMDD DATE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE CREDENTIAL DATE IN WS-CRED-DATE
      ******************************************************************
       EDIT-CREDENTIAL-DATE.
      *
           SET CRED-DATE-IS-VALID TO TRUE
           IF WS-CRED-DATE NOT = SPACES
               IF WS-CRED-DATE NOT NUMERIC
                   SET CRED-DATE-IS-INVALID TO TRUE
               ELSE
                   IF WS-CRED-DATE-NUM NOT = ZERO AND
                      FUNCTION TEST-DATE-YYYYMMDD(WS-CRED-DATE-NUM)
                        NOT = 0
                       SET CRED-DATE-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO REFUSE AN ACTIVATE WHILE THE PROVIDER'S CREDENTIAL
      * IS EXPIRED -- THE NIGHTLY IMSCCRED RUN WOULD ONLY DEACTIVATE
      * THE PROVIDER AGAIN.  THE NEW EXPIRY DATE GOES IN FIRST, ON AN
      * UPDATE.
      ******************************************************************
       CHECK-CREDENTIAL-CURRENT.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD
           IF PRV-CRED-EXPIRY-DATE NUMERIC AND
              PRV-CRED-EXPIRY-DATE NOT = ZERO AND
              PRV-CRED-EXPIRY-DATE NOT > WS-TODAY-CCYYMMDD
               SET REQUEST-IS-INVALID TO TRUE
               MOVE 'CREDENTIAL HAS EXPIRED - UPDATE THE EXPIRY DATE'
                 TO WS-REJECT-REASON
           END-IF
           .
      ******************************************************************
      * ROUTINE TO APPEND THE WHO/WHEN/BEFORE/AFTER RECORD TO THE
      * CHANGE LOG.  A LOG WRITE FAILURE IS LOGGED LOUDLY BUT THE
      * APPLIED CHANGE STANDS -- A SANCTION MUST NOT BE BACKED OUT
