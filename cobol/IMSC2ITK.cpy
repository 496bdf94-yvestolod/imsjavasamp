      ******************************************************************
      *                                                                *
      * IMSC2ITK SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE 837 CLAIM TRACKING FILE, A KSDS KEYED BY
      * THE INTAKE REFERENCE IMSC837I ASSIGNS TO EVERY CLAIM IT TAKES
      * FROM AN INBOUND 837 ('I' + YYMMDD + A FIVE-DIGIT SEQUENCE FROM
      * RELATIVE RECORD 5 OF THE CLAIM SEQUENCE FILE).  IT CARRIES
      * WHAT THE 277CA HAS TO ECHO BACK TO THE SUBMITTER (THEIR
      * ENVELOPE CONTROL NUMBERS, THEIR CLAIM ID FROM CLM01, THE
      * BILLING PROVIDER AND PATIENT) AND THE CLAIM'S STATE:
      *   'Q' QUEUED FOR THE IMSCBATD REPLAY,
      *   'R' REJECTED AT INTAKE (NEVER REPLAYED; THE REASON IS IN
      *       ITK-RESULT-TEXT),
      *   'D' DECIDED BY IMSCBATD (CLAIM NUMBER AND STATUS POSTED BY
      *       IMSC277C FROM THE BATCH RESULT FILE, SEE IMSC2BRS).
      * ITK-ACK-SW IS SET ONCE IMSC277C HAS SENT THE CLAIM'S 277CA.
      ******************************************************************
       01 INTAKE-TRACKING-RECORD.
          05 ITK-INTAKE-REF         PIC X(12).
          05 ITK-ISA-CONTROL        PIC X(9).
          05 ITK-GS-CONTROL         PIC X(9).
          05 ITK-ST-CONTROL         PIC X(9).
          05 ITK-SUBMITTER-QUAL     PIC X(2).
          05 ITK-SUBMITTER-ID       PIC X(15).
          05 ITK-SUBMITTER-NAME     PIC X(35).
          05 ITK-PATIENT-CTL-NO     PIC X(38).
          05 ITK-CLAIMTYPE          PIC X(10).
          05 ITK-CHARGE-AMT         PIC S9(9)V99 COMP-3.
          05 ITK-MEMBER-ID          PIC X(12).
          05 ITK-MEMBER-LAST-NAME   PIC X(35).
          05 ITK-MEMBER-FIRST-NAME  PIC X(25).
          05 ITK-PROVIDER-ID        PIC X(10).
          05 ITK-BILLING-NPI        PIC X(10).
          05 ITK-BILLING-NAME       PIC X(35).
          05 ITK-SERVICE-DATE       PIC 9(8).
          05 ITK-RECEIVED-DATE      PIC 9(8).
          05 ITK-STATE              PIC X.
             88 ITK-QUEUED              VALUE 'Q'.
             88 ITK-INTAKE-REJECTED     VALUE 'R'.
             88 ITK-DECIDED             VALUE 'D'.
          05 ITK-CLAIMNO            PIC X(12).
          05 ITK-CLAIM-STATUS       PIC X(9).
          05 ITK-DECIDED-DATE       PIC 9(8).
          05 ITK-RESULT-TEXT        PIC X(60).
          05 ITK-ACK-SW             PIC X.
             88 ITK-ACKNOWLEDGED        VALUE 'Y'.
             88 ITK-NOT-ACKNOWLEDGED    VALUE 'N'.
          05 ITK-ACK-DATE           PIC 9(8).
