      ******************************************************************
      *                                                                *
      * IMSC2EDC SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE EDI INTAKE CONTROL FILE, A ONE-RECORD
      * RELATIVE FILE (SAME PATTERN AS THE EFT CONTROL FILE) READ AND
      * REWRITTEN BY THE IMSC837I 837 INTAKE AND THE IMSC277C CLAIM
      * ACKNOWLEDGMENT RUNS.  THE EDI TEAM LOADS OUR OWN INTERCHANGE
      * QUALIFIER AND ID (THE ISA RECEIVER CLEARINGHOUSES SEND TO,
      * AND THE SENDER ON EVERY 999 AND 277CA WE RETURN) AND THE
      * PAYER NAME AND ID PUT ON THE 277CA.  THE RUNS KEEP THE LAST
      * INTERCHANGE CONTROL NUMBER THEY ISSUED.  A MISSING OR BLANK
      * RECORD MEANS THE EDI TEAM HAS NOT SET UP INTAKE AND BOTH RUNS
      * END WITH RETURN CODE 8 WITHOUT READING ANYTHING.
      ******************************************************************
       01 EDI-CONTROL-RECORD.
          05 EDC-OUR-ISA-QUAL       PIC X(2).
          05 EDC-OUR-ISA-ID         PIC X(15).
          05 EDC-PAYER-NAME         PIC X(35).
          05 EDC-PAYER-ID           PIC X(15).
          05 EDC-LAST-ISA-CTL       PIC 9(9).
