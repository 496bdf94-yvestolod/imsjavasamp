      ******************************************************************
      *                                                                *
      * IMSC2RTM SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE REST RESPONSE METRICS FILE, A SEQUENTIAL
      * FILE APPENDED BY EVERY PROGRAM THAT CALLS THE CLAIMS REST
      * ENDPOINT (IMSCBLJC, IMSCBATD, IMSCPNDD, IMSCTSTD) WITH ONE
      * RECORD PER CALL-CLAIM-REST-ENDPOINT ATTEMPT -- A FAILED
      * PRIMARY ATTEMPT AND THE SECONDARY ATTEMPT THAT FOLLOWS IT ARE
      * TWO RECORDS.  RTM-DATE/RTM-TIME (HHMMSSHH) ARE WHEN THE CALL
      * STARTED, RTM-ELAPSED-MS HOW LONG IT TOOK (TO THE HUNDREDTH
      * OF A SECOND).  A FAILED ATTEMPT THAT RAN TO THE TIMEOUT PASSED
      * TO getClaimResult IS A TIMEOUT, ANY OTHER FAILURE AN ERROR.
      * RTM-FAILOVER-IND IS 'Y' ON A FAILED PRIMARY ATTEMPT THAT WAS
      * HANDED TO THE SECONDARY ENDPOINT.  READ BY THE IMSCRTMR DAILY
      * LATENCY REPORT AND THE IMSCBLJE OPERATIONS INQUIRY.  THE
      * DATASET IS CYCLED DAILY, LIKE THE STRUCTURED LOG.
      ******************************************************************
       01 RESPONSE-METRIC-RECORD.
          05 RTM-DATE               PIC 9(8).
          05 RTM-TIME               PIC 9(8).
          05 RTM-TIME-X REDEFINES RTM-TIME.
             10 RTM-HOUR            PIC 9(2).
             10 RTM-MINUTE          PIC 9(2).
             10 RTM-SECOND          PIC 9(2).
             10 RTM-HUNDREDTH       PIC 9(2).
          05 RTM-PROGRAM            PIC X(8).
          05 RTM-CLAIMNO            PIC X(12).
          05 RTM-ENDPOINT           PIC X(8).
          05 RTM-URL                PIC X(120).
          05 RTM-ELAPSED-MS         PIC 9(9).
          05 RTM-TIMEOUT-MS         PIC 9(9).
          05 RTM-RESULT             PIC X(7).
             88 RTM-RESULT-OK           VALUE 'OK'.
             88 RTM-RESULT-TIMEOUT      VALUE 'TIMEOUT'.
             88 RTM-RESULT-ERROR        VALUE 'ERROR'.
          05 RTM-FAILOVER-IND       PIC X.
             88 RTM-FAILED-OVER         VALUE 'Y'.
