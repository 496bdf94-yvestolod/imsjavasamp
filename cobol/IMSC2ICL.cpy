      ******************************************************************
      *                                                                *
      * IMSC2ICL SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE 837 INTERCHANGE LOG, A KSDS KEYED BY THE
      * SUBMITTER'S ISA SENDER ID AND ISA CONTROL NUMBER.  IMSC837I
      * WRITES ONE RECORD FOR EVERY INTERCHANGE IT RECEIVES, WHETHER
      * OR NOT ANY CLAIM COULD BE TAKEN FROM IT, SO A SUBMITTER ASKING
      * WHETHER WE GOT THEIR FILE GETS A DEFINITE ANSWER: WHEN IT CAME
      * IN, WHAT IT HELD, WHAT WAS ACCEPTED AND REJECTED, AND THE
      * CONTROL NUMBER OF THE 999 WE SENT BACK.  THE SAME INTERCHANGE
      * SENT AGAIN IS NOT PROCESSED A SECOND TIME; ITS DUPLICATE COUNT
      * AND DATE ARE UPDATED INSTEAD.  A FILE WITH NO READABLE ISA
      * SEGMENT IS LOGGED UNDER SENDER 'UNIDENTIFIED' WITH THE TIME
      * OF RECEIPT AS ITS CONTROL NUMBER.
      ******************************************************************
       01 INTERCHANGE-LOG-RECORD.
          05 ICL-LOG-KEY.
             10 ICL-SENDER-ID       PIC X(15).
             10 ICL-ISA-CONTROL     PIC X(9).
          05 ICL-SENDER-QUAL        PIC X(2).
          05 ICL-RECEIVER-QUAL      PIC X(2).
          05 ICL-RECEIVER-ID        PIC X(15).
          05 ICL-ISA-DATE           PIC X(6).
          05 ICL-ISA-TIME           PIC X(4).
          05 ICL-USAGE-IND          PIC X.
             88 ICL-PRODUCTION          VALUE 'P'.
             88 ICL-TEST                VALUE 'T'.
          05 ICL-RECEIVED-DATE      PIC 9(8).
          05 ICL-RECEIVED-TIME      PIC 9(6).
          05 ICL-GROUP-COUNT        PIC 9(5).
          05 ICL-GROUPS-REJECTED    PIC 9(5).
          05 ICL-TXN-COUNT          PIC 9(7).
          05 ICL-TXNS-ACCEPTED      PIC 9(7).
          05 ICL-TXNS-REJECTED      PIC 9(7).
          05 ICL-CLAIMS-MAPPED      PIC 9(7).
          05 ICL-CLAIMS-REJECTED    PIC 9(7).
          05 ICL-CLAIMS-AMOUNT      PIC S9(11)V99 COMP-3.
          05 ICL-STATUS             PIC X.
             88 ICL-ACCEPTED            VALUE 'A'.
             88 ICL-PARTIAL             VALUE 'P'.
             88 ICL-REJECTED            VALUE 'R'.
          05 ICL-REASON             PIC X(40).
          05 ICL-ACK-ISA-CONTROL    PIC 9(9).
          05 ICL-DUPLICATE-COUNT    PIC 9(5).
          05 ICL-LAST-DUP-DATE      PIC 9(8).
