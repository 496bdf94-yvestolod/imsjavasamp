      * provider's claim count, submitted amount, and accepted-       *
      * versus-rejected split.  Setting environment variable JPRVSEL  *
      * to a provider ID limits the report to that one provider for   *
      * the weekly recap calls from the big clinic groups.  Service  *
      * lines cut back to the contracted fee schedule are flagged on  *
      * the claim detail line and totalled per provider from the      *
      * claim line KSDS, so provider relations can see the caps.      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS PRV-PROVIDER-ID
               FILE STATUS IS WS-PRV-FS.

           SELECT CLAIM-LINE-FILE ASSIGN TO CLMLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIN-LINE-KEY
               FILE STATUS IS WS-LIN-FS.

           SELECT PROVIDER-REPORT-FILE ASSIGN TO CLMPRVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

       FD  CLAIM-LINE-FILE.
       COPY IMSC2LIN.

       FD  PROVIDER-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-PRV-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-LIN-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
          88 AUDIT-FILE-EOF             VALUE 'Y'.
          88 AUDIT-FILE-NOT-EOF         VALUE 'N'.
       01 WS-SORT-EOF-SW            PIC X VALUE 'N'.
          88 SORT-FILE-EOF              VALUE 'Y'.
          88 SORT-FILE-NOT-EOF          VALUE 'N'.
       01 WS-LINE-EOF-SW            PIC X VALUE 'N'.
          88 LINE-FILE-EOF              VALUE 'Y'.
          88 LINE-FILE-NOT-EOF          VALUE 'N'.
       01 WS-LINE-OPEN-SW           PIC X VALUE 'N'.
          88 LINE-FILE-OPEN             VALUE 'Y'.
          88 LINE-FILE-NOT-OPEN         VALUE 'N'.
      ******************************************************************
      * OPTIONAL SINGLE-PROVIDER SELECTION VIA ENVIRONMENT VARIABLE
      * JPRVSEL; SPACES MEANS ALL PROVIDERS.
       01 WS-PRV-REJECTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-PRV-SUBMITTED-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PROVIDERS-PRINTED      PIC 9(9) VALUE 0.
      ******************************************************************
      * FEE SCHEDULE CAP TALLIES: LINES CAPPED ON THE CURRENT CLAIM,
      * AND LINES CAPPED AND AMOUNT CUT FOR THE CURRENT PROVIDER
      ******************************************************************
       01 WS-CLM-CAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-PRV-CAP-COUNT          PIC 9(9) VALUE 0.
       01 WS-PRV-CAP-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
                       WS-PRV-FS
           END-IF

           SET LINE-FILE-NOT-OPEN TO TRUE
           OPEN INPUT CLAIM-LINE-FILE
           IF WS-LIN-FS = '00'
               SET LINE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'OPEN OF CLAIM-LINE-FILE FAILED, FS='
                       WS-LIN-FS
           END-IF

           OPEN OUTPUT PROVIDER-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF PROVIDER-REPORT-FILE FAILED, FS='
      *
           CLOSE CLAIM-AUDIT-FILE
           CLOSE PROVIDER-REGISTRY-FILE
           IF LINE-FILE-OPEN
               CLOSE CLAIM-LINE-FILE
           END-IF
           CLOSE PROVIDER-REPORT-FILE
           .
      ******************************************************************
           MOVE 0 TO WS-PRV-ACCEPTED-COUNT
           MOVE 0 TO WS-PRV-REJECTED-COUNT
           MOVE 0 TO WS-PRV-SUBMITTED-AMT
           MOVE 0 TO WS-PRV-CAP-COUNT
           MOVE 0 TO WS-PRV-CAP-AMT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SRT-CLAIMTYPE TO REPORT-RECORD(38:10)
           MOVE WS-EDIT-AMOUNT TO REPORT-RECORD(48:14)
           MOVE SRT-CLAIM-STATUS TO REPORT-RECORD(63:9)
           PERFORM TALLY-FEE-CAPS
           IF WS-CLM-CAP-COUNT > 0
               MOVE 'FEE CAP' TO REPORT-RECORD(73:7)
           END-IF
           WRITE REPORT-RECORD

           ADD 1 TO WS-PRV-CLAIM-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-PRV-CAP-COUNT > 0
               MOVE WS-PRV-CAP-COUNT TO WS-EDIT-COUNT
               MOVE WS-PRV-CAP-AMT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'FEE CAPPED LINES ' WS-EDIT-COUNT
                   ' REDUCED BY ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           ADD 1 TO WS-PROVIDERS-PRINTED
           .
      ******************************************************************
      * ROUTINE TO BROWSE THE CURRENT CLAIM'S SERVICE LINES AND COUNT
      * THOSE CUT BACK TO THE FEE SCHEDULE, ADDING WHAT THE CAP TOOK
      * OFF THE BILLED AMOUNT TO THE PROVIDER'S TOTAL.  A CLAIM WITH
      * NO LINES, OR A LINE FILE THAT DID NOT OPEN, COUNTS NOTHING.
      ******************************************************************
       TALLY-FEE-CAPS.
      *
           MOVE 0 TO WS-CLM-CAP-COUNT
           IF LINE-FILE-OPEN
               SET LINE-FILE-NOT-EOF TO TRUE
               MOVE SRT-CLAIMNO TO LIN-CLAIMNO
               MOVE 0 TO LIN-LINE-NO
               START CLAIM-LINE-FILE KEY IS NOT LESS THAN LIN-LINE-KEY
               IF WS-LIN-FS NOT = '00'
                   SET LINE-FILE-EOF TO TRUE
               END-IF
               PERFORM UNTIL LINE-FILE-EOF
                   READ CLAIM-LINE-FILE NEXT RECORD
                       AT END
                           SET LINE-FILE-EOF TO TRUE
                   END-READ
                   IF LINE-FILE-NOT-EOF AND WS-LIN-FS NOT = '00'
                       SET LINE-FILE-EOF TO TRUE
                   END-IF
                   IF LINE-FILE-NOT-EOF
                       IF LIN-CLAIMNO NOT = SRT-CLAIMNO
                           SET LINE-FILE-EOF TO TRUE
                       ELSE
                           IF LIN-FEE-CAPPED AND
                              LIN-CLAIMAMT NUMERIC AND
                              LIN-ALLOWED-AMT NUMERIC
                               ADD 1 TO WS-CLM-CAP-COUNT
                               ADD 1 TO WS-PRV-CAP-COUNT
                               COMPUTE WS-PRV-CAP-AMT = WS-PRV-CAP-AMT
                                   + LIN-CLAIMAMT - LIN-ALLOWED-AMT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ROUTINE TO LOG THE RUN TOTALS TO SYSOUT FOR THE OPERATORS
      ******************************************************************
       WRITE-RUN-TOTALS.
