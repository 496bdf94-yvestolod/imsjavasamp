      * RECORD IS WRITTEN, THE SUBMITTER'S DAILY LIMIT IS NOT         *
      * CHARGED, THE ACCUMULATORS ARE READ BUT NEVER UPDATED, AND     *
      * NOTHING COUNTS IN ANY REPORT.                                 *
      * A retired member ID is first resolved to the surviving        *
      * member through the member ID crosswalk (IMSC2MXW), so the     *
      * estimate runs against the survivor's eligibility and          *
      * accumulators.                                                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT MEMBER-XWALK-FILE ASSIGN TO CLMMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MXW-RETIRED-ID
               FILE STATUS IS WS-MXW-FS.

           SELECT PROVIDER-REGISTRY-FILE ASSIGN TO CLMPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT PHI-ACCESS-FILE ASSIGN TO CLMPHIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAL-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  PROVIDER-REGISTRY-FILE.
       COPY IMSC2PRV.

           RECORDING MODE IS F.
       COPY IMSC2LOG.

       FD  PHI-ACCESS-FILE
           RECORDING MODE IS F.
       COPY IMSC2PAL.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
       01 WS-BEN-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-OPEN-SW            PIC X VALUE 'N'.
          88 ACCESS-LOG-OPEN            VALUE 'Y'.
          88 ACCESS-LOG-CLOSED          VALUE 'N'.
       01 WS-MXW-FS                 PIC XX VALUE SPACES.
       01 WS-MXW-OPEN-SW            PIC X VALUE 'N'.
          88 XWALK-FILE-OPEN            VALUE 'Y'.
          88 XWALK-FILE-CLOSED          VALUE 'N'.
       01 WS-LOG-LEVEL               PIC X(5).
       01 WS-LOG-LEVEL-IDX           PIC S9(4) COMP.
       01 WS-CLAIM-VALID-SW         PIC X VALUE 'Y'.
           MOVE 'PROGRAM CALLED' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE

           PERFORM OPEN-ACCESS-LOG-FILE
           PERFORM OPEN-MEMBER-FILE
           PERFORM OPEN-XWALK-FILE
           PERFORM OPEN-PROVIDER-FILE
           PERFORM OPEN-BENEFIT-FILE
           PERFORM OPEN-ACCUM-FILE
           PERFORM CLOSE-ACCUM-FILE
           PERFORM CLOSE-BENEFIT-FILE
           PERFORM CLOSE-PROVIDER-FILE
           PERFORM CLOSE-XWALK-FILE
           PERFORM CLOSE-MEMBER-FILE
           PERFORM CLOSE-ACCESS-LOG-FILE
           PERFORM CLOSE-LOG-FILE

           GOBACK
           CLOSE LOG-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PHI ACCESS LOG FOR THE LIFE OF THIS MPP
      * REGION, SAME OPEN-EXTEND-WITH-FALLBACK PATTERN AS THE
      * STRUCTURED LOG.  A LOG THAT WILL NOT OPEN IS REPORTED ON THE
      * STRUCTURED LOG AND INQUIRIES CARRY ON WITHOUT IT.
      ******************************************************************
       OPEN-ACCESS-LOG-FILE.
      *
           OPEN EXTEND PHI-ACCESS-FILE
           IF WS-PAL-FS = '05' OR WS-PAL-FS = '35'
             OPEN OUTPUT PHI-ACCESS-FILE
           END-IF
           IF WS-PAL-FS = '00'
               SET ACCESS-LOG-OPEN TO TRUE
           ELSE
               SET ACCESS-LOG-CLOSED TO TRUE
               MOVE 'PHI ACCESS LOG OPEN FAILED, FS='
                 TO WS-LOG-MESSAGE
               MOVE WS-PAL-FS TO WS-LOG-MESSAGE(32:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE PHI ACCESS LOG
      ******************************************************************
       CLOSE-ACCESS-LOG-FILE.
      *
           IF ACCESS-LOG-OPEN
               CLOSE PHI-ACCESS-FILE
               SET ACCESS-LOG-CLOSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ELIGIBILITY MASTER FOR THE LIFE OF
      * THIS MPP REGION.  AN UNREADABLE MASTER SURFACES AS
      * ELIGIBILITY REJECTS, SAME AS THE SUBMITTERS.
           CLOSE MEMBER-MASTER-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ID CROSSWALK FOR THE LIFE OF THIS
      * MPP REGION.  THE CROSSWALK IS MAINTAINED ONLY BY IMSCMMRG, SO
      * A CROSSWALK THAT WILL NOT OPEN IS LOGGED AND THE ESTIMATE
      * RUNS UNDER THE MEMBER ID AS ENTERED.
      ******************************************************************
       OPEN-XWALK-FILE.
      *
           OPEN INPUT MEMBER-XWALK-FILE
           IF WS-MXW-FS = '00'
               SET XWALK-FILE-OPEN TO TRUE
           ELSE
               SET XWALK-FILE-CLOSED TO TRUE
               MOVE 'MEMBER XWALK OPEN FAILED, FS=' TO WS-LOG-MESSAGE
               MOVE WS-MXW-FS TO WS-LOG-MESSAGE(30:2)
               PERFORM LOG-MESSAGE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE MEMBER ID CROSSWALK
      ******************************************************************
       CLOSE-XWALK-FILE.
      *
           IF XWALK-FILE-OPEN
               CLOSE MEMBER-XWALK-FILE
               SET XWALK-FILE-CLOSED TO TRUE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RESOLVE A RETIRED MEMBER ID TO ITS SURVIVING ID.
      * THE CROSSWALK IS KEPT ONE HOP DEEP BY IMSCMMRG, SO A SINGLE
      * READ GIVES THE CURRENT ID.  NOT FOUND MEANS THE ID WAS NEVER
      * MERGED AND IS LEFT AS ENTERED.
      ******************************************************************
       RESOLVE-MEMBER-ID.
      *
           IF XWALK-FILE-OPEN AND IN-MEMBER-ID NOT = SPACES
               MOVE IN-MEMBER-ID TO MXW-RETIRED-ID
               READ MEMBER-XWALK-FILE
               IF WS-MXW-FS = '00'
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'MEMBER ID ' IN-MEMBER-ID
                          ' RESOLVED TO ' MXW-SURVIVING-ID
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
                   MOVE MXW-SURVIVING-ID TO IN-MEMBER-ID
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO OPEN THE PROVIDER REGISTRY FOR THE LIFE OF THIS
      * MPP REGION
      ******************************************************************
      ******************************************************************
       ESTIMATE-CLAIM-COST.
      *
           PERFORM RESOLVE-MEMBER-ID
           SET CLAIM-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'VAL1' TO WS-REJECT-STATUS
           STRING 'ESTIMATE ONLY - YOUR SHARE ' WS-EDIT-RESP
               ' PLAN PAYS ' WS-EDIT-PLAN
               DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
           PERFORM WRITE-ACCESS-RECORD
           .
      ******************************************************************
      * ROUTINE TO READ THE MEMBER'S ACCUMULATOR RECORD FOR THE
           PERFORM LOG-MESSAGE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE PHI ACCESS LOG RECORD (IMSC2PAL) FOR A
      * RESPONSE THAT SHOWS MEMBER DATA.  NOTHING IS WRITTEN WHEN
      * THE ACCESS LOG DID NOT OPEN; A FAILED WRITE IS LOGGED AND
      * THE RESPONSE STILL GOES BACK TO THE TERMINAL.
      ******************************************************************
       WRITE-ACCESS-RECORD.
      *
           IF ACCESS-LOG-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
               MOVE SPACES TO PHI-ACCESS-RECORD
               MOVE WS-TEMP-DATE   TO PAL-ACCESS-DATE
               MOVE WS-TEMP-TIME   TO PAL-ACCESS-TIME
               MOVE IO-PCB-USER-ID TO PAL-USER-ID
               MOVE IO-PCB-LTERM   TO PAL-LTERM
               MOVE 'IMSCBLJI'     TO PAL-PROGRAM
               MOVE 0              TO PAL-CLAIM-COUNT
               MOVE IN-TRANCODE    TO PAL-TRANCODE
               MOVE IN-MEMBER-ID   TO PAL-MEMBER-ID
               MOVE 1              TO PAL-CLAIM-COUNT
               MOVE IN-CLAIMTYPE   TO PAL-CLAIMTYPE(1)
               WRITE PHI-ACCESS-RECORD
               IF WS-PAL-FS NOT = '00'
                   MOVE 'PHI ACCESS LOG WRITE FAILED, FS='
                     TO WS-LOG-MESSAGE
                   MOVE WS-PAL-FS TO WS-LOG-MESSAGE(33:2)
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RETURN THE OUTPUT MESSAGE.  WS-OUTPUT-TEXT MAY HOLD
      * MORE TEXT THAN FITS IN A SINGLE OUT-MESSAGE SEGMENT, SO THIS
      * INSERTS ONE IMS SEGMENT PER OUT-MESSAGE-SIZED CHUNK UNTIL ALL
