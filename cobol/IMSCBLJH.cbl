      * date, type, amount, lifecycle status, and paid amount, with   *
      * a MORE indicator and the next page number so the user can     *
      * page through a heavy utilizer's history (see IMSC2MIQ).       *
      * A retired member ID is first resolved to the surviving        *
      * member through the member ID crosswalk (IMSC2MXW), so the     *
      * list shows the claims the merge moved to the survivor.        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FS.

           SELECT MEMBER-XWALK-FILE ASSIGN TO CLMMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MXW-RETIRED-ID
               FILE STATUS IS WS-MXW-FS.

           SELECT LOG-FILE ASSIGN TO CLMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT PHI-ACCESS-FILE ASSIGN TO CLMPHIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAL-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       FD  PHI-ACCESS-FILE
           RECORDING MODE IS F.
       COPY IMSC2PAL.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
       01 WS-LOG-MESSAGE            PIC X(80).
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
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
       01 WS-AUDIT-EOF-SW           PIC X VALUE 'N'.
           MOVE 'PROGRAM CALLED' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE

           PERFORM OPEN-ACCESS-LOG-FILE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-XWALK-FILE

           PERFORM GET-INPUT-MESSAGE
           PERFORM UNTIL IO-PCB-STATUS-CODE     = DLI-END-MESSAGES
             PERFORM GET-INPUT-MESSAGE
           END-PERFORM

           PERFORM CLOSE-XWALK-FILE
           PERFORM CLOSE-AUDIT-FILE
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
      * ROUTINE TO OPEN THE CLAIMS AUDIT KSDS (WITH ITS MEMBER-ID
      * ALTERNATE INDEX PATH ALLOCATED IN THE REGION JCL) FOR THE
      * LIFE OF THIS MPP REGION.  A FAILED OPEN IS LOGGED AND EVERY
           CLOSE CLAIM-AUDIT-FILE
           .
      ******************************************************************
      * ROUTINE TO OPEN THE MEMBER ID CROSSWALK FOR THE LIFE OF THIS
      * MPP REGION.  THE CROSSWALK IS MAINTAINED ONLY BY IMSCMMRG, SO
      * A CROSSWALK THAT WILL NOT OPEN IS LOGGED AND THE MEMBER
      * ID IS LOOKED UP AS ENTERED.
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
      * ROUTINE TO GET INPUT MESSAGE FROM QUEUE
      ******************************************************************
       GET-INPUT-MESSAGE.
      ******************************************************************
       INQUIRE-MEMBER-CLAIMS.
      *
           PERFORM RESOLVE-MEMBER-ID
           MOVE IN-MEMBER-ID TO OUT-MEMBER-ID
           MOVE SPACES TO OUT-MORE-IND

                       BY -1 UNTIL WS-ENTRY-IDX < WS-PAGE-LAST
                   PERFORM BUILD-ONE-CLAIM-LINE
               END-PERFORM
               PERFORM WRITE-ACCESS-RECORD
           END-IF
           .
      ******************************************************************
           ADD 60 TO WS-SLICE-PTR
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
               MOVE 'IMSCBLJH'     TO PAL-PROGRAM
               MOVE 0              TO PAL-CLAIM-COUNT
               MOVE IN-TRANCODE    TO PAL-TRANCODE
               MOVE IN-MEMBER-ID   TO PAL-MEMBER-ID
               PERFORM VARYING WS-ENTRY-IDX FROM WS-PAGE-FIRST
                       BY -1 UNTIL WS-ENTRY-IDX < WS-PAGE-LAST
                   ADD 1 TO PAL-CLAIM-COUNT
                   MOVE WS-TAB-CLAIMNO(WS-ENTRY-IDX)
                     TO PAL-CLAIMNO(PAL-CLAIM-COUNT)
                   MOVE WS-TAB-CLAIMTYPE(WS-ENTRY-IDX)
                     TO PAL-CLAIMTYPE(PAL-CLAIM-COUNT)
               END-PERFORM
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
