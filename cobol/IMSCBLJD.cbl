               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT PHI-ACCESS-FILE ASSIGN TO CLMPHIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAL-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      * CLAIMS IMSCARTV PULLED BACK OUT OF THE ARCHIVE GENERATIONS,
      * IN THE SAME IMSC2AUD SHAPE.  THE SAME COPYBOOK CANNOT BE
      * COPIED UNDER TWO FDS, SO THE LENGTH IS SPELLED OUT HERE AND
      * MUST TRACK IMSC2AUD (684 BYTES TODAY); A FOUND RECORD IS
      * MOVED INTO THE LIVE FD'S COPYBOOK AREA BEFORE THE RESPONSE
      * IS BUILT.
      ******************************************************************
       FD  RETRIEVAL-FILE.
       01  RET-AUDIT-RECORD.
           05 RET-CLAIMNO               PIC X(12).
           05 RET-DATA                  PIC X(672).

       FD  LOG-FILE
           RECORDING MODE IS F.
       COPY IMSC2LOG.

       FD  PHI-ACCESS-FILE
           RECORDING MODE IS F.
       COPY IMSC2PAL.

       WORKING-STORAGE SECTION.
      **************************
      ******************************************************************
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-RET-FS                 PIC XX VALUE SPACES.
       01 WS-LOG-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-FS                 PIC XX VALUE SPACES.
       01 WS-PAL-OPEN-SW            PIC X VALUE 'N'.
          88 ACCESS-LOG-OPEN            VALUE 'Y'.
          88 ACCESS-LOG-CLOSED          VALUE 'N'.
       01 WS-ARCHIVE-SW             PIC X VALUE 'N'.
          88 SERVED-FROM-ARCHIVE        VALUE 'Y'.
          88 SERVED-FROM-LIVE           VALUE 'N'.
           MOVE 'PROGRAM CALLED' TO WS-LOG-MESSAGE
           PERFORM LOG-MESSAGE

           PERFORM OPEN-ACCESS-LOG-FILE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-LINE-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-LINE-FILE
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
      * ROUTINE TO GET INPUT MESSAGE FROM QUEUE
      ******************************************************************
       GET-INPUT-MESSAGE.
               PERFORM BUILD-STATUS-TEXT
               PERFORM BUILD-LINE-TEXT
               PERFORM BUILD-HISTORY-TEXT
               PERFORM WRITE-ACCESS-RECORD
           ELSE
               MOVE 'NFND' TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-CLAIMTYPE
           CLOSE CLAIM-AUDIT-FILE
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
               MOVE 'IMSCBLJD'     TO PAL-PROGRAM
               MOVE 0              TO PAL-CLAIM-COUNT
               MOVE IN-TRANCODE    TO PAL-TRANCODE
               MOVE AUD-MEMBER-ID  TO PAL-MEMBER-ID
               MOVE 1              TO PAL-CLAIM-COUNT
               MOVE AUD-CLAIMNO    TO PAL-CLAIMNO(1)
               MOVE AUD-CLAIMTYPE  TO PAL-CLAIMTYPE(1)
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
