
      ******************************************************************
      * THE ARCHIVE GENERATIONS CARRY THE IMSC2AUD RECORD SHAPE AS A
      * FLAT SEQUENTIAL RECORD; THE LENGTH MUST TRACK IMSC2AUD (684
      * BYTES TODAY), SAME CONVENTION AS IMSCARCH.  EACH RECORD IS
      * MOVED INTO THE RETRIEVAL FD'S COPYBOOK AREA SO THE MATCHING
      * LOGIC CAN USE THE AUD- FIELD NAMES.
      ******************************************************************
       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD-IN            PIC X(684).

       FD  RETRIEVAL-FILE.
       COPY IMSC2AUD.
