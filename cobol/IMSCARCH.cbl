
      ******************************************************************
      * BOTH OUTPUT RECORDS MUST STAY THE SAME LENGTH AS THE
      * CLAIM-AUDIT-RECORD IN IMSC2AUD (684 BYTES TODAY) -- THE SAME
      * COPYBOOK CANNOT BE COPIED UNDER TWO FDS, SO THE LENGTHS ARE
      * SPELLED OUT HERE AND MUST BE ADJUSTED WHENEVER IMSC2AUD
      * GROWS.
      ******************************************************************
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD               PIC X(684).

       FD  NEW-AUDIT-FILE.
       01  NEW-AUDIT-RECORD.
           05 NAUD-CLAIMNO              PIC X(12).
           05 NAUD-DATA                 PIC X(672).

       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
