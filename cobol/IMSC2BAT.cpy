      * A HASH TOTAL OF BAT-CLAIMAMT THAT IMSCBATD VERIFIES AGAINST
      * WHAT IT ACTUALLY READ, SO A TRUNCATED TRANSMISSION FAILS THE
      * RUN INSTEAD OF ENDING CLEANLY SHORT.  CLAIM TYPES NEVER BEGIN
      * 'HDR', 'TRL', 'REF' OR 'LIN', SO THE RECORD-ID BYTES ARE
      * UNAMBIGUOUS.
      *
      * A CLAIM MAY BE PRECEDED BY ITS OWN DETAIL RECORDS: AN
      * OPTIONAL 'REF' RECORD CARRYING THE INTAKE REFERENCE IMSC837I
      * ASSIGNED WHEN IT MAPPED THE CLAIM FROM AN INBOUND 837 (SO
      * IMSCBATD'S RESULT CAN BE ACKNOWLEDGED BACK TO THE SUBMITTER
      * ON A 277CA), THEN ONE 'LIN' RECORD PER SERVICE LINE.  THE
      * DETAIL RECORDS COME AHEAD OF THE CLAIM RECORD THEY BELONG TO,
      * SO IMSCBATD HAS THE WHOLE CLAIM IN HAND WHEN IT READS THE
      * CLAIM RECORD ITSELF.  A CLAIM WITH NO 'LIN' RECORDS IS PRICED
      * AT CLAIM LEVEL, EXACTLY AS BEFORE.  THE TRAILER RECORD COUNT
      * AND HASH COVER THE CLAIM RECORDS ONLY; BTR-LINE-COUNT COUNTS
      * THE 'LIN' RECORDS (LEFT BLANK BY AN OLDER FILE BUILDER, WHICH
      * SKIPS THAT CHECK).
      ******************************************************************
       01 BATCH-CLAIM-REQUEST.
          05 BAT-CLAIMTYPE          PIC X(10).
             88 BTR-IS-TRAILER          VALUE 'TRL'.
          05 BTR-RECORD-COUNT       PIC 9(9).
          05 BTR-HASH-AMOUNT        PIC 9(13)V99.
          05 BTR-LINE-COUNT         PIC 9(9).
          05 FILLER                 PIC X(10).
      * CLAIM REFERENCE VIEW, OPTIONAL, AHEAD OF ITS CLAIM'S LINES
       01 BATCH-CLAIM-REFERENCE.
          05 BRF-RECORD-ID          PIC X(3).
             88 BRF-IS-REFERENCE        VALUE 'REF'.
          05 BRF-INTAKE-REF         PIC X(12).
          05 FILLER                 PIC X(31).
      * SERVICE LINE VIEW, ONE PER LINE, AHEAD OF ITS CLAIM RECORD.
      * THE LINE AMOUNTS MUST SUM TO BAT-CLAIMAMT.
       01 BATCH-SERVICE-LINE.
          05 BLN-RECORD-ID          PIC X(3).
             88 BLN-IS-SERVICE-LINE     VALUE 'LIN'.
          05 BLN-LINE-NO            PIC 9(3).
          05 BLN-PROC-CODE          PIC X(7).
          05 BLN-LINE-AMT           PIC S9(9)V99 COMP-3.
          05 BLN-SERVICE-DATE       PIC 9(8).
          05 FILLER                 PIC X(19).
