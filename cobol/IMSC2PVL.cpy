      ******************************************************************
      * RECORD LAYOUT FOR THE PROVIDER REGISTRY CHANGE LOG, A
      * SEQUENTIAL FILE APPENDED BY IMSCBLJJ WITH ONE RECORD PER
      * ONLINE REGISTRY CHANGE, AND BY THE NIGHTLY IMSCCRED RUN WITH
      * ONE PER PROVIDER IT DEACTIVATES FOR AN EXPIRED CREDENTIAL
      * (USER ID IMSCCRED, ACTION CREDEXPIRE): WHO MADE IT, WHEN,
      * WHICH ACTION, AND THE FULL BEFORE AND AFTER IMAGES OF THE
      * PROVIDER RECORD (SEE IMSC2PRV, 252 BYTES -- THE IMAGE FIELDS
      * MUST TRACK IT), SO THE QUARTERLY AUDIT CAN TRACE EVERY
      * REGISTRY CHANGE WITHOUT DIFFING EXTRACT GENERATIONS.  THE
      * BEFORE IMAGE IS BLANK ON AN ADD.
      ******************************************************************
       01 PROVIDER-CHANGE-RECORD.
          05 PVL-TIMESTAMP          PIC X(26).
          05 PVL-USER-ID            PIC X(8).
          05 PVL-ACTION             PIC X(10).
          05 PVL-PROVIDER-ID        PIC X(10).
          05 PVL-BEFORE-IMAGE       PIC X(252).
          05 PVL-AFTER-IMAGE        PIC X(252).
