      ******************************************************************
      * DATA AREA FOR TERMINAL INPUT - OPERATIONS STATUS INQUIRY.
      * THE REQUEST IS JUST THE TRANCODE; THE RESPONSE IS TODAY'S
      * LIVE CLAIMS COUNTERS AND THE LAST HOUR'S AVERAGE REST
      * RESPONSE TIME PER ENDPOINT, RETURNED AS ONE OR MORE
      * OUT-MESSAGE SEGMENTS.
       01 INPUT-MSG.
          05  IN-LL               PIC S9(3) COMP.
          05  IN-ZZ               PIC S9(3) COMP.
