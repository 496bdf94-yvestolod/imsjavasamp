      * RECORD IS WRITTEN FOR EVERY LIFECYCLE STATUS CHANGE -- THE
      * INITIAL POSTING (OLD STATUS SPACES) BY IMSCBLJC/IMSCBATD/
      * IMSCBLJG, THE PENDING-TO-ACCEPTED RESUBMISSION BY IMSCPNDD,
      * THE PAID/DENIED SETTLEMENT BY IMSCSETL, THE ADJUSTED/
      * VOIDED MOVES BY IMSCBLJG, AND THE MOVE TO A SURVIVING MEMBER
      * BY THE IMSCMMRG MEMBER MERGE (OLD AND NEW STATUS BOTH THE
      * CLAIM'S STATUS AT THE TIME) -- SO FINANCE CAN SEE WHEN A CLAIM
      * WENT PENDING, WHEN IT WAS RESUBMITTED, AND WHEN IT SETTLED,
      * WITHOUT DIGGING THROUGH THE STRUCTURED LOG.  HST-USER-ID IS
      * THE TERMINAL USER WHERE THERE IS ONE; THE BATCH POSTERS
