      ******************************************************************
      *                                                                *
      * IMSC2SIW SAMPLE COPYBOOK                                       *
      *                                                                *
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      ******************************************************************
      * RECORD LAYOUT FOR THE SPECIAL INVESTIGATIONS WORKLIST, A VSAM
      * KSDS KEYED ON PROVIDER ID PLUS THE CCYYMMDD DATE THE REVIEW
      * WEEK ENDED, SO EVERY WEEK A PROVIDER WAS FLAGGED SITS
      * TOGETHER IN KEY ORDER.  WRITTEN BY THE WEEKLY IMSCOUTL
      * OUTLIER RUN FOR EACH PROVIDER WHOSE BILLING TRIPPED ONE OR
      * MORE RULES AGAINST ITS SPECIALTY PEERS; SIW-SCORE IS THE SUM
      * OF THE TRIPPED RULES' POINTS AND SIW-RULE-CODE NAMES THEM:
      *   RPMB  ONE MEMBER BILLED REPEATEDLY IN THE WEEK
      *   CPMP  CLAIMS PER MEMBER FAR ABOVE SPECIALTY PEERS
      *   AMTP  AVERAGE CLAIM AMOUNT FAR ABOVE SPECIALTY PEERS
      *   MIXP  PROCEDURE MIX CONCENTRATED ON ONE CODE
      *   VOLS  CLAIM VOLUME SPIKE OVER THE PRIOR WEEK
      * A RERUN OF THE SAME WEEK REFRESHES THE STATISTICS BUT KEEPS
      * SIW-WORK-STATUS, WHICH INVESTIGATORS MOVE FROM 'N' (NEW) TO
      * 'H' WHEN A PREPAYMENT HOLD IS PLACED THROUGH IMSCBLJM (SEE
      * IMSC2PPH) OR 'C' WHEN THE ITEM IS CLOSED WITHOUT ONE.
      * AMOUNTS ARE DISPLAY FORMAT SO THE FILE CAN BE REPRO'D TO THE
      * INVESTIGATIONS CASE SYSTEM.
      ******************************************************************
       01 SIU-WORKLIST-RECORD.
          05 SIW-KEY.
             10 SIW-PROVIDER-ID     PIC X(10).
             10 SIW-WEEK-END-DATE   PIC 9(8).
          05 SIW-PROVIDER-NAME      PIC X(30).
          05 SIW-SPECIALTY          PIC X(15).
          05 SIW-SCORE              PIC 9(3).
          05 SIW-RULE-COUNT         PIC 9.
          05 SIW-RULE-CODE          PIC X(4) OCCURS 5 TIMES.
          05 SIW-CLAIM-COUNT        PIC 9(5).
          05 SIW-PRIOR-CLAIM-COUNT  PIC 9(5).
          05 SIW-MEMBER-COUNT       PIC 9(5).
          05 SIW-CLAIMS-PER-MEMBER  PIC 9(3)V99.
          05 SIW-PEER-CLAIMS-PER-MBR PIC 9(3)V99.
          05 SIW-MAX-MEMBER-CLAIMS  PIC 9(5).
          05 SIW-AVG-CLAIMAMT       PIC 9(9)V99.
          05 SIW-PEER-AVG-CLAIMAMT  PIC 9(9)V99.
          05 SIW-TOP-PROC-CODE      PIC X(7).
          05 SIW-TOP-PROC-PCT       PIC 9(3)V9.
          05 SIW-PEER-TOP-PROC-PCT  PIC 9(3)V9.
          05 SIW-WORK-STATUS        PIC X.
             88 SIW-IS-NEW              VALUE 'N'.
             88 SIW-IS-HOLD-PLACED      VALUE 'H'.
             88 SIW-IS-CLOSED           VALUE 'C'.
          05 SIW-CREATED-DATE       PIC 9(8).
          05 SIW-LAST-CHANGE-DATE   PIC 9(8).
          05 SIW-LAST-CHANGE-USER   PIC X(8).
