       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMSCMMRG.
       AUTHOR.        YVES TOLOD.
       INSTALLATION.  ESYSMVS1
      ******************************************************************
      * (c) Copyright IBM Corp. 2021 All Rights Reserved               *
      *                                                                *
      * Licensed under the Apache License, Version 2.0 which you can   *
      * read at https://www.apache.org/licenses/LICENSE-2.0            *
      *                                                                *
      * Member ID merge.  The enrollment system sometimes issues a     *
      * second member ID to the same person and later tells us the two *
      * are merged (see IMSC2MRG: retired ID, surviving ID, effective  *
      * date).  For each merge record this job:                        *
      *  (a) records the retired ID on the permanent member crosswalk  *
      *      (IMSC2MXW) first, so the online regions resolve it to the *
      *      survivor at once and a rerun after a failure picks up     *
      *      where it stopped; older entries that pointed at the       *
      *      retired ID are re-pointed to the survivor, keeping the    *
      *      crosswalk one hop deep;                                   *
      *  (b) re-points AUD-MEMBER-ID on every claim on the audit KSDS  *
      *      under the retired ID, through the alternate index, and    *
      *      adds a status history entry per claim (see IMSC2HST) so   *
      *      the claim's trail shows the move;                         *
      *  (c) folds each plan year's accumulator (IMSC2ACC) for the     *
      *      retired ID into the survivor's, adding it when the        *
      *      survivor has none for that year, and deletes the retired  *
      *      record, with every change's before and after images on    *
      *      the accumulator correction log (IMSC2ACL);                *
      *  (d) moves the retired ID's prior authorizations (IMSC2PAU) to *
      *      the survivor, so the claims it resolves still match them. *
      * The merge report shows each plan year's accumulators before and*
      * after.  The combined deductible is not capped here; running    *
      * IMSCACRC for the year afterwards rederives it from the moved   *
      * claims.  A survivor that is not on the member master, a retired*
      * ID already merged elsewhere, or a future effective date rejects*
      * the record.  Run with claim submission stopped.  Return code 4 *
      * means a merge record was rejected; 8 means a file failed.      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       CONFIGURATION SECTION.
      ************************
       INPUT-OUTPUT SECTION.
      ************************
       FILE-CONTROL.
      *
           SELECT MEMBER-MERGE-FILE ASSIGN TO CLMMERGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRG-FS.

           SELECT MEMBER-XWALK-FILE ASSIGN TO CLMMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MXW-RETIRED-ID
               FILE STATUS IS WS-MXW-FS.

           SELECT CLAIM-AUDIT-FILE ASSIGN TO CLMAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAIMNO
               ALTERNATE RECORD KEY IS AUD-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FS.

           SELECT STATUS-HISTORY-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS WS-HST-FS.

           SELECT MEMBER-MASTER-FILE ASSIGN TO CLMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MBR-FS.

           SELECT PRIOR-AUTH-FILE ASSIGN TO CLMPAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAU-AUTH-KEY
               FILE STATUS IS WS-PAU-FS.

           SELECT MEMBER-ACCUM-FILE ASSIGN TO CLMACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACCUM-KEY
               FILE STATUS IS WS-ACC-FS.

           SELECT ACCUM-CORRECTION-LOG ASSIGN TO CLMACCLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACL-FS.

           SELECT MERGE-REPORT-FILE ASSIGN TO CLMMRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ****************
       FD  MEMBER-MERGE-FILE
           RECORDING MODE IS F.
       COPY IMSC2MRG.

       FD  MEMBER-XWALK-FILE.
       COPY IMSC2MXW.

       FD  CLAIM-AUDIT-FILE.
       COPY IMSC2AUD.

       FD  STATUS-HISTORY-FILE.
       COPY IMSC2HST.

       FD  MEMBER-MASTER-FILE.
       COPY IMSC2MBR.

       FD  PRIOR-AUTH-FILE.
       COPY IMSC2PAU.

       FD  MEMBER-ACCUM-FILE.
       COPY IMSC2ACC.

       FD  ACCUM-CORRECTION-LOG.
       COPY IMSC2ACL.

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-MRG-FS                 PIC XX VALUE SPACES.
       01 WS-MXW-FS                 PIC XX VALUE SPACES.
       01 WS-AUDIT-FS               PIC XX VALUE SPACES.
       01 WS-HST-FS                 PIC XX VALUE SPACES.
       01 WS-MBR-FS                 PIC XX VALUE SPACES.
       01 WS-PAU-FS                 PIC XX VALUE SPACES.
       01 WS-ACC-FS                 PIC XX VALUE SPACES.
       01 WS-ACL-FS                 PIC XX VALUE SPACES.
       01 WS-RPT-FS                 PIC XX VALUE SPACES.
       01 WS-MERGE-EOF-SW           PIC X VALUE 'N'.
          88 MERGE-FILE-EOF             VALUE 'Y'.
          88 MERGE-FILE-NOT-EOF         VALUE 'N'.
       01 WS-MERGE-VALID-SW         PIC X VALUE 'Y'.
          88 MERGE-IS-VALID             VALUE 'Y'.
          88 MERGE-IS-REJECTED          VALUE 'N'.
       01 WS-MERGE-STEP-SW          PIC X VALUE 'N'.
          88 MERGE-STEP-FAILED          VALUE 'Y'.
          88 MERGE-STEP-OK              VALUE 'N'.
       01 WS-XWALK-ENTRY-SW         PIC X VALUE 'N'.
          88 XWALK-ENTRY-NEW            VALUE 'N'.
          88 XWALK-ENTRY-EXISTS         VALUE 'Y'.
       01 WS-FOLD-SW                PIC X VALUE 'N'.
          88 FOLD-APPLIED               VALUE 'N'.
          88 FOLD-LEFT-FOR-REVIEW       VALUE 'Y'.
       01 WS-SWEEP-SW               PIC X VALUE 'N'.
          88 SWEEP-DONE                 VALUE 'Y'.
          88 SWEEP-NOT-DONE             VALUE 'N'.
       01 WS-ACL-OPEN-SW            PIC X VALUE 'N'.
          88 CORRECTION-LOG-OPEN        VALUE 'Y'.
          88 CORRECTION-LOG-NOT-OPEN    VALUE 'N'.
       01 WS-TEMP-TS.
          05 WS-TEMP-DATE-TIME.
             10 WS-TEMP-DATE.
                15 WS-TEMP-YEAR     PIC 9(4).
                15 WS-TEMP-MONTH    PIC 9(2).
                15 WS-TEMP-DAY      PIC 9(2).
             10 WS-TEMP-TIME.
                15 WS-TEMP-HOUR     PIC 9(2).
                15 WS-TEMP-MIN      PIC 9(2).
                15 WS-TEMP-SEC      PIC 9(2).
                15 WS-TEMP-MS       PIC 9(2).
             10 WS-DIFF-GMT         PIC S9(4).
       01 WS-FORMATTED-TS.
          05 WS-FORMATTED-DATE-TIME.
             10 WS-FORMATTED-YEAR   PIC 9(4).
             10 FILLER              PIC X VALUE '-'.
             10 WS-FORMATTED-MONTH  PIC 9(2).
             10 FILLER              PIC X VALUE '-'.
             10 WS-FORMATTED-DAY    PIC 9(2).
             10 FILLER              PIC X VALUE ' '.
             10 WS-FORMATTED-HOUR   PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-MIN    PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-SEC    PIC 9(2).
             10 FILLER              PIC X VALUE ':'.
             10 WS-FORMATTED-MS     PIC 9(2).
       01 WS-RUN-DATE-CCYYMMDD      PIC 9(8).
      ******************************************************************
      * THE MERGE BEING APPLIED.  WS-SURVIVING-ID IS THE MERGE
      * RECORD'S SURVIVOR RESOLVED THROUGH THE CROSSWALK, SO A
      * SURVIVOR THAT WAS ITSELF RETIRED EARLIER IS REPLACED BY ITS
      * OWN SURVIVOR.
      ******************************************************************
       01 WS-RETIRED-ID             PIC X(12).
       01 WS-SURVIVING-ID           PIC X(12).
       01 WS-REJECT-REASON          PIC X(60).
      ******************************************************************
      * ACCUMULATOR FOLD WORK AREAS.  THE RETIRED MEMBER'S PLAN YEARS
      * ARE WALKED FROM WS-NEXT-PLAN-YEAR UP, SO A YEAR LEFT IN PLACE
      * FOR REVIEW IS STEPPED OVER RATHER THAN FOUND AGAIN.
      ******************************************************************
       01 WS-NEXT-PLAN-YEAR         PIC 9(4).
       01 WS-FOLD-YEAR              PIC 9(4).
       01 WS-RETIRED-ACCUM          PIC X(34).
       01 WS-RET-DED                PIC 9(7)V99.
       01 WS-RET-OOP                PIC 9(7)V99.
       01 WS-SUR-BEFORE-DED         PIC 9(7)V99.
       01 WS-SUR-BEFORE-OOP         PIC 9(7)V99.
      ******************************************************************
      * CORRECTION LOG FIELDS FOR WRITE-CORRECTION-RECORD
      ******************************************************************
       01 WS-ACL-ACTION             PIC X(10).
       01 WS-ACL-MEMBER-ID          PIC X(12).
       01 WS-BEFORE-IMAGE           PIC X(34).
       01 WS-AFTER-IMAGE            PIC X(34).
      ******************************************************************
      * COUNTS FOR THE MERGE BEING APPLIED AND FOR THE RUN SUMMARY
      ******************************************************************
       01 WS-MRG-CLAIMS-MOVED       PIC 9(9) VALUE 0.
       01 WS-MRG-ACCUMS-FOLDED      PIC 9(9) VALUE 0.
       01 WS-MRG-XWALK-REPOINTED    PIC 9(9) VALUE 0.
       01 WS-MRG-AUTHS-MOVED        PIC 9(9) VALUE 0.
       01 WS-MERGES-READ            PIC 9(9) VALUE 0.
       01 WS-MERGES-APPLIED         PIC 9(9) VALUE 0.
       01 WS-MERGES-REJECTED        PIC 9(9) VALUE 0.
       01 WS-MERGES-INCOMPLETE      PIC 9(9) VALUE 0.
       01 WS-CLAIMS-MOVED           PIC 9(9) VALUE 0.
       01 WS-ACCUMS-FOLDED          PIC 9(9) VALUE 0.
       01 WS-ACCUMS-LEFT            PIC 9(9) VALUE 0.
       01 WS-XWALK-REPOINTED        PIC 9(9) VALUE 0.
       01 WS-AUTHS-MOVED            PIC 9(9) VALUE 0.
       01 WS-FILE-FAILURES          PIC 9(9) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-3          PIC ZZ,ZZZ,ZZ9.99.
      *
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
      *
       DO-MAIN SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-DATE TO WS-RUN-DATE-CCYYMMDD

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           PERFORM READ-MERGE-RECORD
           PERFORM UNTIL MERGE-FILE-EOF
               PERFORM APPLY-MERGE-RECORD
               PERFORM READ-MERGE-RECORD
           END-PERFORM

           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN WS-FILE-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MERGES-REJECTED > 0 OR WS-ACCUMS-LEFT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .
      ******************************************************************
      * ROUTINE TO OPEN THE FILES.  THE CROSSWALK AND THE STATUS
      * HISTORY FILE ARE CREATED EMPTY THE FIRST TIME (FS 05/35),
      * THE CORRECTION LOG IS EXTENDED OR CREATED AS IMSCACRC DOES.
      * NOTHING IS MERGED WITHOUT EVERY FILE AND ITS TRAIL OPEN.
      ******************************************************************
       OPEN-FILES.
      *
           OPEN INPUT MEMBER-MERGE-FILE
           IF WS-MRG-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MERGE-FILE FAILED, FS='
                       WS-MRG-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MEMBER-XWALK-FILE
           IF WS-MXW-FS = '05' OR WS-MXW-FS = '35'
             OPEN OUTPUT MEMBER-XWALK-FILE
             CLOSE MEMBER-XWALK-FILE
             OPEN I-O MEMBER-XWALK-FILE
           END-IF
           IF WS-MXW-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-XWALK-FILE FAILED, FS='
                       WS-MXW-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CLAIM-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               DISPLAY 'OPEN OF CLAIM-AUDIT-FILE FAILED, FS='
                       WS-AUDIT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O STATUS-HISTORY-FILE
           IF WS-HST-FS = '05' OR WS-HST-FS = '35'
             OPEN OUTPUT STATUS-HISTORY-FILE
             CLOSE STATUS-HISTORY-FILE
             OPEN I-O STATUS-HISTORY-FILE
           END-IF
           IF WS-HST-FS NOT = '00'
               DISPLAY 'OPEN OF STATUS-HISTORY-FILE FAILED, FS='
                       WS-HST-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MEMBER-MASTER-FILE
           IF WS-MBR-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-MASTER-FILE FAILED, FS='
                       WS-MBR-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PRIOR-AUTH-FILE
           IF WS-PAU-FS NOT = '00'
               DISPLAY 'OPEN OF PRIOR-AUTH-FILE FAILED, FS='
                       WS-PAU-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MEMBER-ACCUM-FILE
           IF WS-ACC-FS NOT = '00'
               DISPLAY 'OPEN OF MEMBER-ACCUM-FILE FAILED, FS='
                       WS-ACC-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ACCUM-CORRECTION-LOG
           IF WS-ACL-FS = '05' OR WS-ACL-FS = '35'
             OPEN OUTPUT ACCUM-CORRECTION-LOG
           END-IF
           IF WS-ACL-FS NOT = '00'
               DISPLAY 'OPEN OF ACCUM-CORRECTION-LOG FAILED, FS='
                       WS-ACL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CORRECTION-LOG-OPEN TO TRUE

           OPEN OUTPUT MERGE-REPORT-FILE
           IF WS-RPT-FS NOT = '00'
               DISPLAY 'OPEN OF MERGE-REPORT-FILE FAILED, FS='
                       WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ******************************************************************
      * ROUTINE TO CLOSE THE FILES
      ******************************************************************
       CLOSE-FILES.
      *
           CLOSE MEMBER-MERGE-FILE
           CLOSE MEMBER-XWALK-FILE
           CLOSE CLAIM-AUDIT-FILE
           CLOSE STATUS-HISTORY-FILE
           CLOSE MEMBER-MASTER-FILE
           CLOSE PRIOR-AUTH-FILE
           CLOSE MEMBER-ACCUM-FILE
           IF CORRECTION-LOG-OPEN
               CLOSE ACCUM-CORRECTION-LOG
           END-IF
           CLOSE MERGE-REPORT-FILE
           .
      ******************************************************************
      * ROUTINE TO WRITE THE REPORT HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
      *
           MOVE SPACES TO REPORT-RECORD
           STRING 'MEMBER ID MERGE   RUN DATE ' WS-RUN-DATE-CCYYMMDD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCUMULATOR CHANGES ARE LOGGED TO CLMACCLG; '
               'RUN IMSCACRC FOR EACH YEAR SHOWN'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO WRITE THE END-OF-RUN SUMMARY
      ******************************************************************
       WRITE-RUN-SUMMARY.
      *
           MOVE WS-MERGES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MERGE RECORDS READ . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MERGES-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MERGES APPLIED . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MERGES-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MERGE RECORDS REJECTED . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MERGES-INCOMPLETE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'MERGES INCOMPLETE  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLAIMS-MOVED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS RE-POINTED  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACCUMS-FOLDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCUMULATORS FOLDED  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACCUMS-LEFT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCUMULATORS LEFT FOR REVIEW : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-XWALK-REPOINTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLDER CROSSWALK RE-POINTED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-AUTHS-MOVED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'PRIOR AUTHORIZATIONS MOVED . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FILE-FAILURES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'FILE UPDATE FAILURES . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY 'IMSCMMRG MERGES ' WS-MERGES-READ
                   ' APPLIED ' WS-MERGES-APPLIED
                   ' REJECTED ' WS-MERGES-REJECTED
                   ' CLAIMS ' WS-CLAIMS-MOVED
                   ' FAILURES ' WS-FILE-FAILURES
           .
      ******************************************************************
      * ROUTINE TO READ THE NEXT MERGE RECORD
      ******************************************************************
       READ-MERGE-RECORD.
      *
           READ MEMBER-MERGE-FILE
               AT END
                   SET MERGE-FILE-EOF TO TRUE
           END-READ

           IF MERGE-FILE-NOT-EOF AND WS-MRG-FS NOT = '00'
               DISPLAY 'READ OF MEMBER-MERGE-FILE FAILED, FS='
                       WS-MRG-FS
               ADD 1 TO WS-FILE-FAILURES
               SET MERGE-FILE-EOF TO TRUE
           END-IF

           IF MERGE-FILE-NOT-EOF
               ADD 1 TO WS-MERGES-READ
           END-IF
           .
      ******************************************************************
      * ROUTINE TO EDIT AND APPLY ONE MERGE RECORD: CROSSWALK FIRST,
      * THEN THE CLAIMS, THE ACCUMULATORS, AND THE PRIOR
      * AUTHORIZATIONS.  A STEP THAT FAILS ON A FILE STOPS THE REST
      * OF THAT MERGE; THE CROSSWALK ENTRY ALREADY WRITTEN LETS A
      * RERUN FINISH IT.
      ******************************************************************
       APPLY-MERGE-RECORD.
      *
           MOVE MRG-RETIRED-ID   TO WS-RETIRED-ID
           MOVE MRG-SURVIVING-ID TO WS-SURVIVING-ID
           MOVE 0 TO WS-MRG-CLAIMS-MOVED
           MOVE 0 TO WS-MRG-ACCUMS-FOLDED
           MOVE 0 TO WS-MRG-XWALK-REPOINTED
           MOVE 0 TO WS-MRG-AUTHS-MOVED
           SET MERGE-STEP-OK TO TRUE

           MOVE SPACES TO REPORT-RECORD
           STRING 'MERGE ' MRG-RETIRED-ID ' INTO ' MRG-SURVIVING-ID
               '  EFFECTIVE ' MRG-EFF-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VALIDATE-MERGE-RECORD

           IF MERGE-IS-REJECTED
               ADD 1 TO WS-MERGES-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING '  REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM RECORD-XWALK-ENTRY
               IF MERGE-STEP-OK
                   PERFORM REPOINT-OLDER-XWALK
               END-IF
               IF MERGE-STEP-OK
                   PERFORM MOVE-MEMBER-CLAIMS
               END-IF
               IF MERGE-STEP-OK
                   PERFORM FOLD-MEMBER-ACCUMS
               END-IF
               IF MERGE-STEP-OK
                   PERFORM MOVE-MEMBER-AUTHS
               END-IF
               PERFORM WRITE-MERGE-TOTALS
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO EDIT ONE MERGE RECORD.  BOTH IDS ARE REQUIRED AND
      * MUST DIFFER, AND THE EFFECTIVE DATE MUST BE A REAL DATE NO
      * LATER THAN THE RUN DATE.  THE SURVIVOR IS RESOLVED THROUGH
      * THE CROSSWALK AND MUST BE ON THE MEMBER MASTER.  A RETIRED
      * ID ALREADY ON THE CROSSWALK FOR THIS SURVIVOR IS A RERUN AND
      * IS APPLIED AGAIN; ONE MERGED INTO ANOTHER MEMBER IS REJECTED.
      ******************************************************************
       VALIDATE-MERGE-RECORD.
      *
           SET MERGE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN MRG-RETIRED-ID = SPACES OR
                    MRG-SURVIVING-ID = SPACES
                   SET MERGE-IS-REJECTED TO TRUE
                   MOVE 'RETIRED OR SURVIVING ID IS MISSING'
                     TO WS-REJECT-REASON
               WHEN MRG-EFF-DATE NOT NUMERIC
                   SET MERGE-IS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(MRG-EFF-DATE) NOT = 0
                   SET MERGE-IS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                     TO WS-REJECT-REASON
               WHEN MRG-EFF-DATE > WS-RUN-DATE-CCYYMMDD
                   SET MERGE-IS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE IS AFTER THE RUN DATE'
                     TO WS-REJECT-REASON
               WHEN MRG-RETIRED-ID = MRG-SURVIVING-ID
                   SET MERGE-IS-REJECTED TO TRUE
                   MOVE 'RETIRED AND SURVIVING ID ARE THE SAME'
                     TO WS-REJECT-REASON
           END-EVALUATE

           IF MERGE-IS-VALID
               PERFORM RESOLVE-SURVIVING-ID
           END-IF

           IF MERGE-IS-VALID
               PERFORM CHECK-RETIRED-XWALK
           END-IF

           IF MERGE-IS-VALID
               MOVE WS-SURVIVING-ID TO MBR-MEMBER-ID
               READ MEMBER-MASTER-FILE
               EVALUATE WS-MBR-FS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       SET MERGE-IS-REJECTED TO TRUE
                       MOVE 'SURVIVING ID IS NOT ON THE MEMBER MASTER'
                         TO WS-REJECT-REASON
                   WHEN OTHER
                       SET MERGE-IS-REJECTED TO TRUE
                       STRING 'MEMBER MASTER READ FAILED, FS='
                           WS-MBR-FS
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * ROUTINE TO RESOLVE THE SURVIVOR THROUGH THE CROSSWALK: A
      * SURVIVOR THAT WAS ITSELF RETIRED BY AN EARLIER MERGE IS
      * REPLACED BY ITS OWN SURVIVOR.  ONE READ IS ENOUGH, AS THE
      * CROSSWALK IS KEPT ONE HOP DEEP.
      ******************************************************************
       RESOLVE-SURVIVING-ID.
      *
           MOVE WS-SURVIVING-ID TO MXW-RETIRED-ID
           READ MEMBER-XWALK-FILE
           EVALUATE WS-MXW-FS
               WHEN '00'
                   MOVE MXW-SURVIVING-ID TO WS-SURVIVING-ID
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  SURVIVING ID ' MRG-SURVIVING-ID
                       ' WAS ITSELF MERGED - USING ' WS-SURVIVING-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-SURVIVING-ID = WS-RETIRED-ID
                       SET MERGE-IS-REJECTED TO TRUE
                       MOVE 'SURVIVOR WAS MERGED INTO THE RETIRED ID'
                         TO WS-REJECT-REASON
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   SET MERGE-IS-REJECTED TO TRUE
                   STRING 'CROSSWALK READ FAILED, FS=' WS-MXW-FS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO CHECK WHETHER THE RETIRED ID IS ALREADY ON THE
      * CROSSWALK
      ******************************************************************
       CHECK-RETIRED-XWALK.
      *
           SET XWALK-ENTRY-NEW TO TRUE
           MOVE WS-RETIRED-ID TO MXW-RETIRED-ID
           READ MEMBER-XWALK-FILE
           EVALUATE WS-MXW-FS
               WHEN '00'
                   IF MXW-SURVIVING-ID = WS-SURVIVING-ID
                       SET XWALK-ENTRY-EXISTS TO TRUE
                   ELSE
                       SET MERGE-IS-REJECTED TO TRUE
                       STRING 'RETIRED ID WAS ALREADY MERGED INTO '
                           MXW-SURVIVING-ID
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   SET MERGE-IS-REJECTED TO TRUE
                   STRING 'CROSSWALK READ FAILED, FS=' WS-MXW-FS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO RECORD THE RETIRED ID ON THE CROSSWALK.  AN ENTRY
      * ALREADY THERE FOR THIS SURVIVOR IS LEFT AS WRITTEN, WITH THE
      * DATE OF THE RUN THAT FIRST APPLIED THE MERGE.
      ******************************************************************
       RECORD-XWALK-ENTRY.
      *
           MOVE SPACES TO REPORT-RECORD
           IF XWALK-ENTRY-EXISTS
               MOVE '  CROSSWALK ENTRY ALREADY PRESENT - APPLIED AGAIN'
                 TO REPORT-RECORD
           ELSE
               MOVE WS-RETIRED-ID        TO MXW-RETIRED-ID
               MOVE WS-SURVIVING-ID      TO MXW-SURVIVING-ID
               MOVE MRG-EFF-DATE         TO MXW-EFF-DATE
               MOVE WS-RUN-DATE-CCYYMMDD TO MXW-MERGE-DATE
               WRITE MEMBER-XWALK-RECORD
               IF WS-MXW-FS = '00'
                   MOVE '  CROSSWALK ENTRY ADDED' TO REPORT-RECORD
               ELSE
                   ADD 1 TO WS-FILE-FAILURES
                   SET MERGE-STEP-FAILED TO TRUE
                   STRING '  CROSSWALK WRITE FAILED, FS=' WS-MXW-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
           END-IF
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO RE-POINT EVERY OLDER CROSSWALK ENTRY WHOSE
      * SURVIVOR IS THE ID NOW BEING RETIRED, SO IT NAMES THE NEW
      * SURVIVOR AND THE CROSSWALK STAYS ONE HOP DEEP
      ******************************************************************
       REPOINT-OLDER-XWALK.
      *
           SET SWEEP-NOT-DONE TO TRUE
           MOVE LOW-VALUES TO MXW-RETIRED-ID
           START MEMBER-XWALK-FILE KEY IS NOT LESS THAN MXW-RETIRED-ID
           IF WS-MXW-FS NOT = '00'
               SET SWEEP-DONE TO TRUE
           END-IF

           PERFORM UNTIL SWEEP-DONE
               READ MEMBER-XWALK-FILE NEXT RECORD
                   AT END
                       SET SWEEP-DONE TO TRUE
               END-READ
               IF SWEEP-NOT-DONE AND WS-MXW-FS NOT = '00'
                   ADD 1 TO WS-FILE-FAILURES
                   SET MERGE-STEP-FAILED TO TRUE
                   SET SWEEP-DONE TO TRUE
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  CROSSWALK READ FAILED, FS=' WS-MXW-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF SWEEP-NOT-DONE AND
                  MXW-SURVIVING-ID = WS-RETIRED-ID
                   PERFORM REPOINT-ONE-XWALK
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO RE-POINT THE CROSSWALK ENTRY JUST READ
      ******************************************************************
       REPOINT-ONE-XWALK.
      *
           MOVE WS-SURVIVING-ID TO MXW-SURVIVING-ID
           REWRITE MEMBER-XWALK-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-MXW-FS = '00'
               ADD 1 TO WS-MRG-XWALK-REPOINTED
               STRING '  OLDER CROSSWALK ENTRY ' MXW-RETIRED-ID
                   ' RE-POINTED TO ' WS-SURVIVING-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               ADD 1 TO WS-FILE-FAILURES
               SET MERGE-STEP-FAILED TO TRUE
               SET SWEEP-DONE TO TRUE
               STRING '  CROSSWALK REWRITE FAILED FOR '
                   MXW-RETIRED-ID ', FS=' WS-MXW-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO RE-POINT THE RETIRED MEMBER'S CLAIMS.  EACH PASS
      * STARTS THE ALTERNATE INDEX AFRESH AT THE RETIRED ID AND
      * MOVES THE FIRST CLAIM FOUND, SINCE REWRITING THE KEY OF
      * REFERENCE MOVES THE RECORD OUT FROM UNDER THE BROWSE.  THE
      * SWEEP ENDS WHEN NO CLAIM IS LEFT UNDER THE RETIRED ID.
      ******************************************************************
       MOVE-MEMBER-CLAIMS.
      *
           SET SWEEP-NOT-DONE TO TRUE
           PERFORM UNTIL SWEEP-DONE
               MOVE WS-RETIRED-ID TO AUD-MEMBER-ID
               START CLAIM-AUDIT-FILE KEY IS EQUAL TO AUD-MEMBER-ID
               EVALUATE WS-AUDIT-FS
                   WHEN '00'
                       PERFORM MOVE-ONE-CLAIM
                   WHEN '23'
                       SET SWEEP-DONE TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO REPORT-RECORD
                       STRING '  AUDIT FILE START FAILED, FS='
                           WS-AUDIT-FS
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       PERFORM FAIL-CLAIM-SWEEP
               END-EVALUATE
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO RE-POINT THE FIRST CLAIM STILL UNDER THE RETIRED
      * ID AND RECORD THE MOVE ON ITS STATUS HISTORY
      ******************************************************************
       MOVE-ONE-CLAIM.
      *
           READ CLAIM-AUDIT-FILE NEXT RECORD
               AT END
                   SET SWEEP-DONE TO TRUE
           END-READ

           IF SWEEP-NOT-DONE AND
              WS-AUDIT-FS NOT = '00' AND WS-AUDIT-FS NOT = '02'
               MOVE SPACES TO REPORT-RECORD
               STRING '  AUDIT FILE READ FAILED, FS=' WS-AUDIT-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM FAIL-CLAIM-SWEEP
           END-IF

           IF SWEEP-NOT-DONE AND AUD-MEMBER-ID NOT = WS-RETIRED-ID
               SET SWEEP-DONE TO TRUE
           END-IF

           IF SWEEP-NOT-DONE
               MOVE WS-SURVIVING-ID TO AUD-MEMBER-ID
               REWRITE CLAIM-AUDIT-RECORD
               IF WS-AUDIT-FS = '00' OR WS-AUDIT-FS = '02'
                   ADD 1 TO WS-MRG-CLAIMS-MOVED
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  CLAIM ' AUD-CLAIMNO
                       '  SERVICE ' AUD-SERVICE-DATE
                       '  ' AUD-CLAIMTYPE
                       '  ' AUD-CLAIM-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM WRITE-STATUS-HISTORY
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  CLAIM ' AUD-CLAIMNO
                       ' REWRITE FAILED, FS=' WS-AUDIT-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM FAIL-CLAIM-SWEEP
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO END THE CLAIM SWEEP ON A FILE FAILURE, PRINTING
      * THE LINE ALREADY BUILT IN REPORT-RECORD
      ******************************************************************
       FAIL-CLAIM-SWEEP.
      *
           WRITE REPORT-RECORD
           ADD 1 TO WS-FILE-FAILURES
           SET MERGE-STEP-FAILED TO TRUE
           SET SWEEP-DONE TO TRUE
           .
      ******************************************************************
      * ROUTINE TO RECORD THE CLAIM'S MOVE ON THE STATUS HISTORY FILE
      * (SEE IMSC2HST).  THE STATUS ITSELF DOES NOT CHANGE, SO OLD
      * AND NEW ARE BOTH THE CLAIM'S STATUS; NO TERMINAL USER HERE.
      * THE MOVE STANDS IF THE HISTORY WRITE FAILS, BUT THE RUN ENDS
      * WITH RETURN CODE 8 SO IT IS FOLLOWED UP.
      ******************************************************************
       WRITE-STATUS-HISTORY.
      *
           PERFORM FORMAT-TIMESTAMP

           MOVE AUD-CLAIMNO            TO HST-CLAIMNO
           MOVE SPACES                 TO HST-TIMESTAMP
           MOVE WS-FORMATTED-DATE-TIME TO HST-TIMESTAMP
           MOVE AUD-CLAIM-STATUS       TO HST-OLD-STATUS
           MOVE AUD-CLAIM-STATUS       TO HST-NEW-STATUS
           MOVE 'IMSCMMRG'             TO HST-PROGRAM
           MOVE SPACES                 TO HST-USER-ID

           WRITE STATUS-HISTORY-RECORD
           IF WS-HST-FS NOT = '00'
               ADD 1 TO WS-FILE-FAILURES
               MOVE SPACES TO REPORT-RECORD
               STRING '  CLAIM ' AUD-CLAIMNO
                   ' HISTORY WRITE FAILED, FS=' WS-HST-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FOLD THE RETIRED MEMBER'S ACCUMULATORS INTO THE
      * SURVIVOR'S, ONE PLAN YEAR AT A TIME.  EACH PASS STARTS AT THE
      * RETIRED ID AND THE NEXT PLAN YEAR NOT YET SEEN, SINCE THE
      * RANDOM UPDATES BETWEEN PASSES MOVE THE FILE POSITION.
      ******************************************************************
       FOLD-MEMBER-ACCUMS.
      *
           MOVE SPACES TO REPORT-RECORD
           MOVE 'PLAN YEAR'       TO REPORT-RECORD(3:9)
           MOVE 'RETIRED'         TO REPORT-RECORD(26:7)
           MOVE 'SURVIVOR BEFORE' TO REPORT-RECORD(33:15)
           MOVE 'SURVIVOR AFTER'  TO REPORT-RECORD(49:14)
           WRITE REPORT-RECORD

           MOVE 0 TO WS-NEXT-PLAN-YEAR
           SET SWEEP-NOT-DONE TO TRUE
           PERFORM UNTIL SWEEP-DONE
               MOVE WS-RETIRED-ID     TO ACC-MEMBER-ID
               MOVE WS-NEXT-PLAN-YEAR TO ACC-PLAN-YEAR
               START MEMBER-ACCUM-FILE
                   KEY IS NOT LESS THAN ACC-ACCUM-KEY
               EVALUATE WS-ACC-FS
                   WHEN '00'
                       PERFORM READ-RETIRED-ACCUM
                   WHEN '23'
                       SET SWEEP-DONE TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO REPORT-RECORD
                       STRING '  ACCUM FILE START FAILED, FS='
                           WS-ACC-FS
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       PERFORM FAIL-ACCUM-SWEEP
               END-EVALUATE
           END-PERFORM

           IF WS-MRG-ACCUMS-FOLDED = 0 AND MERGE-STEP-OK
               MOVE '  NO ACCUMULATORS UNDER THE RETIRED ID'
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
      ******************************************************************
      * ROUTINE TO READ THE RETIRED MEMBER'S NEXT PLAN YEAR AND FOLD
      * IT.  AN ACCUMULATOR THAT IS NOT NUMERIC ON EITHER SIDE IS
      * LEFT IN PLACE FOR A PERSON TO RESOLVE.
      ******************************************************************
       READ-RETIRED-ACCUM.
      *
           READ MEMBER-ACCUM-FILE NEXT RECORD
               AT END
                   SET SWEEP-DONE TO TRUE
           END-READ

           IF SWEEP-NOT-DONE AND WS-ACC-FS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               STRING '  ACCUM FILE READ FAILED, FS=' WS-ACC-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM FAIL-ACCUM-SWEEP
           END-IF

           IF SWEEP-NOT-DONE AND ACC-MEMBER-ID NOT = WS-RETIRED-ID
               SET SWEEP-DONE TO TRUE
           END-IF

           IF SWEEP-NOT-DONE
               MOVE ACC-PLAN-YEAR TO WS-FOLD-YEAR
               IF ACC-PLAN-YEAR = 9999
                   SET SWEEP-DONE TO TRUE
               ELSE
                   COMPUTE WS-NEXT-PLAN-YEAR = ACC-PLAN-YEAR + 1
               END-IF
               MOVE MEMBER-ACCUM-RECORD TO WS-RETIRED-ACCUM
               IF ACC-DED-APPLIED-YTD NUMERIC AND
                  ACC-OOP-APPLIED-YTD NUMERIC
                   MOVE ACC-DED-APPLIED-YTD TO WS-RET-DED
                   MOVE ACC-OOP-APPLIED-YTD TO WS-RET-OOP
                   PERFORM FOLD-ONE-ACCUM
               ELSE
                   PERFORM LEAVE-ACCUM-FOR-REVIEW
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO FOLD ONE PLAN YEAR: ADD THE RETIRED AMOUNTS TO THE
      * SURVIVOR'S RECORD (OR ADD THE RECORD WHEN THE SURVIVOR HAS
      * NONE FOR THE YEAR), THEN DELETE THE RETIRED RECORD, LOGGING
      * EACH CHANGE
      ******************************************************************
       FOLD-ONE-ACCUM.
      *
           SET FOLD-APPLIED TO TRUE
           MOVE WS-SURVIVING-ID TO ACC-MEMBER-ID
           MOVE WS-FOLD-YEAR    TO ACC-PLAN-YEAR
           READ MEMBER-ACCUM-FILE
           EVALUATE WS-ACC-FS
               WHEN '00'
                   IF ACC-DED-APPLIED-YTD NUMERIC AND
                      ACC-OOP-APPLIED-YTD NUMERIC
                       MOVE MEMBER-ACCUM-RECORD TO WS-BEFORE-IMAGE
                       MOVE ACC-DED-APPLIED-YTD TO WS-SUR-BEFORE-DED
                       MOVE ACC-OOP-APPLIED-YTD TO WS-SUR-BEFORE-OOP
                       ADD WS-RET-DED TO ACC-DED-APPLIED-YTD
                       ADD WS-RET-OOP TO ACC-OOP-APPLIED-YTD
                       MOVE 'MERGEINTO' TO WS-ACL-ACTION
                       REWRITE MEMBER-ACCUM-RECORD
                   ELSE
                       SET FOLD-LEFT-FOR-REVIEW TO TRUE
                       PERFORM LEAVE-ACCUM-FOR-REVIEW
                   END-IF
               WHEN '23'
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 0 TO WS-SUR-BEFORE-DED
                   MOVE 0 TO WS-SUR-BEFORE-OOP
                   MOVE WS-SURVIVING-ID TO ACC-MEMBER-ID
                   MOVE WS-FOLD-YEAR    TO ACC-PLAN-YEAR
                   MOVE WS-RET-DED      TO ACC-DED-APPLIED-YTD
                   MOVE WS-RET-OOP      TO ACC-OOP-APPLIED-YTD
                   MOVE 'MERGEADD' TO WS-ACL-ACTION
                   WRITE MEMBER-ACCUM-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN FOLD-LEFT-FOR-REVIEW
                   CONTINUE
               WHEN WS-ACC-FS = '00'
                   ADD 1 TO WS-MRG-ACCUMS-FOLDED
                   PERFORM WRITE-FOLD-LINES
                   MOVE WS-SURVIVING-ID     TO WS-ACL-MEMBER-ID
                   MOVE MEMBER-ACCUM-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-CORRECTION-RECORD
                   PERFORM DELETE-RETIRED-ACCUM
               WHEN OTHER
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  ' WS-FOLD-YEAR
                       ' SURVIVOR ACCUM UPDATE FAILED, FS=' WS-ACC-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM FAIL-ACCUM-SWEEP
           END-EVALUATE
           .
      ******************************************************************
      * ROUTINE TO DELETE THE RETIRED MEMBER'S RECORD FOR THE YEAR
      * JUST FOLDED.  A FAILED DELETE LEAVES THE YEAR COUNTED ON BOTH
      * MEMBERS, SO THE SWEEP STOPS THERE AND THE RETIRED RECORD MUST
      * BE REMOVED BY HAND BEFORE ANY RERUN.
      ******************************************************************
       DELETE-RETIRED-ACCUM.
      *
           MOVE WS-RETIRED-ID TO ACC-MEMBER-ID
           MOVE WS-FOLD-YEAR  TO ACC-PLAN-YEAR
           DELETE MEMBER-ACCUM-FILE RECORD
           IF WS-ACC-FS = '00'
               MOVE 'MERGEDEL'       TO WS-ACL-ACTION
               MOVE WS-RETIRED-ID    TO WS-ACL-MEMBER-ID
               MOVE WS-RETIRED-ACCUM TO WS-BEFORE-IMAGE
               MOVE SPACES           TO WS-AFTER-IMAGE
               PERFORM WRITE-CORRECTION-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING '  ' WS-FOLD-YEAR
                   ' RETIRED ACCUM DELETE FAILED, FS=' WS-ACC-FS
                   ' - REMOVE BEFORE RERUN'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM FAIL-ACCUM-SWEEP
           END-IF
           .
      ******************************************************************
      * ROUTINE TO PRINT ONE FOLDED PLAN YEAR'S DEDUCTIBLE AND
      * OUT-OF-POCKET FIGURES: RETIRED, SURVIVOR BEFORE, SURVIVOR
      * AFTER
      ******************************************************************
       WRITE-FOLD-LINES.
      *
           MOVE WS-RET-DED          TO WS-EDIT-AMOUNT
           MOVE WS-SUR-BEFORE-DED   TO WS-EDIT-AMOUNT-2
           MOVE ACC-DED-APPLIED-YTD TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-FOLD-YEAR '       DED   ' WS-EDIT-AMOUNT
               '  ' WS-EDIT-AMOUNT-2 '  ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RET-OOP          TO WS-EDIT-AMOUNT
           MOVE WS-SUR-BEFORE-OOP   TO WS-EDIT-AMOUNT-2
           MOVE ACC-OOP-APPLIED-YTD TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-FOLD-YEAR '       OOP   ' WS-EDIT-AMOUNT
               '  ' WS-EDIT-AMOUNT-2 '  ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO LEAVE A PLAN YEAR WITH A NON-NUMERIC ACCUMULATOR
      * UNDER THE RETIRED ID FOR A PERSON TO RESOLVE
      ******************************************************************
       LEAVE-ACCUM-FOR-REVIEW.
      *
           ADD 1 TO WS-ACCUMS-LEFT
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-FOLD-YEAR
               ' ACCUMULATOR NOT NUMERIC - LEFT FOR REVIEW'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO END THE ACCUMULATOR SWEEP ON A FILE FAILURE,
      * PRINTING THE LINE ALREADY BUILT IN REPORT-RECORD
      ******************************************************************
       FAIL-ACCUM-SWEEP.
      *
           WRITE REPORT-RECORD
           ADD 1 TO WS-FILE-FAILURES
           SET MERGE-STEP-FAILED TO TRUE
           SET SWEEP-DONE TO TRUE
           .
      ******************************************************************
      * ROUTINE TO APPEND ONE BEFORE/AFTER RECORD TO THE ACCUMULATOR
      * CORRECTION LOG.  THE CHANGE STANDS IF THE LOG WRITE FAILS,
      * BUT THE RUN ENDS WITH RETURN CODE 8 SO IT IS FOLLOWED UP.
      ******************************************************************
       WRITE-CORRECTION-RECORD.
      *
           PERFORM FORMAT-TIMESTAMP

           MOVE WS-FORMATTED-DATE-TIME TO ACL-TIMESTAMP
           MOVE 'IMSCMMRG'             TO ACL-JOB-NAME
           MOVE WS-ACL-ACTION          TO ACL-ACTION
           MOVE WS-ACL-MEMBER-ID       TO ACL-MEMBER-ID
           MOVE WS-FOLD-YEAR           TO ACL-PLAN-YEAR
           MOVE WS-BEFORE-IMAGE        TO ACL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE         TO ACL-AFTER-IMAGE

           WRITE ACCUM-CORRECTION-RECORD
           IF WS-ACL-FS NOT = '00'
               ADD 1 TO WS-FILE-FAILURES
               DISPLAY 'ACCUM CORRECTION LOG WRITE FAILED, FS='
                       WS-ACL-FS ' MEMBER ' WS-ACL-MEMBER-ID
           END-IF
           .
      ******************************************************************
      * ROUTINE TO MOVE THE RETIRED MEMBER'S PRIOR AUTHORIZATIONS TO
      * THE SURVIVOR.  THE MEMBER ID IS PART OF THE KEY, SO EACH AUTH
      * IS WRITTEN UNDER THE SURVIVOR AND THE RETIRED RECORD DELETED;
      * EACH PASS STARTS AFRESH AT THE RETIRED ID AS THE CLAIM SWEEP
      * DOES.
      ******************************************************************
       MOVE-MEMBER-AUTHS.
      *
           SET SWEEP-NOT-DONE TO TRUE
           PERFORM UNTIL SWEEP-DONE
               MOVE WS-RETIRED-ID TO PAU-MEMBER-ID
               MOVE LOW-VALUES    TO PAU-AUTH-NO
               START PRIOR-AUTH-FILE
                   KEY IS NOT LESS THAN PAU-AUTH-KEY
               EVALUATE WS-PAU-FS
                   WHEN '00'
                       PERFORM MOVE-ONE-AUTH
                   WHEN '23'
                       SET SWEEP-DONE TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO REPORT-RECORD
                       STRING '  PRIOR AUTH START FAILED, FS='
                           WS-PAU-FS
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       PERFORM FAIL-AUTH-SWEEP
               END-EVALUATE
           END-PERFORM
           .
      ******************************************************************
      * ROUTINE TO MOVE THE FIRST PRIOR AUTHORIZATION STILL UNDER THE
      * RETIRED ID.  AN AUTH NUMBER THE SURVIVOR ALREADY HOLDS STOPS
      * THE SWEEP FOR UTILIZATION MANAGEMENT TO RESOLVE.
      ******************************************************************
       MOVE-ONE-AUTH.
      *
           READ PRIOR-AUTH-FILE NEXT RECORD
               AT END
                   SET SWEEP-DONE TO TRUE
           END-READ

           IF SWEEP-NOT-DONE AND WS-PAU-FS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               STRING '  PRIOR AUTH READ FAILED, FS=' WS-PAU-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM FAIL-AUTH-SWEEP
           END-IF

           IF SWEEP-NOT-DONE AND PAU-MEMBER-ID NOT = WS-RETIRED-ID
               SET SWEEP-DONE TO TRUE
           END-IF

           IF SWEEP-NOT-DONE
               MOVE WS-SURVIVING-ID TO PAU-MEMBER-ID
               WRITE PRIOR-AUTH-RECORD
               IF WS-PAU-FS = '00'
                   MOVE WS-RETIRED-ID TO PAU-MEMBER-ID
                   DELETE PRIOR-AUTH-FILE RECORD
               END-IF
               MOVE SPACES TO REPORT-RECORD
               IF WS-PAU-FS = '00'
                   ADD 1 TO WS-MRG-AUTHS-MOVED
                   STRING '  PRIOR AUTH ' PAU-AUTH-NO ' MOVED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   STRING '  PRIOR AUTH ' PAU-AUTH-NO
                       ' MOVE FAILED, FS=' WS-PAU-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM FAIL-AUTH-SWEEP
               END-IF
           END-IF
           .
      ******************************************************************
      * ROUTINE TO END THE PRIOR AUTH SWEEP ON A FILE FAILURE,
      * PRINTING THE LINE ALREADY BUILT IN REPORT-RECORD
      ******************************************************************
       FAIL-AUTH-SWEEP.
      *
           WRITE REPORT-RECORD
           ADD 1 TO WS-FILE-FAILURES
           SET MERGE-STEP-FAILED TO TRUE
           SET SWEEP-DONE TO TRUE
           .
      ******************************************************************
      * ROUTINE TO PRINT THE MERGE'S COUNTS AND OUTCOME
      ******************************************************************
       WRITE-MERGE-TOTALS.
      *
           MOVE WS-MRG-CLAIMS-MOVED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  CLAIMS RE-POINTED  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MRG-ACCUMS-FOLDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  PLAN YEARS FOLDED  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MRG-AUTHS-MOVED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  PRIOR AUTHS MOVED  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           ADD WS-MRG-CLAIMS-MOVED    TO WS-CLAIMS-MOVED
           ADD WS-MRG-ACCUMS-FOLDED   TO WS-ACCUMS-FOLDED
           ADD WS-MRG-XWALK-REPOINTED TO WS-XWALK-REPOINTED
           ADD WS-MRG-AUTHS-MOVED     TO WS-AUTHS-MOVED

           IF MERGE-STEP-OK
               ADD 1 TO WS-MERGES-APPLIED
               MOVE '  MERGED' TO REPORT-RECORD
           ELSE
               ADD 1 TO WS-MERGES-INCOMPLETE
               MOVE '  MERGE INCOMPLETE - SEE THE FAILURE ABOVE'
                 TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .
      ******************************************************************
      * ROUTINE TO FORMAT THE CURRENT TIME FOR THE HISTORY AND
      * CORRECTION LOG RECORDS
      ******************************************************************
       FORMAT-TIMESTAMP.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-MS    TO WS-FORMATTED-MS
           .
       END PROGRAM IMSCMMRG.
