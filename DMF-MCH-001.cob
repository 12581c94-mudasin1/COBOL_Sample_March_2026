       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMFMCH001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: TERM POLICY CLAIMS - DEATH MASTER FILE MATCH          *
      * PURPOSE:                                                       *
      *   Look for deceased insureds instead of waiting for a claim   *
      *   to reach CLMADJ001. Each Social Security Death Master File  *
      *   update is matched against every active, grace, reinstated,  *
      *   lapsed-but-reinstatable, and matured-unpaid policy on the   *
      *   insured's SSN (the insured party's TIN), date of birth, and *
      *   name, and every match is scored exact, partial, or name-    *
      *   only. A probable death opens a proactive claim-search case  *
      *   (DMFCASE.CPY) with the date of death found and flags the    *
      *   policy (POLDATA.CPY PM-108) so the nightly sweep neither    *
      *   lapses it nor sends a due notice. The claims team's         *
      *   dispositions are applied to the open cases first, and every *
      *   case and match is listed on the claims work report.         *
      *   UNCLFND001 reports the cases where no beneficiary is found  *
      *   inside the statutory window for escheatment.                *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DM-1101: Same physical master every other program reads and
      *          rewrites; read through in key order for the match
      *          and by key for the case dispositions.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * DM-1102: The persistent keyed party master PTYMNT001 keeps -
      *          the insured's SSN is the insured party's TIN.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PT-PARTY-ID
               FILE STATUS IS WS-PT-FILE-STATUS.

      * DM-1103: The Death Master File update as the Social Security
      *          Administration publishes it, one death record per
      *          line in the layout of WS-DMF-DETAIL below.
           SELECT DMF-UPDATE-FILE ASSIGN TO "DMFUPDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DU-FILE-STATUS.

      * DM-1104: The claim-search case file - appended to by this run
      *          and maintained in place, the way SIU-DEC-001.cob
      *          SD-1101 maintains the SIU case file.
           SELECT DMF-CASE-FILE ASSIGN TO "DMFCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-FILE-STATUS.

      * DM-1105: The claims team's case dispositions, one per line,
      *          in the layout of WS-ACTION-DETAIL below.
           SELECT DMF-ACTION-FILE ASSIGN TO "DMFACTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DA-FILE-STATUS.

      * DM-1106: The shared disbursement register - a matured policy
      *          whose maturity check has not cleared is still money
      *          the insured's estate may be owed.
           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREGST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

      * DM-1107: The claims team's work report.
           SELECT DMF-WORK-REPORT-FILE ASSIGN TO "DMFWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-FILE-STATUS.

      * DM-1108: Append-only transaction log. See NB-UW-001.cob
      *          NB-1103.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

      * DM-1109: Append-only before-image journal - every master
      *          rewrite journals the record as it stood first. See
      *          SVC-BILL-001.cob SV-1121.
           SELECT POLICY-JOURNAL-FILE ASSIGN TO "POLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
      * DM-1110: FD-PM-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with WS-POLICY-
      *          MASTER-REC as POLDATA grows. See NB-UW-001.cob
      *          NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  PARTY-MASTER-FILE.
       01  FD-PARTY-MASTER-REC.
           05  FD-PT-PARTY-ID           PIC X(10).
           05  FD-PT-REST-OF-RECORD     PIC X(400).

       FD  DMF-UPDATE-FILE.
       01  DU-UPDATE-LINE               PIC X(100).

       FD  DMF-CASE-FILE.
       01  DC-CASE-LINE                 PIC X(270).

       FD  DMF-ACTION-FILE.
       01  DA-ACTION-LINE               PIC X(80).

       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).

       FD  DMF-WORK-REPORT-FILE.
       01  DW-REPORT-LINE               PIC X(132).

       FD  AUDIT-LOG-FILE.
       01  AL-LOG-LINE                  PIC X(132).

       FD  POLICY-JOURNAL-FILE.
       01  PJ-JOURNAL-LINE              PIC X(3060).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PT-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DU-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DA-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DW-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY POLDATA.
       COPY PARTY.
       COPY DMFCASE.
       COPY PAYDISB.
       COPY AUDITLOG.
       COPY POLJRNL.
      * DM-105: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
       77  WS-MORE-CASES                PIC X VALUE 'Y'.
           88  WS-NO-MORE-CASES         VALUE 'N'.
       77  WS-DU-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-DU-EOF                VALUE 'Y'.
       77  WS-DA-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-DA-EOF                VALUE 'Y'.
       77  WS-PR-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PR-EOF                VALUE 'Y'.
       77  WS-POLICY-FOUND              PIC X VALUE 'N'.
           88  WS-POLICY-WAS-FOUND      VALUE 'Y'.
       77  WS-POLICY-COUNT              PIC 9(07) VALUE 0.
       77  WS-ELIGIBLE-COUNT            PIC 9(07) VALUE 0.
       77  WS-CASE-OPENED-COUNT         PIC 9(05) VALUE 0.
       77  WS-NAME-ONLY-COUNT           PIC 9(05) VALUE 0.
       77  WS-PRIOR-CLEARED-COUNT       PIC 9(05) VALUE 0.
       77  WS-OPEN-CASE-COUNT           PIC 9(05) VALUE 0.
       77  WS-DISPOSED-COUNT            PIC 9(05) VALUE 0.
       77  WS-AUTO-CLOSED-COUNT         PIC 9(05) VALUE 0.
       77  WS-CASE-BENEFIT-TOTAL        PIC 9(13)V99 VALUE 0.
       77  WS-CASE-SEQ                  PIC 9(04) VALUE 0.
       77  WS-DAYS-SINCE-PAID           PIC S9(05) VALUE 0.
       77  WS-DAYS-OPEN                 PIC 9(05) VALUE 0.
       77  WS-ACTION-TYPE               PIC X(10) VALUE SPACES.
       77  WS-AUDIT-REASON              PIC X(40) VALUE SPACES.
       77  WS-BEFORE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-INSURED-TIN               PIC X(09) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-NOTE               PIC X(30) VALUE SPACES.
       77  WS-ELIGIBLE-SW               PIC X VALUE 'N'.
           88  WS-POLICY-ELIGIBLE       VALUE 'Y'.

      * DM-101: Match scores. An SSN agreeing with the insured's TIN
      *         is the strongest single piece of evidence, the date
      *         of birth next; a name agrees when the death record's
      *         first and last names both appear as whole words in
      *         the insured's name. A score at or over the case score
      *         opens a claim-search case; a name-only match is shown
      *         on the work report for the claims team to judge but
      *         opens nothing, since common names alone would flood
      *         the queue. Claims terms, plain constants in the style
      *         of SVC-BILL-001.cob SV-1000.
       77  WS-SCORE-SSN-DOB-NAME        PIC 9(03) VALUE 100.
       77  WS-SCORE-SSN-DOB             PIC 9(03) VALUE 090.
       77  WS-SCORE-SSN-NAME            PIC 9(03) VALUE 085.
       77  WS-SCORE-DOB-NAME            PIC 9(03) VALUE 080.
       77  WS-SCORE-DOB-NAME-SSN-DIFF   PIC 9(03) VALUE 070.
       77  WS-SCORE-SSN-ONLY            PIC 9(03) VALUE 060.
       77  WS-SCORE-NAME-ONLY           PIC 9(03) VALUE 040.
       77  WS-CASE-MIN-SCORE            PIC 9(03) VALUE 060.

      * DM-102: The Death Master File update, loaded whole with the
      *         names normalized once. Delete records ("D") withdraw
      *         an earlier report and are not matched.
       77  WS-DMF-COUNT                 PIC 9(05) VALUE 0.
       77  WS-DMF-MAX                   PIC 9(05) VALUE 20000.
       77  WS-DMF-IDX                   PIC 9(05) VALUE 0.
       01  WS-DMF-TABLE.
           05  WS-DMF-ENTRY OCCURS 20000 TIMES.
               10  WS-DMF-SSN               PIC X(09).
               10  WS-DMF-LAST-NAME         PIC X(30).
               10  WS-DMF-LAST-LEN          PIC 9(02).
               10  WS-DMF-FIRST-NAME        PIC X(20).
               10  WS-DMF-FIRST-LEN         PIC 9(02).
               10  WS-DMF-DOB               PIC 9(08).
               10  WS-DMF-DOD               PIC 9(08).

      * DM-103: Matured policies whose maturity check is still
      *         outstanding on the register, read whole up front.
      *         The grow-as-you-go table pattern PREM-TAX-001.cob
      *         PX-103 uses.
       77  WS-MU-COUNT                  PIC 9(04) VALUE 0.
       77  WS-MU-MAX                    PIC 9(04) VALUE 5000.
       77  WS-MU-IDX                    PIC 9(04) VALUE 0.
       77  WS-MU-FOUND                  PIC X VALUE 'N'.
           88  WS-MU-WAS-FOUND          VALUE 'Y'.
       01  WS-MATURED-UNPAID-TABLE.
           05  WS-MU-POLICY-ID          OCCURS 5000 TIMES PIC X(12).

      * DM-104: Claims-team dispositions, read whole up front.
       77  WS-DA-COUNT                  PIC 9(03) VALUE 0.
       77  WS-DA-MAX                    PIC 9(03) VALUE 500.
       77  WS-DA-IDX                    PIC 9(03) VALUE 0.
       77  WS-DA-FOUND                  PIC X VALUE 'N'.
           88  WS-DA-WAS-FOUND          VALUE 'Y'.
       01  WS-DISPOSITION-TABLE.
           05  WS-DA-ENTRY OCCURS 500 TIMES.
               10  WS-DA-CASE-ID            PIC X(12).
               10  WS-DA-ACTION             PIC X(01).
               10  WS-DA-USER               PIC X(12).
               10  WS-DA-REASON             PIC X(40).
               10  WS-DA-APPLIED-IND        PIC X(01).
                   88  WS-DA-APPLIED        VALUE 'Y'.

      * DM-106: Name normalizing work fields: upper case, punctuation
      *         to spaces, words closed up to single spaces.
       77  WS-NAME-IN                   PIC X(60) VALUE SPACES.
       77  WS-NAME-NORM                 PIC X(60) VALUE SPACES.
       77  WS-NAME-LEN                  PIC 9(02) VALUE 0.
       77  WS-CHAR-IDX                  PIC 9(02) VALUE 0.
       77  WS-PREV-CHAR                 PIC X(01) VALUE SPACE.
       77  WS-INSURED-PADDED            PIC X(62) VALUE SPACES.
       77  WS-NAME-PROBE                PIC X(32) VALUE SPACES.
       77  WS-NAME-TALLY                PIC 9(03) VALUE 0.

      * DM-107: Scoring work fields for one policy.
       77  WS-SSN-AGREES                PIC X VALUE 'N'.
           88  WS-SSN-MATCH             VALUE 'Y'.
       77  WS-DOB-AGREES                PIC X VALUE 'N'.
           88  WS-DOB-MATCH             VALUE 'Y'.
       77  WS-NAME-AGREES               PIC X VALUE 'N'.
           88  WS-NAME-MATCH            VALUE 'Y'.
       77  WS-ENTRY-SCORE               PIC 9(03) VALUE 0.
       77  WS-BEST-SCORE                PIC 9(03) VALUE 0.
       77  WS-BEST-IDX                  PIC 9(05) VALUE 0.

      * DM-1111: Death Master File record layout (public file). The
      *          dates arrive month-day-century-year.
       01  WS-DMF-DETAIL.
           05  DD-CHANGE-CODE           PIC X(01).
               88  DD-DELETE-RECORD     VALUE "D".
           05  DD-SSN                   PIC X(09).
           05  DD-LAST-NAME             PIC X(20).
           05  DD-NAME-SUFFIX           PIC X(04).
           05  DD-FIRST-NAME            PIC X(15).
           05  DD-MIDDLE-NAME           PIC X(15).
           05  DD-PROOF-CODE            PIC X(01).
           05  DD-DATE-OF-DEATH.
               10  DD-DOD-MM            PIC X(02).
               10  DD-DOD-DD            PIC X(02).
               10  DD-DOD-CCYY          PIC X(04).
           05  DD-DATE-OF-BIRTH.
               10  DD-DOB-MM            PIC X(02).
               10  DD-DOB-DD            PIC X(02).
               10  DD-DOB-CCYY          PIC X(04).
           05  FILLER                   PIC X(19).
       01  WS-DATE-REARRANGED.
           05  WS-DR-CCYY               PIC X(04).
           05  WS-DR-MM                 PIC X(02).
           05  WS-DR-DD                 PIC X(02).
       01  WS-DATE-REARRANGED-N REDEFINES WS-DATE-REARRANGED
                                        PIC 9(08).

      * DM-1112: Disposition line layout: "B" beneficiary located,
      *          "C" claim filed, "X" not our insured.
       01  WS-ACTION-DETAIL.
           05  AD-CASE-ID               PIC X(12).
           05  FILLER                   PIC X(01).
           05  AD-ACTION                PIC X(01).
               88  AD-BENEF-LOCATED     VALUE "B".
               88  AD-CLAIM-FILED       VALUE "C".
               88  AD-NOT-INSURED       VALUE "X".
           05  FILLER                   PIC X(01).
           05  AD-USER                  PIC X(12).
           05  FILLER                   PIC X(01).
           05  AD-REASON                PIC X(40).
           05  FILLER                   PIC X(12).

       01  WS-CASE-ID-BUILD.
           05  FILLER                   PIC X(02) VALUE "DM".
           05  WS-CB-DATE               PIC X(06).
           05  WS-CB-SEQ                PIC 9(04).

       01  WS-WORK-DETAIL.
           05  WD-ACTION                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-CASE-ID               PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-INSURED-NAME          PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-DATE-OF-DEATH         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-MATCH-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-SCORE                 PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-POLICY-STATUS         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-BENEFIT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-NOTE                  PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MATURED-UNPAID
           PERFORM 1200-LOAD-DMF-UPDATE
           PERFORM 1300-LOAD-DISPOSITIONS
           PERFORM 2000-MAINTAIN-CASES
           PERFORM 3000-MATCH-BOOK
           PERFORM 4000-REPORT-UNAPPLIED-ACTIONS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "DMFMCH001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           MOVE WS-CURR-DATE(3:6) TO WS-CB-DATE
           OPEN OUTPUT DMF-WORK-REPORT-FILE
           PERFORM 8100-WRITE-HEADINGS
           OPEN I-O POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS = "35"
              MOVE 'N' TO WS-MORE-POLICIES
           END-IF
           OPEN INPUT PARTY-MASTER-FILE.

       1100-LOAD-MATURED-UNPAID.
      * DM-201: A maturity payout is "-MT" on the register (MAT-PROC-
      *         001.cob MP-402); while it is issued, stale, or held,
      *         the matured policy has not actually been paid.
           OPEN INPUT PAYMENT-REGISTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1110-READ-NEXT-PAYOUT
           PERFORM 1120-TABLE-ONE-PAYOUT
              UNTIL WS-PR-EOF
           CLOSE PAYMENT-REGISTER-FILE.

       1110-READ-NEXT-PAYOUT.
           READ PAYMENT-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-PR-EOF-SWITCH
           END-READ.

       1120-TABLE-ONE-PAYOUT.
           MOVE PR-REGISTER-LINE TO PD-DISBURSEMENT-RECORD
           IF PD-PAYMENT-REF(13:3) = "-MT" AND
              (PD-STAT-ISSUED OR PD-STAT-STALE OR PD-STAT-HELD)
              IF WS-MU-COUNT < WS-MU-MAX
                 ADD 1 TO WS-MU-COUNT
                 MOVE PD-POLICY-ID TO WS-MU-POLICY-ID(WS-MU-COUNT)
              ELSE
                 DISPLAY "WARNING: MATURED-UNPAID TABLE FULL - "
                         "DROPPED " PD-POLICY-ID
              END-IF
           END-IF
           PERFORM 1110-READ-NEXT-PAYOUT.

       1200-LOAD-DMF-UPDATE.
           OPEN INPUT DMF-UPDATE-FILE
           IF WS-DU-FILE-STATUS NOT = "00"
              DISPLAY "DMFMCH001: WARNING - DEATH MASTER FILE UPDATE "
                      "NOT AVAILABLE - NO POLICY MATCHED"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1210-READ-NEXT-DEATH
           PERFORM 1220-TABLE-ONE-DEATH
              UNTIL WS-DU-EOF
           CLOSE DMF-UPDATE-FILE.

       1210-READ-NEXT-DEATH.
           READ DMF-UPDATE-FILE
              AT END
                 MOVE 'Y' TO WS-DU-EOF-SWITCH
           END-READ.

       1220-TABLE-ONE-DEATH.
           MOVE DU-UPDATE-LINE TO WS-DMF-DETAIL
           EVALUATE TRUE
              WHEN DD-DELETE-RECORD
                 CONTINUE
              WHEN DD-LAST-NAME = SPACES
                 CONTINUE
              WHEN WS-DMF-COUNT >= WS-DMF-MAX
                 DISPLAY "WARNING: DEATH MASTER TABLE FULL - DROPPED "
                         DD-SSN
              WHEN OTHER
                 ADD 1 TO WS-DMF-COUNT
                 MOVE DD-SSN TO WS-DMF-SSN(WS-DMF-COUNT)
                 MOVE DD-LAST-NAME TO WS-NAME-IN
                 PERFORM 5000-NORMALIZE-NAME
                 MOVE WS-NAME-NORM TO WS-DMF-LAST-NAME(WS-DMF-COUNT)
                 MOVE WS-NAME-LEN TO WS-DMF-LAST-LEN(WS-DMF-COUNT)
                 MOVE DD-FIRST-NAME TO WS-NAME-IN
                 PERFORM 5000-NORMALIZE-NAME
                 MOVE WS-NAME-NORM TO WS-DMF-FIRST-NAME(WS-DMF-COUNT)
                 MOVE WS-NAME-LEN TO WS-DMF-FIRST-LEN(WS-DMF-COUNT)
                 MOVE DD-DOB-CCYY TO WS-DR-CCYY
                 MOVE DD-DOB-MM TO WS-DR-MM
                 MOVE DD-DOB-DD TO WS-DR-DD
                 IF WS-DATE-REARRANGED-N NUMERIC
                    MOVE WS-DATE-REARRANGED-N
                      TO WS-DMF-DOB(WS-DMF-COUNT)
                 ELSE
                    MOVE ZERO TO WS-DMF-DOB(WS-DMF-COUNT)
                 END-IF
                 MOVE DD-DOD-CCYY TO WS-DR-CCYY
                 MOVE DD-DOD-MM TO WS-DR-MM
                 MOVE DD-DOD-DD TO WS-DR-DD
                 IF WS-DATE-REARRANGED-N NUMERIC
                    MOVE WS-DATE-REARRANGED-N
                      TO WS-DMF-DOD(WS-DMF-COUNT)
                 ELSE
                    MOVE ZERO TO WS-DMF-DOD(WS-DMF-COUNT)
                 END-IF
           END-EVALUATE
           PERFORM 1210-READ-NEXT-DEATH.

       1300-LOAD-DISPOSITIONS.
           OPEN INPUT DMF-ACTION-FILE
           IF WS-DA-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1310-READ-NEXT-ACTION
           PERFORM 1320-TABLE-ONE-ACTION
              UNTIL WS-DA-EOF
           CLOSE DMF-ACTION-FILE.

       1310-READ-NEXT-ACTION.
           READ DMF-ACTION-FILE
              AT END
                 MOVE 'Y' TO WS-DA-EOF-SWITCH
           END-READ.

       1320-TABLE-ONE-ACTION.
           MOVE DA-ACTION-LINE TO WS-ACTION-DETAIL
           IF AD-CASE-ID NOT = SPACES AND
              (AD-BENEF-LOCATED OR AD-CLAIM-FILED OR AD-NOT-INSURED)
              IF WS-DA-COUNT < WS-DA-MAX
                 ADD 1 TO WS-DA-COUNT
                 MOVE AD-CASE-ID TO WS-DA-CASE-ID(WS-DA-COUNT)
                 MOVE AD-ACTION TO WS-DA-ACTION(WS-DA-COUNT)
                 MOVE AD-USER TO WS-DA-USER(WS-DA-COUNT)
                 MOVE AD-REASON TO WS-DA-REASON(WS-DA-COUNT)
                 MOVE 'N' TO WS-DA-APPLIED-IND(WS-DA-COUNT)
              ELSE
                 DISPLAY "WARNING: DISPOSITION TABLE FULL - DROPPED "
                         AD-CASE-ID
              END-IF
           ELSE
              DISPLAY "DMFMCH001: DISPOSITION LINE REJECTED - "
                      DA-ACTION-LINE(1:40)
           END-IF
           PERFORM 1310-READ-NEXT-ACTION.

      *===============================================================*
      * DM-2000: CASE UPKEEP BEFORE THE MATCH. EACH ACTIVE CASE TAKES *
      *          THE CLAIMS TEAM'S DISPOSITION IF ONE CAME IN, OR IS  *
      *          CLOSED ON ITS OWN ONCE A DEATH CLAIM HAS REACHED THE *
      *          POLICY; WHATEVER STAYS ACTIVE IS CARRIED FORWARD ON  *
      *          THE WORK REPORT.                                     *
      *===============================================================*
       2000-MAINTAIN-CASES.
           OPEN I-O DMF-CASE-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2100-MAINTAIN-ONE-CASE
              UNTIL WS-NO-MORE-CASES
           CLOSE DMF-CASE-FILE.

       2100-MAINTAIN-ONE-CASE.
           READ DMF-CASE-FILE
              AT END
                 MOVE 'N' TO WS-MORE-CASES
           END-READ
           IF WS-NO-MORE-CASES
              EXIT PARAGRAPH
           END-IF
           MOVE DC-CASE-LINE TO DC-DMF-CASE-RECORD
      * DM-202: Today's case numbers continue from the highest one a
      *         rerun today already used.
           IF DC-CASE-ID(3:6) = WS-CB-DATE AND
              DC-CASE-ID(9:4) NUMERIC AND
              DC-CASE-ID(9:4) > WS-CASE-SEQ
              MOVE DC-CASE-ID(9:4) TO WS-CASE-SEQ
           END-IF
           IF NOT DC-CASE-ACTIVE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2200-FIND-DISPOSITION
           IF WS-DA-WAS-FOUND
              PERFORM 2300-APPLY-DISPOSITION
              EXIT PARAGRAPH
           END-IF

           PERFORM 2600-READ-CASE-POLICY
           IF WS-POLICY-WAS-FOUND AND
              (PM-STAT-CLAIMED OR
               (PM-CLAIM-ID NOT = SPACES AND
                (PM-CLAIM-DEATH OR PM-CLAIM-ACCEL) AND
                PM-CLAIM-SUBMIT-DATE NUMERIC AND
                PM-CLAIM-SUBMIT-DATE >= DC-OPEN-DATE))
              MOVE "C" TO DC-CASE-STATUS
              MOVE "DMFMCH01" TO DC-STATUS-USER
              MOVE SPACES TO DC-STATUS-REASON
              STRING "CLAIM " PM-CLAIM-ID " FILED"
                  DELIMITED BY SIZE INTO DC-STATUS-REASON
              PERFORM 2400-CLOSE-CASE
              ADD 1 TO WS-AUTO-CLOSED-COUNT
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPEN-CASE-COUNT
           COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 - FUNCTION INTEGER-OF-DATE(DC-OPEN-DATE)
           EVALUATE TRUE
              WHEN DC-CASE-BENEF-LOCATED
                 MOVE "BENEF FND" TO WS-REPORT-ACTION
              WHEN DC-CASE-UNCLAIMED
                 MOVE "ESCHEAT" TO WS-REPORT-ACTION
              WHEN OTHER
                 MOVE "SEARCHING" TO WS-REPORT-ACTION
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-NOTE
           STRING "OPEN " WS-DAYS-OPEN " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-NOTE
           PERFORM 8200-WRITE-CASE-LINE.

       2200-FIND-DISPOSITION.
           MOVE 'N' TO WS-DA-FOUND
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-COUNT
                      OR WS-DA-WAS-FOUND
              IF WS-DA-CASE-ID(WS-DA-IDX) = DC-CASE-ID
                 AND NOT WS-DA-APPLIED(WS-DA-IDX)
                 MOVE 'Y' TO WS-DA-FOUND
              END-IF
           END-PERFORM
           IF WS-DA-WAS-FOUND
              SUBTRACT 1 FROM WS-DA-IDX
           END-IF.

       2300-APPLY-DISPOSITION.
           MOVE 'Y' TO WS-DA-APPLIED-IND(WS-DA-IDX)
           ADD 1 TO WS-DISPOSED-COUNT
           MOVE WS-DA-ACTION(WS-DA-IDX) TO DC-CASE-STATUS
           MOVE WS-DA-USER(WS-DA-IDX) TO DC-STATUS-USER
           MOVE WS-DA-REASON(WS-DA-IDX) TO DC-STATUS-REASON
      * DM-203: A located beneficiary keeps the case - and the policy
      *         flag - active until the claim is actually filed; only
      *         a filed claim or a finding that the death is not our
      *         insured closes it.
           IF DC-CASE-BENEF-LOCATED
              MOVE WS-CURR-DATE TO DC-STATUS-DATE
              PERFORM 8700-REWRITE-CASE
              ADD 1 TO WS-OPEN-CASE-COUNT
              MOVE "BENEF FND" TO WS-REPORT-ACTION
              MOVE DC-STATUS-REASON TO WS-REPORT-NOTE
              PERFORM 8200-WRITE-CASE-LINE
           ELSE
              PERFORM 2600-READ-CASE-POLICY
              PERFORM 2400-CLOSE-CASE
           END-IF.

       2400-CLOSE-CASE.
           MOVE WS-CURR-DATE TO DC-STATUS-DATE
           PERFORM 8700-REWRITE-CASE
           IF DC-CASE-CLAIM-FILED
              MOVE "CLOSED-CLM" TO WS-REPORT-ACTION
           ELSE
              MOVE "CLOSED-NOT" TO WS-REPORT-ACTION
           END-IF
           MOVE DC-STATUS-REASON TO WS-REPORT-NOTE
           PERFORM 8200-WRITE-CASE-LINE
           IF NOT WS-POLICY-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           IF PM-DMF-CASE-ID NOT = DC-CASE-ID
              EXIT PARAGRAPH
           END-IF
      * DM-204: The policy flag follows the case: a filed claim hands
      *         the policy to the ordinary claim flow, and a death
      *         that was not our insured puts it back under billing,
      *         keeping the cleared date of death so the same death
      *         record does not reopen the case on the next update.
           MOVE PM-CONTRACT-STATUS TO WS-BEFORE-STATUS
           IF DC-CASE-CLAIM-FILED
              MOVE "C" TO PM-DMF-STATUS
              MOVE "DMFCLAIM" TO WS-ACTION-TYPE
           ELSE
              MOVE "X" TO PM-DMF-STATUS
              MOVE "DMFCLEAR" TO WS-ACTION-TYPE
           END-IF
           MOVE DC-STATUS-USER TO PM-LAST-ACTION-USER
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "DMF CASE " DC-CASE-ID " CLOSED"
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8800-REWRITE-POLICY-MASTER.

       2600-READ-CASE-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND
           MOVE DC-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-POLICY-FOUND
                 MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
                 MOVE FD-POLICY-MASTER-REC TO JR-BEFORE-IMAGE
           END-READ.

      *===============================================================*
      * DM-3000: MATCH THE BOOK. EVERY POLICY STILL OWING A BENEFIT   *
      *          IS SCORED AGAINST EVERY DEATH ON THE UPDATE; THE     *
      *          BEST MATCH DECIDES WHETHER A CASE OPENS.             *
      *===============================================================*
       3000-MATCH-BOOK.
           IF WS-NO-MORE-POLICIES OR WS-DMF-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DMF-CASE-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              OPEN OUTPUT DMF-CASE-FILE
              CLOSE DMF-CASE-FILE
              OPEN EXTEND DMF-CASE-FILE
           END-IF
           MOVE SPACES TO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           MOVE "NEW MATCHES FROM THIS UPDATE" TO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           MOVE LOW-VALUES TO FD-PM-POLICY-ID
           START POLICY-MASTER-FILE KEY >= FD-PM-POLICY-ID
              INVALID KEY
                 MOVE 'N' TO WS-MORE-POLICIES
           END-START
           PERFORM 3100-MATCH-ONE-POLICY
              UNTIL WS-NO-MORE-POLICIES
           CLOSE DMF-CASE-FILE.

       3100-MATCH-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-MORE-POLICIES
           END-READ
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POLICY-COUNT
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
           MOVE FD-POLICY-MASTER-REC TO JR-BEFORE-IMAGE

           PERFORM 3200-CHECK-ELIGIBLE
           IF NOT WS-POLICY-ELIGIBLE
              EXIT PARAGRAPH
           END-IF
      * DM-301: A policy already under an open case is not matched
      *         again - the case carries it.
           IF PM-DMF-PROBABLE-DEATH
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ELIGIBLE-COUNT

           PERFORM 3300-GET-INSURED-TIN
           MOVE PM-INSURED-NAME TO WS-NAME-IN
           PERFORM 5000-NORMALIZE-NAME
           MOVE SPACES TO WS-INSURED-PADDED
           MOVE WS-NAME-NORM TO WS-INSURED-PADDED(2:60)

           MOVE ZERO TO WS-BEST-SCORE WS-BEST-IDX
           PERFORM 3400-SCORE-ONE-DEATH
              VARYING WS-DMF-IDX FROM 1 BY 1
              UNTIL WS-DMF-IDX > WS-DMF-COUNT
                 OR WS-BEST-SCORE = WS-SCORE-SSN-DOB-NAME
           IF WS-BEST-SCORE = 0
              EXIT PARAGRAPH
           END-IF

      * DM-302: The same death record the claims team already ruled
      *         was not our insured stays ruled out.
           IF PM-DMF-CLEARED AND
              PM-DMF-DATE-OF-DEATH = WS-DMF-DOD(WS-BEST-IDX)
              ADD 1 TO WS-PRIOR-CLEARED-COUNT
              EXIT PARAGRAPH
           END-IF

           IF WS-BEST-SCORE >= WS-CASE-MIN-SCORE
              PERFORM 3500-OPEN-CASE
           ELSE
              ADD 1 TO WS-NAME-ONLY-COUNT
              MOVE SPACES TO DC-DMF-CASE-RECORD
              MOVE PM-POLICY-ID TO DC-POLICY-ID
              MOVE PM-INSURED-NAME TO DC-INSURED-NAME
              MOVE WS-DMF-DOD(WS-BEST-IDX) TO DC-DATE-OF-DEATH
              MOVE "N" TO DC-MATCH-TYPE
              MOVE WS-BEST-SCORE TO DC-MATCH-SCORE
              MOVE PM-CONTRACT-STATUS TO DC-POLICY-STATUS
              MOVE ZERO TO DC-BENEFIT-AMOUNT
              MOVE "NAME ONLY" TO WS-REPORT-ACTION
              MOVE SPACES TO WS-REPORT-NOTE
              STRING "DMF SSN " WS-DMF-SSN(WS-BEST-IDX)
                     " - NOT OPENED"
                  DELIMITED BY SIZE INTO WS-REPORT-NOTE
              PERFORM 8200-WRITE-CASE-LINE
           END-IF.

       3200-CHECK-ELIGIBLE.
      * DM-303: In the book for the match: on risk (active, grace,
      *         reinstated), lapsed but still inside its reinstatement
      *         window (SVC-BILL-001.cob SV-901's test), or matured
      *         with the maturity check still outstanding.
           MOVE 'N' TO WS-ELIGIBLE-SW
           EVALUATE TRUE
              WHEN PM-STAT-ACTIVE OR PM-STAT-GRACE
                                  OR PM-STAT-REINSTATED
                 MOVE 'Y' TO WS-ELIGIBLE-SW
              WHEN PM-STAT-LAPSED
                 IF PM-PAID-TO-DATE NUMERIC AND
                    PM-PAID-TO-DATE NOT = ZERO
                    COMPUTE WS-DAYS-SINCE-PAID =
                            FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                          - FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
                    IF WS-DAYS-SINCE-PAID <= PM-REINSTATE-DAYS
                       MOVE 'Y' TO WS-ELIGIBLE-SW
                    END-IF
                 END-IF
              WHEN PM-STAT-MATURED
                 MOVE 'N' TO WS-MU-FOUND
                 PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                         UNTIL WS-MU-IDX > WS-MU-COUNT
                            OR WS-MU-WAS-FOUND
                    IF WS-MU-POLICY-ID(WS-MU-IDX) = PM-POLICY-ID
                       MOVE 'Y' TO WS-MU-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-MU-WAS-FOUND
                    MOVE 'Y' TO WS-ELIGIBLE-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3300-GET-INSURED-TIN.
      * DM-304: Only a person's SSN can match a death record; an
      *         entity's EIN, or no party at all, leaves the match to
      *         the birth date and the name.
           MOVE SPACES TO WS-INSURED-TIN
           IF PM-INSURED-PARTY-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE PM-INSURED-PARTY-ID TO FD-PT-PARTY-ID
           READ PARTY-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO PT-PARTY-RECORD
              NOT INVALID KEY
                 MOVE FD-PARTY-MASTER-REC TO PT-PARTY-RECORD
           END-READ
           IF PT-PARTY-ID NOT = SPACES AND NOT PT-TIN-EIN
              MOVE PT-TIN TO WS-INSURED-TIN
           END-IF.

       3400-SCORE-ONE-DEATH.
           MOVE 'N' TO WS-SSN-AGREES WS-DOB-AGREES WS-NAME-AGREES
           IF WS-INSURED-TIN NOT = SPACES AND
              WS-INSURED-TIN = WS-DMF-SSN(WS-DMF-IDX)
              MOVE 'Y' TO WS-SSN-AGREES
           END-IF
           IF PM-INSURED-DOB NUMERIC AND PM-INSURED-DOB NOT = ZERO
              AND PM-INSURED-DOB = WS-DMF-DOB(WS-DMF-IDX)
              MOVE 'Y' TO WS-DOB-AGREES
           END-IF
           PERFORM 3450-CHECK-NAME

           EVALUATE TRUE
              WHEN WS-SSN-MATCH AND WS-DOB-MATCH AND WS-NAME-MATCH
                 MOVE WS-SCORE-SSN-DOB-NAME TO WS-ENTRY-SCORE
              WHEN WS-SSN-MATCH AND WS-DOB-MATCH
                 MOVE WS-SCORE-SSN-DOB TO WS-ENTRY-SCORE
              WHEN WS-SSN-MATCH AND WS-NAME-MATCH
                 MOVE WS-SCORE-SSN-NAME TO WS-ENTRY-SCORE
              WHEN WS-DOB-MATCH AND WS-NAME-MATCH
                 IF WS-INSURED-TIN = SPACES
                    MOVE WS-SCORE-DOB-NAME TO WS-ENTRY-SCORE
                 ELSE
                    MOVE WS-SCORE-DOB-NAME-SSN-DIFF TO WS-ENTRY-SCORE
                 END-IF
              WHEN WS-SSN-MATCH
                 MOVE WS-SCORE-SSN-ONLY TO WS-ENTRY-SCORE
              WHEN WS-NAME-MATCH
                 MOVE WS-SCORE-NAME-ONLY TO WS-ENTRY-SCORE
              WHEN OTHER
                 MOVE ZERO TO WS-ENTRY-SCORE
           END-EVALUATE
           IF WS-ENTRY-SCORE > WS-BEST-SCORE
              MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
              MOVE WS-DMF-IDX TO WS-BEST-IDX
           END-IF.

       3450-CHECK-NAME.
      * DM-305: Whole-word tests against the insured's normalized name
      *         padded with a space each side, so "SMITH, JOHN" and
      *         "JOHN A SMITH" both agree with SMITH/JOHN and neither
      *         agrees with SMITHSON.
           IF WS-DMF-LAST-LEN(WS-DMF-IDX) = 0 OR
              WS-DMF-FIRST-LEN(WS-DMF-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NAME-TALLY
           MOVE SPACES TO WS-NAME-PROBE
           MOVE WS-DMF-LAST-NAME(WS-DMF-IDX)
             TO WS-NAME-PROBE(2:WS-DMF-LAST-LEN(WS-DMF-IDX))
           INSPECT WS-INSURED-PADDED TALLYING WS-NAME-TALLY
                   FOR ALL WS-NAME-PROBE
                           (1:WS-DMF-LAST-LEN(WS-DMF-IDX) + 2)
           IF WS-NAME-TALLY = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NAME-TALLY
           MOVE SPACES TO WS-NAME-PROBE
           MOVE WS-DMF-FIRST-NAME(WS-DMF-IDX)
             TO WS-NAME-PROBE(2:WS-DMF-FIRST-LEN(WS-DMF-IDX))
           INSPECT WS-INSURED-PADDED TALLYING WS-NAME-TALLY
                   FOR ALL WS-NAME-PROBE
                           (1:WS-DMF-FIRST-LEN(WS-DMF-IDX) + 2)
           IF WS-NAME-TALLY > 0
              MOVE 'Y' TO WS-NAME-AGREES
           END-IF.

      *===============================================================*
      * DM-3500: OPEN THE CLAIM-SEARCH CASE AND FLAG THE POLICY AS A  *
      *          PROBABLE DEATH, SO THE SWEEP STOPS LAPSING AND       *
      *          BILLING IT.                                          *
      *===============================================================*
       3500-OPEN-CASE.
           ADD 1 TO WS-CASE-OPENED-COUNT
           ADD 1 TO WS-CASE-SEQ
           MOVE WS-CASE-SEQ TO WS-CB-SEQ
           MOVE SPACES TO DC-DMF-CASE-RECORD
           MOVE WS-CASE-ID-BUILD TO DC-CASE-ID
           MOVE PM-POLICY-ID TO DC-POLICY-ID
           MOVE "DMFMCH01" TO DC-PROGRAM-ID DC-STATUS-USER
           MOVE WS-CURR-DATE TO DC-OPEN-DATE DC-STATUS-DATE
           IF WS-BEST-SCORE = WS-SCORE-SSN-DOB-NAME
              MOVE "E" TO DC-MATCH-TYPE
           ELSE
              MOVE "P" TO DC-MATCH-TYPE
           END-IF
           MOVE WS-BEST-SCORE TO DC-MATCH-SCORE
           MOVE WS-DMF-SSN(WS-BEST-IDX) TO DC-DMF-SSN
           STRING WS-DMF-FIRST-NAME(WS-BEST-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-DMF-LAST-NAME(WS-BEST-IDX) DELIMITED BY "  "
                  INTO DC-DMF-NAME
           MOVE WS-DMF-DOB(WS-BEST-IDX) TO DC-DMF-DATE-OF-BIRTH
           MOVE WS-DMF-DOD(WS-BEST-IDX) TO DC-DATE-OF-DEATH
           MOVE PM-INSURED-NAME TO DC-INSURED-NAME
           MOVE PM-INSURED-DOB TO DC-INSURED-DOB
           MOVE WS-INSURED-TIN TO DC-INSURED-TIN
           MOVE PM-CONTRACT-STATUS TO DC-POLICY-STATUS
           MOVE PM-JURISDICTION-STATE TO DC-JURISDICTION-STATE
           IF PM-SUM-ASSURED > PM-POLICY-LOAN-BALANCE
              COMPUTE DC-BENEFIT-AMOUNT =
                      PM-SUM-ASSURED - PM-POLICY-LOAN-BALANCE
           ELSE
              MOVE ZERO TO DC-BENEFIT-AMOUNT
           END-IF
           MOVE "O" TO DC-CASE-STATUS
           MOVE "DEATH MASTER FILE MATCH" TO DC-STATUS-REASON
           MOVE DC-DMF-CASE-RECORD TO DC-CASE-LINE
           WRITE DC-CASE-LINE
           ADD DC-BENEFIT-AMOUNT TO WS-CASE-BENEFIT-TOTAL

           MOVE "NEW CASE" TO WS-REPORT-ACTION
           MOVE SPACES TO WS-REPORT-NOTE
           STRING "DMF SSN " DC-DMF-SSN
               DELIMITED BY SIZE INTO WS-REPORT-NOTE
           PERFORM 8200-WRITE-CASE-LINE

           MOVE PM-CONTRACT-STATUS TO WS-BEFORE-STATUS
           MOVE "P" TO PM-DMF-STATUS
           MOVE DC-CASE-ID TO PM-DMF-CASE-ID
           MOVE DC-DATE-OF-DEATH TO PM-DMF-DATE-OF-DEATH
           MOVE WS-CURR-DATE TO PM-DMF-MATCH-DATE
           MOVE WS-BEST-SCORE TO PM-DMF-MATCH-SCORE
           MOVE "DMFMCH01" TO PM-LAST-ACTION-USER
           MOVE "DMFMATCH" TO WS-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "DMF CASE " DC-CASE-ID " DOD " DC-DATE-OF-DEATH
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8800-REWRITE-POLICY-MASTER.

       4000-REPORT-UNAPPLIED-ACTIONS.
      * DM-401: A disposition naming no active case - mistyped, or
      *         the case already closed - is listed so the claims
      *         team can see it did nothing.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-COUNT
              IF NOT WS-DA-APPLIED(WS-DA-IDX)
                 MOVE SPACES TO WS-WORK-DETAIL
                 MOVE "NOT APPLD" TO WD-ACTION
                 MOVE WS-DA-CASE-ID(WS-DA-IDX) TO WD-CASE-ID
                 MOVE ZERO TO WD-DATE-OF-DEATH WD-SCORE WD-BENEFIT
                 MOVE "NO ACTIVE CASE WITH THIS ID" TO WD-NOTE
                 MOVE WS-WORK-DETAIL TO DW-REPORT-LINE
                 WRITE DW-REPORT-LINE
              END-IF
           END-PERFORM.

      *===============================================================*
      * DM-5000: NORMALIZE A NAME: UPPER CASE, PUNCTUATION TO SPACES, *
      *          RUNS OF SPACES CLOSED UP TO ONE; WS-NAME-LEN IS THE  *
      *          LENGTH OF WHAT IS LEFT.                              *
      *===============================================================*
       5000-NORMALIZE-NAME.
           INSPECT WS-NAME-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz.,-'/&()"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WS-NAME-NORM
           MOVE ZERO TO WS-NAME-LEN
           MOVE SPACE TO WS-PREV-CHAR
           PERFORM 5100-COPY-ONE-CHAR
              VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 60
           IF WS-NAME-LEN > 0 AND
              WS-NAME-NORM(WS-NAME-LEN:1) = SPACE
              SUBTRACT 1 FROM WS-NAME-LEN
           END-IF.

       5100-COPY-ONE-CHAR.
           IF WS-NAME-IN(WS-CHAR-IDX:1) = SPACE AND
              (WS-PREV-CHAR = SPACE OR WS-NAME-LEN = 0)
              EXIT PARAGRAPH
           END-IF
           IF WS-NAME-LEN < 30
              ADD 1 TO WS-NAME-LEN
              MOVE WS-NAME-IN(WS-CHAR-IDX:1)
                TO WS-NAME-NORM(WS-NAME-LEN:1)
           END-IF
           MOVE WS-NAME-IN(WS-CHAR-IDX:1) TO WS-PREV-CHAR.

       8100-WRITE-HEADINGS.
           MOVE SPACES TO DW-REPORT-LINE
           STRING "DEATH MASTER FILE MATCH - CLAIM-SEARCH WORK REPORT"
               " - RUN DATE " WS-CURR-DATE
               DELIMITED BY SIZE INTO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           MOVE SPACES TO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           MOVE SPACES TO DW-REPORT-LINE
           STRING "ACTION     CASE ID      POLICY ID    INSURED      "
                  "            DEATH    M SCR ST        BENEFIT NOTE"
               DELIMITED BY SIZE INTO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           MOVE "CASES CARRIED FORWARD AND DISPOSED" TO DW-REPORT-LINE
           WRITE DW-REPORT-LINE.

       8200-WRITE-CASE-LINE.
           MOVE SPACES TO WS-WORK-DETAIL
           MOVE WS-REPORT-ACTION TO WD-ACTION
           MOVE DC-CASE-ID TO WD-CASE-ID
           MOVE DC-POLICY-ID TO WD-POLICY-ID
           MOVE DC-INSURED-NAME TO WD-INSURED-NAME
           MOVE DC-DATE-OF-DEATH TO WD-DATE-OF-DEATH
           MOVE DC-MATCH-TYPE TO WD-MATCH-TYPE
           MOVE DC-MATCH-SCORE TO WD-SCORE
           MOVE DC-POLICY-STATUS TO WD-POLICY-STATUS
           MOVE DC-BENEFIT-AMOUNT TO WD-BENEFIT
           MOVE WS-REPORT-NOTE TO WD-NOTE
           MOVE WS-WORK-DETAIL TO DW-REPORT-LINE
           WRITE DW-REPORT-LINE.

       8300-WRITE-AUDIT-LOG.
      * DM-402: One append to the transaction log per policy the run
      *         flags or releases. See NB-UW-001.cob NB-1104.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AL-AUDIT-RECORD
           MOVE PM-POLICY-ID TO AL-POLICY-ID
           MOVE "DMFMCH01" TO AL-PROGRAM-ID
           MOVE WS-CURR-DATE TO AL-LOG-DATE
           MOVE WS-CURR-TIME TO AL-LOG-TIME
           MOVE WS-ACTION-TYPE TO AL-ACTION-TYPE
           MOVE PM-LAST-ACTION-USER TO AL-ACTION-USER
           MOVE WS-BEFORE-STATUS TO AL-BEFORE-STATUS
           MOVE PM-CONTRACT-STATUS TO AL-AFTER-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO AL-BEFORE-PREMIUM
                                           AL-AFTER-PREMIUM
           MOVE WS-AUDIT-REASON TO AL-ACTION-REASON
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
              CLOSE AUDIT-LOG-FILE
              OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           MOVE AL-AUDIT-RECORD TO AL-LOG-LINE
           WRITE AL-LOG-LINE
           CLOSE AUDIT-LOG-FILE.

       8700-REWRITE-CASE.
           MOVE DC-DMF-CASE-RECORD TO DC-CASE-LINE
           REWRITE DC-CASE-LINE
           IF WS-DC-FILE-STATUS NOT = "00"
              DISPLAY "DMFMCH001: WARNING - CASE REWRITE FAILED FOR "
                      DC-CASE-ID " STATUS " WS-DC-FILE-STATUS
           END-IF.

       8800-REWRITE-POLICY-MASTER.
           MOVE WS-CURR-DATE TO PM-LAST-MAINT-DATE
                                PM-LAST-ACTION-DATE
           PERFORM 8850-WRITE-BEFORE-IMAGE
           MOVE WS-POLICY-MASTER-REC TO FD-POLICY-MASTER-REC
           REWRITE FD-POLICY-MASTER-REC
           IF WS-PM-FILE-STATUS NOT = "00"
              DISPLAY "DMFMCH001: WARNING - REWRITE FAILED FOR "
                      PM-POLICY-ID " STATUS " WS-PM-FILE-STATUS
           ELSE
              PERFORM 8300-WRITE-AUDIT-LOG
           END-IF.

       8850-WRITE-BEFORE-IMAGE.
      * DM-403: The record as it stood at the read goes to the
      *         journal before the rewrite lands - POLRCV001's raw
      *         material. See MAT-PROC-001.cob MP-403.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-CURR-DATE TO JR-JOURNAL-DATE
           MOVE WS-CURR-TIME TO JR-JOURNAL-TIME
           MOVE "DMFMCH001" TO JR-PROGRAM-ID
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-PJ-FILE-STATUS NOT = "00"
              OPEN OUTPUT POLICY-JOURNAL-FILE
              CLOSE POLICY-JOURNAL-FILE
              OPEN EXTEND POLICY-JOURNAL-FILE
           END-IF
           MOVE JR-JOURNAL-RECORD TO PJ-JOURNAL-LINE
           WRITE PJ-JOURNAL-LINE
           CLOSE POLICY-JOURNAL-FILE.

       8900-WRITE-RUN-CONTROL.
      * DM-404: Policies read, against cases opened, and the death
      *         benefit those new cases stand for.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-POLICY-COUNT TO BC-RECORDS-READ
           MOVE WS-CASE-OPENED-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-CASE-BENEFIT-TOTAL TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-PM-FILE-STATUS NOT = "35"
              CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE PARTY-MASTER-FILE
           MOVE SPACES TO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           MOVE SPACES TO DW-REPORT-LINE
           STRING "DEATHS ON UPDATE: " WS-DMF-COUNT
               "  POLICIES MATCHED: " WS-ELIGIBLE-COUNT
               "  NEW CASES: " WS-CASE-OPENED-COUNT
               "  NAME ONLY: " WS-NAME-ONLY-COUNT
               "  OPEN CASES: " WS-OPEN-CASE-COUNT
               DELIMITED BY SIZE INTO DW-REPORT-LINE
           WRITE DW-REPORT-LINE
           CLOSE DMF-WORK-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "DMFMCH001: DEATHS ON UPDATE    = " WS-DMF-COUNT
           DISPLAY "DMFMCH001: POLICIES READ       = " WS-POLICY-COUNT
           DISPLAY "DMFMCH001: POLICIES MATCHED    = "
                   WS-ELIGIBLE-COUNT
           DISPLAY "DMFMCH001: CASES OPENED        = "
                   WS-CASE-OPENED-COUNT
           DISPLAY "DMFMCH001: NAME-ONLY MATCHES   = "
                   WS-NAME-ONLY-COUNT
           DISPLAY "DMFMCH001: PREVIOUSLY CLEARED  = "
                   WS-PRIOR-CLEARED-COUNT
           DISPLAY "DMFMCH001: DISPOSITIONS APPLIED = "
                   WS-DISPOSED-COUNT
           DISPLAY "DMFMCH001: CLOSED ON CLAIM     = "
                   WS-AUTO-CLOSED-COUNT
           DISPLAY "DMFMCH001: CASES STILL OPEN    = "
                   WS-OPEN-CASE-COUNT.

       END PROGRAM DMFMCH001.
