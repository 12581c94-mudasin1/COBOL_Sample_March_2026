       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIRCP001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: TERM POLICY REINSURANCE - RECAPTURE ON A RAISED       *
      *         RETENTION LIMIT                                       *
      * PURPOSE:                                                       *
      *   NBUW001's 1950 splits a case between retention and the      *
      *   reinsurer once, at issue, and the split never moves again.  *
      *   When the company raises its retention, the treaty lets us   *
      *   take back older cessions once they have been in force for   *
      *   the treaty's minimum recapture duration. This run takes the *
      *   new retention limit and minimum duration per treaty from    *
      *   its control file, finds every ceded in-force policy that is *
      *   eligible, and recomputes its retained/ceded split the way   *
      *   1950 does, in one of two modes in the style of RE-RATE-     *
      *   001.cob:                                                    *
      *     I - impact only: report the retained exposure change per  *
      *         policy and per treaty without touching the master;    *
      *     A - apply: rewrite the master with a before-image journal *
      *         and an audit record per policy, and write the         *
      *         reinsurer's recapture bordereau of released amounts.  *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RX-1101: Same physical master every other program reads and
      *          rewrites; only apply mode rewrites it here.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * RX-1102: Run control. The first line is the mode: "A" =
      *          apply, anything else (or no file) the safe impact-
      *          only mode - RE-RATE-001.cob RR-1102's rule. Every
      *          further line names one treaty's recapture terms in
      *          the layout of WS-TERMS-DETAIL below; a treaty not
      *          named is not recaptured.
           SELECT RECAPTURE-CONTROL-FILE ASSIGN TO "RCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

      * RX-1103: Retained exposure impact, written in both modes.
           SELECT IMPACT-REPORT-FILE ASSIGN TO "RCPIMPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

      * RX-1104: The reinsurer's recapture bordereau, written in
      *          apply mode only - nothing is released to the
      *          reinsurer until the master says so.
           SELECT RECAPTURE-BORDEREAU-FILE ASSIGN TO "RCPBORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-FILE-STATUS.

      * RX-1105: Append-only transaction log, written in apply mode
      *          only. See NB-UW-001.cob NB-1103.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

      * RX-1106: Append-only before-image journal, written in apply
      *          mode ahead of every rewrite. See RE-RATE-001.cob
      *          RR-1105.
           SELECT POLICY-JOURNAL-FILE ASSIGN TO "POLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
      * RX-1107: FD-PM-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with WS-POLICY-
      *          MASTER-REC as POLDATA grows. See NB-UW-001.cob
      *          NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  RECAPTURE-CONTROL-FILE.
       01  RC-CONTROL-LINE              PIC X(80).

       FD  IMPACT-REPORT-FILE.
       01  IR-REPORT-LINE               PIC X(132).

       FD  RECAPTURE-BORDEREAU-FILE.
       01  RB-REPORT-LINE               PIC X(132).

       FD  AUDIT-LOG-FILE.
       01  AL-LOG-LINE                  PIC X(132).

       FD  POLICY-JOURNAL-FILE.
       01  PJ-JOURNAL-LINE              PIC X(3060).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RB-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY POLJRNL.
       COPY AUDITLOG.
      * RX-101: Treaty capacity comes from the same table NBUW001
      *         ceded the business under. See NB-UW-001.cob NB-105.
       COPY TREATY.
       77  WS-TREATY-IDX                PIC 9(02) VALUE 0.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-RUN-MODE                  PIC X(01) VALUE "I".
           88  WS-MODE-IMPACT           VALUE "I".
           88  WS-MODE-APPLY            VALUE "A".
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
       77  WS-RC-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-RC-EOF                VALUE 'Y'.
       77  WS-CEDED-COUNT               PIC 9(05) VALUE 0.
       77  WS-RECAPTURE-COUNT           PIC 9(05) VALUE 0.
       77  WS-TOO-YOUNG-COUNT           PIC 9(05) VALUE 0.
       77  WS-NO-HEADROOM-COUNT         PIC 9(05) VALUE 0.
       77  WS-RELEASED-GRAND-TOTAL      PIC 9(13)V99 VALUE 0.
       77  WS-BEFORE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-OLD-RETAINED              PIC 9(11)V99 VALUE 0.
       77  WS-OLD-CEDED                 PIC 9(11)V99 VALUE 0.
       77  WS-NEW-RETAINED              PIC 9(11)V99 VALUE 0.
       77  WS-NEW-CEDED                 PIC 9(11)V99 VALUE 0.
       77  WS-RELEASED-AMOUNT           PIC 9(11)V99 VALUE 0.
       77  WS-TREATY-CAPACITY           PIC 9(11)V99 VALUE 0.
       77  WS-ELIGIBLE-DATE             PIC 9(08) VALUE 0.

      * RX-102: Recapture terms per treaty from the control file.
       77  WS-TERMS-COUNT               PIC 9(02) VALUE 0.
       77  WS-TERMS-MAX                 PIC 9(02) VALUE 10.
       77  WS-TERMS-IDX                 PIC 9(02) VALUE 0.
       77  WS-TERMS-FOUND               PIC X VALUE 'N'.
           88  WS-TERMS-WAS-FOUND       VALUE 'Y'.
       01  WS-TERMS-TABLE.
           05  WS-TERMS-ENTRY OCCURS 10 TIMES.
               10  WS-TERMS-TREATY-ID       PIC X(06).
               10  WS-TERMS-RETENTION       PIC 9(11)V99.
               10  WS-TERMS-MIN-YEARS       PIC 9(02).
               10  WS-TERMS-POLICIES        PIC 9(05).
               10  WS-TERMS-RETAINED-BEFORE PIC 9(13)V99.
               10  WS-TERMS-RETAINED-AFTER  PIC 9(13)V99.
               10  WS-TERMS-RELEASED        PIC 9(13)V99.

      * RX-1108: Treaty terms line: treaty ID, the new retention limit
      *          (13 digits, two implied decimals, as REI-TBL-001.cob
      *          reads the treaty table), and the minimum years a
      *          cession must have run before it may be recaptured.
       01  WS-TERMS-DETAIL.
           05  TD-TREATY-ID             PIC X(06).
           05  TD-RETENTION-LIMIT       PIC 9(11)V99.
           05  TD-MIN-YEARS             PIC 9(02).
           05  FILLER                   PIC X(59).

      * RX-103: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.

       COPY POLDATA.

       01  WS-DETAIL-FIELDS.
           05  DF-POLICY-ID              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-TREATY-ID              PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-SUM-ASSURED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-OLD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-NEW-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-RELEASED               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-CESSION-DATE           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DF-RECAPTURE-DATE         PIC 9(08).

       01  WS-SUMMARY-FIELDS.
           05  SF-TREATY-ID              PIC X(06).
           05  SF-POLICY-COUNT           PIC ZZ,ZZ9.
           05  SF-BEFORE                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  SF-AFTER                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  SF-CHANGE                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECAPTURE-POLICIES
              UNTIL WS-NO-MORE-POLICIES
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "REIRCP001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           CALL "REITBL001" USING TR-TREATY-TABLES
           PERFORM 1100-READ-RUN-CONTROL
           OPEN OUTPUT IMPACT-REPORT-FILE
           PERFORM 3100-WRITE-HEADINGS
           IF WS-MODE-APPLY
              OPEN OUTPUT RECAPTURE-BORDEREAU-FILE
              PERFORM 3150-WRITE-BORDEREAU-HEADINGS
              OPEN I-O POLICY-MASTER-FILE
           ELSE
              OPEN INPUT POLICY-MASTER-FILE
           END-IF
           IF WS-PM-FILE-STATUS = "35"
              MOVE 'N' TO WS-MORE-POLICIES
           END-IF
           IF WS-TERMS-COUNT = 0
              DISPLAY "REIRCP001: NO TREATY RECAPTURE TERMS - "
                      "NOTHING RECAPTURED"
              MOVE 'N' TO WS-MORE-POLICIES
           END-IF.

       1100-READ-RUN-CONTROL.
      * RX-201: Anything other than an explicit "A" runs impact-only
      *         - the mode that cannot damage the book.
           MOVE "I" TO WS-RUN-MODE
           OPEN INPUT RECAPTURE-CONTROL-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1110-READ-NEXT-CONTROL
           IF NOT WS-RC-EOF AND RC-CONTROL-LINE(1:1) = "A"
              MOVE "A" TO WS-RUN-MODE
           END-IF
           IF NOT WS-RC-EOF
              PERFORM 1110-READ-NEXT-CONTROL
           END-IF
           PERFORM 1120-TABLE-ONE-TERMS
              UNTIL WS-RC-EOF
           CLOSE RECAPTURE-CONTROL-FILE.

       1110-READ-NEXT-CONTROL.
           READ RECAPTURE-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-RC-EOF-SWITCH
           END-READ.

       1120-TABLE-ONE-TERMS.
           MOVE RC-CONTROL-LINE TO WS-TERMS-DETAIL
           IF TD-TREATY-ID = SPACES OR
              TD-RETENTION-LIMIT NOT NUMERIC OR
              TD-MIN-YEARS NOT NUMERIC
              DISPLAY "REIRCP001: TERMS LINE REJECTED - "
                      RC-CONTROL-LINE(1:21)
           ELSE
              IF WS-TERMS-COUNT < WS-TERMS-MAX
                 ADD 1 TO WS-TERMS-COUNT
                 MOVE TD-TREATY-ID
                   TO WS-TERMS-TREATY-ID(WS-TERMS-COUNT)
                 MOVE TD-RETENTION-LIMIT
                   TO WS-TERMS-RETENTION(WS-TERMS-COUNT)
                 MOVE TD-MIN-YEARS
                   TO WS-TERMS-MIN-YEARS(WS-TERMS-COUNT)
                 MOVE ZERO TO WS-TERMS-POLICIES(WS-TERMS-COUNT)
                              WS-TERMS-RETAINED-BEFORE(WS-TERMS-COUNT)
                              WS-TERMS-RETAINED-AFTER(WS-TERMS-COUNT)
                              WS-TERMS-RELEASED(WS-TERMS-COUNT)
              ELSE
                 DISPLAY "WARNING: RECAPTURE TERMS TABLE FULL - "
                         "DROPPED " TD-TREATY-ID
              END-IF
           END-IF
           PERFORM 1110-READ-NEXT-CONTROL.

       2000-RECAPTURE-POLICIES.
           READ POLICY-MASTER-FILE
              AT END
                 MOVE 'N' TO WS-MORE-POLICIES
           END-READ
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF

      * RX-202: Only a live cession is recaptured - a lapsed or ended
      *         policy no longer cedes anything, and a policy the
      *         Death Master File match shows as a probable death is
      *         not taken back from the reinsurer on the eve of the
      *         claim.
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
           MOVE FD-POLICY-MASTER-REC TO JR-BEFORE-IMAGE
           IF PM-REINSURANCE-CEDED AND PM-CEDED-AMOUNT > 0 AND
              (PM-STAT-ACTIVE OR PM-STAT-GRACE OR PM-STAT-REINSTATED)
              AND NOT PM-DMF-PROBABLE-DEATH
              ADD 1 TO WS-CEDED-COUNT
              PERFORM 2100-RECAPTURE-ONE-POLICY
           END-IF.

       2100-RECAPTURE-ONE-POLICY.
           MOVE 'N' TO WS-TERMS-FOUND
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
                   UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
                      OR WS-TERMS-WAS-FOUND
              IF WS-TERMS-TREATY-ID(WS-TERMS-IDX) = PM-TREATY-ID
                 MOVE 'Y' TO WS-TERMS-FOUND
              END-IF
           END-PERFORM
           IF NOT WS-TERMS-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-TERMS-IDX

      * RX-203: The cession must have run the treaty's minimum
      *         recapture duration, counted in whole years from the
      *         cession date.
           IF PM-CESSION-DATE NOT NUMERIC OR PM-CESSION-DATE = ZERO
              ADD 1 TO WS-TOO-YOUNG-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ELIGIBLE-DATE = PM-CESSION-DATE
                 + (WS-TERMS-MIN-YEARS(WS-TERMS-IDX) * 10000)
           IF WS-ELIGIBLE-DATE > WS-CURR-DATE
              ADD 1 TO WS-TOO-YOUNG-COUNT
              EXIT PARAGRAPH
           END-IF

      * RX-204: The new split is NBUW001's 1950 rule at the new
      *         limit: retention already used by the insured's prior
      *         policies at issue comes off the top, this policy
      *         retains the headroom up to its face, and the rest
      *         stays ceded up to treaty capacity. A recapture only
      *         ever raises retention.
           MOVE PM-RETAINED-AMOUNT TO WS-OLD-RETAINED
           MOVE PM-CEDED-AMOUNT TO WS-OLD-CEDED
           IF PM-AGGREGATE-SUM-ASSURED >=
              WS-TERMS-RETENTION(WS-TERMS-IDX)
              MOVE ZERO TO WS-NEW-RETAINED
           ELSE
              COMPUTE WS-NEW-RETAINED =
                      WS-TERMS-RETENTION(WS-TERMS-IDX)
                    - PM-AGGREGATE-SUM-ASSURED
           END-IF
           IF WS-NEW-RETAINED > PM-SUM-ASSURED
              MOVE PM-SUM-ASSURED TO WS-NEW-RETAINED
           END-IF
           IF WS-NEW-RETAINED <= WS-OLD-RETAINED
              ADD 1 TO WS-NO-HEADROOM-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-CEDED = PM-SUM-ASSURED - WS-NEW-RETAINED
           PERFORM 2150-FIND-TREATY-CAPACITY
           IF WS-NEW-CEDED > WS-TREATY-CAPACITY
              MOVE WS-TREATY-CAPACITY TO WS-NEW-CEDED
           END-IF
           IF WS-NEW-CEDED >= WS-OLD-CEDED
              ADD 1 TO WS-NO-HEADROOM-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RELEASED-AMOUNT = WS-OLD-CEDED - WS-NEW-CEDED

           ADD 1 TO WS-RECAPTURE-COUNT
           ADD WS-RELEASED-AMOUNT TO WS-RELEASED-GRAND-TOTAL
           ADD 1 TO WS-TERMS-POLICIES(WS-TERMS-IDX)
           ADD WS-OLD-RETAINED TO WS-TERMS-RETAINED-BEFORE(WS-TERMS-IDX)
           ADD WS-NEW-RETAINED TO WS-TERMS-RETAINED-AFTER(WS-TERMS-IDX)
           ADD WS-RELEASED-AMOUNT TO WS-TERMS-RELEASED(WS-TERMS-IDX)
           PERFORM 3300-WRITE-IMPACT-LINE

      * RX-205: Impact mode stops here - the master is never
      *         rewritten and nothing goes to the reinsurer.
           IF NOT WS-MODE-APPLY
              EXIT PARAGRAPH
           END-IF
           MOVE PM-CONTRACT-STATUS TO WS-BEFORE-STATUS
           MOVE WS-OLD-CEDED TO PM-PRE-RECAPTURE-CEDED
           MOVE WS-CURR-DATE TO PM-RECAPTURE-DATE
           MOVE WS-NEW-RETAINED TO PM-RETAINED-AMOUNT
           MOVE WS-NEW-CEDED TO PM-CEDED-AMOUNT
      * RX-206: A cession recaptured in full is no longer ceded; the
      *         treaty ID and recapture fields stay so the year's
      *         premium up to the recapture date still settles.
           IF PM-CEDED-AMOUNT = ZERO
              MOVE "N" TO PM-REINSURANCE-IND
           END-IF
           MOVE WS-CURR-DATE TO PM-LAST-MAINT-DATE
                                PM-LAST-ACTION-DATE
           MOVE "REIRCP01" TO PM-LAST-ACTION-USER
           PERFORM 8850-WRITE-BEFORE-IMAGE
           MOVE WS-POLICY-MASTER-REC TO FD-POLICY-MASTER-REC
           REWRITE FD-POLICY-MASTER-REC
           IF WS-PM-FILE-STATUS NOT = "00"
              DISPLAY "REIRCP001: WARNING - REWRITE FAILED FOR "
                      PM-POLICY-ID " STATUS " WS-PM-FILE-STATUS
           ELSE
              PERFORM 8200-WRITE-AUDIT-LOG
              PERFORM 3350-WRITE-BORDEREAU-LINE
           END-IF.

       2150-FIND-TREATY-CAPACITY.
      * RX-207: A treaty no longer on the treaty table keeps its
      *         current cession as the ceiling - the run never cedes
      *         more than it started with.
           MOVE WS-OLD-CEDED TO WS-TREATY-CAPACITY
           PERFORM VARYING WS-TREATY-IDX FROM 1 BY 1
                   UNTIL WS-TREATY-IDX > TR-TREATY-COUNT
              IF TR-TREATY-ID(WS-TREATY-IDX) = PM-TREATY-ID
                 MOVE TR-TREATY-CAPACITY(WS-TREATY-IDX)
                   TO WS-TREATY-CAPACITY
              END-IF
           END-PERFORM.

       3100-WRITE-HEADINGS.
           MOVE SPACES TO IR-REPORT-LINE
           STRING "REINSURANCE RECAPTURE - RETAINED EXPOSURE IMPACT - "
               "MODE " WS-RUN-MODE "  RUN DATE " WS-CURR-DATE
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "POLICY ID     TREATY    SUM ASSURED    OLD RETAINED"
                  "    NEW RETAINED   CEDED RELEASED  CEDED ON  "
                  "RECAPTURE"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       3150-WRITE-BORDEREAU-HEADINGS.
           MOVE SPACES TO RB-REPORT-LINE
           STRING "REINSURANCE RECAPTURE BORDEREAU - RECAPTURE DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE SPACES TO RB-REPORT-LINE
           STRING "POLICY ID     TREATY    SUM ASSURED       OLD CEDED"
                  "       NEW CEDED        RELEASED  CEDED ON  "
                  "RECAPTURE"
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE.

       3300-WRITE-IMPACT-LINE.
           MOVE SPACES TO WS-DETAIL-FIELDS
           MOVE PM-POLICY-ID TO DF-POLICY-ID
           MOVE PM-TREATY-ID TO DF-TREATY-ID
           MOVE PM-SUM-ASSURED TO DF-SUM-ASSURED
           MOVE WS-OLD-RETAINED TO DF-OLD-AMOUNT
           MOVE WS-NEW-RETAINED TO DF-NEW-AMOUNT
           MOVE WS-RELEASED-AMOUNT TO DF-RELEASED
           MOVE PM-CESSION-DATE TO DF-CESSION-DATE
           MOVE WS-CURR-DATE TO DF-RECAPTURE-DATE
           MOVE WS-DETAIL-FIELDS TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       3350-WRITE-BORDEREAU-LINE.
           MOVE SPACES TO WS-DETAIL-FIELDS
           MOVE PM-POLICY-ID TO DF-POLICY-ID
           MOVE PM-TREATY-ID TO DF-TREATY-ID
           MOVE PM-SUM-ASSURED TO DF-SUM-ASSURED
           MOVE WS-OLD-CEDED TO DF-OLD-AMOUNT
           MOVE WS-NEW-CEDED TO DF-NEW-AMOUNT
           MOVE WS-RELEASED-AMOUNT TO DF-RELEASED
           MOVE PM-CESSION-DATE TO DF-CESSION-DATE
           MOVE PM-RECAPTURE-DATE TO DF-RECAPTURE-DATE
           MOVE WS-DETAIL-FIELDS TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE.

      *===============================================================*
      * RX-3000: PER-TREATY TOTALS: RETAINED EXPOSURE BEFORE AND      *
      *          AFTER, AND THE CEDED AMOUNT RELEASED - ON THE IMPACT *
      *          REPORT IN BOTH MODES, AND ON THE BORDEREAU IN APPLY. *
      *===============================================================*
       3000-WRITE-SUMMARY.
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE "RETAINED EXPOSURE CHANGE BY TREATY" TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "TREATY   POLS      RETAINED BEFORE       RETAINED "
                  "AFTER        CEDED RELEASED"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           PERFORM 3400-WRITE-SUMMARY-LINE
              VARYING WS-TERMS-IDX FROM 1 BY 1
              UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "TOTAL POLICIES RECAPTURED: " WS-RECAPTURE-COUNT
               "   TOTAL CEDED RELEASED: " WS-RELEASED-GRAND-TOTAL
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           IF WS-MODE-APPLY
              MOVE SPACES TO RB-REPORT-LINE
              WRITE RB-REPORT-LINE
              MOVE SPACES TO RB-REPORT-LINE
              STRING "TOTAL POLICIES RECAPTURED: " WS-RECAPTURE-COUNT
                  "   TOTAL CEDED RELEASED: " WS-RELEASED-GRAND-TOTAL
                  DELIMITED BY SIZE INTO RB-REPORT-LINE
              WRITE RB-REPORT-LINE
           END-IF.

       3400-WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-FIELDS
           MOVE WS-TERMS-TREATY-ID(WS-TERMS-IDX) TO SF-TREATY-ID
           MOVE WS-TERMS-POLICIES(WS-TERMS-IDX) TO SF-POLICY-COUNT
           MOVE WS-TERMS-RETAINED-BEFORE(WS-TERMS-IDX) TO SF-BEFORE
           MOVE WS-TERMS-RETAINED-AFTER(WS-TERMS-IDX) TO SF-AFTER
           MOVE WS-TERMS-RELEASED(WS-TERMS-IDX) TO SF-CHANGE
           MOVE SPACES TO IR-REPORT-LINE
           STRING SF-TREATY-ID " " SF-POLICY-COUNT " " SF-BEFORE
               " " SF-AFTER " " SF-CHANGE
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           IF WS-MODE-APPLY
              MOVE SPACES TO RB-REPORT-LINE
              STRING "TREATY " SF-TREATY-ID "   POLICIES: "
                  SF-POLICY-COUNT "   CEDED RELEASED: " SF-CHANGE
                  DELIMITED BY SIZE INTO RB-REPORT-LINE
              WRITE RB-REPORT-LINE
           END-IF.

       8200-WRITE-AUDIT-LOG.
      * RX-401: One append to the transaction log per policy actually
      *         recaptured in apply mode. See NB-UW-001.cob NB-1104.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AL-AUDIT-RECORD
           MOVE PM-POLICY-ID TO AL-POLICY-ID
           MOVE "REIRCP01" TO AL-PROGRAM-ID
           MOVE WS-CURR-DATE TO AL-LOG-DATE
           MOVE WS-CURR-TIME TO AL-LOG-TIME
           MOVE "RECAPTURE" TO AL-ACTION-TYPE
           MOVE PM-LAST-ACTION-USER TO AL-ACTION-USER
           MOVE WS-BEFORE-STATUS TO AL-BEFORE-STATUS
           MOVE PM-CONTRACT-STATUS TO AL-AFTER-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO AL-BEFORE-PREMIUM
                                           AL-AFTER-PREMIUM
           STRING "TREATY " PM-TREATY-ID " RETENTION RAISED"
               DELIMITED BY SIZE INTO AL-ACTION-REASON
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
              CLOSE AUDIT-LOG-FILE
              OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           MOVE AL-AUDIT-RECORD TO AL-LOG-LINE
           WRITE AL-LOG-LINE
           CLOSE AUDIT-LOG-FILE.

       8850-WRITE-BEFORE-IMAGE.
      * RX-402: The record as it stood at the read goes to the
      *         journal before the rewrite lands - POLRCV001's raw
      *         material. See SVC-BILL-001.cob SV-1123.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-CURR-DATE TO JR-JOURNAL-DATE
           MOVE WS-CURR-TIME TO JR-JOURNAL-TIME
           MOVE "REIRCP001" TO JR-PROGRAM-ID
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
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-CEDED-COUNT TO BC-RECORDS-READ
           MOVE WS-RECAPTURE-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-RELEASED-GRAND-TOTAL TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-PM-FILE-STATUS NOT = "35"
              CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE IMPACT-REPORT-FILE
           IF WS-MODE-APPLY
              CLOSE RECAPTURE-BORDEREAU-FILE
           END-IF
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "REIRCP001: RUN MODE          = " WS-RUN-MODE
           DISPLAY "REIRCP001: CEDED IN FORCE    = " WS-CEDED-COUNT
           DISPLAY "REIRCP001: RECAPTURED        = " WS-RECAPTURE-COUNT
           DISPLAY "REIRCP001: UNDER MIN DURATION = "
              WS-TOO-YOUNG-COUNT
           DISPLAY "REIRCP001: NO NEW HEADROOM   = "
              WS-NO-HEADROOM-COUNT
           DISPLAY "REIRCP001: CEDED RELEASED    = "
              WS-RELEASED-GRAND-TOTAL.

       END PROGRAM REIRCP001.
