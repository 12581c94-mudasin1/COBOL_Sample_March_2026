       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAPP001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: NEW BUSINESS - NIGHTLY APPLICATION INTAKE             *
      * PURPOSE:                                                       *
      *   Feed the night's submitted applications through NBUW001 in  *
      *   batch instead of keying each one to the subprogram: every   *
      *   application line carries the control, insured, benefit,     *
      *   rider, and beneficiary fields NBUW001 underwrites. An       *
      *   application ID already on POLMAST (or earlier in the same   *
      *   file) is turned away before it reaches underwriting, so a   *
      *   resubmitted batch can never issue the same case twice. The *
      *   intake report splits the night's results into issued,      *
      *   referred to the UW desk's queue (UWDEC001), and declined,   *
      *   each with the PM-RETURN-MESSAGE NBUW001 handed back, and    *
      *   the application counts go to the shared run-control file   *
      *   so BATBAL001 can balance intake night over night.           *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * NA-1101: Submitted applications, one per line, in the layout
      *          of WS-APPLICATION-DETAIL below.
           SELECT APPLICATION-FILE ASSIGN TO "APPLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

      * NA-1102: Same physical master NBUW001 writes; this run only
      *          reads it, once, for the application IDs already
      *          on file.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * NA-1103: Sort work file that regroups the night's results by
      *          outcome for the report - the CLMDIARY001 pattern.
           SELECT SORT-WORK-FILE ASSIGN TO "NASORT".

           SELECT INTAKE-REPORT-FILE ASSIGN TO "APPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       01  AP-APPLICATION-LINE          PIC X(700).

       FD  POLICY-MASTER-FILE.
      * NA-1104: FD-PM-REST-OF-RECORD is deliberately oversized so this
      *          FD stays binary-compatible with WS-POLICY-MASTER-REC
      *          as POLDATA grows. See NB-UW-001.cob NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

      * NA-1105: One sort record per application: the outcome group
      *          first so the report comes out sectioned, then the
      *          input sequence so each section keeps file order.
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-OUTCOME-GROUP         PIC 9(01).
           05  SW-APPL-SEQ              PIC 9(05).
           05  SW-APPLICATION-ID        PIC X(12).
           05  SW-POLICY-ID             PIC X(12).
           05  SW-INSURED-NAME          PIC X(30).
           05  SW-RESULT-CODE           PIC 9(02).
           05  SW-ANNUAL-PREMIUM        PIC 9(09)V99.
           05  SW-RETURN-MESSAGE        PIC X(100).

       FD  INTAKE-REPORT-FILE.
       01  IR-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-AP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
      * NA-1106: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-MORE-APPLICATIONS         PIC X VALUE 'Y'.
           88  WS-NO-MORE-APPLICATIONS  VALUE 'N'.
       77  WS-MORE-MASTER               PIC X VALUE 'Y'.
           88  WS-NO-MORE-MASTER        VALUE 'N'.
       77  WS-MORE-SORTED               PIC X VALUE 'Y'.
           88  WS-NO-MORE-SORTED        VALUE 'N'.
       77  WS-APPL-COUNT                PIC 9(05) VALUE 0.
       77  WS-ISSUED-COUNT              PIC 9(05) VALUE 0.
       77  WS-REFERRED-COUNT            PIC 9(05) VALUE 0.
       77  WS-DECLINED-COUNT            PIC 9(05) VALUE 0.
       77  WS-INTAKE-REJECT-COUNT       PIC 9(05) VALUE 0.
       77  WS-ISSUED-PREMIUM            PIC 9(13)V99 VALUE 0.
       77  WS-SECTION-COUNT             PIC 9(05) VALUE 0.
       77  WS-CURRENT-GROUP             PIC 9(01) VALUE 0.
       77  WS-UW-RESULT-CODE            PIC 9(02) VALUE 0.
       77  WS-UW-ERROR-MSG              PIC X(100) VALUE SPACES.
       77  WS-RIDER-IDX                 PIC 9(02) VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.

      * NA-107: Application IDs already on the master, read whole at
      *         start and kept current as this run's own applications
      *         are accepted - the grow-as-you-go index that
      *         CORR-GEN-001.cob CG-107 keeps for letters sent.
       77  WS-APPID-COUNT               PIC 9(05) VALUE 0.
       77  WS-APPID-MAX                 PIC 9(05) VALUE 20000.
       77  WS-APPID-IDX                 PIC 9(05) VALUE 0.
       77  WS-APPID-FOUND               PIC X VALUE 'N'.
           88  WS-APPID-WAS-FOUND       VALUE 'Y'.
       01  WS-APPID-TABLE.
           05  WS-APPID-KEY             OCCURS 20000 TIMES PIC X(12).

      * NA-108: Outcome groups, in report order. A case NBUW001 turned
      *         back on validation (any code other than 0, 2, or 21)
      *         reports with the declines - it did not issue and the
      *         applicant hears the same way - but a case stopped at
      *         intake never reached underwriting and gets its own
      *         section.
       77  WS-GROUP-ISSUED              PIC 9(01) VALUE 1.
       77  WS-GROUP-REFERRED            PIC 9(01) VALUE 2.
       77  WS-GROUP-DECLINED            PIC 9(01) VALUE 3.
       77  WS-GROUP-INTAKE-REJECT       PIC 9(01) VALUE 4.

      * NA-1107: Application line layout, read as plain text so it
      *          can be inspected or corrected between runs. See
      *          NB-QUO-001.cob NQ-1104.
       01  WS-APPLICATION-DETAIL.
           05  AP-APPLICATION-ID        PIC X(12).
           05  FILLER                   PIC X(01).
           05  AP-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01).
           05  AP-PLAN-CODE             PIC X(05).
           05  FILLER                   PIC X(01).
           05  AP-ISSUE-CHANNEL         PIC X(02).
           05  FILLER                   PIC X(01).
           05  AP-AGENT-ID              PIC X(08).
           05  FILLER                   PIC X(01).
           05  AP-JURISDICTION-STATE    PIC X(02).
           05  FILLER                   PIC X(01).
           05  AP-CURRENCY-CODE         PIC X(03).
           05  FILLER                   PIC X(01).
           05  AP-INSURED-NAME          PIC X(50).
           05  FILLER                   PIC X(01).
           05  AP-INSURED-DOB           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  AP-INSURED-AGE-ISSUE     PIC 9(03).
           05  FILLER                   PIC X(01).
           05  AP-INSURED-GENDER        PIC X(01).
           05  FILLER                   PIC X(01).
           05  AP-SMOKER-IND            PIC X(01).
           05  FILLER                   PIC X(01).
           05  AP-OCCUPATION-CLASS      PIC 9(01).
           05  FILLER                   PIC X(01).
           05  AP-HIGH-RISK-AVOC-IND    PIC X(01).
           05  FILLER                   PIC X(01).
           05  AP-FLAT-EXTRA-RATE       PIC 9(05)V99.
           05  FILLER                   PIC X(01).
           05  AP-SUM-ASSURED           PIC 9(11)V99.
           05  FILLER                   PIC X(01).
           05  AP-BILLING-MODE          PIC X(01).
           05  FILLER                   PIC X(01).
           05  AP-RIDER-COUNT           PIC 9(02).
           05  AP-RIDER-ENTRY OCCURS 5 TIMES.
               10  FILLER               PIC X(01).
               10  AP-RIDER-CODE        PIC X(05).
               10  FILLER               PIC X(01).
               10  AP-RIDER-SUM-ASSURED PIC 9(09)V99.
           05  FILLER                   PIC X(01).
           05  AP-BENEFICIARY-COUNT     PIC 9(01).
           05  AP-BENEFICIARY-ENTRY OCCURS 5 TIMES.
               10  FILLER               PIC X(01).
               10  AP-BENEF-NAME        PIC X(50).
               10  FILLER               PIC X(01).
               10  AP-BENEF-RELATION    PIC X(10).
               10  FILLER               PIC X(01).
               10  AP-BENEF-PCT         PIC 9(03)V99.
               10  FILLER               PIC X(01).
               10  AP-BENEF-PAY-MODE    PIC X(01).
           05  FILLER                   PIC X(01).
           05  AP-BENEF-IRREVOCABLE-IND PIC X(01).

      * NA-1108: One application transaction per line, the same
      *          layout NBUW001 underwrites. See NB-QUO-001.cob
      *          NQ-1105.
           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-APPLICATION-TRANSACTION.

      * NA-1109: A second view of the master for the application-ID
      *          load, prefixed so it never collides with the
      *          transaction. See NB-UW-001.cob NB-107.
       COPY POLDATA REPLACING ==WS-POLICY-MASTER-REC==
                           BY ==WS-SCAN-POLICY-REC==
                      LEADING ==PM-== BY ==SC-==.

       01  WS-REPORT-DETAIL.
           05  RD-APPLICATION-ID        PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-INSURED-NAME          PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-RESULT-CODE           PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-ANNUAL-PREMIUM        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-RETURN-MESSAGE        PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-APPLICATION-IDS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OUTCOME-GROUP SW-APPL-SEQ
               INPUT PROCEDURE IS 2000-PROCESS-APPLICATIONS
               OUTPUT PROCEDURE IS 3000-WRITE-INTAKE-REPORT
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "NBAPP001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL.

       1500-LOAD-APPLICATION-IDS.
      * NA-201: Every application ID the master already carries -
      *         issued, pending at the UW desk, or declined - so a
      *         resubmission of any of them is caught before NBUW001
      *         rates it again.
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1510-READ-NEXT-MASTER
           PERFORM 1520-TABLE-ONE-APPLICATION
              UNTIL WS-NO-MORE-MASTER
           CLOSE POLICY-MASTER-FILE.

       1510-READ-NEXT-MASTER.
           READ POLICY-MASTER-FILE
              AT END
                 MOVE 'N' TO WS-MORE-MASTER
           END-READ.

       1520-TABLE-ONE-APPLICATION.
           MOVE FD-POLICY-MASTER-REC TO WS-SCAN-POLICY-REC
           IF SC-APPLICATION-ID NOT = SPACES
              IF WS-APPID-COUNT < WS-APPID-MAX
                 ADD 1 TO WS-APPID-COUNT
                 MOVE SC-APPLICATION-ID TO WS-APPID-KEY(WS-APPID-COUNT)
              ELSE
                 DISPLAY "WARNING: APPLICATION ID INDEX FULL"
              END-IF
           END-IF
           PERFORM 1510-READ-NEXT-MASTER.

      *===============================================================*
      * NA-2000: SORT INPUT PROCEDURE - READ EACH APPLICATION, TURN   *
      *          AWAY UNREADABLE LINES AND DUPLICATES, UNDERWRITE THE *
      *          REST THROUGH NBUW001, AND RELEASE ONE RESULT EACH.   *
      *===============================================================*
       2000-PROCESS-APPLICATIONS.
           OPEN INPUT APPLICATION-FILE
           IF WS-AP-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-APPLICATIONS
           END-IF
           PERFORM 2050-READ-ONE-APPLICATION
              UNTIL WS-NO-MORE-APPLICATIONS
           IF WS-AP-FILE-STATUS = "00" OR WS-AP-FILE-STATUS = "10"
              CLOSE APPLICATION-FILE
           END-IF.

       2050-READ-ONE-APPLICATION.
           READ APPLICATION-FILE
              AT END
                 MOVE 'N' TO WS-MORE-APPLICATIONS
           END-READ
           IF WS-NO-MORE-APPLICATIONS
              EXIT PARAGRAPH
           END-IF

           MOVE AP-APPLICATION-LINE TO WS-APPLICATION-DETAIL
           ADD 1 TO WS-APPL-COUNT
           MOVE SPACES TO SW-SORT-RECORD
           MOVE WS-APPL-COUNT TO SW-APPL-SEQ
           MOVE AP-APPLICATION-ID TO SW-APPLICATION-ID
           MOVE AP-POLICY-ID TO SW-POLICY-ID
           MOVE AP-INSURED-NAME TO SW-INSURED-NAME
           MOVE ZERO TO SW-RESULT-CODE SW-ANNUAL-PREMIUM

      * NA-202: The application file is external input - a line whose
      *         numerics did not come across as digits is turned away
      *         with its own reason instead of abending the run.
           IF AP-INSURED-DOB NOT NUMERIC
              OR AP-INSURED-AGE-ISSUE NOT NUMERIC
              OR AP-OCCUPATION-CLASS NOT NUMERIC
              OR AP-FLAT-EXTRA-RATE NOT NUMERIC
              OR AP-SUM-ASSURED NOT NUMERIC
              OR AP-RIDER-COUNT NOT NUMERIC
              OR AP-BENEFICIARY-COUNT NOT NUMERIC
              MOVE "UNREADABLE APPLICATION LINE" TO SW-RETURN-MESSAGE
              PERFORM 2900-RELEASE-INTAKE-REJECT
              EXIT PARAGRAPH
           END-IF
           IF AP-RIDER-COUNT > 5 OR AP-BENEFICIARY-COUNT > 5
              MOVE "RIDER OR BENEFICIARY COUNT EXCEEDS LAYOUT"
                TO SW-RETURN-MESSAGE
              PERFORM 2900-RELEASE-INTAKE-REJECT
              EXIT PARAGRAPH
           END-IF
           IF AP-APPLICATION-ID = SPACES
              MOVE "APPLICATION ID IS REQUIRED" TO SW-RETURN-MESSAGE
              PERFORM 2900-RELEASE-INTAKE-REJECT
              EXIT PARAGRAPH
           END-IF

      * NA-203: An application ID already on the master, or already
      *         accepted earlier in this file, never reaches
      *         underwriting a second time.
           PERFORM 2100-CHECK-DUPLICATE-APPLICATION
           IF WS-APPID-WAS-FOUND
              MOVE "DUPLICATE APPLICATION ID - ALREADY ON POLICY MASTER"
                TO SW-RETURN-MESSAGE
              PERFORM 2900-RELEASE-INTAKE-REJECT
              EXIT PARAGRAPH
           END-IF
           PERFORM 2200-UNDERWRITE-ONE-APPLICATION.

       2100-CHECK-DUPLICATE-APPLICATION.
           MOVE 'N' TO WS-APPID-FOUND
           PERFORM VARYING WS-APPID-IDX FROM 1 BY 1
                   UNTIL WS-APPID-IDX > WS-APPID-COUNT
                      OR WS-APPID-WAS-FOUND
              IF WS-APPID-KEY(WS-APPID-IDX) = AP-APPLICATION-ID
                 MOVE 'Y' TO WS-APPID-FOUND
              END-IF
           END-PERFORM.

       2200-UNDERWRITE-ONE-APPLICATION.
      * NA-204: Build the application transaction NBUW001 underwrites
      *         from the intake line: control area, insured, benefit,
      *         riders, and the beneficiary designation.
           MOVE SPACES TO WS-APPLICATION-TRANSACTION
           MOVE AP-POLICY-ID TO PM-POLICY-ID
           MOVE AP-APPLICATION-ID TO PM-APPLICATION-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE AP-PLAN-CODE TO PM-PLAN-CODE
           MOVE AP-ISSUE-CHANNEL TO PM-ISSUE-CHANNEL
           MOVE AP-AGENT-ID TO PM-AGENT-ID
           MOVE AP-JURISDICTION-STATE TO PM-JURISDICTION-STATE
           MOVE AP-CURRENCY-CODE TO PM-CURRENCY-CODE
           MOVE AP-INSURED-NAME TO PM-INSURED-NAME
           MOVE AP-INSURED-DOB TO PM-INSURED-DOB
           MOVE AP-INSURED-AGE-ISSUE TO PM-INSURED-AGE-ISSUE
                                        PM-ATTAINED-AGE
           MOVE AP-INSURED-GENDER TO PM-INSURED-GENDER
           MOVE AP-SMOKER-IND TO PM-SMOKER-IND
           MOVE AP-OCCUPATION-CLASS TO PM-OCCUPATION-CLASS
           MOVE AP-HIGH-RISK-AVOC-IND TO PM-HIGH-RISK-AVOC-IND
           IF PM-HIGH-RISK-AVOC-IND = SPACE
              MOVE "N" TO PM-HIGH-RISK-AVOC-IND
           END-IF
           MOVE AP-FLAT-EXTRA-RATE TO PM-FLAT-EXTRA-RATE
           MOVE AP-SUM-ASSURED TO PM-SUM-ASSURED
           MOVE AP-BILLING-MODE TO PM-BILLING-MODE
           MOVE ZERO TO PM-POLICY-LOAN-BALANCE
                        PM-LOAN-LAST-ACCRUAL-DATE
                        PM-DATE-OF-DEATH
                        PM-CLAIM-SUBMIT-DATE
                        PM-CLAIM-SETTLE-DATE
                        PM-CLAIM-DISBURSE-DATE
           MOVE AP-RIDER-COUNT TO PM-RIDER-COUNT
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
                   UNTIL WS-RIDER-IDX > PM-RIDER-COUNT
              MOVE AP-RIDER-CODE(WS-RIDER-IDX)
                TO PM-RIDER-CODE(WS-RIDER-IDX)
              MOVE AP-RIDER-SUM-ASSURED(WS-RIDER-IDX)
                TO PM-RIDER-SUM-ASSURED(WS-RIDER-IDX)
              MOVE ZERO TO PM-RIDER-RESERVE-AMT(WS-RIDER-IDX)
                           PM-RIDER-RESERVE-DATE(WS-RIDER-IDX)
              MOVE "A" TO PM-RIDER-STATUS(WS-RIDER-IDX)
           END-PERFORM
           MOVE AP-BENEFICIARY-COUNT TO PM-BENEFICIARY-COUNT
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > PM-BENEFICIARY-COUNT
              MOVE AP-BENEF-NAME(WS-BENE-IDX)
                TO PM-BENEFICIARY-NAME(WS-BENE-IDX)
              MOVE AP-BENEF-RELATION(WS-BENE-IDX)
                TO PM-BENEFICIARY-RELATION(WS-BENE-IDX)
              MOVE AP-BENEF-PCT(WS-BENE-IDX)
                TO PM-BENEFICIARY-PCT(WS-BENE-IDX)
              MOVE AP-BENEF-PAY-MODE(WS-BENE-IDX)
                TO PM-BENEFICIARY-PAY-MODE(WS-BENE-IDX)
              MOVE ZERO TO PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
           END-PERFORM
           MOVE AP-BENEF-IRREVOCABLE-IND TO PM-BENEF-IRREVOCABLE-IND
           IF PM-BENEF-IRREVOCABLE-IND = SPACE
              MOVE "N" TO PM-BENEF-IRREVOCABLE-IND
           END-IF
           MOVE "NBAPP001" TO PM-LAST-ACTION-USER

           CALL "NBUW001" USING WS-APPLICATION-TRANSACTION
                                WS-UW-RESULT-CODE
                                WS-UW-ERROR-MSG

           MOVE WS-UW-RESULT-CODE TO SW-RESULT-CODE
           MOVE PM-RETURN-MESSAGE TO SW-RETURN-MESSAGE
      * NA-205: Issued and referred cases are both on the master now,
      *         so both claim the application ID against the rest of
      *         the file; a decline or validation reject did not
      *         persist and can come back corrected.
           EVALUATE WS-UW-RESULT-CODE
              WHEN 0
                 MOVE WS-GROUP-ISSUED TO SW-OUTCOME-GROUP
                 MOVE PM-TOTAL-ANNUAL-PREMIUM TO SW-ANNUAL-PREMIUM
                 ADD 1 TO WS-ISSUED-COUNT
                 ADD PM-TOTAL-ANNUAL-PREMIUM TO WS-ISSUED-PREMIUM
                 PERFORM 2300-CLAIM-APPLICATION-ID
              WHEN 2
                 MOVE WS-GROUP-REFERRED TO SW-OUTCOME-GROUP
                 MOVE PM-TOTAL-ANNUAL-PREMIUM TO SW-ANNUAL-PREMIUM
                 ADD 1 TO WS-REFERRED-COUNT
                 PERFORM 2300-CLAIM-APPLICATION-ID
              WHEN OTHER
                 MOVE WS-GROUP-DECLINED TO SW-OUTCOME-GROUP
                 ADD 1 TO WS-DECLINED-COUNT
           END-EVALUATE
           RELEASE SW-SORT-RECORD.

       2300-CLAIM-APPLICATION-ID.
           IF WS-APPID-COUNT < WS-APPID-MAX
              ADD 1 TO WS-APPID-COUNT
              MOVE AP-APPLICATION-ID TO WS-APPID-KEY(WS-APPID-COUNT)
           END-IF.

       2900-RELEASE-INTAKE-REJECT.
           MOVE WS-GROUP-INTAKE-REJECT TO SW-OUTCOME-GROUP
           ADD 1 TO WS-INTAKE-REJECT-COUNT
           RELEASE SW-SORT-RECORD.

      *===============================================================*
      * NA-3000: SORT OUTPUT PROCEDURE - THE INTAKE REPORT, ONE       *
      *          SECTION PER OUTCOME WITH ITS OWN HEADING AND COUNT.  *
      *===============================================================*
       3000-WRITE-INTAKE-REPORT.
           OPEN OUTPUT INTAKE-REPORT-FILE
           PERFORM 3100-WRITE-HEADINGS
           MOVE ZERO TO WS-CURRENT-GROUP WS-SECTION-COUNT
           PERFORM 3200-RETURN-NEXT-SORTED
           PERFORM 3300-WRITE-DETAIL-LINE
              UNTIL WS-NO-MORE-SORTED
           IF WS-CURRENT-GROUP NOT = 0
              PERFORM 3500-WRITE-SECTION-TOTAL
           END-IF
           PERFORM 3600-WRITE-RUN-TOTALS
           CLOSE INTAKE-REPORT-FILE.

       3100-WRITE-HEADINGS.
           MOVE SPACES TO IR-REPORT-LINE
           STRING "NEW BUSINESS APPLICATION INTAKE REPORT - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       3200-RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'N' TO WS-MORE-SORTED
           END-RETURN.

       3300-WRITE-DETAIL-LINE.
           IF SW-OUTCOME-GROUP NOT = WS-CURRENT-GROUP
              IF WS-CURRENT-GROUP NOT = 0
                 PERFORM 3500-WRITE-SECTION-TOTAL
              END-IF
              MOVE SW-OUTCOME-GROUP TO WS-CURRENT-GROUP
              MOVE ZERO TO WS-SECTION-COUNT
              PERFORM 3400-WRITE-SECTION-HEADING
           END-IF
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE SW-APPLICATION-ID TO RD-APPLICATION-ID
           MOVE SW-POLICY-ID TO RD-POLICY-ID
           MOVE SW-INSURED-NAME TO RD-INSURED-NAME
           MOVE SW-RESULT-CODE TO RD-RESULT-CODE
           MOVE SW-ANNUAL-PREMIUM TO RD-ANNUAL-PREMIUM
           MOVE SW-RETURN-MESSAGE TO RD-RETURN-MESSAGE
           MOVE WS-REPORT-DETAIL TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           ADD 1 TO WS-SECTION-COUNT
           PERFORM 3200-RETURN-NEXT-SORTED.

       3400-WRITE-SECTION-HEADING.
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           EVALUATE WS-CURRENT-GROUP
              WHEN 1
                 MOVE "ISSUED" TO IR-REPORT-LINE
              WHEN 2
                 MOVE "REFERRED TO UNDERWRITING DESK (UWDEC001 QUEUE)"
                   TO IR-REPORT-LINE
              WHEN 3
                 MOVE "DECLINED" TO IR-REPORT-LINE
              WHEN OTHER
                 MOVE "REJECTED AT INTAKE - NOT UNDERWRITTEN"
                   TO IR-REPORT-LINE
           END-EVALUATE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "APPLICATION   POLICY ID     INSURED             "
                  "            RC   ANNUAL PREMIUM  MESSAGE"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       3500-WRITE-SECTION-TOTAL.
           MOVE SPACES TO IR-REPORT-LINE
           STRING "  APPLICATIONS IN SECTION: " WS-SECTION-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       3600-WRITE-RUN-TOTALS.
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "APPLICATIONS READ: " WS-APPL-COUNT
               "  ISSUED: " WS-ISSUED-COUNT
               "  REFERRED: " WS-REFERRED-COUNT
               "  DECLINED: " WS-DECLINED-COUNT
               "  INTAKE REJECTS: " WS-INTAKE-REJECT-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "ANNUAL PREMIUM ISSUED: " WS-ISSUED-PREMIUM
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       8900-WRITE-RUN-CONTROL.
      * NA-301: Applications read against policies written to the
      *         master (issued plus referred-pending), with the
      *         issued annual premium as the control amount, so
      *         BATBAL001's night-over-night comparison sees both a
      *         count swing and a premium swing.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-APPL-COUNT TO BC-RECORDS-READ
           COMPUTE BC-RECORDS-WRITTEN =
                   WS-ISSUED-COUNT + WS-REFERRED-COUNT
           MOVE WS-ISSUED-PREMIUM TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "NBAPP001: APPLICATIONS READ = " WS-APPL-COUNT
           DISPLAY "NBAPP001: ISSUED            = " WS-ISSUED-COUNT
           DISPLAY "NBAPP001: REFERRED          = " WS-REFERRED-COUNT
           DISPLAY "NBAPP001: DECLINED          = " WS-DECLINED-COUNT
           DISPLAY "NBAPP001: INTAKE REJECTS    = "
              WS-INTAKE-REJECT-COUNT
           DISPLAY "NBAPP001: PREMIUM ISSUED    = " WS-ISSUED-PREMIUM.

       END PROGRAM NBAPP001.
