       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMINT001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: TERM POLICY CLAIMS - NIGHTLY CLAIMS INTAKE            *
      * PURPOSE:                                                       *
      *   Feed the night's claim notifications through CLMADJ001 in   *
      *   batch and chase the paperwork its intake rules hold for.    *
      *   Every claim CLMADJ001 parks for missing documents opens an  *
      *   outstanding-requirements record (CLMREQ.CPY) listing each   *
      *   missing document and the date it was requested; document-   *
      *   received lines on the same file close the slots off, and    *
      *   the claim is re-submitted to CLMADJ001 unattended the       *
      *   moment the last one is in. A follow-up cycle over the open  *
      *   records sends the claimant a requirement letter at 15, 30,  *
      *   and 45 days through the same extract-plus-correspondence-   *
      *   log pattern CORRGEN001 letters with, and a claim still      *
      *   waiting on paper at 90 days goes on the close-for-no-       *
      *   response report so examiners stop chasing it by hand.       *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CI-1101: Claim notifications and document receipts, one per
      *          line, in the layout of WS-NOTICE-DETAIL below.
           SELECT CLAIM-NOTICE-FILE ASSIGN TO "CLMNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-FILE-STATUS.

      * CI-1102: The persistent keyed requirements file - written at
      *          intake, updated as documents arrive, and read through
      *          by the follow-up cycle. See CSH-SUS-001.cob SU-1101.
           SELECT CLAIM-REQUIREMENT-FILE ASSIGN TO "CLMREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RQ-CLAIM-ID
               FILE STATUS IS WS-RQ-FILE-STATUS.

      * CI-1103: Requirement letter extract, one letter per claim per
      *          request stage. See CORR-GEN-001.cob CG-1103.
           SELECT REQUIREMENT-LETTER-FILE ASSIGN TO "REQLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.

      * CI-1104: The correspondence log CORRGEN001 keeps - every
      *          requirement letter is logged alongside the rest of
      *          the policyholder's correspondence. See
      *          CORR-GEN-001.cob CG-1104.
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "CLMINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

      * CI-1105: Claims whose requirements are still open at the
      *          no-response limit, for the examiners to close.
           SELECT NO-RESPONSE-REPORT-FILE ASSIGN TO "REQNRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-NOTICE-FILE.
       01  CN-NOTICE-LINE               PIC X(500).

       FD  CLAIM-REQUIREMENT-FILE.
      * CI-1106: FD-RQ-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with RQ-REQUIREMENT-
      *          REC as CLMREQ grows. See NB-UW-001.cob NB-1102.
       01  FD-CLAIM-REQUIREMENT-REC.
           05  FD-RQ-CLAIM-ID           PIC X(12).
           05  FD-RQ-REST-OF-RECORD     PIC X(400).

       FD  REQUIREMENT-LETTER-FILE.
       01  RL-LETTER-LINE               PIC X(132).

       FD  CORRESPONDENCE-LOG-FILE.
       01  CL-LOG-LINE                  PIC X(80).

       FD  INTAKE-REPORT-FILE.
       01  IR-REPORT-LINE               PIC X(132).

       FD  NO-RESPONSE-REPORT-FILE.
       01  NR-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CN-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NR-FILE-STATUS            PIC X(02) VALUE SPACES.
      * CI-1110: Set only once a file has opened clean, so the close
      *          never reaches a file a failed open left shut.
       77  WS-CN-OPEN-SW                PIC X VALUE 'N'.
           88  WS-CN-IS-OPEN            VALUE 'Y'.
       77  WS-RQ-OPEN-SW                PIC X VALUE 'N'.
           88  WS-RQ-IS-OPEN            VALUE 'Y'.
       COPY CLMREQ.
      * CI-1107: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-MORE-NOTICES              PIC X VALUE 'Y'.
           88  WS-NO-MORE-NOTICES       VALUE 'N'.
       77  WS-MORE-REQUIREMENTS         PIC X VALUE 'Y'.
           88  WS-NO-MORE-REQUIREMENTS  VALUE 'N'.
       77  WS-RQ-FOUND                  PIC X VALUE 'N'.
           88  WS-RQ-WAS-FOUND          VALUE 'Y'.
       77  WS-LINE-COUNT                PIC 9(07) VALUE 0.
       77  WS-NOTICE-COUNT              PIC 9(05) VALUE 0.
       77  WS-RECEIPT-COUNT             PIC 9(05) VALUE 0.
       77  WS-LINE-REJECT-COUNT         PIC 9(05) VALUE 0.
       77  WS-SUBMIT-COUNT              PIC 9(05) VALUE 0.
       77  WS-APPROVED-COUNT            PIC 9(05) VALUE 0.
       77  WS-PENDING-COUNT             PIC 9(05) VALUE 0.
       77  WS-CLAIM-REJECT-COUNT        PIC 9(05) VALUE 0.
       77  WS-REQ-OPENED-COUNT          PIC 9(05) VALUE 0.
       77  WS-RESUBMIT-COUNT            PIC 9(05) VALUE 0.
       77  WS-LETTER-COUNT              PIC 9(05) VALUE 0.
       77  WS-NO-RESPONSE-COUNT         PIC 9(05) VALUE 0.
       77  WS-OPEN-REQ-COUNT            PIC 9(05) VALUE 0.
       77  WS-DOC-IDX                   PIC 9(02) VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.
       77  WS-DAYS-OPEN                 PIC 9(05) VALUE 0.
       77  WS-DUE-STAGE                 PIC 9(01) VALUE 0.
       77  WS-RESPOND-BY-DATE           PIC 9(08) VALUE 0.
       77  WS-RECEIVED-DATE             PIC 9(08) VALUE 0.
       77  WS-LETTER-TYPE               PIC X(03) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-MESSAGE            PIC X(60) VALUE SPACES.
       77  WS-CLAIM-STATUS              PIC X VALUE SPACE.
           88  WS-CLAIM-APPROVED        VALUE 'A'.
           88  WS-CLAIM-REJECTED        VALUE 'R'.
           88  WS-CLAIM-PENDING         VALUE 'P'.

      * CI-101: Follow-up stages and the no-response limit, in days
      *         from the date the documents were requested - claims
      *         operations terms, plain constants in the style of
      *         SVC-BILL-001.cob SV-1000.
       77  WS-FIRST-FOLLOW-UP-DAYS      PIC 9(03) VALUE 015.
       77  WS-SECOND-FOLLOW-UP-DAYS     PIC 9(03) VALUE 030.
       77  WS-FINAL-FOLLOW-UP-DAYS      PIC 9(03) VALUE 045.
       77  WS-NO-RESPONSE-DAYS          PIC 9(03) VALUE 090.

      * CI-102: Document slots in RQ-102 order, each with the wording
      *         the claimant sees on the letter.
       01  WS-DOC-TYPE-TABLE.
           05  FILLER                   PIC X(32)
               VALUE "DCCERTIFIED DEATH CERTIFICATE   ".
           05  FILLER                   PIC X(32)
               VALUE "CFCOMPLETED CLAIMANT STATEMENT  ".
           05  FILLER                   PIC X(32)
               VALUE "IDCLAIMANT PROOF OF IDENTITY    ".
           05  FILLER                   PIC X(32)
               VALUE "MDMEDICAL RECORDS               ".
           05  FILLER                   PIC X(32)
               VALUE "PCPHYSICIAN CERTIFICATION       ".
       01  WS-DOC-TYPE-ENTRIES REDEFINES WS-DOC-TYPE-TABLE.
           05  WS-DOC-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-DOC-TYPE-CODE     PIC X(02).
               10  WS-DOC-TYPE-DESC     PIC X(30).

      * CI-103: The intake document flags in slot order, and which of
      *         them this claim type must have - the same documents
      *         CLMADJ001's 1200/1220/1300 hold a claim for.
       01  WS-INTAKE-DOC-FLAGS.
           05  WS-INTAKE-DOC-FLAG       OCCURS 5 TIMES PIC X(01).
       01  WS-REQUIRED-DOC-FLAGS.
           05  WS-REQUIRED-DOC-FLAG     OCCURS 5 TIMES PIC X(01).

      * CI-107: Correspondence log record, the CORR-GEN-001.cob CG-107
      *         layout, so requirement letters read back with every
      *         other letter the policyholder was sent.
       01  WS-CORR-LOG-DETAIL.
           05  CR-POLICY-ID             PIC X(12).
           05  CR-LETTER-TYPE           PIC X(03).
           05  CR-EVENT-DATE            PIC 9(08).
           05  CR-EVENT-TIME            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  CR-SENT-DATE             PIC 9(08).

      * CI-1108: Notification line layout, read as plain text so it
      *          can be inspected or corrected between runs. A claim
      *          notice ("N") carries the claim fields CLMADJ001
      *          adjudicates; a document receipt ("D") carries only
      *          the claim ID, the document code, and the date the
      *          document came in.
       01  WS-NOTICE-DETAIL.
           05  NT-RECORD-TYPE           PIC X(01).
               88  NT-CLAIM-NOTICE      VALUE "N".
               88  NT-DOC-RECEIPT       VALUE "D".
           05  FILLER                   PIC X(01).
           05  NT-CLAIM-ID              PIC X(12).
           05  FILLER                   PIC X(01).
           05  NT-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01).
           05  NT-NOTICE-DATA.
               10  NT-CLAIM-TYPE        PIC X(02).
               10  FILLER               PIC X(01).
               10  NT-CAUSE-OF-DEATH    PIC X(03).
               10  FILLER               PIC X(01).
               10  NT-DATE-OF-DEATH     PIC 9(08).
               10  FILLER               PIC X(01).
               10  NT-CLAIM-SUBMIT-DATE PIC 9(08).
               10  FILLER               PIC X(01).
               10  NT-DOC-DEATH-CERT    PIC X(01).
               10  NT-DOC-CLAIM-FORM    PIC X(01).
               10  NT-DOC-ID-PROOF      PIC X(01).
               10  NT-DOC-MEDICAL       PIC X(01).
               10  NT-DOC-PHYS-CERT     PIC X(01).
               10  FILLER               PIC X(01).
               10  NT-ACCEL-ELECT-PCT   PIC 9(03)V99.
               10  FILLER               PIC X(01).
               10  NT-CLAIM-PAYMENT-MODE PIC X(01).
               10  FILLER               PIC X(01).
               10  NT-CLAIMANT-NAME     PIC X(50).
               10  FILLER               PIC X(01).
               10  NT-BENEFICIARY-COUNT PIC 9(01).
               10  NT-BENEFICIARY-ENTRY OCCURS 5 TIMES.
                   15  FILLER           PIC X(01).
                   15  NT-BENEF-NAME    PIC X(50).
                   15  FILLER           PIC X(01).
                   15  NT-BENEF-RELATION PIC X(10).
                   15  FILLER           PIC X(01).
                   15  NT-BENEF-PCT     PIC 9(03)V99.
                   15  FILLER           PIC X(01).
                   15  NT-BENEF-PAY-MODE PIC X(01).
           05  NT-RECEIPT-DATA REDEFINES NT-NOTICE-DATA.
               10  NT-DOC-CODE          PIC X(02).
               10  FILLER               PIC X(01).
               10  NT-DOC-RECEIVED-DATE PIC 9(08).

      * CI-1109: One claim transaction per submission, the same
      *          layout CLMADJ001 adjudicates.
           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-CLAIM-TRANSACTION.

       01  WS-INTAKE-DETAIL.
           05  ID-ACTION                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ID-CLAIM-ID              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ID-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ID-DECISION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ID-OUTSTANDING           PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ID-MESSAGE               PIC X(60).

       01  WS-NO-RESPONSE-DETAIL.
           05  NR-CLAIM-ID              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NR-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NR-OPEN-DATE             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NR-DAYS-OPEN             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NR-LETTER-STAGE          PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NR-OUTSTANDING-CODES     PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NR-CLAIMANT-NAME         PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NOTICES
              UNTIL WS-NO-MORE-NOTICES
           PERFORM 3000-FOLLOW-UP-CYCLE
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "CLMINT001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT INTAKE-REPORT-FILE
           OPEN OUTPUT NO-RESPONSE-REPORT-FILE
           OPEN OUTPUT REQUIREMENT-LETTER-FILE
           PERFORM 1100-WRITE-HEADINGS

      * CI-201: The requirements file is created on first use, the
      *         same way CLMADJ001's 8600 creates the claims history.
           OPEN I-O CLAIM-REQUIREMENT-FILE
           IF WS-RQ-FILE-STATUS = "35" OR WS-RQ-FILE-STATUS = "05"
              CLOSE CLAIM-REQUIREMENT-FILE
              OPEN OUTPUT CLAIM-REQUIREMENT-FILE
              CLOSE CLAIM-REQUIREMENT-FILE
              OPEN I-O CLAIM-REQUIREMENT-FILE
           END-IF
           IF WS-RQ-FILE-STATUS NOT = "00"
              DISPLAY "CLMINT001: CLMREQ OPEN FAILED, STATUS "
                      WS-RQ-FILE-STATUS
              MOVE 'N' TO WS-MORE-NOTICES WS-MORE-REQUIREMENTS
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RQ-OPEN-SW

           OPEN INPUT CLAIM-NOTICE-FILE
           IF WS-CN-FILE-STATUS = "00"
              MOVE 'Y' TO WS-CN-OPEN-SW
           ELSE
              MOVE 'N' TO WS-MORE-NOTICES
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO IR-REPORT-LINE
           STRING "CLAIMS INTAKE AND REQUIREMENTS REPORT - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "ACTION      CLAIM ID      POLICY ID     D  O  "
                  "MESSAGE"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO NR-REPORT-LINE
           STRING "CLAIMS CLOSED FOR NO RESPONSE - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO NR-REPORT-LINE
           WRITE NR-REPORT-LINE
           MOVE SPACES TO NR-REPORT-LINE
           WRITE NR-REPORT-LINE
           MOVE SPACES TO NR-REPORT-LINE
           STRING "CLAIM ID      POLICY ID     REQUESTED    DAYS  L  "
                  "OUTSTANDING      CLAIMANT"
               DELIMITED BY SIZE INTO NR-REPORT-LINE
           WRITE NR-REPORT-LINE.

      *===============================================================*
      * CI-2000: READ ONE NOTIFICATION LINE AND ROUTE IT - A NEW      *
      *          CLAIM GOES TO CLMADJ001, A DOCUMENT RECEIPT UPDATES  *
      *          THE CLAIM'S OUTSTANDING REQUIREMENTS.                *
      *===============================================================*
       2000-PROCESS-NOTICES.
           READ CLAIM-NOTICE-FILE
              AT END
                 MOVE 'N' TO WS-MORE-NOTICES
           END-READ
           IF WS-NO-MORE-NOTICES
              EXIT PARAGRAPH
           END-IF

           MOVE CN-NOTICE-LINE TO WS-NOTICE-DETAIL
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
              WHEN NT-CLAIM-NOTICE
                 ADD 1 TO WS-NOTICE-COUNT
                 PERFORM 2100-PROCESS-CLAIM-NOTICE
              WHEN NT-DOC-RECEIPT
                 ADD 1 TO WS-RECEIPT-COUNT
                 PERFORM 2500-PROCESS-DOCUMENT-RECEIPT
              WHEN OTHER
                 MOVE "UNKNOWN NOTIFICATION RECORD TYPE"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED-LINE
           END-EVALUATE.

       2100-PROCESS-CLAIM-NOTICE.
      * CI-202: The notification file is external input - a line
      *         whose numerics did not come across as digits is
      *         turned away with its own reason instead of abending
      *         the run. See NB-APP-001.cob NA-202.
           IF NT-DATE-OF-DEATH NOT NUMERIC
              OR NT-CLAIM-SUBMIT-DATE NOT NUMERIC
              OR NT-ACCEL-ELECT-PCT NOT NUMERIC
              OR NT-BENEFICIARY-COUNT NOT NUMERIC
              MOVE "UNREADABLE CLAIM NOTICE LINE" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF
           IF NT-BENEFICIARY-COUNT > 5
              MOVE "BENEFICIARY COUNT EXCEEDS LAYOUT"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF
           IF NT-CLAIM-ID = SPACES OR NT-POLICY-ID = SPACES
              MOVE "CLAIM ID AND POLICY ID ARE REQUIRED"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF

      * CI-203: A claim already under requirements tracking is not
      *         notified twice - its paperwork arrives as document
      *         receipts, and the claim re-submits itself.
           PERFORM 2150-READ-REQUIREMENT
           IF WS-RQ-WAS-FOUND
              MOVE "CLAIM ALREADY TRACKED - SEND DOCUMENTS AS RECEIPTS"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2200-SUBMIT-CLAIM-NOTICE.

       2150-READ-REQUIREMENT.
           MOVE 'N' TO WS-RQ-FOUND
           MOVE NT-CLAIM-ID TO FD-RQ-CLAIM-ID
           READ CLAIM-REQUIREMENT-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RQ-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RQ-FOUND
                 MOVE FD-CLAIM-REQUIREMENT-REC TO RQ-REQUIREMENT-REC
           END-READ.

       2200-SUBMIT-CLAIM-NOTICE.
      * CI-204: Build the claim transaction from the notice. The
      *         beneficiary split on the notice only counts where the
      *         master carries no designation of record - CLMADJ001's
      *         CL-1053 decides that, not this run.
           MOVE SPACES TO WS-CLAIM-TRANSACTION
           MOVE NT-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE NT-CLAIM-ID TO PM-CLAIM-ID
           MOVE NT-CLAIM-TYPE TO PM-CLAIM-TYPE
           MOVE NT-CAUSE-OF-DEATH TO PM-CAUSE-OF-DEATH
           MOVE NT-DATE-OF-DEATH TO PM-DATE-OF-DEATH
           MOVE ZERO TO PM-DISABILITY-DATE
      * CI-210: On a disability claim the notice's date of loss is
      *         the date of disability, not a date of death.
           IF PM-CLAIM-DISABILITY
              MOVE NT-DATE-OF-DEATH TO PM-DISABILITY-DATE
              MOVE ZERO TO PM-DATE-OF-DEATH
           END-IF
           MOVE NT-CLAIM-SUBMIT-DATE TO PM-CLAIM-SUBMIT-DATE
           IF PM-CLAIM-SUBMIT-DATE = ZERO
              MOVE WS-CURR-DATE TO PM-CLAIM-SUBMIT-DATE
           END-IF
           MOVE NT-DOC-DEATH-CERT TO PM-CLAIM-DOC-DEATH-CERT
           MOVE NT-DOC-CLAIM-FORM TO PM-CLAIM-DOC-CLAIM-FORM
           MOVE NT-DOC-ID-PROOF TO PM-CLAIM-DOC-ID-PROOF
           MOVE NT-DOC-MEDICAL TO PM-CLAIM-DOC-MEDICAL
           MOVE NT-DOC-PHYS-CERT TO PM-CLAIM-DOC-PHYS-CERT
           MOVE NT-ACCEL-ELECT-PCT TO PM-ACCEL-ELECT-PCT
           MOVE NT-CLAIM-PAYMENT-MODE TO PM-CLAIM-PAYMENT-MODE
           MOVE ZERO TO PM-CLAIM-INVEST-DATE
                        PM-CLAIM-ADJUDICATE-DATE
                        PM-CLAIM-SETTLE-DATE
                        PM-CLAIM-PAYMENT-AMOUNT
           MOVE NT-BENEFICIARY-COUNT TO PM-BENEFICIARY-COUNT
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > 5
              IF WS-BENE-IDX > PM-BENEFICIARY-COUNT
                 MOVE SPACES TO PM-BENEFICIARY-NAME(WS-BENE-IDX)
                                PM-BENEFICIARY-RELATION(WS-BENE-IDX)
                                PM-BENEFICIARY-PAY-MODE(WS-BENE-IDX)
                 MOVE ZERO TO PM-BENEFICIARY-PCT(WS-BENE-IDX)
              ELSE
                 MOVE NT-BENEF-NAME(WS-BENE-IDX)
                   TO PM-BENEFICIARY-NAME(WS-BENE-IDX)
                 MOVE NT-BENEF-RELATION(WS-BENE-IDX)
                   TO PM-BENEFICIARY-RELATION(WS-BENE-IDX)
                 MOVE NT-BENEF-PCT(WS-BENE-IDX)
                   TO PM-BENEFICIARY-PCT(WS-BENE-IDX)
                 MOVE NT-BENEF-PAY-MODE(WS-BENE-IDX)
                   TO PM-BENEFICIARY-PAY-MODE(WS-BENE-IDX)
              END-IF
              MOVE ZERO TO PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
           END-PERFORM
           MOVE "CLMINT01" TO PM-LAST-ACTION-USER

           CALL "CLMADJ001" USING WS-CLAIM-TRANSACTION
                                  WS-CLAIM-STATUS
           ADD 1 TO WS-SUBMIT-COUNT

           MOVE "NOTICE" TO WS-REPORT-ACTION
           MOVE PM-RETURN-MESSAGE TO WS-REPORT-MESSAGE
           MOVE ZERO TO RQ-OUTSTANDING-COUNT
           EVALUATE TRUE
              WHEN WS-CLAIM-APPROVED
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN WS-CLAIM-REJECTED
                 ADD 1 TO WS-CLAIM-REJECT-COUNT
              WHEN OTHER
                 ADD 1 TO WS-PENDING-COUNT
                 PERFORM 2300-DETERMINE-REQUIREMENTS
                 IF RQ-OUTSTANDING-COUNT > 0
                    PERFORM 2400-OPEN-REQUIREMENT-RECORD
                 END-IF
           END-EVALUATE
           PERFORM 8100-WRITE-INTAKE-LINE.

      *===============================================================*
      * CI-2300: WORK OUT WHICH DOCUMENTS ARE STILL OWED, BY THE SAME *
      *          RULES CLMADJ001'S INTAKE HOLDS ON - CL-204 FOR A     *
      *          DEATH CLAIM, CL-1220 FOR AN ACCELERATION, CL-1230    *
      *          FOR A DISABILITY CLAIM, AND CL-303 FOR MEDICAL       *
      *          RECORDS ON AN ACCIDENTAL, HOMICIDE, OR UNKNOWN-      *
      *          CAUSE DEATH.                                         *
      *===============================================================*
       2300-DETERMINE-REQUIREMENTS.
           MOVE SPACES TO RQ-REQUIREMENT-REC
           MOVE PM-CLAIM-DOC-DEATH-CERT TO WS-INTAKE-DOC-FLAG(1)
           MOVE PM-CLAIM-DOC-CLAIM-FORM TO WS-INTAKE-DOC-FLAG(2)
           MOVE PM-CLAIM-DOC-ID-PROOF TO WS-INTAKE-DOC-FLAG(3)
           MOVE PM-CLAIM-DOC-MEDICAL TO WS-INTAKE-DOC-FLAG(4)
           MOVE PM-CLAIM-DOC-PHYS-CERT TO WS-INTAKE-DOC-FLAG(5)
           MOVE "NNNNN" TO WS-REQUIRED-DOC-FLAGS
           EVALUATE TRUE
              WHEN PM-CLAIM-ACCEL
                 MOVE "Y" TO WS-REQUIRED-DOC-FLAG(2)
                             WS-REQUIRED-DOC-FLAG(3)
                             WS-REQUIRED-DOC-FLAG(5)
              WHEN PM-CLAIM-DISABILITY
                 MOVE "Y" TO WS-REQUIRED-DOC-FLAG(2)
                             WS-REQUIRED-DOC-FLAG(4)
                             WS-REQUIRED-DOC-FLAG(5)
              WHEN PM-CLAIM-DEATH
                 MOVE "Y" TO WS-REQUIRED-DOC-FLAG(1)
                             WS-REQUIRED-DOC-FLAG(2)
                             WS-REQUIRED-DOC-FLAG(3)
                 IF PM-CAUSE-OF-DEATH = "ACC" OR
                    PM-CAUSE-OF-DEATH = "HOM" OR
                    PM-CAUSE-OF-DEATH = "UNK"
                    MOVE "Y" TO WS-REQUIRED-DOC-FLAG(4)
                 END-IF
           END-EVALUATE
           MOVE ZERO TO RQ-OUTSTANDING-COUNT
           PERFORM 2310-SET-ONE-REQUIREMENT
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > 5.

       2310-SET-ONE-REQUIREMENT.
           MOVE WS-DOC-TYPE-CODE(WS-DOC-IDX) TO RQ-DOC-CODE(WS-DOC-IDX)
           MOVE ZERO TO RQ-DOC-REQUESTED-DATE(WS-DOC-IDX)
                        RQ-DOC-RECEIVED-DATE(WS-DOC-IDX)
           EVALUATE TRUE
              WHEN WS-INTAKE-DOC-FLAG(WS-DOC-IDX) = "Y"
                 MOVE "Y" TO RQ-DOC-STATUS(WS-DOC-IDX)
              WHEN WS-REQUIRED-DOC-FLAG(WS-DOC-IDX) = "Y"
                 MOVE "O" TO RQ-DOC-STATUS(WS-DOC-IDX)
                 MOVE WS-CURR-DATE TO RQ-DOC-REQUESTED-DATE(WS-DOC-IDX)
                 ADD 1 TO RQ-OUTSTANDING-COUNT
              WHEN OTHER
                 MOVE SPACE TO RQ-DOC-STATUS(WS-DOC-IDX)
           END-EVALUATE.

       2400-OPEN-REQUIREMENT-RECORD.
      * CI-205: The claim data CLMADJ001 needs to adjudicate again is
      *         kept with the requirements, so the re-submission in
      *         2600 is built from this record alone.
           MOVE NT-CLAIM-ID TO RQ-CLAIM-ID
           MOVE PM-POLICY-ID TO RQ-POLICY-ID
           MOVE NT-CLAIMANT-NAME TO RQ-CLAIMANT-NAME
           IF RQ-CLAIMANT-NAME = SPACES
              MOVE PM-INSURED-NAME TO RQ-CLAIMANT-NAME
           END-IF
           MOVE PM-CLAIM-TYPE TO RQ-CLAIM-TYPE
           MOVE PM-CAUSE-OF-DEATH TO RQ-CAUSE-OF-DEATH
           MOVE PM-DATE-OF-DEATH TO RQ-DATE-OF-DEATH
           IF PM-CLAIM-DISABILITY
              MOVE PM-DISABILITY-DATE TO RQ-DATE-OF-DEATH
           END-IF
           MOVE PM-CLAIM-SUBMIT-DATE TO RQ-CLAIM-SUBMIT-DATE
           MOVE PM-ACCEL-ELECT-PCT TO RQ-ACCEL-ELECT-PCT
           MOVE PM-CLAIM-PAYMENT-MODE TO RQ-CLAIM-PAYMENT-MODE
           MOVE WS-CURR-DATE TO RQ-OPEN-DATE RQ-STATUS-DATE
           MOVE "O" TO RQ-REQ-STATUS
           MOVE ZERO TO RQ-LETTER-STAGE RQ-LAST-LETTER-DATE
                        RQ-RESUBMIT-DATE
           MOVE SPACE TO RQ-RESUBMIT-DECISION
      * CI-206: The first request goes out the night the claim is
      *         held, so the claimant knows what is owed before the
      *         15-day follow-up ever comes due.
           MOVE ZERO TO WS-DUE-STAGE
           PERFORM 3200-WRITE-REQUIREMENT-LETTER
           MOVE RQ-REQUIREMENT-REC TO FD-CLAIM-REQUIREMENT-REC
           WRITE FD-CLAIM-REQUIREMENT-REC
              INVALID KEY
                 DISPLAY "CLMINT001: REQUIREMENT WRITE FAILED FOR "
                         RQ-CLAIM-ID
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-REQ-OPENED-COUNT
           MOVE "REQUIREMENTS REQUESTED - CLAIM HELD FOR DOCUMENTS"
             TO WS-REPORT-MESSAGE.

      *===============================================================*
      * CI-2500: A DOCUMENT CAME IN - CLOSE ITS SLOT, AND WHEN IT WAS *
      *          THE LAST ONE OUTSTANDING, RE-SUBMIT THE CLAIM.       *
      *===============================================================*
       2500-PROCESS-DOCUMENT-RECEIPT.
           IF NT-CLAIM-ID = SPACES
              MOVE "CLAIM ID IS REQUIRED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM 2550-FIND-DOCUMENT-SLOT
           IF WS-DOC-IDX > 5
              MOVE "UNKNOWN DOCUMENT CODE" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM 2150-READ-REQUIREMENT
           IF NOT WS-RQ-WAS-FOUND
              MOVE "NO OUTSTANDING REQUIREMENTS ON FILE FOR CLAIM"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE RQ-POLICY-ID TO PM-POLICY-ID
           IF RQ-REQ-SATISFIED
              MOVE "REQUIREMENTS ALREADY SATISFIED - CLAIM RESUBMITTED"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF
           IF RQ-DOC-ON-FILE(WS-DOC-IDX) OR
              RQ-DOC-RECEIVED(WS-DOC-IDX)
              MOVE "DOCUMENT ALREADY ON FILE FOR CLAIM"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-LINE
              EXIT PARAGRAPH
           END-IF

           IF NT-DOC-RECEIVED-DATE NUMERIC AND
              NT-DOC-RECEIVED-DATE NOT = ZERO
              MOVE NT-DOC-RECEIVED-DATE TO WS-RECEIVED-DATE
           ELSE
              MOVE WS-CURR-DATE TO WS-RECEIVED-DATE
           END-IF
      * CI-207: A document nobody asked for is still recorded - it
      *         goes to CLMADJ001 with the claim - but only an
      *         outstanding one counts toward re-submission.
           IF RQ-DOC-OUTSTANDING(WS-DOC-IDX)
              SUBTRACT 1 FROM RQ-OUTSTANDING-COUNT
           END-IF
           MOVE "R" TO RQ-DOC-STATUS(WS-DOC-IDX)
           MOVE WS-RECEIVED-DATE TO RQ-DOC-RECEIVED-DATE(WS-DOC-IDX)
           MOVE "RECEIPT" TO WS-REPORT-ACTION
           MOVE SPACE TO WS-CLAIM-STATUS
           MOVE SPACES TO WS-REPORT-MESSAGE
           STRING WS-DOC-TYPE-DESC(WS-DOC-IDX) " RECEIVED "
               WS-RECEIVED-DATE
               DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-INTAKE-LINE

      * CI-208: The last outstanding document re-submits the claim
      *         whether or not it had already gone on the no-
      *         response report - late paper still pays a good claim.
           IF RQ-OUTSTANDING-COUNT = 0
              PERFORM 2600-RESUBMIT-CLAIM
           END-IF
           PERFORM 8400-REWRITE-REQUIREMENT.

       2550-FIND-DOCUMENT-SLOT.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 5
                      OR WS-DOC-TYPE-CODE(WS-DOC-IDX) = NT-DOC-CODE
              CONTINUE
           END-PERFORM.

       2600-RESUBMIT-CLAIM.
      * CI-209: Rebuild the claim from the requirements record with
      *         every document now on file. No beneficiary split is
      *         sent - the first pass already left the designation
      *         on the master for CLMADJ001's CL-1053 to pay from.
           MOVE SPACES TO WS-CLAIM-TRANSACTION
           MOVE RQ-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE RQ-CLAIM-ID TO PM-CLAIM-ID
           MOVE RQ-CLAIM-TYPE TO PM-CLAIM-TYPE
           MOVE RQ-CAUSE-OF-DEATH TO PM-CAUSE-OF-DEATH
           MOVE RQ-DATE-OF-DEATH TO PM-DATE-OF-DEATH
           MOVE ZERO TO PM-DISABILITY-DATE
           IF PM-CLAIM-DISABILITY
              MOVE RQ-DATE-OF-DEATH TO PM-DISABILITY-DATE
              MOVE ZERO TO PM-DATE-OF-DEATH
           END-IF
           MOVE RQ-CLAIM-SUBMIT-DATE TO PM-CLAIM-SUBMIT-DATE
           MOVE RQ-ACCEL-ELECT-PCT TO PM-ACCEL-ELECT-PCT
           MOVE RQ-CLAIM-PAYMENT-MODE TO PM-CLAIM-PAYMENT-MODE
           MOVE "NNNNN" TO WS-INTAKE-DOC-FLAGS
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 5
              IF RQ-DOC-ON-FILE(WS-DOC-IDX) OR
                 RQ-DOC-RECEIVED(WS-DOC-IDX)
                 MOVE "Y" TO WS-INTAKE-DOC-FLAG(WS-DOC-IDX)
              END-IF
           END-PERFORM
           MOVE WS-INTAKE-DOC-FLAG(1) TO PM-CLAIM-DOC-DEATH-CERT
           MOVE WS-INTAKE-DOC-FLAG(2) TO PM-CLAIM-DOC-CLAIM-FORM
           MOVE WS-INTAKE-DOC-FLAG(3) TO PM-CLAIM-DOC-ID-PROOF
           MOVE WS-INTAKE-DOC-FLAG(4) TO PM-CLAIM-DOC-MEDICAL
           MOVE WS-INTAKE-DOC-FLAG(5) TO PM-CLAIM-DOC-PHYS-CERT
           MOVE ZERO TO PM-CLAIM-INVEST-DATE
                        PM-CLAIM-ADJUDICATE-DATE
                        PM-CLAIM-SETTLE-DATE
                        PM-CLAIM-PAYMENT-AMOUNT
                        PM-BENEFICIARY-COUNT
           MOVE "CLMINT01" TO PM-LAST-ACTION-USER

           CALL "CLMADJ001" USING WS-CLAIM-TRANSACTION
                                  WS-CLAIM-STATUS
           ADD 1 TO WS-SUBMIT-COUNT
           ADD 1 TO WS-RESUBMIT-COUNT
           EVALUATE TRUE
              WHEN WS-CLAIM-APPROVED
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN WS-CLAIM-REJECTED
                 ADD 1 TO WS-CLAIM-REJECT-COUNT
              WHEN OTHER
                 ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE

           MOVE "S" TO RQ-REQ-STATUS
           MOVE WS-CURR-DATE TO RQ-STATUS-DATE RQ-RESUBMIT-DATE
           MOVE WS-CLAIM-STATUS TO RQ-RESUBMIT-DECISION
           MOVE "RESUBMIT" TO WS-REPORT-ACTION
           MOVE PM-RETURN-MESSAGE TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-INTAKE-LINE.

       2900-REPORT-REJECTED-LINE.
           ADD 1 TO WS-LINE-REJECT-COUNT
           MOVE "REJECTED" TO WS-REPORT-ACTION
           MOVE SPACE TO WS-CLAIM-STATUS
           MOVE ZERO TO RQ-OUTSTANDING-COUNT
           MOVE NT-POLICY-ID TO PM-POLICY-ID
           PERFORM 8100-WRITE-INTAKE-LINE.

      *===============================================================*
      * CI-3000: FOLLOW-UP CYCLE - READ EVERY OPEN REQUIREMENTS       *
      *          RECORD, SEND THE 15/30/45-DAY REQUEST THAT HAS COME  *
      *          DUE, AND LIST THE CLAIMS STILL OPEN AT 90 DAYS FOR   *
      *          CLOSING.                                             *
      *===============================================================*
       3000-FOLLOW-UP-CYCLE.
           IF WS-NO-MORE-REQUIREMENTS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FD-RQ-CLAIM-ID
           START CLAIM-REQUIREMENT-FILE KEY >= FD-RQ-CLAIM-ID
              INVALID KEY
                 MOVE 'N' TO WS-MORE-REQUIREMENTS
           END-START
           PERFORM 3100-FOLLOW-UP-ONE-CLAIM
              UNTIL WS-NO-MORE-REQUIREMENTS.

       3100-FOLLOW-UP-ONE-CLAIM.
           READ CLAIM-REQUIREMENT-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-MORE-REQUIREMENTS
           END-READ
           IF WS-NO-MORE-REQUIREMENTS
              EXIT PARAGRAPH
           END-IF
           MOVE FD-CLAIM-REQUIREMENT-REC TO RQ-REQUIREMENT-REC
           IF NOT RQ-REQ-OPEN
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 - FUNCTION INTEGER-OF-DATE(RQ-OPEN-DATE)
           IF WS-DAYS-OPEN >= WS-NO-RESPONSE-DAYS
              PERFORM 3300-CLOSE-FOR-NO-RESPONSE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-REQ-COUNT

      * CI-301: Only the latest stage that has come due is sent - a
      *         claim whose 15-day request was missed by a skipped
      *         night gets the 30-day letter, not both.
           EVALUATE TRUE
              WHEN WS-DAYS-OPEN >= WS-FINAL-FOLLOW-UP-DAYS
                 MOVE 3 TO WS-DUE-STAGE
              WHEN WS-DAYS-OPEN >= WS-SECOND-FOLLOW-UP-DAYS
                 MOVE 2 TO WS-DUE-STAGE
              WHEN WS-DAYS-OPEN >= WS-FIRST-FOLLOW-UP-DAYS
                 MOVE 1 TO WS-DUE-STAGE
              WHEN OTHER
                 MOVE 0 TO WS-DUE-STAGE
           END-EVALUATE
           IF WS-DUE-STAGE > RQ-LETTER-STAGE
              PERFORM 3200-WRITE-REQUIREMENT-LETTER
              PERFORM 8400-REWRITE-REQUIREMENT
           END-IF.

      *===============================================================*
      * CI-3200: ONE REQUIREMENT LETTER TO THE CLAIMANT, LISTING      *
      *          EVERY DOCUMENT STILL OWED AND WHEN IT WAS FIRST      *
      *          REQUESTED. STAGE 0 IS THE REQUEST AT INTAKE.         *
      *===============================================================*
       3200-WRITE-REQUIREMENT-LETTER.
           MOVE SPACES TO RL-LETTER-LINE
           STRING "CLAIM " RQ-CLAIM-ID " POLICY " RQ-POLICY-ID
               " - " RQ-CLAIMANT-NAME
               DELIMITED BY SIZE INTO RL-LETTER-LINE
           WRITE RL-LETTER-LINE
           MOVE SPACES TO RL-LETTER-LINE
           EVALUATE WS-DUE-STAGE
              WHEN 0
                 MOVE "  WE NEED THE FOLLOWING TO PROCESS YOUR CLAIM"
                   TO RL-LETTER-LINE
              WHEN 1
                 MOVE "  FIRST REMINDER - WE ARE STILL WAITING FOR"
                   TO RL-LETTER-LINE
              WHEN 2
                 MOVE "  SECOND REMINDER - WE ARE STILL WAITING FOR"
                   TO RL-LETTER-LINE
              WHEN OTHER
                 COMPUTE WS-RESPOND-BY-DATE =
                         FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(RQ-OPEN-DATE)
                         + WS-NO-RESPONSE-DAYS)
                 STRING "  FINAL REQUEST - YOUR CLAIM WILL BE CLOSED "
                     "IF WE DO NOT RECEIVE THESE BY "
                     WS-RESPOND-BY-DATE
                     DELIMITED BY SIZE INTO RL-LETTER-LINE
           END-EVALUATE
           WRITE RL-LETTER-LINE
           PERFORM 3210-WRITE-ONE-OUTSTANDING-DOC
              VARYING WS-DOC-IDX FROM 1 BY 1
              UNTIL WS-DOC-IDX > 5
           MOVE WS-DUE-STAGE TO RQ-LETTER-STAGE
           MOVE WS-CURR-DATE TO RQ-LAST-LETTER-DATE
           MOVE SPACES TO WS-LETTER-TYPE
           STRING "RQ" WS-DUE-STAGE
               DELIMITED BY SIZE INTO WS-LETTER-TYPE
           PERFORM 8500-LOG-LETTER-SENT.

       3210-WRITE-ONE-OUTSTANDING-DOC.
           IF NOT RQ-DOC-OUTSTANDING(WS-DOC-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RL-LETTER-LINE
           STRING "    " WS-DOC-TYPE-DESC(WS-DOC-IDX)
               " REQUESTED " RQ-DOC-REQUESTED-DATE(WS-DOC-IDX)
               DELIMITED BY SIZE INTO RL-LETTER-LINE
           WRITE RL-LETTER-LINE.

       3300-CLOSE-FOR-NO-RESPONSE.
      * CI-302: The claim goes on the report once and moves to "N" -
      *         no more letters; the examiner closes it. A document
      *         that still turns up is taken by CI-208.
           MOVE SPACES TO WS-NO-RESPONSE-DETAIL
           MOVE RQ-CLAIM-ID TO NR-CLAIM-ID
           MOVE RQ-POLICY-ID TO NR-POLICY-ID
           MOVE RQ-OPEN-DATE TO NR-OPEN-DATE
           MOVE WS-DAYS-OPEN TO NR-DAYS-OPEN
           MOVE RQ-LETTER-STAGE TO NR-LETTER-STAGE
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 5
              IF RQ-DOC-OUTSTANDING(WS-DOC-IDX)
                 MOVE RQ-DOC-CODE(WS-DOC-IDX)
                   TO NR-OUTSTANDING-CODES((WS-DOC-IDX * 3) - 2:2)
              END-IF
           END-PERFORM
           MOVE RQ-CLAIMANT-NAME TO NR-CLAIMANT-NAME
           MOVE WS-NO-RESPONSE-DETAIL TO NR-REPORT-LINE
           WRITE NR-REPORT-LINE
           ADD 1 TO WS-NO-RESPONSE-COUNT
           MOVE "N" TO RQ-REQ-STATUS
           MOVE WS-CURR-DATE TO RQ-STATUS-DATE
           PERFORM 8400-REWRITE-REQUIREMENT.

       8100-WRITE-INTAKE-LINE.
           MOVE SPACES TO WS-INTAKE-DETAIL
           MOVE WS-REPORT-ACTION TO ID-ACTION
           MOVE NT-CLAIM-ID TO ID-CLAIM-ID
           MOVE PM-POLICY-ID TO ID-POLICY-ID
           MOVE WS-CLAIM-STATUS TO ID-DECISION
           MOVE RQ-OUTSTANDING-COUNT TO ID-OUTSTANDING
           MOVE WS-REPORT-MESSAGE TO ID-MESSAGE
           MOVE WS-INTAKE-DETAIL TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       8400-REWRITE-REQUIREMENT.
           MOVE RQ-REQUIREMENT-REC TO FD-CLAIM-REQUIREMENT-REC
           REWRITE FD-CLAIM-REQUIREMENT-REC
              INVALID KEY
                 DISPLAY "CLMINT001: REQUIREMENT REWRITE FAILED FOR "
                         RQ-CLAIM-ID
           END-REWRITE.

       8500-LOG-LETTER-SENT.
      * CI-401: One correspondence-log append per letter, keyed by the
      *         date the requirements were opened so every stage of
      *         the same chase reads back together. The stage on the
      *         requirements record is the rerun guard. See
      *         CORR-GEN-001.cob CG-401.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO WS-CORR-LOG-DETAIL
           MOVE RQ-POLICY-ID TO CR-POLICY-ID
           MOVE WS-LETTER-TYPE TO CR-LETTER-TYPE
           MOVE RQ-OPEN-DATE TO CR-EVENT-DATE
           MOVE ZERO TO CR-EVENT-TIME
           MOVE WS-CURR-DATE TO CR-SENT-DATE
           OPEN EXTEND CORRESPONDENCE-LOG-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
              OPEN OUTPUT CORRESPONDENCE-LOG-FILE
              CLOSE CORRESPONDENCE-LOG-FILE
              OPEN EXTEND CORRESPONDENCE-LOG-FILE
           END-IF
           MOVE WS-CORR-LOG-DETAIL TO CL-LOG-LINE
           WRITE CL-LOG-LINE
           CLOSE CORRESPONDENCE-LOG-FILE.

       8900-WRITE-RUN-CONTROL.
      * CI-402: Notification lines read against claims handed to
      *         CLMADJ001 (new notices plus re-submissions).
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-LINE-COUNT TO BC-RECORDS-READ
           MOVE WS-SUBMIT-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-CN-IS-OPEN
              CLOSE CLAIM-NOTICE-FILE
           END-IF
           IF WS-RQ-IS-OPEN
              CLOSE CLAIM-REQUIREMENT-FILE
           END-IF
           CLOSE REQUIREMENT-LETTER-FILE
           CLOSE NO-RESPONSE-REPORT-FILE
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "NOTICES: " WS-NOTICE-COUNT
               "  RECEIPTS: " WS-RECEIPT-COUNT
               "  LINES REJECTED: " WS-LINE-REJECT-COUNT
               "  SUBMITTED: " WS-SUBMIT-COUNT
               "  RESUBMITTED: " WS-RESUBMIT-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "APPROVED: " WS-APPROVED-COUNT
               "  PENDING: " WS-PENDING-COUNT
               "  REJECTED: " WS-CLAIM-REJECT-COUNT
               "  REQUIREMENTS OPENED: " WS-REQ-OPENED-COUNT
               "  LETTERS: " WS-LETTER-COUNT
               "  NO RESPONSE: " WS-NO-RESPONSE-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           CLOSE INTAKE-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "CLMINT001: NOTIFICATION LINES  = " WS-LINE-COUNT
           DISPLAY "CLMINT001: CLAIMS SUBMITTED    = " WS-SUBMIT-COUNT
           DISPLAY "CLMINT001: CLAIMS RESUBMITTED  = " WS-RESUBMIT-COUNT
           DISPLAY "CLMINT001: REQUIREMENTS OPENED = "
              WS-REQ-OPENED-COUNT
           DISPLAY "CLMINT001: STILL OPEN          = " WS-OPEN-REQ-COUNT
           DISPLAY "CLMINT001: LETTERS SENT        = " WS-LETTER-COUNT
           DISPLAY "CLMINT001: NO-RESPONSE CLOSES  = "
              WS-NO-RESPONSE-COUNT.

       END PROGRAM CLMINT001.
