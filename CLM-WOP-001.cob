       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMWOP001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: TERM POLICY CLAIMS - WAIVER-OF-PREMIUM RECERT DIARY   *
      * PURPOSE:                                                       *
      *   Keep every premium waiver CLMADJ001 opened under an         *
      *   approved WOP01 disability claim honest. Proof of continued  *
      *   disability received since the last run is posted first -    *
      *   it moves the next recertification date out one interval,   *
      *   or ends the waiver outright when the physician reports the  *
      *   insured recovered. The diary pass then reads every active   *
      *   waiver on the master: proof coming due inside the lead      *
      *   window or already overdue is listed for the examiners to    *
      *   chase, and a waiver whose proof is still missing past the   *
      *   grace limit is ended, so the nightly sweep starts billing   *
      *   the policyholder again instead of waiving premium forever.  *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CW-1101: Same physical master every other program reads and
      *          rewrites; this run touches only the waiver group.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * CW-1102: Recertification proofs received, one per line, in
      *          the layout of WS-PROOF-DETAIL below.
           SELECT RECERT-PROOF-FILE ASSIGN TO "WOPPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT DIARY-REPORT-FILE ASSIGN TO "WOPDIARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

      * CW-1103: Append-only transaction log, one record per waiver
      *          recertified or ended. See NB-UW-001.cob NB-1103.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

      * CW-1104: Append-only before-image journal - every master
      *          rewrite journals the record as it stood first. See
      *          SVC-BILL-001.cob SV-1121.
           SELECT POLICY-JOURNAL-FILE ASSIGN TO "POLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
      * CW-1105: FD-PM-REST-OF-RECORD is deliberately oversized so this
      *          FD stays binary-compatible with WS-POLICY-MASTER-REC
      *          as POLDATA grows. See NB-UW-001.cob NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  RECERT-PROOF-FILE.
       01  RP-PROOF-LINE                PIC X(80).

       FD  DIARY-REPORT-FILE.
       01  DR-REPORT-LINE               PIC X(132).

       FD  AUDIT-LOG-FILE.
       01  AL-LOG-LINE                  PIC X(132).

       FD  POLICY-JOURNAL-FILE.
       01  PJ-JOURNAL-LINE              PIC X(3060).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY POLJRNL.
       COPY AUDITLOG.
      * CW-1106: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       COPY POLDATA.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-MORE-PROOFS               PIC X VALUE 'Y'.
           88  WS-NO-MORE-PROOFS        VALUE 'N'.
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
       77  WS-PM-FOUND                  PIC X VALUE 'N'.
           88  WS-PM-WAS-FOUND          VALUE 'Y'.
       77  WS-PROOF-COUNT               PIC 9(05) VALUE 0.
       77  WS-PROOF-REJECT-COUNT        PIC 9(05) VALUE 0.
       77  WS-RECERT-COUNT              PIC 9(05) VALUE 0.
       77  WS-RECOVERED-COUNT           PIC 9(05) VALUE 0.
       77  WS-WAIVER-COUNT              PIC 9(05) VALUE 0.
       77  WS-DUE-COUNT                 PIC 9(05) VALUE 0.
       77  WS-OVERDUE-COUNT             PIC 9(05) VALUE 0.
       77  WS-ENDED-COUNT               PIC 9(05) VALUE 0.
       77  WS-REWRITE-COUNT             PIC 9(05) VALUE 0.
       77  WS-DAYS-TO-DUE               PIC S9(05) VALUE 0.
       77  WS-BEFORE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ACTION-TYPE               PIC X(10) VALUE SPACES.
       77  WS-AUDIT-REASON              PIC X(40) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-MESSAGE            PIC X(50) VALUE SPACES.

      * CW-101: Recertification terms - proof of continued disability
      *         is due every interval (the same interval CLMADJ001's
      *         CL-130 sets the first due date with), the diary lists
      *         proof coming due inside the lead window, and a waiver
      *         still without proof past the grace limit ends. Claims
      *         operations terms, plain constants in the style of
      *         SVC-BILL-001.cob SV-1000.
       77  WS-WOP-RECERT-DAYS           PIC 9(03) VALUE 180.
       77  WS-RECERT-LEAD-DAYS          PIC 9(03) VALUE 030.
       77  WS-RECERT-GRACE-DAYS         PIC 9(03) VALUE 060.

      * CW-1107: Proof line layout, read as plain text so it can be
      *          inspected or corrected between runs. The outcome
      *          byte is the attending physician's finding: "C" the
      *          insured is still disabled, "R" the insured has
      *          recovered and the waiver ends.
       01  WS-PROOF-DETAIL.
           05  PF-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01).
           05  PF-PROOF-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  PF-OUTCOME               PIC X(01).
               88  PF-STILL-DISABLED    VALUE "C".
               88  PF-RECOVERED         VALUE "R".
           05  FILLER                   PIC X(57).

       01  WS-DIARY-DETAIL.
           05  DD-ACTION                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-CLAIM-ID              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-DISABILITY-DATE       PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-RECERT-DUE-DATE       PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-DAYS-TO-DUE           PIC -(4)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-WAIVED-COUNT          PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DD-MESSAGE               PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RECERT-PROOF
              UNTIL WS-NO-MORE-PROOFS
           PERFORM 3000-DIARY-PASS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "CLMWOP001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT DIARY-REPORT-FILE
           PERFORM 1100-WRITE-HEADINGS
           OPEN I-O POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-PROOFS WS-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT RECERT-PROOF-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-PROOFS
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO DR-REPORT-LINE
           STRING "WAIVER-OF-PREMIUM RECERTIFICATION DIARY - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           MOVE SPACES TO DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           MOVE SPACES TO DR-REPORT-LINE
           STRING "ACTION      POLICY ID     CLAIM ID      DISABLED  "
                  "  RECERT DUE   DAYS  WVD  MESSAGE"
               DELIMITED BY SIZE INTO DR-REPORT-LINE
           WRITE DR-REPORT-LINE.

      *===============================================================*
      * CW-2000: POST ONE RECERTIFICATION PROOF AGAINST ITS POLICY'S  *
      *          ACTIVE WAIVER - CONTINUED DISABILITY MOVES THE NEXT  *
      *          DUE DATE OUT, RECOVERY ENDS THE WAIVER.              *
      *===============================================================*
       2000-APPLY-RECERT-PROOF.
           READ RECERT-PROOF-FILE
              AT END
                 MOVE 'N' TO WS-MORE-PROOFS
           END-READ
           IF WS-NO-MORE-PROOFS
              EXIT PARAGRAPH
           END-IF
           MOVE RP-PROOF-LINE TO WS-PROOF-DETAIL
           ADD 1 TO WS-PROOF-COUNT
           MOVE SPACES TO WS-POLICY-MASTER-REC
           MOVE PF-POLICY-ID TO PM-POLICY-ID

      * CW-201: The proof file is external input - a line whose date
      *         did not come across as digits, or with an outcome
      *         this run does not know, is turned away with its own
      *         reason. See NB-APP-001.cob NA-202.
           IF PF-PROOF-DATE NOT NUMERIC OR PF-PROOF-DATE = ZERO
              OR (NOT PF-STILL-DISABLED AND NOT PF-RECOVERED)
              MOVE "UNREADABLE RECERTIFICATION PROOF LINE"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-PROOF
              EXIT PARAGRAPH
           END-IF

           PERFORM 2100-READ-POLICY
           IF NOT WS-PM-WAS-FOUND
              MOVE "POLICY NOT FOUND ON POLICY MASTER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-PROOF
              EXIT PARAGRAPH
           END-IF
           IF NOT PM-WAIVER-ACTIVE
              MOVE "NO ACTIVE PREMIUM WAIVER ON POLICY"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-PROOF
              EXIT PARAGRAPH
           END-IF
      * CW-202: Proof older than the last one posted adds nothing -
      *         a replayed proof file never moves the due date twice.
           IF PF-PROOF-DATE NOT > PM-WAIVER-LAST-RECERT-DATE
              MOVE "PROOF NOT LATER THAN LAST RECERTIFICATION"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED-PROOF
              EXIT PARAGRAPH
           END-IF

           IF PF-RECOVERED
              MOVE "RC" TO PM-WAIVER-END-REASON
              MOVE PF-PROOF-DATE TO PM-WAIVER-LAST-RECERT-DATE
              PERFORM 2200-END-WAIVER
              ADD 1 TO WS-RECOVERED-COUNT
              MOVE "RECOVERED" TO WS-REPORT-ACTION
              MOVE "INSURED RECOVERED - PREMIUM WAIVER ENDED"
                TO WS-REPORT-MESSAGE
           ELSE
              MOVE PF-PROOF-DATE TO PM-WAIVER-LAST-RECERT-DATE
              COMPUTE PM-WAIVER-RECERT-DUE-DATE =
                      FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(PF-PROOF-DATE)
                      + WS-WOP-RECERT-DAYS)
              MOVE "RECERT" TO WS-ACTION-TYPE
              MOVE SPACES TO WS-AUDIT-REASON
              STRING "DISABILITY RECERTIFIED TO "
                  PM-WAIVER-RECERT-DUE-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
              PERFORM 8800-REWRITE-POLICY
              ADD 1 TO WS-RECERT-COUNT
              MOVE "RECERTIFY" TO WS-REPORT-ACTION
              MOVE "PROOF OF CONTINUED DISABILITY POSTED"
                TO WS-REPORT-MESSAGE
           END-IF
           MOVE ZERO TO WS-DAYS-TO-DUE
           PERFORM 8100-WRITE-DIARY-LINE.

       2100-READ-POLICY.
           MOVE 'N' TO WS-PM-FOUND
           MOVE PF-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PM-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PM-FOUND
                 MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
      * CW-203: Snapshot the before-image at the read; 8800 journals
      *         it ahead of the rewrite.
                 MOVE FD-POLICY-MASTER-REC TO JR-BEFORE-IMAGE
           END-READ.

      *===============================================================*
      * CW-2200: END THE WAIVER. THE CONTRACT STAYS IN FORCE; FROM    *
      *          TONIGHT THE SWEEP BILLS EVERY INSTALLMENT FALLING    *
      *          DUE PAST THE LAST ONE IT WAIVED.                     *
      *===============================================================*
       2200-END-WAIVER.
           MOVE "E" TO PM-WAIVER-STATUS
           MOVE WS-CURR-DATE TO PM-WAIVER-END-DATE
           MOVE "WVENDED" TO WS-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-REASON
           IF PM-WAIVER-END-RECOVERED
              STRING "WAIVER ENDED - INSURED RECOVERED"
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           ELSE
              STRING "WAIVER ENDED - NO PROOF OF DISABILITY"
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           END-IF
           PERFORM 8800-REWRITE-POLICY
           ADD 1 TO WS-ENDED-COUNT.

       2900-REPORT-REJECTED-PROOF.
           ADD 1 TO WS-PROOF-REJECT-COUNT
           MOVE "REJECTED" TO WS-REPORT-ACTION
           MOVE ZERO TO WS-DAYS-TO-DUE
           PERFORM 8100-WRITE-DIARY-LINE.

      *===============================================================*
      * CW-3000: DIARY PASS - READ THE MASTER THROUGH AND WORK EVERY  *
      *          ACTIVE WAIVER AGAINST ITS RECERTIFICATION DUE DATE.  *
      *          SEE CSH-SUS-001.cob FOR THE START/READ NEXT/REWRITE  *
      *          PATTERN.                                             *
      *===============================================================*
       3000-DIARY-PASS.
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FD-PM-POLICY-ID
           START POLICY-MASTER-FILE KEY >= FD-PM-POLICY-ID
              INVALID KEY
                 MOVE 'N' TO WS-MORE-POLICIES
           END-START
           PERFORM 3100-DIARY-ONE-POLICY
              UNTIL WS-NO-MORE-POLICIES.

       3100-DIARY-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-MORE-POLICIES
           END-READ
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
           IF NOT PM-WAIVER-ACTIVE
              EXIT PARAGRAPH
           END-IF
           MOVE FD-POLICY-MASTER-REC TO JR-BEFORE-IMAGE
           ADD 1 TO WS-WAIVER-COUNT

      * CW-301: Negative days means the proof is overdue. Past the
      *         grace limit the waiver ends; inside it, or inside the
      *         lead window ahead of the due date, the waiver goes on
      *         the diary for the examiners to chase the proof.
           COMPUTE WS-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(PM-WAIVER-RECERT-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           EVALUATE TRUE
              WHEN WS-DAYS-TO-DUE < 0 AND
                   (0 - WS-DAYS-TO-DUE) > WS-RECERT-GRACE-DAYS
                 MOVE "NP" TO PM-WAIVER-END-REASON
                 PERFORM 2200-END-WAIVER
                 MOVE "ENDED" TO WS-REPORT-ACTION
                 MOVE "NO PROOF OF DISABILITY - PREMIUM WAIVER ENDED"
                   TO WS-REPORT-MESSAGE
                 PERFORM 8100-WRITE-DIARY-LINE
              WHEN WS-DAYS-TO-DUE < 0
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE "OVERDUE" TO WS-REPORT-ACTION
                 MOVE "PROOF OF CONTINUED DISABILITY OVERDUE"
                   TO WS-REPORT-MESSAGE
                 PERFORM 8100-WRITE-DIARY-LINE
              WHEN WS-DAYS-TO-DUE <= WS-RECERT-LEAD-DAYS
                 ADD 1 TO WS-DUE-COUNT
                 MOVE "DUE" TO WS-REPORT-ACTION
                 MOVE "REQUEST PROOF OF CONTINUED DISABILITY"
                   TO WS-REPORT-MESSAGE
                 PERFORM 8100-WRITE-DIARY-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       8100-WRITE-DIARY-LINE.
           MOVE SPACES TO WS-DIARY-DETAIL
           MOVE WS-REPORT-ACTION TO DD-ACTION
           MOVE PM-POLICY-ID TO DD-POLICY-ID
           IF PM-WAIVER-CLAIM-ID NOT = SPACES
              MOVE PM-WAIVER-CLAIM-ID TO DD-CLAIM-ID
              MOVE PM-DISABILITY-DATE TO DD-DISABILITY-DATE
              MOVE PM-WAIVER-RECERT-DUE-DATE TO DD-RECERT-DUE-DATE
              MOVE PM-WAIVED-INSTALLMENTS TO DD-WAIVED-COUNT
           ELSE
              MOVE ZERO TO DD-DISABILITY-DATE DD-RECERT-DUE-DATE
                           DD-WAIVED-COUNT
           END-IF
           MOVE WS-DAYS-TO-DUE TO DD-DAYS-TO-DUE
           MOVE WS-REPORT-MESSAGE TO DD-MESSAGE
           MOVE WS-DIARY-DETAIL TO DR-REPORT-LINE
           WRITE DR-REPORT-LINE.

      *===============================================================*
      * CW-8800: JOURNAL, REWRITE, AND AUDIT ONE WAIVER CHANGE.       *
      *===============================================================*
       8800-REWRITE-POLICY.
           MOVE PM-CONTRACT-STATUS TO WS-BEFORE-STATUS
           MOVE WS-CURR-DATE TO PM-LAST-MAINT-DATE
                                PM-LAST-ACTION-DATE
           MOVE "CLMWOP01" TO PM-LAST-ACTION-USER
           PERFORM 8850-WRITE-BEFORE-IMAGE
           MOVE WS-POLICY-MASTER-REC TO FD-POLICY-MASTER-REC
           REWRITE FD-POLICY-MASTER-REC
              INVALID KEY
                 DISPLAY "CLMWOP001: MASTER REWRITE FAILED FOR "
                         PM-POLICY-ID " STATUS " WS-PM-FILE-STATUS
           END-REWRITE
           IF WS-PM-FILE-STATUS = "00"
              ADD 1 TO WS-REWRITE-COUNT
              PERFORM 8200-WRITE-AUDIT-LOG
           END-IF.

       8200-WRITE-AUDIT-LOG.
      * CW-401: One append to the transaction log per waiver change.
      *         See NB-UW-001.cob NB-1104 for the identical open/
      *         fallback/close pattern.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AL-AUDIT-RECORD
           MOVE PM-POLICY-ID TO AL-POLICY-ID
           MOVE "CLMWOP01" TO AL-PROGRAM-ID
           MOVE WS-CURR-DATE TO AL-LOG-DATE
           MOVE WS-CURR-TIME TO AL-LOG-TIME
           MOVE WS-ACTION-TYPE TO AL-ACTION-TYPE
           MOVE PM-LAST-ACTION-USER TO AL-ACTION-USER
           MOVE WS-BEFORE-STATUS TO AL-BEFORE-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO AL-BEFORE-PREMIUM
           MOVE PM-CONTRACT-STATUS TO AL-AFTER-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO AL-AFTER-PREMIUM
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

       8850-WRITE-BEFORE-IMAGE.
      * CW-402: The record as it stood at the read goes to the
      *         journal before the rewrite lands - POLRCV001's raw
      *         material. See SVC-BILL-001.cob SV-1123.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-CURR-DATE TO JR-JOURNAL-DATE
           MOVE WS-CURR-TIME TO JR-JOURNAL-TIME
           MOVE "CLMWOP001" TO JR-PROGRAM-ID
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
      * CW-403: Proof lines plus active waivers reviewed, against the
      *         master records actually rewritten.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           COMPUTE BC-RECORDS-READ = WS-PROOF-COUNT + WS-WAIVER-COUNT
           MOVE WS-REWRITE-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-RP-FILE-STATUS = "00" OR WS-RP-FILE-STATUS = "10"
              CLOSE RECERT-PROOF-FILE
           END-IF
           IF WS-PM-FILE-STATUS NOT = "35"
              CLOSE POLICY-MASTER-FILE
           END-IF
           MOVE SPACES TO DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           MOVE SPACES TO DR-REPORT-LINE
           STRING "PROOFS: " WS-PROOF-COUNT
               "  REJECTED: " WS-PROOF-REJECT-COUNT
               "  RECERTIFIED: " WS-RECERT-COUNT
               "  RECOVERED: " WS-RECOVERED-COUNT
               DELIMITED BY SIZE INTO DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           MOVE SPACES TO DR-REPORT-LINE
           STRING "ACTIVE WAIVERS: " WS-WAIVER-COUNT
               "  DUE: " WS-DUE-COUNT
               "  OVERDUE: " WS-OVERDUE-COUNT
               "  ENDED: " WS-ENDED-COUNT
               DELIMITED BY SIZE INTO DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           CLOSE DIARY-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "CLMWOP001: PROOF LINES      = " WS-PROOF-COUNT
           DISPLAY "CLMWOP001: RECERTIFIED      = " WS-RECERT-COUNT
           DISPLAY "CLMWOP001: RECOVERED        = " WS-RECOVERED-COUNT
           DISPLAY "CLMWOP001: ACTIVE WAIVERS   = " WS-WAIVER-COUNT
           DISPLAY "CLMWOP001: DUE/OVERDUE      = " WS-DUE-COUNT
              " / " WS-OVERDUE-COUNT
           DISPLAY "CLMWOP001: WAIVERS ENDED    = " WS-ENDED-COUNT.

       END PROGRAM CLMWOP001.
