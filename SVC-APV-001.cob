       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCAPV001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: POLICY SERVICING - SECOND-PERSON APPROVAL QUEUE       *
      * PURPOSE:                                                       *
      *   Give the high-value servicing transactions SVCBILL001 holds *
      *   on the pending-approval file (APVPEND.CPY) - surrenders,    *
      *   loan draws, beneficiary designations and payout-mode        *
      *   changes over their approval limits - a supervisor's         *
      *   decision. Each approve or reject on the decision file goes  *
      *   back through SVCBILL001 as a "QA" or "QR" transaction,      *
      *   which checks that the approver is not the user who keyed    *
      *   the request, applies or discards the held transaction, and  *
      *   logs both user IDs on the audit trail. The run then reports *
      *   every item still pending more than five days, so a held     *
      *   request cannot sit unseen.                                  *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SA-1101: Supervisor decision transactions, one per line: the
      *          held item's key (policy ID, request date, request
      *          time), decision (A/R), approver user ID, reason.
           SELECT APPROVAL-DECISION-FILE ASSIGN TO "APVDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.

      * SA-1102: The persistent keyed pending-approval file SVCBILL001
      *          writes and decides; this run only reads it through
      *          for the aging report.
           SELECT APPROVAL-PENDING-FILE ASSIGN TO "APVPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AQ-APPROVAL-KEY
               FILE STATUS IS WS-AQ-FILE-STATUS.

      * SA-1103: The aging report - every item still pending past
      *          the aging threshold.
           SELECT APPROVAL-AGING-FILE ASSIGN TO "APVAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-DECISION-FILE.
       01  SD-DECISION-LINE             PIC X(100).

       FD  APPROVAL-PENDING-FILE.
      * SA-1104: FD-AQ-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with AQ-APPROVAL-
      *          RECORD as APVPEND grows. See NB-UW-001.cob NB-1102.
       01  FD-APPROVAL-PENDING-REC.
           05  FD-AQ-APPROVAL-KEY       PIC X(28).
           05  FD-AQ-REST-OF-RECORD     PIC X(3200).

       FD  APPROVAL-AGING-FILE.
       01  AA-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-SD-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AA-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY APVPEND.
      * SA-1105: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-MORE-DECISIONS            PIC X VALUE 'Y'.
           88  WS-NO-MORE-DECISIONS     VALUE 'N'.
       77  WS-MORE-ITEMS                PIC X VALUE 'Y'.
           88  WS-NO-MORE-ITEMS         VALUE 'N'.
       77  WS-DECISION-COUNT            PIC 9(05) VALUE 0.
       77  WS-APPROVED-COUNT            PIC 9(05) VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.
       77  WS-NOT-DECIDED-COUNT         PIC 9(05) VALUE 0.
       77  WS-SKIPPED-COUNT             PIC 9(05) VALUE 0.
       77  WS-PENDING-COUNT             PIC 9(05) VALUE 0.
       77  WS-AGED-COUNT                PIC 9(05) VALUE 0.
       77  WS-AGE-DAYS                  PIC 9(05) VALUE 0.
      * SA-101: Items pending longer than this are reported - a
      *         company operations term, a plain constant in the
      *         style of SVC-BILL-001.cob SV-1000.
       77  WS-APV-AGING-DAYS            PIC 9(03) VALUE 5.

      * SA-1106: Decision transaction layout, read as plain text so
      *          it can be inspected or edited between runs.
       01  WS-DECISION-DETAIL.
           05  SD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01).
           05  SD-REQUEST-DATE          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  SD-REQUEST-TIME          PIC 9(08).
           05  FILLER                   PIC X(01).
           05  SD-DECISION              PIC X(01).
               88  SD-APPROVE           VALUE "A".
               88  SD-REJECT            VALUE "R".
           05  FILLER                   PIC X(01).
           05  SD-APPROVER-ID           PIC X(12).
           05  FILLER                   PIC X(01).
           05  SD-REASON                PIC X(40).

      * SA-1107: One transaction record passed to SVCBILL001 per
      *          decision, same layout servicing already uses for any
      *          amendment. See PREM-BILL-001.cob PB-1106.
           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-APPROVAL-TRANSACTION.

       01  WS-AGING-DETAIL.
           05  AA-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-REQUEST-DATE          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-REQUEST-TIME          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-AMENDMENT-TYPE        PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-LIMIT-CATEGORY        PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-REQUESTED-BY          PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-TEST-AMOUNT           PIC Z(10)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-LIMIT-AMOUNT          PIC Z(10)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AA-AGE-DAYS              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DECISIONS
              UNTIL WS-NO-MORE-DECISIONS
           PERFORM 3000-LIST-AGED-ITEMS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "SVCAPV001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT APPROVAL-AGING-FILE
           PERFORM 3100-WRITE-HEADINGS
      * SA-102: No decision file just means no supervisor decided
      *         anything today - the aging report still runs.
           OPEN INPUT APPROVAL-DECISION-FILE
           IF WS-SD-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-DECISIONS
           END-IF.

       2000-PROCESS-DECISIONS.
           READ APPROVAL-DECISION-FILE
              AT END
                 MOVE 'N' TO WS-MORE-DECISIONS
           END-READ
           IF WS-NO-MORE-DECISIONS
              EXIT PARAGRAPH
           END-IF

           MOVE SD-DECISION-LINE TO WS-DECISION-DETAIL
           ADD 1 TO WS-DECISION-COUNT
           PERFORM 2100-APPLY-ONE-DECISION.

       2100-APPLY-ONE-DECISION.
           IF NOT SD-APPROVE AND NOT SD-REJECT
              DISPLAY "SVCAPV001: INVALID DECISION CODE FOR "
                      SD-POLICY-ID
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF SD-REQUEST-DATE NOT NUMERIC
              OR SD-REQUEST-TIME NOT NUMERIC
              DISPLAY "SVCAPV001: INVALID HELD ITEM KEY FOR "
                      SD-POLICY-ID
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF

      * SA-201: Every decision goes through SVCBILL001, which owns
      *         the held item: it checks the item is still pending
      *         and that the approver is a second person, applies or
      *         discards the held transaction, and writes the audit
      *         record. This run never touches the item or the
      *         master itself.
           MOVE SPACES TO WS-APPROVAL-TRANSACTION
           MOVE SD-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           IF SD-APPROVE
              MOVE "QA" TO PM-AMENDMENT-TYPE
           ELSE
              MOVE "QR" TO PM-AMENDMENT-TYPE
           END-IF
           MOVE SD-APPROVER-ID TO PM-APPROVED-BY
           MOVE SD-REQUEST-DATE TO PM-APPROVAL-ITEM-DATE
           MOVE SD-REQUEST-TIME TO PM-APPROVAL-ITEM-TIME
           MOVE SD-REASON TO PM-AMENDMENT-REASON

           CALL "SVCBILL001" USING WS-APPROVAL-TRANSACTION

      * SA-202: A refused decision (same user, item already decided,
      *         no such item) or an approved item that no longer
      *         applies to the policy as it stands is reported with
      *         SVCBILL001's reason.
           IF PM-RETURN-CODE = 0
              IF SD-APPROVE
                 ADD 1 TO WS-APPROVED-COUNT
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
              END-IF
           ELSE
              DISPLAY "SVCAPV001: " SD-POLICY-ID " NOT DECIDED - "
                      PM-RETURN-MESSAGE
              ADD 1 TO WS-NOT-DECIDED-COUNT
           END-IF.

      *===============================================================*
      * SA-3000: AGE EVERY ITEM STILL PENDING AFTER TODAY'S DECISIONS *
      *          OFF THE DATE IT WAS HELD, AND REPORT THOSE PAST THE  *
      *          AGING THRESHOLD. DECIDED ITEMS STAY ON FILE AS THE   *
      *          RECORD OF WHO ASKED AND WHO DECIDED.                 *
      *===============================================================*
       3000-LIST-AGED-ITEMS.
           OPEN INPUT APPROVAL-PENDING-FILE
           IF WS-AQ-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-ITEMS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FD-AQ-APPROVAL-KEY
           START APPROVAL-PENDING-FILE KEY >= FD-AQ-APPROVAL-KEY
              INVALID KEY
                 MOVE 'N' TO WS-MORE-ITEMS
           END-START
           PERFORM 3200-AGE-NEXT-ITEM
              UNTIL WS-NO-MORE-ITEMS
           CLOSE APPROVAL-PENDING-FILE.

       3200-AGE-NEXT-ITEM.
           READ APPROVAL-PENDING-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-MORE-ITEMS
           END-READ
           IF WS-NO-MORE-ITEMS
              EXIT PARAGRAPH
           END-IF

           MOVE FD-APPROVAL-PENDING-REC TO AQ-APPROVAL-RECORD
           IF NOT AQ-ITEM-PENDING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 - FUNCTION INTEGER-OF-DATE(AQ-REQUEST-DATE)
           IF WS-AGE-DAYS > WS-APV-AGING-DAYS
              PERFORM 3300-REPORT-AGED-ITEM
           END-IF.

       3300-REPORT-AGED-ITEM.
           MOVE SPACES TO WS-AGING-DETAIL
           MOVE AQ-POLICY-ID TO AA-POLICY-ID
           MOVE AQ-REQUEST-DATE TO AA-REQUEST-DATE
           MOVE AQ-REQUEST-TIME TO AA-REQUEST-TIME
           MOVE AQ-AMENDMENT-TYPE TO AA-AMENDMENT-TYPE
           MOVE AQ-LIMIT-CATEGORY TO AA-LIMIT-CATEGORY
           MOVE AQ-REQUESTED-BY TO AA-REQUESTED-BY
           MOVE AQ-TEST-AMOUNT TO AA-TEST-AMOUNT
           MOVE AQ-LIMIT-AMOUNT TO AA-LIMIT-AMOUNT
           MOVE WS-AGE-DAYS TO AA-AGE-DAYS
           MOVE WS-AGING-DETAIL TO AA-REPORT-LINE
           WRITE AA-REPORT-LINE
           ADD 1 TO WS-AGED-COUNT.

       3100-WRITE-HEADINGS.
           MOVE SPACES TO AA-REPORT-LINE
           STRING "SERVICING ITEMS AWAITING SECOND APPROVAL - AGED - "
                  "RUN DATE " WS-CURR-DATE
               DELIMITED BY SIZE INTO AA-REPORT-LINE
           WRITE AA-REPORT-LINE
           MOVE SPACES TO AA-REPORT-LINE
           WRITE AA-REPORT-LINE
           MOVE SPACES TO AA-REPORT-LINE
           STRING "POLICY ID     REQ DATE  REQ TIME  TY  LC  "
                  "REQUESTED BY       TEST AMOUNT      LIMIT AMOUNT"
                  "    AGE"
               DELIMITED BY SIZE INTO AA-REPORT-LINE
           WRITE AA-REPORT-LINE.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-DECISION-COUNT TO BC-RECORDS-READ
           COMPUTE BC-RECORDS-WRITTEN = WS-APPROVED-COUNT
                                      + WS-REJECTED-COUNT
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-SD-FILE-STATUS = "00" OR WS-SD-FILE-STATUS = "10"
              CLOSE APPROVAL-DECISION-FILE
           END-IF
           CLOSE APPROVAL-AGING-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "SVCAPV001: DECISIONS READ     = " WS-DECISION-COUNT
           DISPLAY "SVCAPV001: APPROVED/APPLIED   = " WS-APPROVED-COUNT
           DISPLAY "SVCAPV001: REJECTED           = " WS-REJECTED-COUNT
           DISPLAY "SVCAPV001: NOT DECIDED        = "
              WS-NOT-DECIDED-COUNT
           DISPLAY "SVCAPV001: SKIPPED            = " WS-SKIPPED-COUNT
           DISPLAY "SVCAPV001: STILL PENDING      = " WS-PENDING-COUNT
           DISPLAY "SVCAPV001: AGED PAST 5 DAYS   = " WS-AGED-COUNT.

       END PROGRAM SVCAPV001.
