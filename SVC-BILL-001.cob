               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

      * SV-1126: Append-only free-look cancellation register - one
      *          record per policy voided inside the free-look window,
      *          read by GLEXT001 for the free-look journal entries.
           SELECT FREE-LOOK-REGISTER-FILE ASSIGN TO "FLOOKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-FILE-STATUS.

      * SV-1135: Persistent keyed pending-approval file - a surrender,
      *          loan draw or designation over its approval limit is
      *          held here instead of applied until SVCAPV001 brings
      *          back a second person's decision. See APVPEND.CPY.
           SELECT APPROVAL-PENDING-FILE ASSIGN TO "APVPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-AQ-APPROVAL-KEY
               FILE STATUS IS WS-AQ-FILE-STATUS.

      * SV-1144: Approval-limit control - one line per category in the
      *          layout of WS-APV-LIMIT-DETAIL, the RCPCTL pattern
      *          REI-RCP-001.cob RX-1102 uses. See SV-1050.
           SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       01  CS-LOG-LINE                  PIC X(100).

       FD  LOAN-NOTICE-FILE.
       01  LN-NOTICE-LINE               PIC X(260).

       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).
       FD  POLICY-JOURNAL-FILE.
       01  PJ-JOURNAL-LINE              PIC X(3060).

       FD  FREE-LOOK-REGISTER-FILE.
       01  FL-REGISTER-LINE             PIC X(160).

       FD  APPROVAL-PENDING-FILE.
      * SV-1136: FD-AQ-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with AQ-APPROVAL-
      *          RECORD as APVPEND grows. See NB-UW-001.cob NB-1102.
       01  FD-APPROVAL-PENDING-REC.
           05  FD-AQ-APPROVAL-KEY       PIC X(28).
           05  FD-AQ-REST-OF-RECORD     PIC X(3200).

       FD  APPROVAL-CONTROL-FILE.
       01  AC-CONTROL-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY AUDITLOG.
       COPY COMMSTMT.
      * SV-1119: Producer hierarchy for the upline override cascade,
      *          read by key off the producer master through
      *          PRODTBL001 the way NBUW001's NB-106 checks licenses.
       COPY PRODLKUP.
       77  WS-UPLINE-AGENT-ID           PIC X(08) VALUE SPACES.
       77  WS-OVERRIDE-RATE             PIC 9V9999 VALUE 0.
       77  WS-OVERRIDE-AMOUNT           PIC S9(07)V99 VALUE 0.
      * SV-1130: Agent-of-record change working field - the effective
      *          date the change is judged at.
       77  WS-AOR-EFF-DATE              PIC 9(08) VALUE 0.
      * SV-1131: Bank-draft working fields - the ABA check-digit
      *          test on the routing number, and the consecutive-
      *          return limit that puts a policy back on direct
      *          billing (company terms, a plain constant like
      *          SV-1000).
       77  WS-DRAFT-RETURN-LIMIT        PIC 9(01) VALUE 2.
       77  WS-ABA-CHECK-SUM             PIC 9(04) VALUE 0.
       77  WS-DRAFT-RETURN-SW           PIC X VALUE 'N'.
           88  WS-DRAFT-RETURNED        VALUE 'Y'.
       01  WS-ABA-ROUTING.
           05  WS-ABA-DIGIT             OCCURS 9 TIMES PIC 9(01).
      * SV-1132: Accounting period check through PERCTL001 - a
      *          surrender processed at a date in a month finance has
      *          since closed books its payout forward as a prior-
      *          period adjustment. This program is called once per
      *          transaction and keeps no run totals; the register
      *          PERCTL001 appends to is the record of it.
       COPY PERADJ.
      * SV-1133: Nightly sweep session. PREMBILL001 drives every "BS"
      *          of its partition through this one run unit, so the
      *          master stays open I-O, the transaction log and the
      *          before-image journal stay open EXTEND, and the rate
      *          tables stay loaded from the first sweep call until
      *          the "BE" end-of-sweep call, instead of three opens
      *          and a table reload per policy. Any other transaction
      *          type still opens, loads and closes for itself.
       77  WS-SWEEP-SESSION-SW          PIC X VALUE 'N'.
           88  WS-SWEEP-SESSION-OPEN    VALUE 'Y'.
       77  WS-RATES-LOADED-SW           PIC X VALUE 'N'.
           88  WS-RATES-ARE-LOADED      VALUE 'Y'.
       COPY FXRATE.
       77  WS-FX-IDX                    PIC 9(02) VALUE 0.
       77  WS-FX-FOUND                  PIC X VALUE 'N'.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-BEFORE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BEFORE-PREMIUM            PIC 9(09)V99 VALUE 0.
      * SV-1124: Free-text reason carried onto the audit record for
      *          the events that need one; blank otherwise.
       77  WS-AUDIT-REASON              PIC X(40) VALUE SPACES.
       77  WS-WAIVED-THIS-SWEEP         PIC 9(03) VALUE 0.
      * SV-1125: Automatic premium loan working fields - installments
      *          lent and the amount lent this invocation, and the
      *          signed days-overdue the APL loop steers by.
       77  WS-APL-DRAWN-THIS-SWEEP      PIC 9(03) VALUE 0.
       77  WS-APL-AMOUNT                PIC 9(09)V99 VALUE 0.
       77  WS-APL-DAYS-OVERDUE          PIC S9(05) VALUE 0.
       77  WS-APL-REFUSED-SW            PIC X VALUE 'N'.
           88  WS-APL-REFUSED           VALUE 'Y'.
       77  WS-EDITED-APL-AMOUNT         PIC Z(08)9.99.
       77  WS-ROP-RIDER-FOUND           PIC X VALUE 'N'.
           88  WS-ROP-RIDER-ACTIVE      VALUE 'Y'.
      * SV-1127: Free-look cancellation working fields and register
      *          record. See FREELOOK.CPY.
       77  WS-FL-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY FREELOOK.
       77  WS-FL-DAYS-SINCE-ISSUE       PIC S9(05) VALUE 0.
       77  WS-FL-INSTALLMENTS           PIC 9(05) VALUE 0.
       01  WS-FL-PAYMENT-REF.
           05  WS-FREF-POLICY-ID        PIC X(12).
           05  FILLER                   PIC X(03) VALUE "-FL".
           05  FILLER                   PIC X(01) VALUE SPACE.
      * SV-1030: Free-look windows are set by each jurisdiction's
      *          insurance code, counted in days from issue -
      *          compliance terms, plain constants in the style of
      *          SV-1000; jurisdictions not named here fall back to
      *          the ten-day minimum.
       77  WS-FLOOK-DEFAULT-DAYS        PIC 9(03) VALUE 010.
       77  WS-FLOOK-DAYS                PIC 9(03) VALUE 0.
       77  WS-FLOOK-COUNT               PIC 9(02) VALUE 5.
       01  WS-FREE-LOOK-TABLE.
           05  FILLER                   PIC X(05) VALUE "CA030".
           05  FILLER                   PIC X(05) VALUE "NY010".
           05  FILLER                   PIC X(05) VALUE "TX010".
           05  FILLER                   PIC X(05) VALUE "FL014".
           05  FILLER                   PIC X(05) VALUE "NJ020".
       01  WS-FREE-LOOK-ENTRIES REDEFINES WS-FREE-LOOK-TABLE.
           05  WS-FLOOK-ENTRY OCCURS 5 TIMES.
               10  WS-FLOOK-STATE           PIC X(02).
               10  WS-FLOOK-STATE-DAYS      PIC 9(03).
       77  WS-FLOOK-IDX                 PIC 9(02) VALUE 0.
      * SV-1050: Second-approval limits by transaction category -
      *          company authority limits, read off APVCTL the first
      *          time the run unit initializes (1550). The constants
      *          below are the standing limits; one stays in force when
      *          APVCTL is absent or does not name its category. Each
      *          is tested against its own amount: a surrender against
      *          the cash value it would pay out (2810), a loan draw
      *          against the amount drawn, a designation ("BD") or a
      *          change of payout modes alone ("PO") against the
      *          policy's face amount. A transaction over its limit is
      *          held on APVPEND for a second person through SVCAPV001.
       77  WS-APV-LIMIT-COUNT           PIC 9(02) VALUE 4.
       01  WS-APV-LIMIT-TABLE.
           05  FILLER                   PIC X(13) VALUE "SR00005000000".
           05  FILLER                   PIC X(13) VALUE "LD00002500000".
           05  FILLER                   PIC X(13) VALUE "BD00050000000".
           05  FILLER                   PIC X(13) VALUE "PO00100000000".
       01  WS-APV-LIMIT-ENTRIES REDEFINES WS-APV-LIMIT-TABLE.
           05  WS-APV-LIMIT-ENTRY OCCURS 4 TIMES.
               10  WS-APV-LIMIT-CATEGORY    PIC X(02).
               10  WS-APV-LIMIT-AMOUNT      PIC 9(09)V99.
       77  WS-APV-IDX                   PIC 9(02) VALUE 0.
       77  WS-AC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AC-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-AC-EOF                VALUE 'Y'.
       77  WS-APV-LIMITS-LOADED-SW      PIC X VALUE 'N'.
           88  WS-APV-LIMITS-ARE-LOADED VALUE 'Y'.
       77  WS-APV-LIMIT-MATCHED         PIC X VALUE 'N'.
           88  WS-APV-LIMIT-WAS-MATCHED VALUE 'Y'.
      * SV-1145: Limit line: category, then the limit in 11 digits with
      *          two implied decimals - the shape of a table entry,
      *          so "SR00005000000" sets the surrender limit to
      *          50,000.00.
       01  WS-APV-LIMIT-DETAIL.
           05  AL-CATEGORY              PIC X(02).
           05  AL-LIMIT-AMOUNT          PIC 9(09)V99.
           05  FILLER                   PIC X(67).
      * SV-1137: Two-person control working fields. A transaction
      *          that can be held is imaged at entry, before the
      *          master read overlays the caller's record, so a held
      *          item replays exactly what was asked; a "QA" or "QR"
      *          keeps the key of the item it decides, its approver,
      *          and the audit reason that names both user IDs.
       77  WS-AQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY APVPEND.
       01  WS-APV-TRANSACTION-IMAGE     PIC X(3000) VALUE SPACES.
       77  WS-APV-REQUIRED-SW           PIC X VALUE 'N'.
           88  WS-APV-REQUIRED          VALUE 'Y'.
       77  WS-APV-RELEASE-SW            PIC X VALUE 'N'.
           88  WS-APV-RELEASED          VALUE 'Y'.
       77  WS-APV-DISCARD-SW            PIC X VALUE 'N'.
           88  WS-APV-DISCARDED         VALUE 'Y'.
       77  WS-APV-PAYMODE-SW            PIC X VALUE 'N'.
           88  WS-APV-PAYMODE-CHANGED   VALUE 'Y'.
       77  WS-APV-CATEGORY              PIC X(02) VALUE SPACES.
       77  WS-APV-TEST-AMOUNT           PIC 9(11)V99 VALUE 0.
       77  WS-APV-LIMIT                 PIC 9(11)V99 VALUE 0.
       77  WS-APV-APPROVER              PIC X(12) VALUE SPACES.
       77  WS-APV-PROCESS-DATE          PIC 9(08) VALUE 0.
       01  WS-APV-ITEM-KEY.
           05  WS-APV-ITEM-POLICY-ID    PIC X(12).
           05  WS-APV-ITEM-DATE         PIC 9(08).
           05  WS-APV-ITEM-TIME         PIC 9(08).
       01  WS-APV-AUDIT-REASON.
           05  FILLER                   PIC X(07) VALUE "REQ BY ".
           05  WS-APV-AUDIT-REQUESTER   PIC X(12).
           05  FILLER                   PIC X(08) VALUE " APV BY ".
           05  WS-APV-AUDIT-APPROVER    PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
      * SV-1103: The caller's transaction-input fields (the amendment
      *          request) have to survive the master-file read, which
      *          overlays WS-POLICY-MASTER-REC with persisted state.
           05  WS-SAVE-NEW-SUM-ASSURED   PIC 9(11)V99.
           05  WS-SAVE-OLD-BILLING-MODE  PIC X(01).
           05  WS-SAVE-NEW-BILLING-MODE  PIC X(01).
           05  WS-SAVE-NEW-APL-ELECTION  PIC X(01).
           05  WS-SAVE-LOAN-REQUEST-AMT  PIC 9(09)V99.
           05  WS-SAVE-PAYMENT-AMOUNT    PIC 9(09)V99.
           05  WS-SAVE-RECEIPT-DATE      PIC 9(08).
           05  WS-SAVE-UW-REQUIRED-IND   PIC X(01).
           05  WS-SAVE-AMENDMENT-STATUS  PIC X(02).
           05  WS-SAVE-BENEF-CONSENT-IND PIC X(01).
           05  WS-SAVE-ASSIGN-ACTION     PIC X(01).
           05  WS-SAVE-NEW-ASSIGNEE-NAME PIC X(50).
           05  WS-SAVE-NEW-ASSIGN-FULL   PIC X(01).
           05  WS-SAVE-NEW-ASSIGN-AMOUNT PIC 9(11)V99.
           05  WS-SAVE-ASSIGNEE-RELEASE  PIC X(01).
           05  WS-SAVE-NEW-AGENT-ID      PIC X(08).
           05  WS-SAVE-NEW-AGENT-EFF     PIC 9(08).
           05  WS-SAVE-NEW-BILL-METHOD   PIC X(01).
           05  WS-SAVE-NEW-DRAFT-ROUTING PIC X(09).
           05  WS-SAVE-NEW-DRAFT-ACCOUNT PIC X(17).
           05  WS-SAVE-NEW-DRAFT-TYPE    PIC X(01).
           05  WS-SAVE-NEW-DRAFT-DAY     PIC 9(02).
           05  WS-SAVE-PAYMENT-SOURCE    PIC X(01).
           05  WS-SAVE-REQUESTED-BY      PIC X(12).
           05  WS-SAVE-APPROVED-BY       PIC X(12).
           05  WS-SAVE-APPROVAL-DATE     PIC 9(08).
           05  WS-SAVE-APPROVAL-TIME     PIC 9(08).
       77  WS-SAVE-PROCESS-DATE         PIC 9(08).
      * SV-1117: The submitted beneficiary designation rides in the
      *          claim-details beneficiary table of the caller's
           05  LN-CASH-VALUE            PIC Z(08)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LN-NOTICE-DATE           PIC 9(08).
      * SV-1128: The owner's mailing block off the party master, the
      *          PARTYADR.CPY PA-MAILING-BLOCK shape, looked up through
      *          PTYADR001.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LN-MAILING-BLOCK.
               10  LN-MAIL-NAME         PIC X(50).
               10  LN-MAIL-LINE         OCCURS 3 TIMES PIC X(50).
       COPY PARTYADR.
       77  WS-FY-COMM-AMOUNT            PIC 9(07)V99 VALUE 0.
       77  WS-EARNED-FRACTION           PIC 9V9999 VALUE 0.
       77  WS-STMT-COMM-TYPE            PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION USING WS-POLICY-MASTER-REC.

       MAIN-PROCESS.
      * SV-1134: The end-of-sweep call only closes the session; a
      *          non-sweep transaction arriving while one is open
      *          closes it first so its own OPEN I-O is clean.
           IF PM-AMEND-SWEEP-END
              PERFORM 8950-END-SWEEP-SESSION
              MOVE 0 TO PM-RETURN-CODE
              GOBACK
           END-IF
           IF WS-SWEEP-SESSION-OPEN AND NOT PM-AMEND-BILL-SWEEP
              PERFORM 8950-END-SWEEP-SESSION
           END-IF
      * SV-1138: Two-person control. A "QA" or "QR" is checked
      *          against the held item it names before anything else;
      *          an approval then carries on as the held transaction
      *          itself, and a failed check is rejected here without
      *          the master ever being read. A transaction type that
      *          can be held is imaged before the master read.
           MOVE 'N' TO WS-APV-REQUIRED-SW
                       WS-APV-RELEASE-SW
                       WS-APV-DISCARD-SW
           IF PM-AMEND-APPROVE-HELD OR PM-AMEND-REJECT-HELD
              PERFORM 8600-CLAIM-HELD-TRANSACTION
              IF PM-RETURN-CODE NOT = 0
                 MOVE "REJECTED" TO WS-ACTION-TYPE
                 MOVE "SVC001" TO PM-LAST-ACTION-USER
                 PERFORM 8200-WRITE-AUDIT-LOG
                 GOBACK
              END-IF
           END-IF
           IF PM-AMEND-SURRENDER OR PM-AMEND-LOAN-DRAW
              OR PM-AMEND-BENEF-DESIG
              MOVE WS-POLICY-MASTER-REC TO WS-APV-TRANSACTION-IMAGE
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1050-READ-POLICY-MASTER
           IF PM-RETURN-CODE NOT = 0
              MOVE "REJECTED" TO WS-ACTION-TYPE
              MOVE "SVC001" TO PM-LAST-ACTION-USER
              PERFORM 8620-RECORD-APPROVAL-OUTCOME
              PERFORM 8200-WRITE-AUDIT-LOG
              GOBACK
           END-IF
      * SV-1139: A rejection only closes out the held item - 8600
      *          has already marked it - and logs who asked and who
      *          refused. The master is read for the audit record and
      *          left exactly as it stood.
           IF WS-APV-DISCARDED
              MOVE "APVREJECT" TO WS-ACTION-TYPE
              MOVE "HELD TRANSACTION REJECTED BY APPROVER"
                TO PM-RETURN-MESSAGE
              PERFORM 8620-RECORD-APPROVAL-OUTCOME
              CLOSE POLICY-MASTER-FILE
              PERFORM 8200-WRITE-AUDIT-LOG
              GOBACK
           END-IF
           PERFORM 1100-LOAD-PLAN-PARAMETERS
           PERFORM 1200-CALCULATE-ATTAINED-AGE
      * SV-1250: Waived installments are posted before the grace/
      *          lapse evaluation looks at the paid-to-date, so a
      *          disabled insured never slips into grace over a
      *          premium nobody owes.
           IF PM-AMEND-BILL-SWEEP
              PERFORM 1250-APPLY-PREMIUM-WAIVER
           END-IF
           PERFORM 1300-EVALUATE-PAYMENT-STATUS
           PERFORM 1400-VALIDATE-SERVICING-REQUEST
           IF PM-RETURN-CODE NOT = 0
              MOVE "REJECTED" TO WS-ACTION-TYPE
              MOVE "SVC001" TO PM-LAST-ACTION-USER
              PERFORM 8800-REWRITE-POLICY-MASTER
              PERFORM 8620-RECORD-APPROVAL-OUTCOME
              PERFORM 8200-WRITE-AUDIT-LOG
              GOBACK
           END-IF
      * SV-1140: A transaction over its approval limit is held, not
      *          applied - unless it is the approved release of one
      *          already held. The hold returns code 0 like a UW
      *          referral, logged under its own action type with the
      *          requester as the acting user.
           IF NOT WS-APV-RELEASED
              PERFORM 1500-CHECK-APPROVAL-LIMIT
              IF WS-APV-REQUIRED
                 PERFORM 8610-HOLD-FOR-APPROVAL
                 IF PM-RETURN-CODE = 0
                    MOVE "APVHOLD" TO WS-ACTION-TYPE
                    MOVE PM-PROCESS-DATE TO PM-LAST-ACTION-DATE
                    MOVE PM-REQUESTED-BY TO PM-LAST-ACTION-USER
                 ELSE
                    MOVE "REJECTED" TO WS-ACTION-TYPE
                    MOVE "SVC001" TO PM-LAST-ACTION-USER
                 END-IF
                 PERFORM 8800-REWRITE-POLICY-MASTER
                 PERFORM 8200-WRITE-AUDIT-LOG
                 GOBACK
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN PM-AMEND-CHANGE-PLAN
                 PERFORM 2550-DESIGNATE-BENEFICIARIES
              WHEN PM-AMEND-SURRENDER
                 PERFORM 2650-PROCESS-SURRENDER
              WHEN PM-AMEND-APL-ELECTION
                 PERFORM 2850-CHANGE-APL-ELECTION
              WHEN PM-AMEND-FREE-LOOK
                 PERFORM 2670-PROCESS-FREE-LOOK-CANCEL
              WHEN PM-AMEND-ASSIGNMENT
                 PERFORM 2660-MAINTAIN-ASSIGNMENT
              WHEN PM-AMEND-AGENT-CHANGE
                 PERFORM 2880-CHANGE-AGENT-OF-RECORD
              WHEN PM-AMEND-DRAFT-AUTH
                 PERFORM 2890-CHANGE-BILLING-METHOD
              WHEN PM-AMEND-DRAFT-ORIGINATE
                 PERFORM 2895-RECORD-DRAFT-ORIGINATION
              WHEN OTHER
                 MOVE 41 TO PM-RETURN-CODE
                 MOVE "INVALID OR MISSING AMENDMENT TYPE"
              MOVE "REJECTED" TO WS-ACTION-TYPE
              MOVE "SVC001" TO PM-LAST-ACTION-USER
           END-IF
      * SV-1141: An approved release is the approver's action on the
      *          master. It logs under the amendment's own type, so
      *          CORRGEN001's letters still fire, with both user IDs
      *          in the reason (8620).
           IF WS-APV-RELEASED AND PM-RETURN-CODE = 0
              MOVE WS-APV-APPROVER TO PM-LAST-ACTION-USER
           END-IF
           PERFORM 8800-REWRITE-POLICY-MASTER
           PERFORM 8620-RECORD-APPROVAL-OUTCOME
           PERFORM 8200-WRITE-AUDIT-LOG
           GOBACK.

              MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           END-IF
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-OLD-ANNUAL-PREMIUM
           MOVE SPACES TO WS-AUDIT-REASON
           MOVE "N" TO PM-UW-REQUIRED-IND
           IF NOT WS-APV-LIMITS-ARE-LOADED
              PERFORM 1550-LOAD-APPROVAL-LIMITS
           END-IF.

       1050-READ-POLICY-MASTER.
      * SV-1104: Pull the persisted policy and replay it under the
              MOVE PM-BENEF-IRREVOCABLE-IND TO WS-SUB-IRREVOCABLE-IND
           END-IF
           MOVE PM-POLICY-ID TO FD-PM-POLICY-ID
      * SV-106: Inside a sweep session the master is already open
      *         from the partition's first "BS". See SV-1133.
           IF NOT WS-SWEEP-SESSION-OPEN
              OPEN I-O POLICY-MASTER-FILE
              IF WS-PM-FILE-STATUS = "35"
                 MOVE 10 TO PM-RETURN-CODE
                 MOVE "POLICY NOT FOUND ON POLICY MASTER"
                   TO PM-RETURN-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              IF PM-AMEND-BILL-SWEEP
                 MOVE 'Y' TO WS-SWEEP-SESSION-SW
                 PERFORM 8210-OPEN-AUDIT-LOG
                 PERFORM 8860-OPEN-POLICY-JOURNAL
              END-IF
           END-IF
           READ POLICY-MASTER-FILE
              INVALID KEY
              MOVE WS-SAVE-SERVICING-DETAILS TO PM-SERVICING-DETAILS
              MOVE WS-SAVE-PROCESS-DATE TO PM-PROCESS-DATE
           ELSE
              IF NOT WS-SWEEP-SESSION-OPEN
                 CLOSE POLICY-MASTER-FILE
              END-IF
           END-IF.

       1100-LOAD-PLAN-PARAMETERS.
      *         loaded from the shared rate table instead of a second
      *         hardcoded copy of NBUW001's 1100 so the two can no
      *         longer drift apart.
      * SV-105: A sweep session loads the tables on its first call
      *         and keeps them for the rest of the partition.
           IF NOT WS-SWEEP-SESSION-OPEN OR NOT WS-RATES-ARE-LOADED
              CALL "RATETBL001" USING RT-RATE-TABLES
              IF WS-SWEEP-SESSION-OPEN
                 MOVE 'Y' TO WS-RATES-LOADED-SW
              END-IF
           END-IF
           MOVE 'N' TO WS-PLAN-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > RT-PLAN-PARM-COUNT
              MOVE PM-INSURED-AGE-ISSUE TO PM-ATTAINED-AGE
           END-IF.

      *===============================================================*
      * SV-1250: PREMIUM WAIVER. WHILE AN APPROVED WOP01 WAIVER IS    *
      *          ACTIVE, EVERY INSTALLMENT FALLING DUE ON OR BEFORE   *
      *          THE PROCESSING DATE - FROM THE WAIVER START DATE UP  *
      *          TO EXPIRY - IS CREDITED WITHOUT CASH: PAID-TO-DATE   *
      *          ADVANCES ONE CYCLE PER INSTALLMENT THE SAME WAY 2960 *
      *          ADVANCES IT FOR A RECEIPT, AND THE WAIVER IS LOGGED  *
      *          AS ITS OWN AUDIT EVENT AHEAD OF THE SWEEP'S RECORD.  *
      *===============================================================*
       1250-APPLY-PREMIUM-WAIVER.
           IF NOT PM-WAIVER-ACTIVE
              EXIT PARAGRAPH
           END-IF
           IF PM-MODAL-PREMIUM <= 0 OR PM-PAID-TO-DATE = ZERO
              EXIT PARAGRAPH
           END-IF
      * SV-1251: Arrears from before the disability began are still
      *          the policyholder's to pay - the waiver only reaches
      *          installments due on or after its start date, and no
      *          installment falls due at or past expiry (SV-203).
           MOVE ZERO TO WS-WAIVED-THIS-SWEEP
           PERFORM 1260-WAIVE-ONE-INSTALLMENT
              UNTIL PM-PAID-TO-DATE > PM-PROCESS-DATE
                 OR PM-PAID-TO-DATE < PM-WAIVER-START-DATE
                 OR (PM-EXPIRY-DATE NOT = ZERO AND
                     PM-PAID-TO-DATE >= PM-EXPIRY-DATE)
           IF WS-WAIVED-THIS-SWEEP = 0
              EXIT PARAGRAPH
           END-IF

      * SV-1252: Caught up by the waiver, a grace policy is active
      *          again, exactly as SV-913 restores it after a receipt.
           IF PM-PAID-TO-DATE > PM-PROCESS-DATE AND PM-STAT-GRACE
              MOVE "AC" TO PM-CONTRACT-STATUS
           END-IF
           MOVE "SVC001" TO PM-LAST-ACTION-USER
           MOVE "WAIVED" TO WS-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "PREMIUM WAIVED TO " PM-PAID-TO-DATE
               " CLAIM " PM-WAIVER-CLAIM-ID
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8200-WRITE-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-REASON.

       1260-WAIVE-ONE-INSTALLMENT.
      * SV-1253: No cash moved, so no ROP reserve accrual and no
      *          renewal commission - those follow collected premium
      *          only (SV-905, SV-904).
           ADD 1 TO WS-WAIVED-THIS-SWEEP
           ADD 1 TO PM-WAIVED-INSTALLMENTS
           ADD PM-MODAL-PREMIUM TO PM-WAIVED-PREMIUM-TOTAL
           PERFORM 2780-ADVANCE-PAID-TO-DATE.

       1300-EVALUATE-PAYMENT-STATUS.
      * SV-203: No premium falls due past expiry - a policy paid
      *         through its expiry date has fully performed and is
              PM-PAID-TO-DATE >= PM-EXPIRY-DATE
              EXIT PARAGRAPH
           END-IF
      * SV-205: A policy DMFMCH001 has flagged as a probable death is
      *         held where it stands while the claims team searches
      *         for the beneficiaries - the benefit it may owe is not
      *         forfeited to grace, lapse, or an automatic premium
      *         loan because the insured stopped paying by dying.
           IF PM-DMF-PROBABLE-DEATH
              EXIT PARAGRAPH
           END-IF
      * SV-201: Status moves to grace then lapse based on paid-to-date.
           IF PM-PAID-TO-DATE NOT = ZERO
              COMPUTE WS-DAYS-SINCE-PAID =
                 PM-STAT-ACTIVE
                 MOVE "GR" TO PM-CONTRACT-STATUS
              END-IF
      * SV-204: An owner who elected APL has the overdue installment
      *         lent against the ROP01 reserve at grace expiry; the
      *         policy lapses below only when 1370 could not cover it.
              IF WS-DAYS-SINCE-PAID > PM-GRACE-DAYS AND
                 PM-APL-ELECTED AND
                 PM-PAID-TO-DATE < PM-PROCESS-DATE
                 PERFORM 1370-APPLY-AUTO-PREMIUM-LOAN
              END-IF
              IF WS-DAYS-SINCE-PAID > PM-GRACE-DAYS AND
                 NOT PM-STAT-LAPSED AND
                 NOT PM-STAT-TERMINATED AND
              MOVE PM-MODAL-PREMIUM TO PM-OUTSTANDING-PREMIUM
           END-IF.

      *===============================================================*
      * SV-1370: AUTOMATIC PREMIUM LOAN. AT GRACE EXPIRY THE OVERDUE  *
      *          MODAL PREMIUM IS LENT AGAINST THE ROP01 RESERVE      *
      *          UNDER THE SAME ACTIVE-OR-GRACE GATE AND LOAN LIMIT   *
      *          2800 APPLIES TO A REQUESTED DRAW, AND THE PROCEEDS   *
      *          ARE APPLIED AS A COLLECTED INSTALLMENT THROUGH 2960. *
      *          THE LOAN POSTS AS ITS OWN "AP" EVENT AHEAD OF THE    *
      *          TRANSACTION'S RECORD AND THE OWNER IS SENT AN APL    *
      *          NOTICE ON THE LOAN-NOTICE EXTRACT.                   *
      *===============================================================*
       1370-APPLY-AUTO-PREMIUM-LOAN.
           MOVE ZERO TO WS-APL-DRAWN-THIS-SWEEP WS-APL-AMOUNT
           MOVE 'N' TO WS-APL-REFUSED-SW
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              EXIT PARAGRAPH
           END-IF
           IF PM-MODAL-PREMIUM <= 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DAYS-SINCE-PAID TO WS-APL-DAYS-OVERDUE
           PERFORM 1380-LEND-ONE-INSTALLMENT
              UNTIL WS-APL-DAYS-OVERDUE <= PM-GRACE-DAYS
                 OR WS-APL-REFUSED
      * SV-1371: WS-DAYS-SINCE-PAID is unsigned, so a paid-to-date
      *          the loan carried past the processing date is handed
      *          back to 1300 as zero days overdue, not as its
      *          magnitude.
           IF WS-APL-DAYS-OVERDUE > 0
              MOVE WS-APL-DAYS-OVERDUE TO WS-DAYS-SINCE-PAID
           ELSE
              MOVE ZERO TO WS-DAYS-SINCE-PAID
           END-IF
           IF WS-APL-DRAWN-THIS-SWEEP = 0
              EXIT PARAGRAPH
           END-IF

      * SV-1372: Covered by the loan, the policy is active again if
      *          paid past the processing date, otherwise still in
      *          grace - the status 1300 would give that paid-to-date.
           IF WS-DAYS-SINCE-PAID > 0
              MOVE "GR" TO PM-CONTRACT-STATUS
           ELSE
              MOVE "AC" TO PM-CONTRACT-STATUS
           END-IF
           MOVE "SVC001" TO PM-LAST-ACTION-USER
           MOVE "AP" TO WS-ACTION-TYPE
           MOVE WS-APL-AMOUNT TO WS-EDITED-APL-AMOUNT
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "APL LOAN " WS-EDITED-APL-AMOUNT
               " PAID TO " PM-PAID-TO-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8200-WRITE-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-REASON
           MOVE "APL LOAN" TO LN-NOTICE-TYPE
           PERFORM 8400-WRITE-LOAN-NOTICE
      * SV-1373: The nightly sweep runs the overloan monitor from 2700
      *          on every policy; any other transaction that tripped
      *          an APL checks the grown loan here instead.
           IF NOT PM-AMEND-BILL-SWEEP
              PERFORM 2790-MONITOR-OVERLOAN
           END-IF.

       1380-LEND-ONE-INSTALLMENT.
      * SV-1374: 2800's limit - the balance after the draw may not
      *          pass the loan-limit share of the available cash
      *          value. An installment the reserve cannot carry is
      *          refused whole; APL never lends part of a premium.
           PERFORM 2810-CALCULATE-AVAILABLE-CASH-VALUE
           COMPUTE WS-LOAN-MAX-BALANCE ROUNDED =
                   WS-AVAILABLE-CASH-VALUE * WS-LOAN-LIMIT-PCT
           IF PM-POLICY-LOAN-BALANCE + PM-MODAL-PREMIUM
              > WS-LOAN-MAX-BALANCE
              MOVE 'Y' TO WS-APL-REFUSED-SW
              EXIT PARAGRAPH
           END-IF
      * SV-1375: Interest already running on an existing loan keeps
      *          its accrual date; a first loan starts the clock.
           IF PM-POLICY-LOAN-BALANCE = 0
              MOVE PM-PROCESS-DATE TO PM-LOAN-LAST-ACCRUAL-DATE
           END-IF
           ADD PM-MODAL-PREMIUM TO PM-POLICY-LOAN-BALANCE
                                   PM-APL-LOAN-TOTAL
                                   WS-APL-AMOUNT
           MOVE PM-PROCESS-DATE TO PM-APL-LAST-LOAN-DATE
           ADD 1 TO WS-APL-DRAWN-THIS-SWEEP
           ADD PM-MODAL-PREMIUM TO PM-SUSPENSE-BALANCE
           PERFORM 2960-APPLY-ONE-INSTALLMENT
           COMPUTE WS-APL-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(PM-PROCESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE).

      *===============================================================*
      * SV-1350: A POLICY LAPSING INSIDE THE CHARGEBACK WINDOW CLAWS  *
      *          BACK THE UNEARNED PART OF THE FIRST-YEAR COMMISSION  *
       1400-VALIDATE-SERVICING-REQUEST.
      * SV-301: Claimed, terminated, matured, foreclosed, and
      *         surrendered policies cannot be amended - all five
      *         have already reached a final contractual end. A
      *         policy voided under free-look never had one to reach.
           IF PM-STAT-CLAIMED OR PM-STAT-TERMINATED OR PM-STAT-MATURED
              OR PM-STAT-FORECLOSED OR PM-STAT-SURRENDERED
              OR PM-STAT-VOIDED
              MOVE 12 TO PM-RETURN-CODE
              MOVE "POLICY STATUS DOES NOT ALLOW SERVICING"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *===============================================================*
      * SV-1500: SECOND-APPROVAL LIMIT CHECK. FIND THE TRANSACTION'S  *
      *          LIMIT CATEGORY AND THE AMOUNT IT IS TESTED ON, AND   *
      *          LOOK THE LIMIT UP IN THE SV-1050 TABLE. A CATEGORY   *
      *          WITH NO ENTRY IN THE TABLE IS NEVER HELD.            *
      *===============================================================*
       1500-CHECK-APPROVAL-LIMIT.
           MOVE 'N' TO WS-APV-REQUIRED-SW
           MOVE SPACES TO WS-APV-CATEGORY
           MOVE ZERO TO WS-APV-TEST-AMOUNT
                        WS-APV-LIMIT
           EVALUATE TRUE
              WHEN PM-AMEND-SURRENDER
                 PERFORM 2810-CALCULATE-AVAILABLE-CASH-VALUE
                 MOVE "SR" TO WS-APV-CATEGORY
                 MOVE WS-AVAILABLE-CASH-VALUE TO WS-APV-TEST-AMOUNT
              WHEN PM-AMEND-LOAN-DRAW
                 MOVE "LD" TO WS-APV-CATEGORY
                 MOVE PM-LOAN-REQUEST-AMOUNT TO WS-APV-TEST-AMOUNT
              WHEN PM-AMEND-BENEF-DESIG
                 PERFORM 1510-CLASSIFY-DESIGNATION
                 MOVE PM-SUM-ASSURED TO WS-APV-TEST-AMOUNT
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-LIMIT-COUNT
              IF WS-APV-LIMIT-CATEGORY(WS-APV-IDX) = WS-APV-CATEGORY
                 MOVE WS-APV-LIMIT-AMOUNT(WS-APV-IDX) TO WS-APV-LIMIT
                 IF WS-APV-TEST-AMOUNT > WS-APV-LIMIT
                    MOVE 'Y' TO WS-APV-REQUIRED-SW
                 END-IF
              END-IF
           END-PERFORM.

      *===============================================================*
      * SV-1550: LAY THE APVCTL LIMITS OVER THE SV-1050 CONSTANTS,    *
      *          ONCE PER RUN UNIT. A LINE FOR A CATEGORY THE TABLE   *
      *          DOES NOT CARRY, OR WITH A NON-NUMERIC LIMIT, IS      *
      *          REJECTED AND THAT LIMIT STANDS.                      *
      *===============================================================*
       1550-LOAD-APPROVAL-LIMITS.
           MOVE 'Y' TO WS-APV-LIMITS-LOADED-SW
           MOVE 'N' TO WS-AC-EOF-SWITCH
           OPEN INPUT APPROVAL-CONTROL-FILE
           IF WS-AC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1560-READ-NEXT-LIMIT
           PERFORM 1570-APPLY-ONE-LIMIT
              UNTIL WS-AC-EOF
           CLOSE APPROVAL-CONTROL-FILE.

       1560-READ-NEXT-LIMIT.
           READ APPROVAL-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-AC-EOF-SWITCH
           END-READ.

       1570-APPLY-ONE-LIMIT.
           MOVE AC-CONTROL-LINE TO WS-APV-LIMIT-DETAIL
           MOVE 'N' TO WS-APV-LIMIT-MATCHED
           IF AL-LIMIT-AMOUNT NUMERIC
              PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                      UNTIL WS-APV-IDX > WS-APV-LIMIT-COUNT
                 IF WS-APV-LIMIT-CATEGORY(WS-APV-IDX) = AL-CATEGORY
                    MOVE AL-LIMIT-AMOUNT
                      TO WS-APV-LIMIT-AMOUNT(WS-APV-IDX)
                    MOVE 'Y' TO WS-APV-LIMIT-MATCHED
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WS-APV-LIMIT-WAS-MATCHED
              DISPLAY "SVCBILL001: APVCTL LINE REJECTED - "
                      AC-CONTROL-LINE(1:13)
           END-IF
           PERFORM 1560-READ-NEXT-LIMIT.

       1510-CLASSIFY-DESIGNATION.
      * SV-1501: A designation that keeps every beneficiary, relation,
      *          share and the irrevocability of record, and changes
      *          only how the benefit is paid out, is a payout-mode
      *          change with a limit of its own. Anything else is a
      *          beneficiary change.
           MOVE 'N' TO WS-APV-PAYMODE-SW
           MOVE "PO" TO WS-APV-CATEGORY
           IF WS-SUB-BENEF-COUNT NOT = PM-BENEFICIARY-COUNT
              MOVE "BD" TO WS-APV-CATEGORY
              EXIT PARAGRAPH
           END-IF
           IF (WS-SUB-IRREVOCABLE-IND = "Y"
               AND NOT PM-BENEF-IRREVOCABLE)
              OR (WS-SUB-IRREVOCABLE-IND NOT = "Y"
               AND PM-BENEF-IRREVOCABLE)
              MOVE "BD" TO WS-APV-CATEGORY
              EXIT PARAGRAPH
           END-IF
           PERFORM 1520-COMPARE-ONE-BENEFICIARY
              VARYING WS-BENE-IDX FROM 1 BY 1
              UNTIL WS-BENE-IDX > WS-SUB-BENEF-COUNT
                 OR WS-BENE-IDX > 5
           IF NOT WS-APV-PAYMODE-CHANGED
              MOVE "BD" TO WS-APV-CATEGORY
           END-IF.

       1520-COMPARE-ONE-BENEFICIARY.
           IF WS-SUB-BENEF-NAME(WS-BENE-IDX)
                 NOT = PM-BENEFICIARY-NAME(WS-BENE-IDX)
              OR WS-SUB-BENEF-RELATION(WS-BENE-IDX)
                 NOT = PM-BENEFICIARY-RELATION(WS-BENE-IDX)
              OR WS-SUB-BENEF-PCT(WS-BENE-IDX)
                 NOT = PM-BENEFICIARY-PCT(WS-BENE-IDX)
              MOVE "BD" TO WS-APV-CATEGORY
           END-IF
           IF WS-SUB-BENEF-PAY-MODE(WS-BENE-IDX)
                 NOT = PM-BENEFICIARY-PAY-MODE(WS-BENE-IDX)
              MOVE 'Y' TO WS-APV-PAYMODE-SW
           END-IF.

       2100-CHANGE-PLAN.
      * SV-401: Change plan only on active or grace policies.
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
      * SV-954: The new designation replaces the table entry for
      *         entry; a fresh designation has nothing settled
      *         against it yet.
      * SV-955: Nor a party of its own - PTYMNT001 links the new
      *         beneficiaries to the party master once they are on
      *         file, so a check never mails to the person a slot
      *         used to hold.
           MOVE WS-SUB-BENEF-NAME(WS-BENE-IDX)
             TO PM-BENEFICIARY-NAME(WS-BENE-IDX)
           MOVE WS-SUB-BENEF-RELATION(WS-BENE-IDX)
             TO PM-BENEFICIARY-PCT(WS-BENE-IDX)
           MOVE WS-SUB-BENEF-PAY-MODE(WS-BENE-IDX)
             TO PM-BENEFICIARY-PAY-MODE(WS-BENE-IDX)
           MOVE ZERO TO PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
           MOVE SPACES TO PM-BENEF-PARTY-ID(WS-BENE-IDX).

      *===============================================================*
      * SV-2650: CASH SURRENDER. A POLICYHOLDER WHO WANTS OUT BEFORE  *
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM 2665-CHECK-ASSIGNEE-RELEASE
           IF PM-RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
      * SV-975: The surrender ends the contract the assignee released
      *         it from, so the assignment of record ends with it.
           IF PM-ASSIGN-ACTIVE
              MOVE "R" TO PM-ASSIGN-STATUS
              MOVE PM-PROCESS-DATE TO PM-ASSIGN-RELEASE-DATE
           END-IF

           PERFORM 2810-CALCULATE-AVAILABLE-CASH-VALUE

                TO PM-RETURN-MESSAGE
           END-IF.

      *===============================================================*
      * SV-2660: COLLATERAL ASSIGNMENT. A LENDER'S ASSIGNMENT IS      *
      *          RECORDED ("R") AGAINST AN IN-FORCE POLICY - ONE AT   *
      *          A TIME, FOR A STATED AMOUNT OR THE FULL BENEFIT -    *
      *          AND RELEASED ("X") WHEN THE ASSIGNEE LETS IT GO.     *
      *          CLMADJ001 PAYS AN ACTIVE ASSIGNEE FIRST AT CLAIM.    *
      *===============================================================*
       2660-MAINTAIN-ASSIGNMENT.
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              AND NOT PM-STAT-REINSTATED
              MOVE 57 TO PM-RETURN-CODE
              MOVE "ASSIGNMENT ALLOWED ONLY ON IN-FORCE POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT PM-ASSIGN-ACTION-RECORD AND
              NOT PM-ASSIGN-ACTION-RELEASE
              MOVE 58 TO PM-RETURN-CODE
              MOVE "ASSIGNMENT ACTION MUST BE R OR X"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

           IF PM-ASSIGN-ACTION-RELEASE
              IF NOT PM-ASSIGN-ACTIVE
                 MOVE 61 TO PM-RETURN-CODE
                 MOVE "NO ACTIVE ASSIGNMENT TO RELEASE"
                   TO PM-RETURN-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE "R" TO PM-ASSIGN-STATUS
              MOVE PM-PROCESS-DATE TO PM-ASSIGN-RELEASE-DATE
              MOVE ZERO TO PM-SERVICE-FEE
              MOVE "AP" TO PM-AMENDMENT-STATUS
              MOVE "COLLATERAL ASSIGNMENT RELEASED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * SV-991: A second lender takes its interest subject to the
      *         first, which this record cannot rank - the first
      *         assignment has to be released before another is
      *         recorded.
           IF PM-ASSIGN-ACTIVE
              MOVE 60 TO PM-RETURN-CODE
              MOVE "POLICY ALREADY CARRIES AN ACTIVE ASSIGNMENT"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-NEW-ASSIGNEE-NAME = SPACES OR
              (PM-NEW-ASSIGN-FULL-IND NOT = "Y" AND
               (PM-NEW-ASSIGN-AMOUNT NOT NUMERIC OR
                PM-NEW-ASSIGN-AMOUNT = ZERO))
              MOVE 59 TO PM-RETURN-CODE
              MOVE "ASSIGNEE NAME AND AMOUNT OR FULL ARE REQUIRED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

           MOVE "A" TO PM-ASSIGN-STATUS
           MOVE PM-NEW-ASSIGNEE-NAME TO PM-ASSIGNEE-NAME
           MOVE SPACES TO PM-ASSIGNEE-PARTY-ID
           IF PM-NEW-ASSIGN-FULL-IND = "Y"
              MOVE "Y" TO PM-ASSIGN-FULL-IND
              MOVE ZERO TO PM-ASSIGN-AMOUNT
           ELSE
              MOVE "N" TO PM-ASSIGN-FULL-IND
              MOVE PM-NEW-ASSIGN-AMOUNT TO PM-ASSIGN-AMOUNT
           END-IF
           MOVE PM-PROCESS-DATE TO PM-ASSIGN-RECORDED-DATE
           MOVE ZERO TO PM-ASSIGN-RELEASE-DATE
                        PM-ASSIGN-SETTLE-AMT
                        PM-SERVICE-FEE
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "COLLATERAL ASSIGNMENT RECORDED" TO PM-RETURN-MESSAGE.

       2665-CHECK-ASSIGNEE-RELEASE.
      * SV-992: Surrender and loan draw need the assignee's signed
      *         release on the transaction while an assignment is
      *         active - the same consent rule SV-952 applies to an
      *         irrevocable beneficiary.
           IF PM-ASSIGN-ACTIVE AND NOT PM-ASSIGNEE-RELEASE-GIVEN
              MOVE 62 TO PM-RETURN-CODE
              MOVE "ASSIGNED POLICY REQUIRES ASSIGNEE RELEASE"
                TO PM-RETURN-MESSAGE
           END-IF.

       8450-WRITE-SURRENDER-PAYOUT.
      * SV-974: One append to the shared disbursement register per
      *         surrender payout - the insured is the payee, paid by
           END-IF
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           WRITE PR-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE
           PERFORM 8460-CHECK-ACCOUNTING-PERIOD.

      *===============================================================*
      * SV-8460: ASK PERCTL001 WHETHER THE SURRENDER'S PROCESS DATE   *
      *          FALLS IN A CLOSED MONTH. SEE CLM-PAY-001.cob CP-8390.*
      *===============================================================*
       8460-CHECK-ACCOUNTING-PERIOD.
           MOVE "SVCBILL001" TO PK-PROGRAM-ID
           MOVE PD-POLICY-ID TO PK-POLICY-ID
           MOVE PD-PAYMENT-REF TO PK-REFERENCE
           MOVE "SURRENDER" TO PK-TXN-TYPE
           MOVE PM-PROCESS-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE PD-PAYMENT-AMOUNT TO PK-AMOUNT
           MOVE "5200" TO PK-DEBIT-ACCOUNT
           MOVE "1000" TO PK-CREDIT-ACCOUNT
           MOVE PD-JURISDICTION-STATE TO PK-JURISDICTION
           MOVE "SVCSURR" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST.

      *===============================================================*
      * SV-2670: FREE-LOOK CANCELLATION. A POLICY RETURNED INSIDE ITS *
      *          JURISDICTION'S FREE-LOOK WINDOW IS VOIDED FROM       *
      *          INCEPTION: EVERY PREMIUM COLLECTED GOES BACK TO THE  *
      *          OWNER THROUGH THE DISBURSEMENT REGISTER, ALL OF THE  *
      *          COMMISSION STILL CREDITED IS REVERSED (NOT PRORATED  *
      *          THE WAY 1350 CHARGES BACK A LAPSE), AND ANY          *
      *          REINSURANCE CESSION IS WITHDRAWN.                    *
      *===============================================================*
       2670-PROCESS-FREE-LOOK-CANCEL.
           IF (NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
               AND NOT PM-STAT-REINSTATED)
              OR PM-ISSUE-DATE = ZERO
              MOVE 55 TO PM-RETURN-CODE
              MOVE "FREE-LOOK CANCEL ALLOWED ONLY ON IN-FORCE POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * SV-981: The window runs from the issue date, in days, at the
      *         policy's own jurisdiction's count.
           PERFORM 2675-FIND-FREE-LOOK-DAYS
           COMPUTE WS-FL-DAYS-SINCE-ISSUE =
                   FUNCTION INTEGER-OF-DATE(PM-PROCESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(PM-ISSUE-DATE)
           IF WS-FL-DAYS-SINCE-ISSUE > WS-FLOOK-DAYS
              MOVE 56 TO PM-RETURN-CODE
              MOVE "FREE-LOOK PERIOD HAS EXPIRED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FL-FREE-LOOK-RECORD
           MOVE ZERO TO FL-PREMIUM-COLLECTED FL-LOAN-OFFSET
                        FL-PREMIUM-REFUND FL-COMM-REVERSED
                        FL-CEDED-AMOUNT FL-CEDED-PREMIUM
           MOVE PM-POLICY-ID TO FL-POLICY-ID WS-FREF-POLICY-ID
           MOVE PM-PROCESS-DATE TO FL-CANCEL-DATE
           MOVE PM-ISSUE-DATE TO FL-ISSUE-DATE
           MOVE PM-JURISDICTION-STATE TO FL-JURISDICTION-STATE
           MOVE PM-AGENT-ID TO FL-AGENT-ID
           MOVE "SVCBILL1" TO FL-PROGRAM-ID

      * SV-982: Premium collected is every installment applied since
      *         issue - paid-to-date advances one cycle per installment
      *         (SV-908) - plus anything still unapplied in suspense.
           PERFORM 2680-COUNT-PAID-INSTALLMENTS
           COMPUTE FL-PREMIUM-COLLECTED =
                   (WS-FL-INSTALLMENTS * PM-MODAL-PREMIUM)
                 + PM-SUSPENSE-BALANCE

      * SV-983: A loan is secured by the reserve the refunded premium
      *         built, so it is repaid out of the refund first, the
      *         order SV-971 settles a surrender in.
           IF PM-POLICY-LOAN-BALANCE > FL-PREMIUM-COLLECTED
              MOVE FL-PREMIUM-COLLECTED TO FL-LOAN-OFFSET
           ELSE
              MOVE PM-POLICY-LOAN-BALANCE TO FL-LOAN-OFFSET
           END-IF
           SUBTRACT FL-LOAN-OFFSET FROM PM-POLICY-LOAN-BALANCE
           IF PM-POLICY-LOAN-BALANCE = ZERO
              MOVE ZERO TO PM-LOAN-LAST-ACCRUAL-DATE
           END-IF
           COMPUTE FL-PREMIUM-REFUND =
                   FL-PREMIUM-COLLECTED - FL-LOAN-OFFSET
           MOVE ZERO TO PM-SUSPENSE-BALANCE
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
                   UNTIL WS-RIDER-IDX > PM-RIDER-COUNT
              IF PM-RIDER-CODE(WS-RIDER-IDX) = "ROP01" AND
                 PM-RIDER-ACTIVE(WS-RIDER-IDX)
                 MOVE ZERO TO PM-RIDER-RESERVE-AMT(WS-RIDER-IDX)
                 MOVE PM-PROCESS-DATE
                   TO PM-RIDER-RESERVE-DATE(WS-RIDER-IDX)
              END-IF
           END-PERFORM
           IF FL-PREMIUM-REFUND > 0
              MOVE WS-FL-PAYMENT-REF TO FL-PAYMENT-REF
              PERFORM 8465-WRITE-FREE-LOOK-REFUND
           END-IF

           PERFORM 2685-REVERSE-FREE-LOOK-COMM
           PERFORM 2690-REVERSE-CESSION

           MOVE "VD" TO PM-CONTRACT-STATUS
           MOVE ZERO TO PM-OUTSTANDING-PREMIUM
           PERFORM 8470-WRITE-FREE-LOOK-REGISTER
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "POLICY VOIDED UNDER FREE-LOOK - PREMIUM REFUNDED"
             TO PM-RETURN-MESSAGE.

       2675-FIND-FREE-LOOK-DAYS.
           MOVE WS-FLOOK-DEFAULT-DAYS TO WS-FLOOK-DAYS
           PERFORM VARYING WS-FLOOK-IDX FROM 1 BY 1
                   UNTIL WS-FLOOK-IDX > WS-FLOOK-COUNT
              IF WS-FLOOK-STATE(WS-FLOOK-IDX) = PM-JURISDICTION-STATE
                 MOVE WS-FLOOK-STATE-DAYS(WS-FLOOK-IDX)
                   TO WS-FLOOK-DAYS
              END-IF
           END-PERFORM.

       2680-COUNT-PAID-INSTALLMENTS.
      * SV-984: The same cycle lengths 2780-ADVANCE-PAID-TO-DATE
      *         advances by.
           MOVE ZERO TO WS-FL-INSTALLMENTS
           IF PM-PAID-TO-DATE NOT > PM-ISSUE-DATE
              EXIT PARAGRAPH
           END-IF
           EVALUATE PM-BILLING-MODE
              WHEN "A"
                 MOVE 365 TO WS-CYCLE-DAYS
              WHEN "S"
                 MOVE 182 TO WS-CYCLE-DAYS
              WHEN "Q"
                 MOVE 91 TO WS-CYCLE-DAYS
              WHEN "M"
                 MOVE 30 TO WS-CYCLE-DAYS
              WHEN OTHER
                 MOVE 30 TO WS-CYCLE-DAYS
           END-EVALUATE
           COMPUTE WS-FL-INSTALLMENTS ROUNDED =
                  (FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE(PM-ISSUE-DATE))
                 / WS-CYCLE-DAYS.

       2685-REVERSE-FREE-LOOK-COMM.
      * SV-985: Inside the window no renewal commission has been
      *         earned yet, so everything still credited on the
      *         policy is first-year commission (net of any
      *         chargeback already taken), and all of it comes back.
      *         8360 cascades the upline's override back the same way
      *         as "FO"; the two together are the amount reversed.
           MOVE ZERO TO PM-CHARGEBACK-AMOUNT PM-CHARGEBACK-DATE
           IF NOT PM-CHANNEL-AGENT OR PM-TOTAL-COMMISSION-PAID = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "FL" TO WS-STMT-COMM-TYPE
           COMPUTE WS-STMT-COMM-AMOUNT = 0 - PM-TOTAL-COMMISSION-PAID
           MOVE ZERO TO WS-OVERRIDE-AMOUNT
           PERFORM 8350-WRITE-CHARGEBACK-STMT
           COMPUTE FL-COMM-REVERSED =
                   PM-TOTAL-COMMISSION-PAID - WS-OVERRIDE-AMOUNT
           MOVE ZERO TO PM-TOTAL-COMMISSION-PAID.

       2690-REVERSE-CESSION.
      * SV-986: A voided policy carried no risk, so nothing stays
      *         ceded: the cession comes off the master (REIBORD001 and
      *         REIACC001 stop carrying it) and the reinsurer's share
      *         of the refunded premium goes on the register for the
      *         ledger. Treaty ID and cession date stay as history.
           IF NOT PM-REINSURANCE-CEDED
              EXIT PARAGRAPH
           END-IF
           MOVE PM-TREATY-ID TO FL-TREATY-ID
           MOVE PM-CEDED-AMOUNT TO FL-CEDED-AMOUNT
           IF PM-SUM-ASSURED > 0
              COMPUTE FL-CEDED-PREMIUM ROUNDED =
                      FL-PREMIUM-COLLECTED
                    * (PM-CEDED-AMOUNT / PM-SUM-ASSURED)
           END-IF
           MOVE "N" TO PM-REINSURANCE-IND
           MOVE ZERO TO PM-CEDED-AMOUNT PM-RETAINED-AMOUNT.

       8465-WRITE-FREE-LOOK-REFUND.
      * SV-987: The refund registers the way a surrender payout does
      *         (SV-974), under its own "-FL" reference so UNCLFND001
      *         tracks it, DISTRN001 transmits it, and GLEXT001 books
      *         it as a free-look refund rather than a surrender.
      * SV-1143: The premium goes back to whoever paid for the
      *          contract - the owner, named off the party master the
      *          way 8400 addresses its notices. Only a policy with no
      *          owner linked, or an owner not on file, pays the
      *          insured.
           MOVE SPACES TO PD-DISBURSEMENT-RECORD
           MOVE WS-FL-PAYMENT-REF TO PD-PAYMENT-REF
           MOVE SPACES TO PD-CLAIM-ID
           MOVE PM-POLICY-ID TO PD-POLICY-ID
           MOVE PM-INSURED-NAME TO PD-PAYEE-NAME
           IF PM-OWNER-PARTY-ID NOT = SPACES
              MOVE SPACES TO PA-ADDRESS-REQUEST
              MOVE PM-OWNER-PARTY-ID TO PA-PARTY-ID
              MOVE PM-POLICY-ID TO PA-POLICY-ID
              MOVE "SVCBILL1" TO PA-PROGRAM-ID
              MOVE "FLREFUND" TO PA-DOCUMENT-TYPE
              CALL "PTYADR001" USING PA-ADDRESS-REQUEST
              IF PA-PARTY-NAME NOT = SPACES
                 MOVE PA-PARTY-NAME TO PD-PAYEE-NAME
              END-IF
           END-IF
           MOVE "C" TO PD-PAY-MODE
           MOVE FL-PREMIUM-REFUND TO PD-PAYMENT-AMOUNT
           MOVE PM-PROCESS-DATE TO PD-PAYMENT-DATE
           MOVE "SVCBILL1" TO PD-PROGRAM-ID
           MOVE "I" TO PD-PAYOUT-STATUS
           MOVE PM-PROCESS-DATE TO PD-STATUS-DATE
           MOVE PM-JURISDICTION-STATE TO PD-JURISDICTION-STATE
           OPEN EXTEND PAYMENT-REGISTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              OPEN OUTPUT PAYMENT-REGISTER-FILE
              CLOSE PAYMENT-REGISTER-FILE
              OPEN EXTEND PAYMENT-REGISTER-FILE
           END-IF
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           WRITE PR-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE
           PERFORM 8466-CHECK-FREE-LOOK-PERIOD.

      *===============================================================*
      * SV-1142: ASK PERCTL001 ABOUT THE FREE-LOOK REFUND AS 8460 DOES*
      *          FOR A SURRENDER, UNDER ITS OWN SOURCE SO GLEXT001    *
      *          (GL-305) MATCHES IT TO THE "-FL" REFUND.             *
      *===============================================================*
       8466-CHECK-FREE-LOOK-PERIOD.
           MOVE "SVCBILL001" TO PK-PROGRAM-ID
           MOVE PD-POLICY-ID TO PK-POLICY-ID
           MOVE WS-FL-PAYMENT-REF TO PK-REFERENCE
           MOVE "FREELOOK" TO PK-TXN-TYPE
           MOVE PM-PROCESS-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE PD-PAYMENT-AMOUNT TO PK-AMOUNT
           MOVE "4000" TO PK-DEBIT-ACCOUNT
           MOVE "1000" TO PK-CREDIT-ACCOUNT
           MOVE PD-JURISDICTION-STATE TO PK-JURISDICTION
           MOVE "SVCFLOOK" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST.

       8470-WRITE-FREE-LOOK-REGISTER.
      * SV-988: One append per cancellation, the open/fallback/close
      *         pattern 8200 uses.
           OPEN EXTEND FREE-LOOK-REGISTER-FILE
           IF WS-FL-FILE-STATUS NOT = "00"
              OPEN OUTPUT FREE-LOOK-REGISTER-FILE
              CLOSE FREE-LOOK-REGISTER-FILE
              OPEN EXTEND FREE-LOOK-REGISTER-FILE
           END-IF
           MOVE FL-FREE-LOOK-RECORD TO FL-REGISTER-LINE
           WRITE FL-REGISTER-LINE
           CLOSE FREE-LOOK-REGISTER-FILE.

       2600-PROCESS-REINSTATEMENT.
      * SV-901: Reinstatement only for lapsed policies within window.
      *         the only place PM-PAID-TO-DATE advances, so the master
      *         reconciles to cash actually received instead of cash
      *         assumed.
      * SV-909: The one exception is an installment waived under an
      *         approved WOP01 disability claim - 1250 posts those
      *         ahead of 1300, without cash, and audits them itself.
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "BILLING STATUS SWEPT" TO PM-RETURN-MESSAGE
           PERFORM 2770-ACCRUE-LOAN-INTEREST
       8400-WRITE-LOAN-NOTICE.
      * SV-1112: One append per overloan warning or foreclosure, the
      *          open/fallback/close pattern 8200 uses.
      * SV-1129: Addressed to the owner, else the insured. A returned-
      *          mail party gets no notice; PTYADR001 has reported it
      *          to the mailroom, and the loan action itself stands.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE PM-OWNER-PARTY-ID TO PA-PARTY-ID
           IF PA-PARTY-ID = SPACES
              MOVE PM-INSURED-PARTY-ID TO PA-PARTY-ID
           END-IF
           MOVE PM-POLICY-ID TO PA-POLICY-ID
           MOVE "SVCBILL1" TO PA-PROGRAM-ID
           MOVE "LOANNOTE" TO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE PA-MAILING-BLOCK TO LN-MAILING-BLOCK
           MOVE PM-POLICY-ID TO LN-POLICY-ID
           MOVE PM-POLICY-LOAN-BALANCE TO LN-LOAN-BALANCE
           MOVE WS-AVAILABLE-CASH-VALUE TO LN-CASH-VALUE
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
      * SV-1006: A loan draw spends the collateral an assignee holds,
      *          so it needs the assignee's release like a surrender.
           PERFORM 2665-CHECK-ASSIGNEE-RELEASE
           IF PM-RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM 2810-CALCULATE-AVAILABLE-CASH-VALUE
           IF PM-LOAN-REQUEST-AMOUNT <= 0
              END-IF
           END-PERFORM.

       2850-CHANGE-APL-ELECTION.
      * SV-1005: The owner elects ("Y") or withdraws ("N") automatic
      *          premium loan. APL lends against the ROP01 reserve
      *          the way 2800 does, so no ROP rider means no APL.
           IF PM-NEW-APL-ELECTION-IND NOT = "Y" AND
              PM-NEW-APL-ELECTION-IND NOT = "N"
              MOVE 53 TO PM-RETURN-CODE
              MOVE "APL ELECTION MUST BE Y OR N" TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-NEW-APL-ELECTION-IND = "Y"
              MOVE 'N' TO WS-ROP-RIDER-FOUND
              PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
                      UNTIL WS-RIDER-IDX > PM-RIDER-COUNT
                 IF PM-RIDER-CODE(WS-RIDER-IDX) = "ROP01" AND
                    PM-RIDER-ACTIVE(WS-RIDER-IDX)
                    MOVE 'Y' TO WS-ROP-RIDER-FOUND
                 END-IF
              END-PERFORM
              IF NOT WS-ROP-RIDER-ACTIVE
                 MOVE 54 TO PM-RETURN-CODE
                 MOVE "APL REQUIRES AN ACTIVE ROP01 RIDER"
                   TO PM-RETURN-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE PM-NEW-APL-ELECTION-IND TO PM-APL-ELECTION-IND
           MOVE "AP" TO PM-AMENDMENT-STATUS
           IF PM-APL-ELECTED
              MOVE "AUTOMATIC PREMIUM LOAN ELECTED"
                TO PM-RETURN-MESSAGE
           ELSE
              MOVE "AUTOMATIC PREMIUM LOAN WITHDRAWN"
                TO PM-RETURN-MESSAGE
           END-IF.

      *===============================================================*
      * SV-2880: AGENT-OF-RECORD CHANGE. THE SUCCESSOR AGENT TAKES    *
      *          OVER THE POLICY FROM THE EFFECTIVE DATE - RENEWALS,  *
      *          CHARGEBACKS, REVERSALS, AND THE UPLINE OVERRIDE ON   *
      *          THEM ALL FOLLOW THE NEW AGENT FROM THAT DATE (SEE    *
      *          8340). AGTXFR001 DRIVES THE SAME TRANSACTION ACROSS  *
      *          A WHOLE BOOK OF BUSINESS.                            *
      *===============================================================*
       2880-CHANGE-AGENT-OF-RECORD.
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              AND NOT PM-STAT-REINSTATED
              MOVE 63 TO PM-RETURN-CODE
              MOVE "AGENT CHANGE ALLOWED ONLY ON IN-FORCE POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT PM-CHANNEL-AGENT
              MOVE 64 TO PM-RETURN-CODE
              MOVE "AGENT CHANGE ALLOWED ONLY ON AGENT-SOLD POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-NEW-AGENT-ID = SPACES OR
              PM-NEW-AGENT-ID = PM-AGENT-ID
              MOVE 65 TO PM-RETURN-CODE
              MOVE "NEW AGENT MISSING OR ALREADY AGENT OF RECORD"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * SV-1007: A zero effective date takes effect on the processing
      *          date. A change already recorded for a future date has
      *          to take effect before another can be made, or the
      *          agent it replaced would be lost from PM-PRIOR-AGENT-
      *          ID while still owed the commission up to that date.
      *          Nor can the change reach back past the last commission
      *          event already written - that event went to the agent
      *          of record at the time and is not re-credited.
           IF PM-NEW-AGENT-EFF-DATE NOT NUMERIC OR
              PM-NEW-AGENT-EFF-DATE = ZERO
              MOVE PM-PROCESS-DATE TO WS-AOR-EFF-DATE
           ELSE
              MOVE PM-NEW-AGENT-EFF-DATE TO WS-AOR-EFF-DATE
           END-IF
           IF PM-AOR-EFFECTIVE-DATE NUMERIC AND
              PM-AOR-EFFECTIVE-DATE > PM-PROCESS-DATE
              MOVE 66 TO PM-RETURN-CODE
              MOVE "AN AGENT CHANGE IS ALREADY PENDING"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-LAST-COMM-DATE NUMERIC AND
              WS-AOR-EFF-DATE < PM-LAST-COMM-DATE
              MOVE 67 TO PM-RETURN-CODE
              MOVE "EFFECTIVE DATE PRECEDES LAST COMMISSION EVENT"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2885-VALIDATE-NEW-AGENT
           IF PM-RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-REASON
           STRING "AOR " PM-AGENT-ID " TO " PM-NEW-AGENT-ID
               " EFF " WS-AOR-EFF-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           MOVE PM-AGENT-ID TO PM-PRIOR-AGENT-ID
           MOVE PM-NEW-AGENT-ID TO PM-AGENT-ID
           MOVE WS-AOR-EFF-DATE TO PM-AOR-EFFECTIVE-DATE
           PERFORM 8390-WRITE-TRANSFER-STMT
           MOVE ZERO TO PM-SERVICE-FEE
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "AGENT OF RECORD CHANGED" TO PM-RETURN-MESSAGE.

       2885-VALIDATE-NEW-AGENT.
      * SV-1008: The successor must be on the producer master, not
      *          terminated, and hold a license and an appointment in
      *          the policy's own jurisdiction that are both in force
      *          on the effective date - the NB-UW-001.cob NB-212
      *          check at issue, judged at the date the book moves.
           MOVE PM-NEW-AGENT-ID TO PL-AGENT-ID
           MOVE PM-JURISDICTION-STATE TO PL-STATE
           MOVE WS-AOR-EFF-DATE TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           EVALUATE TRUE
              WHEN PL-AUTHORIZED
                 CONTINUE
              WHEN PL-NOT-FOUND
              WHEN PL-MASTER-UNAVAILABLE
                 MOVE 68 TO PM-RETURN-CODE
                 MOVE "NEW AGENT NOT FOUND ON PRODUCER MASTER"
                   TO PM-RETURN-MESSAGE
              WHEN PL-TERMINATED
                 MOVE 69 TO PM-RETURN-CODE
                 MOVE "NEW AGENT TERMINATED ON PRODUCER MASTER"
                   TO PM-RETURN-MESSAGE
              WHEN PL-NOT-LICENSED
                 MOVE 70 TO PM-RETURN-CODE
                 MOVE "NEW AGENT NOT LICENSED IN POLICY JURISDICTION"
                   TO PM-RETURN-MESSAGE
              WHEN OTHER
                 MOVE 70 TO PM-RETURN-CODE
                 MOVE "NEW AGENT NOT APPOINTED IN POLICY JURISDICTION"
                   TO PM-RETURN-MESSAGE
           END-EVALUATE.

      *===============================================================*
      * SV-2890: BANK-DRAFT ENROLLMENT. "B" PUTS THE POLICY ON THE    *
      *          PRE-AUTHORIZED DRAFT FROM THE PAYOR'S ACCOUNT, TO BE *
      *          DEBITED ON THE DRAFT DAY EACH TIME AN INSTALLMENT    *
      *          FALLS DUE (PRMDFT001); "D" PUTS IT BACK ON DIRECT    *
      *          BILLING. A DRAFT ALREADY SENT TO THE BANK STILL      *
      *          SETTLES EITHER WAY.                                  *
      *===============================================================*
       2890-CHANGE-BILLING-METHOD.
           IF PM-NEW-BILLING-METHOD NOT = "B" AND
              PM-NEW-BILLING-METHOD NOT = "D"
              MOVE 71 TO PM-RETURN-CODE
              MOVE "BILLING METHOD MUST BE B OR D" TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-NEW-BILLING-METHOD = "D"
              IF NOT PM-BILL-BANK-DRAFT
                 MOVE 71 TO PM-RETURN-CODE
                 MOVE "POLICY IS NOT ON BANK DRAFT BILLING"
                   TO PM-RETURN-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE "D" TO PM-BILLING-METHOD
              MOVE ZERO TO PM-SERVICE-FEE
              MOVE "AP" TO PM-AMENDMENT-STATUS
              MOVE "BANK DRAFT CANCELLED - POLICY DIRECT BILLED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * SV-1040: Only an in-force, directly billed policy can draft -
      *          a list-billed member's premium is the payor group's
      *          to remit (PB-403) - and the ACH network moves US
      *          dollars only.
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              AND NOT PM-STAT-REINSTATED
              MOVE 72 TO PM-RETURN-CODE
              MOVE "BANK DRAFT ALLOWED ONLY ON IN-FORCE POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-PAYOR-GROUP-ID NOT = SPACES
              MOVE 72 TO PM-RETURN-CODE
              MOVE "LIST-BILLED POLICY CANNOT BE BANK DRAFTED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-CURRENCY-CODE NOT = SPACES AND
              PM-CURRENCY-CODE NOT = "USD"
              MOVE 72 TO PM-RETURN-CODE
              MOVE "BANK DRAFT AVAILABLE ONLY ON USD BILLING"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * SV-1041: The routing number must pass the ABA check digit -
      *          3-7-1 weights over the nine digits, total a multiple
      *          of ten - or the bank rejects the whole entry.
           IF PM-NEW-DRAFT-ROUTING NOT NUMERIC
              MOVE 73 TO PM-RETURN-CODE
              MOVE "DRAFT ROUTING NUMBER MUST BE NINE DIGITS"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE PM-NEW-DRAFT-ROUTING TO WS-ABA-ROUTING
           COMPUTE WS-ABA-CHECK-SUM =
                   3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                      + WS-ABA-DIGIT(7))
                 + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                      + WS-ABA-DIGIT(8))
                 +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
                      + WS-ABA-DIGIT(9))
           IF FUNCTION MOD(WS-ABA-CHECK-SUM, 10) NOT = 0
              MOVE 73 TO PM-RETURN-CODE
              MOVE "DRAFT ROUTING NUMBER FAILS ABA CHECK DIGIT"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-NEW-DRAFT-ACCOUNT = SPACES
              MOVE 74 TO PM-RETURN-CODE
              MOVE "DRAFT ACCOUNT NUMBER IS REQUIRED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-NEW-DRAFT-ACCT-TYPE NOT = "C" AND
              PM-NEW-DRAFT-ACCT-TYPE NOT = "S"
              MOVE 74 TO PM-RETURN-CODE
              MOVE "DRAFT ACCOUNT TYPE MUST BE C OR S"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
      * SV-1042: Draft days stop at the 28th so every month has one.
           IF PM-NEW-DRAFT-DAY NOT NUMERIC OR
              PM-NEW-DRAFT-DAY < 1 OR PM-NEW-DRAFT-DAY > 28
              MOVE 75 TO PM-RETURN-CODE
              MOVE "DRAFT DAY MUST BE 01 THROUGH 28"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * SV-1043: A new authorization starts the return count afresh;
      *          the history of the last draft is kept so a draft
      *          already at the bank is still recognised when it
      *          settles or comes back.
           MOVE "B" TO PM-BILLING-METHOD
           MOVE PM-NEW-DRAFT-ROUTING TO PM-DRAFT-ROUTING-NUMBER
           MOVE PM-NEW-DRAFT-ACCOUNT TO PM-DRAFT-ACCOUNT-NUMBER
           MOVE PM-NEW-DRAFT-ACCT-TYPE TO PM-DRAFT-ACCOUNT-TYPE
           MOVE PM-NEW-DRAFT-DAY TO PM-DRAFT-DAY
           MOVE ZERO TO PM-DRAFT-RETURN-COUNT
           IF PM-DRAFT-PENDING-DATE NOT NUMERIC
              MOVE ZERO TO PM-DRAFT-PENDING-DATE
                           PM-DRAFT-LAST-DRAFT-DATE
                           PM-DRAFT-LAST-AMOUNT
                           PM-DRAFT-LAST-RETURN-DATE
           END-IF
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "DRAFT RTN " PM-DRAFT-ROUTING-NUMBER
               " DAY " PM-DRAFT-DAY
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           MOVE ZERO TO PM-SERVICE-FEE
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "BANK DRAFT BILLING AUTHORIZED" TO PM-RETURN-MESSAGE.

      *===============================================================*
      * SV-2895: PRMDFT001 HAS PUT A DEBIT FOR THIS POLICY ON THE     *
      *          OUTBOUND ACH FILE - RECORD IT PENDING UNTIL ITS      *
      *          SETTLEMENT DATE (PM-RECEIPT-DATE), WHEN THE SAME RUN *
      *          POSTS IT THROUGH 2950. NOTHING IS APPLIED YET; THE   *
      *          MONEY IS NOT OURS UNTIL THE BANK SETTLES IT.         *
      *===============================================================*
       2895-RECORD-DRAFT-ORIGINATION.
           IF NOT PM-BILL-BANK-DRAFT
              MOVE 76 TO PM-RETURN-CODE
              MOVE "POLICY IS NOT ON BANK DRAFT BILLING"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-DRAFT-PENDING-DATE NOT = ZERO
              MOVE 76 TO PM-RETURN-CODE
              MOVE "A BANK DRAFT IS ALREADY PENDING ON THE POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              AND NOT PM-STAT-REINSTATED
              MOVE 72 TO PM-RETURN-CODE
              MOVE "BANK DRAFT ALLOWED ONLY ON IN-FORCE POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-PAYMENT-AMOUNT <= 0
              MOVE 43 TO PM-RETURN-CODE
              MOVE "PAYMENT AMOUNT MUST BE GREATER THAN ZERO"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-RECEIPT-DATE = ZERO
              MOVE PM-PROCESS-DATE TO PM-RECEIPT-DATE
           END-IF

      * SV-1044: Returns are only consecutive while nothing good
      *          comes between them. The last draft is a month old
      *          by now, well past the bank's return window - if no
      *          return was counted against it, it cleared, and the
      *          count starts over.
           IF PM-DRAFT-LAST-DRAFT-DATE NOT = ZERO AND
              PM-DRAFT-LAST-RETURN-DATE < PM-DRAFT-LAST-DRAFT-DATE
              MOVE ZERO TO PM-DRAFT-RETURN-COUNT
           END-IF
           MOVE PM-RECEIPT-DATE TO PM-DRAFT-PENDING-DATE
                                   PM-DRAFT-LAST-DRAFT-DATE
           MOVE PM-PAYMENT-AMOUNT TO PM-DRAFT-LAST-AMOUNT
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "DRAFT SETTLES " PM-DRAFT-PENDING-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "BANK DRAFT ORIGINATED" TO PM-RETURN-MESSAGE.

       2900-PROCESS-LOAN-REPAYMENT.
      * SV-1003: A repayment cannot pay the loan down below zero.
           IF PM-LOAN-REQUEST-AMOUNT <= 0
              EXIT PARAGRAPH
           END-IF

      * SV-915: PRMDFT001's own receipt for a draft reaching its
      *         settlement date - the pending draft 2895 recorded is
      *         money in hand now, and posts like any other receipt.
           IF PM-SOURCE-BANK-DRAFT AND
              PM-RECEIPT-DATE = PM-DRAFT-PENDING-DATE
              MOVE ZERO TO PM-DRAFT-PENDING-DATE
           END-IF

           ADD PM-PAYMENT-AMOUNT TO PM-SUSPENSE-BALANCE
           IF PM-RECEIPT-DATE NOT = ZERO
              MOVE PM-RECEIPT-DATE TO PM-LAST-RECEIPT-DATE
              EXIT PARAGRAPH
           END-IF

      * SV-932: A debit PRMDFT001 originated comes back from the
      *         bank under its settlement date and amount. One that
      *         comes back before it ever settled on the books has
      *         applied nothing - the pending draft is simply dropped
      *         and the amount handed back zero, so CASHAPP001 does
      *         not net a reversal of cash it never received. Either
      *         way the return counts toward the consecutive-return
      *         limit in 2978.
           MOVE 'N' TO WS-DRAFT-RETURN-SW
           IF PM-DRAFT-LAST-DRAFT-DATE NUMERIC AND
              PM-DRAFT-LAST-DRAFT-DATE NOT = ZERO AND
              PM-RECEIPT-DATE = PM-DRAFT-LAST-DRAFT-DATE AND
              PM-PAYMENT-AMOUNT = PM-DRAFT-LAST-AMOUNT
              MOVE 'Y' TO WS-DRAFT-RETURN-SW
              IF PM-DRAFT-PENDING-DATE = PM-DRAFT-LAST-DRAFT-DATE
                 MOVE ZERO TO PM-DRAFT-PENDING-DATE
                 MOVE ZERO TO PM-PAYMENT-AMOUNT
                 MOVE "AP" TO PM-AMENDMENT-STATUS
                 MOVE "BANK DRAFT RETURNED BEFORE SETTLEMENT"
                   TO PM-RETURN-MESSAGE
                 PERFORM 2978-COUNT-DRAFT-RETURN
                 EXIT PARAGRAPH
              END-IF
           END-IF

      * SV-929: Prove the whole return is coverable BEFORE anything
      *         moves - the suspense balance plus the installments
      *         actually applied since issue. A return bigger than
      *         now stands, chargeback assessment included.
           PERFORM 1300-EVALUATE-PAYMENT-STATUS
           MOVE "AP" TO PM-AMENDMENT-STATUS
           MOVE "RETURNED PAYMENT REVERSED" TO PM-RETURN-MESSAGE
           IF WS-DRAFT-RETURNED
              PERFORM 2978-COUNT-DRAFT-RETURN
           END-IF.

      *===============================================================*
      * SV-2978: ONE MORE RETURNED DRAFT. AT THE CONSECUTIVE-RETURN   *
      *          LIMIT THE POLICY GOES BACK ON DIRECT BILLING - NO    *
      *          FURTHER DRAFTS ARE ORIGINATED, DUE NOTICES RESUME -  *
      *          AND THE REVERSION POSTS AS ITS OWN "DRAFTOFF" EVENT  *
      *          AHEAD OF THE TRANSACTION'S RECORD, THE WAY SV-1370   *
      *          POSTS AN APL LOAN, SO CORRGEN001 LETTERS THE OWNER.  *
      *===============================================================*
       2978-COUNT-DRAFT-RETURN.
           IF PM-DRAFT-LAST-RETURN-DATE = PM-RECEIPT-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE PM-RECEIPT-DATE TO PM-DRAFT-LAST-RETURN-DATE
           IF PM-DRAFT-RETURN-COUNT NOT NUMERIC
              MOVE ZERO TO PM-DRAFT-RETURN-COUNT
           END-IF
           ADD 1 TO PM-DRAFT-RETURN-COUNT
           IF PM-DRAFT-RETURN-COUNT < WS-DRAFT-RETURN-LIMIT
              OR NOT PM-BILL-BANK-DRAFT
              EXIT PARAGRAPH
           END-IF

           MOVE "D" TO PM-BILLING-METHOD
           MOVE "SVC001" TO PM-LAST-ACTION-USER
           MOVE "DRAFTOFF" TO WS-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "DRAFT RETURNED " PM-DRAFT-RETURN-COUNT
               " TIMES - DIRECT BILLED"
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8200-WRITE-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-REASON
           MOVE "RETURNED DRAFT REVERSED - POLICY NOW DIRECT BILLED"
             TO PM-RETURN-MESSAGE.

       2972-CHECK-RETURN-COVERABLE.
      * SV-930: What can lawfully come back out: the unapplied
                      PM-MODAL-PREMIUM * PM-BILLING-FX-RATE
           END-IF.

      *===============================================================*
      * SV-8600: CHECK A "QA"/"QR" AGAINST THE HELD ITEM IT NAMES AND *
      *          CLAIM IT. THE ITEM MUST EXIST, STILL BE PENDING, AND *
      *          BE DECIDED BY SOMEONE OTHER THAN THE USER WHO KEYED  *
      *          IT. THE DECISION IS MARKED ON THE ITEM BEFORE ANY    *
      *          APPLY, SO NO HELD ITEM CAN EVER BE RELEASED TWICE;   *
      *          AN APPROVAL THEN SWAPS THE HELD TRANSACTION IN FOR   *
      *          THE CALLER'S RECORD, AT THE APPROVAL'S PROCESS DATE. *
      *===============================================================*
       8600-CLAIM-HELD-TRANSACTION.
           MOVE 0 TO PM-RETURN-CODE
           MOVE SPACES TO PM-RETURN-MESSAGE
                          WS-BEFORE-STATUS
           MOVE ZERO TO WS-BEFORE-PREMIUM
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           IF PM-PROCESS-DATE NOT NUMERIC OR PM-PROCESS-DATE = ZERO
              MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           END-IF
           MOVE PM-APPROVED-BY TO WS-APV-APPROVER
           MOVE PM-POLICY-ID TO WS-APV-ITEM-POLICY-ID
           MOVE PM-APPROVAL-ITEM-DATE TO WS-APV-ITEM-DATE
           MOVE PM-APPROVAL-ITEM-TIME TO WS-APV-ITEM-TIME
           IF WS-APV-APPROVER = SPACES
              MOVE 78 TO PM-RETURN-CODE
              MOVE "APPROVER ID IS REQUIRED" TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           OPEN I-O APPROVAL-PENDING-FILE
           IF WS-AQ-FILE-STATUS NOT = "00"
              MOVE 79 TO PM-RETURN-CODE
              MOVE "HELD TRANSACTION NOT FOUND" TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-APV-ITEM-KEY TO FD-AQ-APPROVAL-KEY
           READ APPROVAL-PENDING-FILE
              INVALID KEY
                 MOVE 79 TO PM-RETURN-CODE
                 MOVE "HELD TRANSACTION NOT FOUND" TO PM-RETURN-MESSAGE
           END-READ
           IF PM-RETURN-CODE = 0
              MOVE FD-APPROVAL-PENDING-REC TO AQ-APPROVAL-RECORD
              PERFORM 8605-MARK-HELD-DECISION
           END-IF
           CLOSE APPROVAL-PENDING-FILE
           IF PM-RETURN-CODE NOT = 0 OR WS-APV-DISCARDED
              EXIT PARAGRAPH
           END-IF
           MOVE PM-PROCESS-DATE TO WS-APV-PROCESS-DATE
           MOVE AQ-TRANSACTION-IMAGE TO WS-POLICY-MASTER-REC
           MOVE WS-APV-APPROVER TO PM-APPROVED-BY
           MOVE WS-APV-ITEM-DATE TO PM-APPROVAL-ITEM-DATE
           MOVE WS-APV-ITEM-TIME TO PM-APPROVAL-ITEM-TIME
           MOVE WS-APV-PROCESS-DATE TO PM-PROCESS-DATE.

       8605-MARK-HELD-DECISION.
           IF NOT AQ-ITEM-PENDING
              MOVE 80 TO PM-RETURN-CODE
              MOVE "HELD TRANSACTION ALREADY DECIDED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
      * SV-8601: The second person has to be a second person.
           IF AQ-REQUESTED-BY = WS-APV-APPROVER
              MOVE 81 TO PM-RETURN-CODE
              MOVE "APPROVER MUST DIFFER FROM REQUESTER"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PM-AMEND-REJECT-HELD
              MOVE "R" TO AQ-ITEM-STATUS
           ELSE
              MOVE "A" TO AQ-ITEM-STATUS
           END-IF
           MOVE WS-APV-APPROVER TO AQ-DECIDED-BY
           MOVE PM-PROCESS-DATE TO AQ-STATUS-DATE
           MOVE PM-AMENDMENT-REASON TO AQ-DECISION-REASON
           MOVE AQ-APPROVAL-RECORD TO FD-APPROVAL-PENDING-REC
           REWRITE FD-APPROVAL-PENDING-REC
              INVALID KEY
                 MOVE 82 TO PM-RETURN-CODE
                 MOVE "UNABLE TO UPDATE HELD TRANSACTION"
                   TO PM-RETURN-MESSAGE
           END-REWRITE
           IF PM-RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF AQ-ITEM-REJECTED
              MOVE 'Y' TO WS-APV-DISCARD-SW
           ELSE
              MOVE 'Y' TO WS-APV-RELEASE-SW
           END-IF.

      *===============================================================*
      * SV-8610: HOLD A TRANSACTION OVER ITS APPROVAL LIMIT. THE      *
      *          CALLER'S RECORD AS IT ARRIVED GOES TO APVPEND AS A   *
      *          PENDING ITEM UNDER THE REQUESTER'S USER ID, KEYED    *
      *          THE WAY CASH-APP-001.cob CA-304 KEYS SUSPENSE, AND   *
      *          THE ITEM'S KEY GOES BACK TO THE CALLER. NOTHING IS   *
      *          APPLIED. AN ANONYMOUS REQUEST CANNOT BE HELD - THE   *
      *          SECOND-PERSON CHECK WOULD HAVE NOTHING TO TEST.      *
      *===============================================================*
       8610-HOLD-FOR-APPROVAL.
           IF PM-REQUESTED-BY = SPACES
              MOVE 77 TO PM-RETURN-CODE
              MOVE "REQUESTER ID REQUIRED OVER APPROVAL LIMIT"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AQ-APPROVAL-RECORD
           MOVE PM-POLICY-ID TO AQ-POLICY-ID
           MOVE WS-CURR-DATE TO AQ-REQUEST-DATE
           MOVE WS-CURR-TIME TO AQ-REQUEST-TIME
           MOVE PM-AMENDMENT-TYPE TO AQ-AMENDMENT-TYPE
           MOVE WS-APV-CATEGORY TO AQ-LIMIT-CATEGORY
           MOVE PM-REQUESTED-BY TO AQ-REQUESTED-BY
           MOVE WS-APV-TEST-AMOUNT TO AQ-TEST-AMOUNT
           MOVE WS-APV-LIMIT TO AQ-LIMIT-AMOUNT
           MOVE "P" TO AQ-ITEM-STATUS
           MOVE WS-CURR-DATE TO AQ-STATUS-DATE
           MOVE WS-APV-TRANSACTION-IMAGE TO AQ-TRANSACTION-IMAGE
           OPEN I-O APPROVAL-PENDING-FILE
           IF WS-AQ-FILE-STATUS = "35" OR WS-AQ-FILE-STATUS = "05"
              CLOSE APPROVAL-PENDING-FILE
              OPEN OUTPUT APPROVAL-PENDING-FILE
              CLOSE APPROVAL-PENDING-FILE
              OPEN I-O APPROVAL-PENDING-FILE
           END-IF
           MOVE AQ-APPROVAL-RECORD TO FD-APPROVAL-PENDING-REC
           WRITE FD-APPROVAL-PENDING-REC
              INVALID KEY
                 ADD 1 TO AQ-REQUEST-TIME
                 MOVE AQ-APPROVAL-RECORD TO FD-APPROVAL-PENDING-REC
                 WRITE FD-APPROVAL-PENDING-REC
                    INVALID KEY
                       MOVE 82 TO PM-RETURN-CODE
                       MOVE "UNABLE TO HOLD TRANSACTION FOR APPROVAL"
                         TO PM-RETURN-MESSAGE
                 END-WRITE
           END-WRITE
           CLOSE APPROVAL-PENDING-FILE
           IF PM-RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE AQ-REQUEST-DATE TO PM-APPROVAL-ITEM-DATE
           MOVE AQ-REQUEST-TIME TO PM-APPROVAL-ITEM-TIME
           MOVE "PE" TO PM-AMENDMENT-STATUS
           MOVE "HELD FOR SECOND APPROVAL - OVER LIMIT"
             TO PM-RETURN-MESSAGE
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "HELD FOR APPROVAL - " WS-APV-CATEGORY
                  " OVER LIMIT"
               DELIMITED BY SIZE INTO WS-AUDIT-REASON.

      *===============================================================*
      * SV-8620: CLOSE OUT A "QA"/"QR" FOR THE AUDIT RECORD - THE     *
      *          APPROVER IS THE ACTING USER AND THE REASON CARRIES   *
      *          BOTH USER IDS. AN APPROVED ITEM THAT THEN FAILED TO  *
      *          APPLY AGAINST THE MASTER AS IT STANDS TODAY GOES TO  *
      *          "F" WITH THE REJECTION, FOR THE REQUESTER TO KEY     *
      *          AGAIN IF IT IS STILL WANTED.                         *
      *===============================================================*
       8620-RECORD-APPROVAL-OUTCOME.
           IF NOT WS-APV-RELEASED AND NOT WS-APV-DISCARDED
              EXIT PARAGRAPH
           END-IF
           MOVE AQ-REQUESTED-BY TO WS-APV-AUDIT-REQUESTER
           MOVE WS-APV-APPROVER TO WS-APV-AUDIT-APPROVER
                                   PM-LAST-ACTION-USER
           MOVE WS-APV-AUDIT-REASON TO WS-AUDIT-REASON
           IF WS-APV-DISCARDED OR PM-RETURN-CODE = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O APPROVAL-PENDING-FILE
           IF WS-AQ-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-APV-ITEM-KEY TO FD-AQ-APPROVAL-KEY
           READ APPROVAL-PENDING-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-AQ-FILE-STATUS = "00"
              MOVE FD-APPROVAL-PENDING-REC TO AQ-APPROVAL-RECORD
              MOVE "F" TO AQ-ITEM-STATUS
              MOVE PM-RETURN-MESSAGE TO AQ-DECISION-REASON
              MOVE AQ-APPROVAL-RECORD TO FD-APPROVAL-PENDING-REC
              REWRITE FD-APPROVAL-PENDING-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           CLOSE APPROVAL-PENDING-FILE.

       8800-REWRITE-POLICY-MASTER.
      * SV-1105: Persist whatever the master looks like now, whether
      *          this transaction's amendment applied or only the
                 MOVE "UNABLE TO REWRITE POLICY MASTER"
                   TO PM-RETURN-MESSAGE
           END-REWRITE
           IF NOT WS-SWEEP-SESSION-OPEN
              CLOSE POLICY-MASTER-FILE
           END-IF.

      *===============================================================*
      * SV-8950: CLOSE A NIGHTLY SWEEP SESSION - THE MASTER, LOG AND  *
      *          JOURNAL HELD OPEN SINCE THE PARTITION'S FIRST "BS"   *
      *          ARE CLOSED AND THE RATE TABLES ARE RELOADED BY THE   *
      *          NEXT CALL.                                           *
      *===============================================================*
       8950-END-SWEEP-SESSION.
           IF WS-SWEEP-SESSION-OPEN
              CLOSE POLICY-MASTER-FILE
                    AUDIT-LOG-FILE
                    POLICY-JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-SWEEP-SESSION-SW
                       WS-RATES-LOADED-SW.

       8850-WRITE-BEFORE-IMAGE.
      * SV-1123: The record as it stood at the read goes to the
           MOVE PM-PROCESS-DATE TO JR-JOURNAL-DATE
           MOVE WS-CURR-TIME TO JR-JOURNAL-TIME
           MOVE "SVCBILL001" TO JR-PROGRAM-ID
      * SV-1147: Inside a sweep session the journal is already open
      *          from the partition's first "BS" and 8950 closes it.
           IF NOT WS-SWEEP-SESSION-OPEN
              PERFORM 8860-OPEN-POLICY-JOURNAL
           END-IF
           MOVE JR-JOURNAL-RECORD TO PJ-JOURNAL-LINE
           WRITE PJ-JOURNAL-LINE
           IF NOT WS-SWEEP-SESSION-OPEN
              CLOSE POLICY-JOURNAL-FILE
           END-IF.

       8860-OPEN-POLICY-JOURNAL.
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-PJ-FILE-STATUS NOT = "00"
              OPEN OUTPUT POLICY-JOURNAL-FILE
              CLOSE POLICY-JOURNAL-FILE
              OPEN EXTEND POLICY-JOURNAL-FILE
           END-IF.

       8200-WRITE-AUDIT-LOG.
      * SV-1107: One append to the transaction log per servicing
           MOVE WS-BEFORE-PREMIUM TO AL-BEFORE-PREMIUM
           MOVE PM-CONTRACT-STATUS TO AL-AFTER-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO AL-AFTER-PREMIUM
           MOVE WS-AUDIT-REASON TO AL-ACTION-REASON
      * SV-1146: Inside a sweep session the log is already open from
      *          the partition's first "BS" and 8950 closes it.
           IF NOT WS-SWEEP-SESSION-OPEN
              PERFORM 8210-OPEN-AUDIT-LOG
           END-IF
           MOVE AL-AUDIT-RECORD TO AL-LOG-LINE
           WRITE AL-LOG-LINE
           IF NOT WS-SWEEP-SESSION-OPEN
              CLOSE AUDIT-LOG-FILE
           END-IF.

       8210-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
              CLOSE AUDIT-LOG-FILE
              OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       8300-WRITE-COMMISSION-STMT.
      * SV-1109: One append to the commission statement file per
      *          renewal commission event. See NB-UW-001.cob NB-1108.
           MOVE SPACES TO CS-COMMISSION-RECORD
           PERFORM 8340-SET-COMMISSION-AGENT
           MOVE PM-POLICY-ID TO CS-POLICY-ID
           MOVE "SVCBILL001" TO CS-PROGRAM-ID
           MOVE PM-PROCESS-DATE TO CS-STMT-DATE
      *          reinstatement reversal ("CR", positive). Same open/
      *          fallback/close pattern as 8300 above.
           MOVE SPACES TO CS-COMMISSION-RECORD
           PERFORM 8340-SET-COMMISSION-AGENT
           MOVE PM-POLICY-ID TO CS-POLICY-ID
           MOVE "SVCBILL001" TO CS-PROGRAM-ID
           MOVE PM-PROCESS-DATE TO CS-STMT-DATE
      *          was earned at. Same open/fallback/close pattern as
      *          8300 above.
           MOVE SPACES TO CS-COMMISSION-RECORD
           PERFORM 8340-SET-COMMISSION-AGENT
           MOVE PM-POLICY-ID TO CS-POLICY-ID
           MOVE "SVCBILL001" TO CS-PROGRAM-ID
           MOVE PM-PROCESS-DATE TO CS-STMT-DATE
           CLOSE COMMISSION-STMT-FILE
           PERFORM 8360-WRITE-OVERRIDE-STMT.

       8340-SET-COMMISSION-AGENT.
      * SV-1009: The event goes to the agent of record on the date it
      *          is dated. A change recorded for a future date leaves
      *          PM-AGENT-ID naming the successor already, so an event
      *          dated before the effective date goes to the prior
      *          agent. The 8360 cascade keys off CS-AGENT-ID, so the
      *          override follows the same agent's upline.
           IF PM-PRIOR-AGENT-ID NOT = SPACES AND
              PM-AOR-EFFECTIVE-DATE NUMERIC AND
              PM-PROCESS-DATE < PM-AOR-EFFECTIVE-DATE
              MOVE PM-PRIOR-AGENT-ID TO CS-AGENT-ID
           ELSE
              MOVE PM-AGENT-ID TO CS-AGENT-ID
           END-IF.

       8390-WRITE-TRANSFER-STMT.
      * SV-1011: A pair of zero-amount events marks the change on
      *          both agents' statements, dated the effective date -
      *          "TO" transferred out on the prior agent's, "TI"
      *          transferred in on the successor's, each naming the
      *          other agent. Nothing cascades to an upline.
           MOVE SPACES TO CS-COMMISSION-RECORD
           MOVE PM-PRIOR-AGENT-ID TO CS-AGENT-ID
           MOVE PM-POLICY-ID TO CS-POLICY-ID
           MOVE "SVCBILL001" TO CS-PROGRAM-ID
           MOVE PM-AOR-EFFECTIVE-DATE TO CS-STMT-DATE
           MOVE "TO" TO CS-COMMISSION-TYPE
           MOVE ZERO TO CS-PREMIUM-BASE CS-COMMISSION-RATE
                        CS-COMMISSION-AMOUNT
           MOVE PM-AGENT-ID TO CS-OTHER-AGENT-ID
           OPEN EXTEND COMMISSION-STMT-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
              OPEN OUTPUT COMMISSION-STMT-FILE
              CLOSE COMMISSION-STMT-FILE
              OPEN EXTEND COMMISSION-STMT-FILE
           END-IF
           MOVE CS-COMMISSION-RECORD TO CS-LOG-LINE
           WRITE CS-LOG-LINE
           MOVE PM-AGENT-ID TO CS-AGENT-ID
           MOVE "TI" TO CS-COMMISSION-TYPE
           MOVE PM-PRIOR-AGENT-ID TO CS-OTHER-AGENT-ID
           MOVE CS-COMMISSION-RECORD TO CS-LOG-LINE
           WRITE CS-LOG-LINE
           CLOSE COMMISSION-STMT-FILE.

      *===============================================================*
      * SV-8360: UPLINE OVERRIDE CASCADE. A GENERAL AGENT EARNS A     *
      *          CONTRACTUAL OVERRIDE ON THE DOWNLINE'S PRODUCTION,   *
           IF CS-COMMISSION-RATE = 0 OR CS-COMMISSION-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
      * SV-962: The writing agent's upline and rate come off the
      *         producer master; the upline itself must be licensed
      *         and appointed in the policy's state on the event
      *         date or the override is withheld and reported.
           MOVE CS-AGENT-ID TO PL-AGENT-ID
           MOVE SPACES TO PL-STATE
           MOVE CS-STMT-DATE TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           MOVE PL-UPLINE-AGENT-ID TO WS-UPLINE-AGENT-ID
           MOVE PL-OVERRIDE-RATE TO WS-OVERRIDE-RATE
           IF WS-UPLINE-AGENT-ID = SPACES OR WS-OVERRIDE-RATE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-UPLINE-AGENT-ID TO PL-AGENT-ID
           MOVE PM-JURISDICTION-STATE TO PL-STATE
           MOVE CS-STMT-DATE TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           IF NOT PL-AUTHORIZED
              DISPLAY "WARNING: OVERRIDE WITHHELD - UPLINE "
                      WS-UPLINE-AGENT-ID " NOT AUTHORIZED IN "
                      PM-JURISDICTION-STATE " RESULT " PL-RESULT
                      " POLICY " CS-POLICY-ID
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERRIDE-AMOUNT ROUNDED =
                   CS-COMMISSION-AMOUNT * WS-OVERRIDE-RATE
                 / CS-COMMISSION-RATE
           MOVE WS-UPLINE-AGENT-ID TO CS-AGENT-ID
           IF CS-COMM-FREE-LOOK
              MOVE "FO" TO CS-COMMISSION-TYPE
           ELSE
              MOVE "OV" TO CS-COMMISSION-TYPE
           END-IF
           MOVE WS-OVERRIDE-RATE TO CS-COMMISSION-RATE
           MOVE WS-OVERRIDE-AMOUNT TO CS-COMMISSION-AMOUNT
           OPEN EXTEND COMMISSION-STMT-FILE
