       COPY REIRECOV.
       COPY CLMHIST.
       77  WS-REINS-RECOVERABLE         PIC 9(11)V99 VALUE 0.
      * CL-1113: Accounting period check through PERCTL001 - a ceded
      *          claim settled into a closed month books its
      *          recoverable forward as a prior-period adjustment.
       COPY PERADJ.
       77  WS-SIU-SCORE                 PIC 9(03) VALUE 0.
       77  WS-SIU-REFERRAL-IND          PIC X VALUE 'N'.
           88  WS-SIU-TRIGGERED         VALUE 'Y'.
           05  WS-SAVE-CLAIM-DECISION     PIC X(01).
           05  WS-SAVE-CLAIM-PAY-AMOUNT   PIC 9(11)V99.
           05  WS-SAVE-CLAIM-HOLD-REASON  PIC X(60).
      * CL-1104: The date of disability on a waiver claim lives in the
      *          master's own waiver group, which must not be touched
      *          unless the claim is approved - so it is held here
      *          and only posted by 1630.
           05  WS-SAVE-DISABILITY-DATE    PIC 9(08).
       77  WS-SAVE-PROCESS-DATE         PIC 9(08).
       77  WS-CURR-DATE                 PIC 9(08).
       77  WS-DATE-DIFF                 PIC 9(05) VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.
       77  WS-BENE-PCT-TOTAL            PIC 9(05)V99 VALUE 0.
       77  WS-BENE-ALLOCATED            PIC 9(11)V99 VALUE 0.
      * CL-140: What is left of the settlement for the beneficiaries
      *         (or the insured, on an acceleration) once an active
      *         collateral assignee has been paid first.
       77  WS-BENE-NET-PAYOUT           PIC 9(11)V99 VALUE 0.
       77  WS-HOLD-RULE-ID              PIC X(06).
       77  WS-HOLD-REASON-TEXT          PIC X(60).
       77  WS-MISSING-DOCS              PIC X VALUE 'N'.
      *         SVC-BILL-001.cob SV-1000.
       77  WS-ACCEL-MAX-PCT             PIC 9(03)V99 VALUE 050.00.
       77  WS-OLD-SUM-ASSURED           PIC 9(11)V99 VALUE 0.
      * CL-130: WOP01 contract terms - the insured must have been
      *         continuously disabled for the elimination period
      *         before premiums are waived, and proof of continued
      *         disability is due again at each recertification
      *         interval. Plain constants in the style of
      *         SVC-BILL-001.cob SV-1000; CLM-WOP-001.cob CW-101
      *         carries the same recertification interval.
       77  WS-WOP-ELIMINATION-DAYS      PIC 9(03) VALUE 180.
       77  WS-WOP-RECERT-DAYS           PIC 9(03) VALUE 180.
       77  WS-WOP-RIDER-FOUND           PIC X VALUE 'N'.
           88  WS-WOP-RIDER-ACTIVE      VALUE 'Y'.

       LINKAGE SECTION.
       COPY POLDATA.
      *         claims ("CA" - a terminally ill insured taking part
      *         of the face amount as a living benefit) are the two
      *         claim types this program adjudicates.
      * CL-207: Disability claims ("CW") under the WOP01 rider are
      *         the third - the benefit is the premium itself, waived
      *         while the insured stays disabled.
           IF NOT PM-CLAIM-DEATH AND NOT PM-CLAIM-ACCEL
              AND NOT PM-CLAIM-DISABILITY
              MOVE 'Y' TO WS-REJECT-CLAIM
              MOVE 12 TO PM-RETURN-CODE
              MOVE "UNSUPPORTED CLAIM TYPE" TO PM-RETURN-MESSAGE
      *         coverage ended at expiry with its ROP benefit paid by
      *         MATPROC001, and a surrendered one took its reserve
      *         and ended on the policyholder's own election.
      * CL-208: A policy voided under free-look was never in force.
           IF PM-STAT-LAPSED OR PM-STAT-TERMINATED
              OR PM-STAT-MATURED OR PM-STAT-FORECLOSED
              OR PM-STAT-SURRENDERED OR PM-STAT-VOIDED
              MOVE 'Y' TO WS-REJECT-CLAIM
              MOVE 13 TO PM-RETURN-CODE
              MOVE "POLICY NOT IN FORCE AT CLAIM INTAKE"
              PERFORM 1220-VALIDATE-ACCEL-INTAKE
              EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-DISABILITY
              PERFORM 1230-VALIDATE-WAIVER-INTAKE
              EXIT PARAGRAPH
           END-IF

      * CL-203: Core claim data must be present.
           IF PM-CLAIM-ID = SPACES OR PM-DATE-OF-DEATH = ZERO OR
                TO PM-CLAIM-HOLD-REASON
           END-IF.

      *===============================================================*
      * CL-1230: DISABILITY (WAIVER-OF-PREMIUM) INTAKE: A CLAIM ID    *
      *          AND A DATE OF DISABILITY NO LATER THAN THE PROCESS   *
      *          DATE, PLUS THE CLAIMANT STATEMENT, THE ATTENDING     *
      *          PHYSICIAN'S CERTIFICATION, AND THE MEDICAL RECORDS   *
      *          BEHIND IT - MISSING PAPER HOLDS FOR REVIEW, THE SAME *
      *          AS CL-1220.                                          *
      *===============================================================*
       1230-VALIDATE-WAIVER-INTAKE.
           IF PM-CLAIM-ID = SPACES OR
              WS-SAVE-DISABILITY-DATE NOT NUMERIC OR
              WS-SAVE-DISABILITY-DATE = ZERO OR
              WS-SAVE-DISABILITY-DATE > PM-PROCESS-DATE
              MOVE 'Y' TO WS-REJECT-CLAIM
              MOVE 24 TO PM-RETURN-CODE
              MOVE "CLAIM ID AND DATE OF DISABILITY ARE REQUIRED"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

           IF NOT PM-DOC-CLAIM-FORM-YES
              MOVE 'Y' TO WS-MISSING-DOCS
           END-IF
           IF NOT PM-DOC-PHYS-CERT-YES
              MOVE 'Y' TO WS-MISSING-DOCS
           END-IF
           IF NOT PM-DOC-MEDICAL-YES
              MOVE 'Y' TO WS-MISSING-DOCS
           END-IF
           IF WS-DOCS-MISSING
              MOVE 'Y' TO WS-MANUAL-REVIEW
              MOVE "MISSING DISABILITY CLAIM DOCUMENTS"
                TO PM-CLAIM-HOLD-REASON
           END-IF.

       1210-SUM-BENEFICIARY-PERCENTAGES.
           MOVE ZERO TO WS-BENE-PCT-TOTAL
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
              EXIT PARAGRAPH
           END-IF

           IF PM-CLAIM-DISABILITY
              PERFORM 1320-DETERMINE-WAIVER-HOLDS
              EXIT PARAGRAPH
           END-IF

      * CL-301: Contestable claims go to investigation.
           COMPUTE WS-DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(PM-DATE-OF-DEATH)
           END-IF
           MOVE WS-HOLD-REASON-TEXT TO PM-CLAIM-HOLD-REASON.

      *===============================================================*
      * CL-1320: A DISABILITY CLAIM HAS NO CAUSE OF DEATH TO JUDGE,   *
      *          BUT IT STILL FACES THE CONTESTABLE CHECK - MEASURED  *
      *          FROM ISSUE TO THE DATE OF DISABILITY - AND IT CANNOT *
      *          BE DECIDED AT ALL UNTIL THE INSURED HAS BEEN         *
      *          DISABLED FOR THE WHOLE ELIMINATION PERIOD.           *
      *===============================================================*
       1320-DETERMINE-WAIVER-HOLDS.
      * CL-307: Disability beginning inside the contestable window
      *         goes to investigation, the disability-claim twin of
      *         CL-301.
           COMPUTE WS-DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(WS-SAVE-DISABILITY-DATE)
                 - FUNCTION INTEGER-OF-DATE(PM-ISSUE-DATE)
           IF WS-SAVE-DISABILITY-DATE < PM-ISSUE-DATE OR
              WS-DATE-DIFF < (PM-CONTESTABLE-YEARS * 365)
              MOVE 'Y' TO WS-MANUAL-REVIEW
              MOVE "CL-307" TO WS-HOLD-RULE-ID
              MOVE "DISABILITY BEGAN WITHIN CONTESTABILITY PERIOD"
                TO WS-HOLD-REASON-TEXT
              PERFORM 1310-ADD-HOLD-REASON
           END-IF

      * CL-308: A claim filed before the elimination period has run
      *         is held, not denied - the examiner re-submits it from
      *         the diary once the insured has been disabled long
      *         enough.
           COMPUTE WS-DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(PM-PROCESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-SAVE-DISABILITY-DATE)
           IF WS-DATE-DIFF < WS-WOP-ELIMINATION-DAYS
              MOVE 'Y' TO WS-MANUAL-REVIEW
              MOVE "CL-308" TO WS-HOLD-RULE-ID
              MOVE "DISABILITY ELIMINATION PERIOD NOT YET SATISFIED"
                TO WS-HOLD-REASON-TEXT
              PERFORM 1310-ADD-HOLD-REASON
           END-IF

           IF WS-MANUAL
              MOVE 'P' TO PM-CLAIM-INVEST-STATUS
              MOVE PM-PROCESS-DATE TO PM-CLAIM-INVEST-DATE
           ELSE
              MOVE 'N' TO PM-CLAIM-INVEST-STATUS
           END-IF.

       1400-ADJUDICATE-COVERAGE.
      * CL-403: An acceleration is adjudicated against the contract
      *         still running - past expiry there is nothing left to
              EXIT PARAGRAPH
           END-IF

           IF PM-CLAIM-DISABILITY
              PERFORM 1420-ADJUDICATE-WAIVER
              EXIT PARAGRAPH
           END-IF

      * CL-401: Suicide within exclusion period is rejected.
           IF PM-CAUSE-OF-DEATH = "SUI"
              COMPUTE WS-DATE-DIFF =
                TO PM-RETURN-MESSAGE
           END-IF.

      *===============================================================*
      * CL-1420: THE WAIVER IS ONLY PAYABLE UNDER A WOP01 RIDER THAT  *
      *          IS STILL ACTIVE, FOR A DISABILITY THAT BEGAN WHILE   *
      *          THE CONTRACT WAS RUNNING, AND NEVER TWICE OVER.      *
      *===============================================================*
       1420-ADJUDICATE-WAIVER.
      * CL-404: No active WOP01 rider, no benefit.
           MOVE 'N' TO WS-WOP-RIDER-FOUND
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
                   UNTIL WS-RIDER-IDX > PM-RIDER-COUNT
              IF PM-RIDER-CODE(WS-RIDER-IDX) = "WOP01" AND
                 PM-RIDER-ACTIVE(WS-RIDER-IDX)
                 MOVE 'Y' TO WS-WOP-RIDER-FOUND
              END-IF
           END-PERFORM
           IF NOT WS-WOP-RIDER-ACTIVE
              MOVE 'Y' TO WS-REJECT-CLAIM
              MOVE 25 TO PM-RETURN-CODE
              MOVE "NO ACTIVE WAIVER OF PREMIUM RIDER ON POLICY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * CL-405: A disability that began after expiry is not covered.
           IF WS-SAVE-DISABILITY-DATE > PM-EXPIRY-DATE
              MOVE 'Y' TO WS-REJECT-CLAIM
              MOVE 26 TO PM-RETURN-CODE
              MOVE "DISABILITY BEGAN AFTER POLICY EXPIRY"
                TO PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF

      * CL-406: One waiver at a time - a second claim while premiums
      *         are already being waived has nothing more to give.
           IF PM-WAIVER-ACTIVE
              MOVE 'Y' TO WS-REJECT-CLAIM
              MOVE 27 TO PM-RETURN-CODE
              MOVE "PREMIUM WAIVER ALREADY IN FORCE ON POLICY"
                TO PM-RETURN-MESSAGE
           END-IF.

       1500-CALCULATE-SETTLEMENT.
           IF PM-CLAIM-ACCEL
              PERFORM 1520-CALCULATE-ACCEL-BENEFIT
              EXIT PARAGRAPH
           END-IF

      * CL-512: A premium waiver pays no cash - the benefit is the
      *         installments the nightly sweep stops billing.
           IF PM-CLAIM-DISABILITY
              MOVE ZERO TO WS-CLAIM-PAYOUT PM-CLAIM-PAYMENT-AMOUNT
              PERFORM 1550-CONVERT-SETTLEMENT-CURRENCY
              EXIT PARAGRAPH
           END-IF

      * CL-501: Base death benefit starts with sum assured.
           MOVE ZERO TO WS-CLAIM-PAYOUT
           ADD PM-SUM-ASSURED TO WS-CLAIM-PAYOUT
              PERFORM 1620-SETTLE-ACCEL-CLAIM
              EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-DISABILITY
              PERFORM 1630-SETTLE-WAIVER-CLAIM
              EXIT PARAGRAPH
           END-IF

      * CL-601: Approved claims are adjudicated and settled.
           MOVE 'A' TO LK-CLAIM-STATUS
              MOVE 'A' TO PM-CLAIM-PAYMENT-MODE
           END-IF
           MOVE "CL" TO PM-CONTRACT-STATUS
           PERFORM 1640-SETTLE-ASSIGNEE-FIRST
      * CL-603: The death settlement pays the assignment off, so it
      *         is satisfied rather than left active on a closed
      *         contract.
           IF PM-ASSIGN-ACTIVE
              MOVE "S" TO PM-ASSIGN-STATUS
              MOVE PM-PROCESS-DATE TO PM-ASSIGN-RELEASE-DATE
           END-IF
           PERFORM 1650-ALLOCATE-BENEFICIARY-SETTLEMENT
           MOVE 0 TO PM-RETURN-CODE
           MOVE "CLAIM APPROVED AND SETTLED" TO PM-RETURN-MESSAGE.
           IF PM-CLAIM-PAYMENT-MODE = SPACES
              MOVE 'A' TO PM-CLAIM-PAYMENT-MODE
           END-IF
      * CL-604: An assignment for a stated amount is reduced by what
      *         the acceleration paid the assignee and is satisfied
      *         once paid down; a full assignment stays on the
      *         reduced face for the eventual death claim.
           PERFORM 1640-SETTLE-ASSIGNEE-FIRST
           IF PM-ASSIGN-ACTIVE AND NOT PM-ASSIGN-FULL
              SUBTRACT PM-ASSIGN-SETTLE-AMT FROM PM-ASSIGN-AMOUNT
              IF PM-ASSIGN-AMOUNT = ZERO
                 MOVE "S" TO PM-ASSIGN-STATUS
                 MOVE PM-PROCESS-DATE TO PM-ASSIGN-RELEASE-DATE
              END-IF
           END-IF
           MOVE 0 TO PM-RETURN-CODE
           MOVE "ACCELERATED BENEFIT APPROVED AT REDUCED FACE"
             TO PM-RETURN-MESSAGE.

      *===============================================================*
      * CL-1630: AN APPROVED DISABILITY CLAIM OPENS THE PREMIUM       *
      *          WAIVER ON THE MASTER AND LEAVES THE CONTRACT IN      *
      *          FORCE - NO "CL" STATUS, NO PAYMENT FOR CLMPAY001.    *
      *          PREMIUMS ARE WAIVED BACK TO THE DATE OF DISABILITY   *
      *          ONCE THE ELIMINATION PERIOD IS SATISFIED; THE FIRST  *
      *          PROOF OF CONTINUED DISABILITY FALLS DUE ONE          *
      *          RECERTIFICATION INTERVAL FROM APPROVAL.              *
      *===============================================================*
       1630-SETTLE-WAIVER-CLAIM.
           MOVE 'A' TO LK-CLAIM-STATUS
           MOVE 'A' TO PM-CLAIM-DECISION
           MOVE 'C' TO PM-CLAIM-INVEST-STATUS
           MOVE PM-PROCESS-DATE TO PM-CLAIM-ADJUDICATE-DATE
                                 PM-CLAIM-SETTLE-DATE
                                 PM-LAST-MAINT-DATE
           MOVE ZERO TO PM-CLAIM-DISBURSE-DATE
           MOVE "A" TO PM-WAIVER-STATUS
           MOVE PM-CLAIM-ID TO PM-WAIVER-CLAIM-ID
           MOVE WS-SAVE-DISABILITY-DATE TO PM-DISABILITY-DATE
                                          PM-WAIVER-START-DATE
           MOVE PM-PROCESS-DATE TO PM-WAIVER-LAST-RECERT-DATE
           COMPUTE PM-WAIVER-RECERT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PM-PROCESS-DATE)
                   + WS-WOP-RECERT-DAYS)
           MOVE ZERO TO PM-WAIVER-END-DATE
                        PM-WAIVED-INSTALLMENTS
                        PM-WAIVED-PREMIUM-TOTAL
           MOVE SPACES TO PM-WAIVER-END-REASON
           MOVE 0 TO PM-RETURN-CODE
           MOVE "DISABILITY CLAIM APPROVED - PREMIUMS WAIVED"
             TO PM-RETURN-MESSAGE.

      *===============================================================*
      * CL-1640: A COLLATERAL ASSIGNEE OF RECORD IS PAID FIRST, UP TO *
      *          THE ASSIGNED AMOUNT (THE WHOLE SETTLEMENT UNDER A    *
      *          FULL ASSIGNMENT); ONLY THE REMAINDER GOES ON TO THE  *
      *          BENEFICIARIES OR THE INSURED. CLMPAY001 PAYS THE     *
      *          ASSIGNEE OFF PM-ASSIGN-SETTLE-AMT.                   *
      *===============================================================*
       1640-SETTLE-ASSIGNEE-FIRST.
           MOVE ZERO TO PM-ASSIGN-SETTLE-AMT
           IF PM-ASSIGN-ACTIVE
              IF PM-ASSIGN-FULL OR
                 PM-ASSIGN-AMOUNT > PM-CLAIM-PAYMENT-AMOUNT
                 MOVE PM-CLAIM-PAYMENT-AMOUNT TO PM-ASSIGN-SETTLE-AMT
              ELSE
                 MOVE PM-ASSIGN-AMOUNT TO PM-ASSIGN-SETTLE-AMT
              END-IF
           END-IF
           COMPUTE WS-BENE-NET-PAYOUT =
                   PM-CLAIM-PAYMENT-AMOUNT - PM-ASSIGN-SETTLE-AMT.

      *===============================================================*
      * CL-1650: SPLIT THE NET SETTLEMENT ACROSS EVERY NAMED          *
      *          BENEFICIARY BY THEIR PERCENTAGE SHARE. THE LAST      *
      *          BENEFICIARY ABSORBS ANY ROUNDING REMAINDER SO THE    *
      *          INDIVIDUAL SHARES ALWAYS FOOT TO THE FULL PAYOUT.    *
      *          THE NET IS WHAT 1640 LEFT AFTER ANY ASSIGNEE.        *
      *===============================================================*
       1650-ALLOCATE-BENEFICIARY-SETTLEMENT.
           MOVE ZERO TO WS-BENE-ALLOCATED
                   UNTIL WS-BENE-IDX > PM-BENEFICIARY-COUNT
              IF WS-BENE-IDX = PM-BENEFICIARY-COUNT
                 COMPUTE PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX) =
                         WS-BENE-NET-PAYOUT - WS-BENE-ALLOCATED
              ELSE
                 COMPUTE PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
                         ROUNDED =
                         WS-BENE-NET-PAYOUT *
                         PM-BENEFICIARY-PCT(WS-BENE-IDX) / 100
                 ADD PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
                   TO WS-BENE-ALLOCATED
           IF WS-REINS-RECOVERABLE = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 8500-WRITE-REINS-RECOVERABLE
           PERFORM 8550-CHECK-ACCOUNTING-PERIOD.

       9000-REJECT-AND-RETURN.
           MOVE 'R' TO LK-CLAIM-STATUS
           MOVE PM-CLAIM-PAYMENT-AMOUNT TO WS-SAVE-CLAIM-PAY-AMOUNT
           MOVE PM-CLAIM-HOLD-REASON  TO WS-SAVE-CLAIM-HOLD-REASON
           MOVE PM-PROCESS-DATE       TO WS-SAVE-PROCESS-DATE
           MOVE PM-DISABILITY-DATE    TO WS-SAVE-DISABILITY-DATE

           MOVE PM-POLICY-ID TO FD-PM-POLICY-ID
           OPEN I-O POLICY-MASTER-FILE
           MOVE PM-CLAIM-TYPE TO CH-CLAIM-TYPE
           MOVE PM-CAUSE-OF-DEATH TO CH-CAUSE-OF-DEATH
           MOVE PM-DATE-OF-DEATH TO CH-DATE-OF-DEATH
      * CL-8602: A disability claim's date of loss is its date of
      *          disability.
           IF PM-CLAIM-DISABILITY
              MOVE WS-SAVE-DISABILITY-DATE TO CH-DATE-OF-DEATH
           END-IF
           MOVE PM-CLAIM-SUBMIT-DATE TO CH-CLAIM-SUBMIT-DATE
           MOVE PM-CLAIM-INVEST-DATE TO CH-CLAIM-INVEST-DATE
           MOVE PM-CLAIM-ADJUDICATE-DATE TO CH-CLAIM-ADJUDICATE-DATE
           WRITE RR-LOG-LINE
           CLOSE REINS-RECOVERABLE-FILE.

      *===============================================================*
      * CL-8550: ASK PERCTL001 WHETHER THE SETTLEMENT DATE FALLS IN A *
      *          CLOSED MONTH. A CLOSED MONTH LEAVES THE RECOVERABLE  *
      *          RECORD AS WRITTEN AND REGISTERS THE ADJUSTMENT THAT  *
      *          GLEXT001 JOURNALS IN ITS PLACE.                      *
      *===============================================================*
       8550-CHECK-ACCOUNTING-PERIOD.
           MOVE "CLMADJ001" TO PK-PROGRAM-ID
           MOVE PM-POLICY-ID TO PK-POLICY-ID
           MOVE PM-CLAIM-ID TO PK-REFERENCE
           MOVE "REINRECOV" TO PK-TXN-TYPE
           MOVE PM-CLAIM-SETTLE-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE WS-REINS-RECOVERABLE TO PK-AMOUNT
           MOVE "1300" TO PK-DEBIT-ACCOUNT
           MOVE "5100" TO PK-CREDIT-ACCOUNT
           MOVE PM-JURISDICTION-STATE TO PK-JURISDICTION
           MOVE "REIRECOV" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST.

       END PROGRAM CLMADJ001.
