       77  WS-RIDER-IDX                 PIC 9(02) VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.
       77  WS-BENE-ALLOCATED            PIC 9(11)V99 VALUE 0.
       77  WS-BENE-NET-PAYOUT           PIC 9(11)V99 VALUE 0.
       77  WS-REINS-RECOVERABLE         PIC 9(11)V99 VALUE 0.
       77  WS-CYCLE-DAYS                PIC 9(03) VALUE 0.
       77  WS-UNEARNED-DAYS             PIC 9(05) VALUE 0.

       4300-ALLOCATE-BENEFICIARIES.
      * SD-401: The same last-takes-the-remainder split CL-1650 uses.
      * SD-408: And the same assignee-first rule as CL-1640: an active
      *         collateral assignee takes its share before the split
      *         and the death settlement satisfies the assignment.
           MOVE ZERO TO PM-ASSIGN-SETTLE-AMT
           IF PM-ASSIGN-ACTIVE
              IF PM-ASSIGN-FULL OR
                 PM-ASSIGN-AMOUNT > PM-CLAIM-PAYMENT-AMOUNT
                 MOVE PM-CLAIM-PAYMENT-AMOUNT TO PM-ASSIGN-SETTLE-AMT
              ELSE
                 MOVE PM-ASSIGN-AMOUNT TO PM-ASSIGN-SETTLE-AMT
              END-IF
              MOVE "S" TO PM-ASSIGN-STATUS
              MOVE WS-CURR-DATE TO PM-ASSIGN-RELEASE-DATE
           END-IF
           COMPUTE WS-BENE-NET-PAYOUT =
                   PM-CLAIM-PAYMENT-AMOUNT - PM-ASSIGN-SETTLE-AMT
           MOVE ZERO TO WS-BENE-ALLOCATED
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
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
