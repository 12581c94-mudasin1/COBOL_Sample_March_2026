
       2200-RELEASE-IF-GROUPED.
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
      * GB-201: A member whose premium is waived under an approved
      *         WOP01 disability claim is not billed to the payor -
      *         SVCBILL001's nightly sweep credits the installment.
           IF (PM-STAT-ACTIVE OR PM-STAT-GRACE OR PM-STAT-REINSTATED)
              AND PM-PAYOR-GROUP-ID NOT = SPACES
              AND NOT PM-WAIVER-ACTIVE
              MOVE PM-PAYOR-GROUP-ID TO SW-GROUP-ID
              MOVE PM-POLICY-ID TO SW-POLICY-ID
              MOVE PM-INSURED-NAME TO SW-INSURED-NAME
