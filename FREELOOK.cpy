      ****************************************************************
      * COPYBOOK: FREELOOK.CPY
      * SHARED FREE-LOOK CANCELLATION REGISTER RECORD FOR SVCBILL001/
      * GLEXT001
      * PURPOSE:
      *   One record per policy voided from inception inside its
      *   jurisdiction's free-look window, carrying everything the
      *   cancellation unwound: the premium refunded (and the loan it
      *   repaid first), the commission reversed across the writing
      *   agent and the upline override, and the reinsurance cession
      *   withdrawn with the ceded share of the refunded premium.
      *   GLEXT001 journals the cession return off this record and
      *   ties the night's free-look refunds and commission reversals
      *   to it. Kept on its own append-only file, the same pattern
      *   PAYDISB.CPY uses for the disbursement register.
      ****************************************************************
       01  FL-FREE-LOOK-RECORD.
           05  FL-POLICY-ID                PIC X(12).
           05  FL-CANCEL-DATE              PIC 9(08).
           05  FL-ISSUE-DATE               PIC 9(08).
           05  FL-JURISDICTION-STATE       PIC X(02).
           05  FL-AGENT-ID                 PIC X(08).
           05  FL-PAYMENT-REF              PIC X(16).
           05  FL-PREMIUM-COLLECTED        PIC 9(09)V99.
           05  FL-LOAN-OFFSET              PIC 9(09)V99.
           05  FL-PREMIUM-REFUND           PIC 9(09)V99.
           05  FL-COMM-REVERSED            PIC 9(07)V99.
           05  FL-TREATY-ID                PIC X(06).
           05  FL-CEDED-AMOUNT             PIC 9(11)V99.
           05  FL-CEDED-PREMIUM            PIC 9(09)V99.
           05  FL-PROGRAM-ID               PIC X(08).
