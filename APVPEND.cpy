      ****************************************************************
      * COPYBOOK: APVPEND.CPY
      * PENDING SECOND-APPROVAL ITEM RECORD FOR SVCBILL001/SVCAPV001
      * PURPOSE:
      *   One record per high-value servicing transaction SVCBILL001
      *   held back instead of applying - a surrender, loan draw,
      *   beneficiary designation or payout-mode change over its
      *   approval limit - keyed by policy ID plus the moment it was
      *   held, kept on a persistent keyed file so the request
      *   survives until a second person decides it. The caller's
      *   whole transaction record rides along in AQ-TRANSACTION-
      *   IMAGE, so an approval replays exactly what was requested.
      *   The status byte follows the CASHSUSP.CPY pattern: every
      *   item is written "P" (pending); SVCBILL001 moves it to "A"
      *   when an approver releases it, "R" when an approver
      *   rejects it, or "F" when an approved item then fails to
      *   apply against the master as it stands by then.
      ****************************************************************
       01  AQ-APPROVAL-RECORD.
           05  AQ-APPROVAL-KEY.
               10  AQ-POLICY-ID            PIC X(12).
               10  AQ-REQUEST-DATE         PIC 9(08).
               10  AQ-REQUEST-TIME         PIC 9(08).
           05  AQ-AMENDMENT-TYPE           PIC X(02).
      *   Which approval limit the transaction crossed: "SR"
      *   surrender, "LD" loan draw, "BD" beneficiary designation,
      *   "PO" a designation that changes only the payout modes.
           05  AQ-LIMIT-CATEGORY           PIC X(02).
           05  AQ-REQUESTED-BY             PIC X(12).
           05  AQ-TEST-AMOUNT              PIC 9(11)V99.
           05  AQ-LIMIT-AMOUNT             PIC 9(11)V99.
           05  AQ-ITEM-STATUS              PIC X(01).
               88  AQ-ITEM-PENDING         VALUE "P".
               88  AQ-ITEM-APPROVED        VALUE "A".
               88  AQ-ITEM-REJECTED        VALUE "R".
               88  AQ-ITEM-FAILED          VALUE "F".
           05  AQ-DECIDED-BY               PIC X(12).
           05  AQ-STATUS-DATE              PIC 9(08).
           05  AQ-DECISION-REASON          PIC X(40).
           05  AQ-TRANSACTION-IMAGE        PIC X(3000).
