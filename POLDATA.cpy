                   88  PM-STAT-FORECLOSED       VALUE "FC".
                   88  PM-STAT-SURRENDERED      VALUE "SU".
                   88  PM-STAT-DECLINED         VALUE "RJ".
      * PM-105: Voided from inception by a free-look cancellation -
      *         the contract is treated as never having been in force.
                   88  PM-STAT-VOIDED           VALUE "VD".
               10  PM-ISSUE-CHANNEL             PIC X(02).
                   88  PM-CHANNEL-BRANCH        VALUE "BR".
                   88  PM-CHANNEL-AGENT         VALUE "AG".
               10  PM-SUM-ASSURED              PIC 9(11)V99.
               10  PM-POLICY-LOAN-BALANCE      PIC 9(09)V99.
               10  PM-LOAN-LAST-ACCRUAL-DATE   PIC 9(08).
      * PM-104: Automatic premium loan election. "Y" has the nightly
      *         sweep lend the overdue installment against the ROP01
      *         reserve at grace expiry instead of lapsing the policy;
      *         the last APL date and the running APL total are kept
      *         so servicing can tell APL borrowing from cash loans.
               10  PM-APL-ELECTION-IND         PIC X(01).
                   88  PM-APL-ELECTED           VALUE "Y".
               10  PM-APL-LAST-LOAN-DATE       PIC 9(08).
               10  PM-APL-LOAN-TOTAL           PIC 9(09)V99.
               10  PM-BILLING-MODE             PIC X(01).
                   88  PM-MODE-ANNUAL           VALUE "A".
                   88  PM-MODE-SEMI             VALUE "S".
                   88  PM-AMEND-PAYMENT-RETURN  VALUE "PR".
                   88  PM-AMEND-BENEF-DESIG     VALUE "BD".
                   88  PM-AMEND-SURRENDER       VALUE "SR".
                   88  PM-AMEND-APL-ELECTION    VALUE "AL".
                   88  PM-AMEND-FREE-LOOK       VALUE "FL".
                   88  PM-AMEND-ASSIGNMENT      VALUE "CA".
                   88  PM-AMEND-AGENT-CHANGE    VALUE "AG".
      * PM-113: Bank-draft enrollment ("DA") and the draft run's own
      *         origination record ("DO"). See PM-112.
                   88  PM-AMEND-DRAFT-AUTH      VALUE "DA".
                   88  PM-AMEND-DRAFT-ORIGINATE VALUE "DO".
      * PM-115: End of a nightly bill-sweep session - PREMBILL001's
      *         last call after its final "BS", telling SVCBILL001 to
      *         close the master it has held open for the partition.
      *         Not a servicing amendment; nothing is read or logged.
                   88  PM-AMEND-SWEEP-END       VALUE "BE".
      * PM-116: Second-person approval of a servicing transaction
      *         SVCBILL001 held over its approval limit (see
      *         APVPEND.CPY) - "QA" releases the held item named by
      *         PM-APPROVAL-ITEM-DATE/TIME to apply, "QR" rejects it.
                   88  PM-AMEND-APPROVE-HELD    VALUE "QA".
                   88  PM-AMEND-REJECT-HELD     VALUE "QR".
               10  PM-AMENDMENT-REASON         PIC X(40).
               10  PM-OLD-PLAN-CODE            PIC X(05).
               10  PM-NEW-PLAN-CODE            PIC X(05).
               10  PM-NEW-SUM-ASSURED          PIC 9(11)V99.
               10  PM-OLD-BILLING-MODE         PIC X(01).
               10  PM-NEW-BILLING-MODE         PIC X(01).
               10  PM-NEW-APL-ELECTION-IND     PIC X(01).
               10  PM-LOAN-REQUEST-AMOUNT      PIC 9(09)V99.
               10  PM-PAYMENT-AMOUNT           PIC 9(09)V99.
               10  PM-RECEIPT-DATE             PIC 9(08).
                   88  PM-AMEND-REJECTED        VALUE "RJ".
               10  PM-BENEF-CONSENT-IND        PIC X(01).
                   88  PM-BENEF-CONSENT-GIVEN   VALUE "Y".
      * PM-106: Collateral assignment transaction ("CA") - "R"
      *         records the assignment described by the PM-NEW-
      *         ASSIGN fields, "X" releases the one of record. A
      *         surrender or loan draw on an assigned policy carries
      *         the assignee's signed release in PM-ASSIGNEE-RELEASE-
      *         IND, the way a designation change carries an
      *         irrevocable beneficiary's consent above.
               10  PM-ASSIGN-ACTION            PIC X(01).
                   88  PM-ASSIGN-ACTION-RECORD  VALUE "R".
                   88  PM-ASSIGN-ACTION-RELEASE VALUE "X".
               10  PM-NEW-ASSIGNEE-NAME        PIC X(50).
               10  PM-NEW-ASSIGN-FULL-IND      PIC X(01).
               10  PM-NEW-ASSIGN-AMOUNT        PIC 9(11)V99.
               10  PM-ASSIGNEE-RELEASE-IND     PIC X(01).
                   88  PM-ASSIGNEE-RELEASE-GIVEN VALUE "Y".
      * PM-110: Agent-of-record change transaction ("AG") - the
      *         successor agent and the date the change takes effect.
      *         A zero date takes effect on the processing date.
               10  PM-NEW-AGENT-ID             PIC X(08).
               10  PM-NEW-AGENT-EFF-DATE       PIC 9(08).
      * PM-113: Bank-draft enrollment transaction ("DA") - billing
      *         method "B" authorizes the pre-authorized draft from
      *         the payor's account below, "D" puts the policy back
      *         on direct billing. PM-PAYMENT-SOURCE "D" marks a "PP"
      *         receipt or a "DO" origination as PRMDFT001's own.
               10  PM-NEW-BILLING-METHOD       PIC X(01).
               10  PM-NEW-DRAFT-ROUTING        PIC X(09).
               10  PM-NEW-DRAFT-ACCOUNT        PIC X(17).
               10  PM-NEW-DRAFT-ACCT-TYPE      PIC X(01).
               10  PM-NEW-DRAFT-DAY            PIC 9(02).
               10  PM-PAYMENT-SOURCE           PIC X(01).
                   88  PM-SOURCE-BANK-DRAFT     VALUE "D".
      * PM-116: Two-person control - who keyed the transaction, who
      *         approved or rejected it, and the held item's key.
      *         A transaction over its approval limit is held, not
      *         applied, unless it is the approved release itself.
               10  PM-REQUESTED-BY             PIC X(12).
               10  PM-APPROVED-BY              PIC X(12).
               10  PM-APPROVAL-ITEM-DATE       PIC 9(08).
               10  PM-APPROVAL-ITEM-TIME       PIC 9(08).

           05  PM-CASH-DETAILS.
               10  PM-SUSPENSE-BALANCE         PIC 9(09)V99.
      *         policies to the employer or association payor record
      *         on PAYORGRP. Spaces for directly billed policies.
               10  PM-PAYOR-GROUP-ID           PIC X(08).
      * PM-112: Pre-authorized bank draft. A "B" policy is debited
      *         from the payor's account on the draft day each time
      *         an installment falls due; PRMDFT001 originates the
      *         debit and leaves it pending until the settlement
      *         date, when it posts as a "PP" receipt. A debit the
      *         bank returns counts against the policy, and a second
      *         consecutive return puts it back on direct billing.
               10  PM-BILLING-METHOD           PIC X(01).
                   88  PM-BILL-DIRECT           VALUE "D" " ".
                   88  PM-BILL-BANK-DRAFT       VALUE "B".
               10  PM-DRAFT-ROUTING-NUMBER     PIC X(09).
               10  PM-DRAFT-ACCOUNT-NUMBER     PIC X(17).
               10  PM-DRAFT-ACCOUNT-TYPE       PIC X(01).
                   88  PM-DRAFT-CHECKING        VALUE "C".
                   88  PM-DRAFT-SAVINGS         VALUE "S".
               10  PM-DRAFT-DAY                PIC 9(02).
               10  PM-DRAFT-PENDING-DATE       PIC 9(08).
               10  PM-DRAFT-LAST-DRAFT-DATE    PIC 9(08).
               10  PM-DRAFT-LAST-AMOUNT        PIC 9(09)V99.
               10  PM-DRAFT-LAST-RETURN-DATE   PIC 9(08).
               10  PM-DRAFT-RETURN-COUNT       PIC 9(01).

           05  PM-CLAIM-DETAILS.
               10  PM-CLAIM-ID                 PIC X(12).
               10  PM-CLAIM-TYPE               PIC X(02).
                   88  PM-CLAIM-DEATH          VALUE "CD".
                   88  PM-CLAIM-ACCEL          VALUE "CA".
                   88  PM-CLAIM-DISABILITY     VALUE "CW".
               10  PM-CAUSE-OF-DEATH           PIC X(03).
               10  PM-CLAIM-DOC-DEATH-CERT     PIC X(01).
                   88  PM-DOC-DEATH-CERT-YES    VALUE "Y".
                   15  PM-HOLD-RULE-ID         PIC X(06).
                   15  PM-HOLD-REASON-TXT      PIC X(60).

      * PM-103: Premium waiver under the WOP01 rider. CLMADJ001 opens
      *         it "A" when a disability claim ("CW") is approved;
      *         the nightly sweep waives every installment falling
      *         due from PM-WAIVER-START-DATE while it stays active,
      *         and CLMWOP001's recertification diary ends it "E"
      *         when proof of continued disability stops coming in.
           05  PM-WAIVER-DETAILS.
               10  PM-WAIVER-STATUS            PIC X(01).
                   88  PM-WAIVER-ACTIVE         VALUE "A".
                   88  PM-WAIVER-ENDED          VALUE "E".
               10  PM-WAIVER-CLAIM-ID          PIC X(12).
               10  PM-DISABILITY-DATE          PIC 9(08).
               10  PM-WAIVER-START-DATE        PIC 9(08).
               10  PM-WAIVER-LAST-RECERT-DATE  PIC 9(08).
               10  PM-WAIVER-RECERT-DUE-DATE   PIC 9(08).
               10  PM-WAIVER-END-DATE          PIC 9(08).
               10  PM-WAIVER-END-REASON        PIC X(02).
                   88  PM-WAIVER-END-NO-PROOF   VALUE "NP".
                   88  PM-WAIVER-END-RECOVERED  VALUE "RC".
               10  PM-WAIVED-INSTALLMENTS      PIC 9(03).
               10  PM-WAIVED-PREMIUM-TOTAL     PIC 9(09)V99.

      * PM-106: Collateral assignment of record. A lender's interest
      *         takes the death or accelerated benefit first, up to
      *         PM-ASSIGN-AMOUNT (or all of it when PM-ASSIGN-FULL);
      *         CLMADJ001 stores the assignee's share of a settlement
      *         in PM-ASSIGN-SETTLE-AMT for CLMPAY001 to pay ahead of
      *         the beneficiaries. Released "R" by the assignee, or
      *         satisfied "S" once a death settlement has paid it.
           05  PM-ASSIGNMENT-DETAILS.
               10  PM-ASSIGN-STATUS            PIC X(01).
                   88  PM-ASSIGN-ACTIVE         VALUE "A".
                   88  PM-ASSIGN-RELEASED       VALUE "R".
                   88  PM-ASSIGN-SATISFIED      VALUE "S".
               10  PM-ASSIGNEE-NAME            PIC X(50).
               10  PM-ASSIGN-FULL-IND          PIC X(01).
                   88  PM-ASSIGN-FULL           VALUE "Y".
               10  PM-ASSIGN-AMOUNT            PIC 9(11)V99.
               10  PM-ASSIGN-RECORDED-DATE     PIC 9(08).
               10  PM-ASSIGN-RELEASE-DATE      PIC 9(08).
               10  PM-ASSIGN-SETTLE-AMT        PIC 9(11)V99.

      * PM-107: The policy's people, by party ID on the party master
      *         (PARTY.CPY). Owner and insured are separate roles -
      *         an owner may insure someone else's life - and the
      *         payor is whoever the premium is billed to. The
      *         assignee and beneficiary IDs sit beside the names
      *         PM-106 and the beneficiary table already carry, one
      *         per beneficiary slot. Set by PTYMNT001; print and
      *         extract programs address mail from these IDs only.
           05  PM-PARTY-LINKS.
               10  PM-OWNER-PARTY-ID           PIC X(10).
               10  PM-INSURED-PARTY-ID         PIC X(10).
               10  PM-PAYOR-PARTY-ID           PIC X(10).
               10  PM-ASSIGNEE-PARTY-ID        PIC X(10).
               10  PM-BENEF-PARTY-ID           OCCURS 5 TIMES
                                               PIC X(10).

      * PM-108: Death Master File match. DMFMCH001 sets "P" when the
      *         insured matches a reported death closely enough to
      *         open a claim-search case (DMFCASE.CPY), with the date
      *         of death found; while a case is open the policy is
      *         kept out of grace/lapse processing and due notices.
      *         The claims team's disposition moves it to "C" (claim
      *         filed) or "X" (not our insured - billing resumes);
      *         the cleared date of death is kept so the same death
      *         record does not reopen the case.
           05  PM-DMF-DETAILS.
               10  PM-DMF-STATUS               PIC X(01).
                   88  PM-DMF-PROBABLE-DEATH    VALUE "P".
                   88  PM-DMF-CLAIM-FILED       VALUE "C".
                   88  PM-DMF-CLEARED           VALUE "X".
               10  PM-DMF-CASE-ID              PIC X(12).
               10  PM-DMF-DATE-OF-DEATH        PIC 9(08).
               10  PM-DMF-MATCH-DATE           PIC 9(08).
               10  PM-DMF-MATCH-SCORE          PIC 9(03).

           05  PM-REINSURANCE-DETAILS.
               10  PM-REINSURANCE-IND          PIC X(01).
                   88  PM-REINSURANCE-CEDED     VALUE "Y".
               10  PM-RETAINED-AMOUNT          PIC 9(11)V99.
               10  PM-CEDED-AMOUNT             PIC 9(11)V99.
               10  PM-CESSION-DATE             PIC 9(08).
      * PM-109: Recapture. When REIRCP001 takes back part of the
      *         cession under a raised retention limit it records the
      *         date and the ceded amount as it stood before, so
      *         REIACC001 can cede the year's premium on the old share
      *         up to the recapture date and the new one after it.
               10  PM-RECAPTURE-DATE           PIC 9(08).
               10  PM-PRE-RECAPTURE-CEDED      PIC 9(11)V99.

           05  PM-EXPOSURE-DETAILS.
               10  PM-AGGREGATE-SUM-ASSURED    PIC 9(11)V99.
               10  PM-TOTAL-COMMISSION-PAID    PIC 9(09)V99.
               10  PM-CHARGEBACK-AMOUNT        PIC 9(07)V99.
               10  PM-CHARGEBACK-DATE          PIC 9(08).
      * PM-111: The agent of record before the last "AG" change and
      *         the date the change took effect. PM-AGENT-ID names the
      *         new agent from the moment the change is recorded;
      *         commission events dated before the effective date
      *         still go to the prior agent. Spaces / zero on a
      *         policy that has never changed agent.
               10  PM-PRIOR-AGENT-ID           PIC X(08).
               10  PM-AOR-EFFECTIVE-DATE       PIC 9(08).

           05  PM-AUDIT-DETAILS.
               10  PM-LAST-ACTION-USER         PIC X(12).
               10  PM-LAST-ACTION-DATE         PIC 9(08).

      * PM-114: Closed-policy archive. POLARC001 moves a terminal
      *         policy past retention off to the archive and a
      *         restore brings it back; the restore date restarts
      *         the retention clock, and a litigation hold ("L")
      *         keeps the policy on the live master until released.
           05  PM-ARCHIVE-DETAILS.
               10  PM-ARCHIVE-HOLD             PIC X(01).
                   88  PM-LITIGATION-HOLD       VALUE "L".
               10  PM-ARCHIVE-HOLD-DATE        PIC 9(08).
               10  PM-RESTORE-DATE             PIC 9(08).
