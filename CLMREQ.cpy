      ****************************************************************
      * COPYBOOK: CLMREQ.CPY
      * SHARED CLAIM OUTSTANDING-REQUIREMENTS RECORD FOR CLMINT001
      * PURPOSE:
      *   One record per claim ID that CLMADJ001 held for missing
      *   paperwork, kept on a persistent keyed file so the document
      *   chase survives between runs instead of living on an
      *   examiner's notepad. Every document CLMADJ001's 1200/1220/
      *   1300 intake rules ask for has a fixed slot - death
      *   certificate, claim form, proof of identity, medical
      *   records, physician's certification - with the date it was
      *   requested and the date it came in. The claim data CLMADJ001
      *   needs to adjudicate again is carried here as well, so the
      *   claim can be re-submitted unattended once the last
      *   outstanding document is received. The status byte follows
      *   the CASHSUSP.CPY pattern: every record is written "O"
      *   (open); CLMINT001 moves it to "S" when the last document
      *   arrives and the claim is re-submitted, or to "N" when the
      *   requirements are still open at the no-response limit and
      *   the claim goes on the close-for-no-response report.
      ****************************************************************
       01  RQ-REQUIREMENT-REC.
           05  RQ-CLAIM-ID                 PIC X(12).
           05  RQ-POLICY-ID                PIC X(12).
           05  RQ-CLAIMANT-NAME            PIC X(50).
           05  RQ-CLAIM-TYPE               PIC X(02).
           05  RQ-CAUSE-OF-DEATH           PIC X(03).
      * RQ-103: The date of loss - the date of death on a death or
      *         accelerated claim, the date of disability on a WOP01
      *         disability claim ("CW").
           05  RQ-DATE-OF-DEATH            PIC 9(08).
           05  RQ-CLAIM-SUBMIT-DATE        PIC 9(08).
           05  RQ-ACCEL-ELECT-PCT          PIC 9(03)V99.
           05  RQ-CLAIM-PAYMENT-MODE       PIC X(01).
           05  RQ-OPEN-DATE                PIC 9(08).
           05  RQ-REQ-STATUS               PIC X(01).
               88  RQ-REQ-OPEN             VALUE "O".
               88  RQ-REQ-SATISFIED        VALUE "S".
               88  RQ-REQ-NO-RESPONSE      VALUE "N".
           05  RQ-STATUS-DATE              PIC 9(08).
      * RQ-101: Follow-up letters sent so far: 0 none, then 1, 2, 3
      *         for the first, second, and final requests. The stage
      *         is rewritten with the letter, so a rerun on the same
      *         day never sends the same follow-up twice.
           05  RQ-LETTER-STAGE             PIC 9(01).
           05  RQ-LAST-LETTER-DATE         PIC 9(08).
           05  RQ-OUTSTANDING-COUNT        PIC 9(01).
      * RQ-102: One slot per document type, always in this order:
      *         DC death certificate, CF claim form, ID proof of
      *         identity, MD medical records, PC physician's
      *         certification. A slot's status is blank when the
      *         claim type never asks for it, "Y" when it was already
      *         on file at intake, "O" while outstanding, and "R"
      *         once received.
           05  RQ-DOCUMENT-TABLE OCCURS 5 TIMES.
               10  RQ-DOC-CODE             PIC X(02).
               10  RQ-DOC-STATUS           PIC X(01).
                   88  RQ-DOC-NOT-REQUIRED VALUE " ".
                   88  RQ-DOC-ON-FILE      VALUE "Y".
                   88  RQ-DOC-OUTSTANDING  VALUE "O".
                   88  RQ-DOC-RECEIVED     VALUE "R".
               10  RQ-DOC-REQUESTED-DATE   PIC 9(08).
               10  RQ-DOC-RECEIVED-DATE    PIC 9(08).
           05  RQ-RESUBMIT-DATE            PIC 9(08).
           05  RQ-RESUBMIT-DECISION        PIC X(01).
