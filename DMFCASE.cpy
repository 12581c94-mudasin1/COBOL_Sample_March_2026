      ****************************************************************
      * COPYBOOK: DMFCASE.CPY
      * SHARED DEATH MASTER FILE CLAIM-SEARCH CASE FOR DMFMCH001
      * PURPOSE:
      *   One record per insured the Death Master File match found
      *   probably deceased, with the match detail behind the case
      *   and the date of death the death record reports, kept on
      *   its own file so the claims team works a proactive search
      *   for the beneficiaries instead of waiting for a claim that
      *   may never be filed. The status byte follows the SIUCASE.CPY
      *   pattern: every case is written "O" (open) by DMFMCH001 and
      *   maintained in place from then on.
      ****************************************************************
       01  DC-DMF-CASE-RECORD.
           05  DC-CASE-ID                   PIC X(12).
           05  DC-POLICY-ID                 PIC X(12).
           05  DC-PROGRAM-ID                PIC X(08).
           05  DC-OPEN-DATE                 PIC 9(08).
      * DC-101: How the death record matched the insured - "E"
      *         exact (SSN, date of birth, and name all agree), "P"
      *         partial (SSN with the birth date or the name, or
      *         name and birth date without the SSN). Name-only
      *         matches are listed on the work report but never
      *         open a case.
           05  DC-MATCH-TYPE                PIC X(01).
               88  DC-MATCH-EXACT           VALUE "E".
               88  DC-MATCH-PARTIAL         VALUE "P".
           05  DC-MATCH-SCORE               PIC 9(03).
           05  DC-DMF-SSN                   PIC X(09).
           05  DC-DMF-NAME                  PIC X(50).
           05  DC-DMF-DATE-OF-BIRTH         PIC 9(08).
           05  DC-DATE-OF-DEATH             PIC 9(08).
           05  DC-INSURED-NAME              PIC X(50).
           05  DC-INSURED-DOB               PIC 9(08).
           05  DC-INSURED-TIN               PIC X(09).
           05  DC-POLICY-STATUS             PIC X(02).
           05  DC-JURISDICTION-STATE        PIC X(02).
      * DC-102: The death benefit the search is for - face amount
      *         less any policy loan, as of the match.
           05  DC-BENEFIT-AMOUNT            PIC 9(11)V99.
      * DC-103: Case disposition. "O" open - searching; "B" a
      *         beneficiary has been located and contacted; "C"
      *         closed - the claim has been filed; "X" closed - not
      *         our insured; "U" no beneficiary found inside the
      *         statutory window, reported by UNCLFND001 for
      *         escheatment.
           05  DC-CASE-STATUS               PIC X(01).
               88  DC-CASE-OPEN             VALUE "O".
               88  DC-CASE-BENEF-LOCATED    VALUE "B".
               88  DC-CASE-CLAIM-FILED      VALUE "C".
               88  DC-CASE-NOT-INSURED      VALUE "X".
               88  DC-CASE-UNCLAIMED        VALUE "U".
               88  DC-CASE-ACTIVE           VALUE "O" "B" "U".
           05  DC-STATUS-DATE               PIC 9(08).
           05  DC-STATUS-USER               PIC X(12).
           05  DC-STATUS-REASON             PIC X(40).
           05  FILLER                       PIC X(06).
