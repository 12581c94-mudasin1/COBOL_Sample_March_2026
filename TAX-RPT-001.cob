       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: YEAR-END TAX INFORMATION REPORTING (1099)             *
      * PURPOSE:                                                       *
      *   Build the calendar year's information returns off the       *
      *   numbers the system already keeps instead of January         *
      *   spreadsheets: the settlement interest inside every claim    *
      *   payout on the disbursement register (1099-INT), the         *
      *   surrender and ROP maturity payouts on the same register     *
      *   with their taxable gain over premiums paid (1099-R), and    *
      *   the commission payables COMMSTM001 released to agents       *
      *   (1099-NEC). Amounts aggregate per payee taxpayer ID off the *
      *   party master, each form's reporting threshold applies, and  *
      *   the run writes the fixed-format IRS information-return      *
      *   file, a recipient copy per payee reported, and a            *
      *   reconciliation report tying every total back to the         *
      *   register and the commission log.                            *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TX-1101: The shared disbursement register CLMPAY001,
      *          SVCBILL001, MATPROC001, and STPPAY001 append to.
           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREGST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

      * TX-1102: Every commission payable COMMSTM001 has released,
      *          stamped with the cycle's run date.
           SELECT PAYABLES-HISTORY-FILE ASSIGN TO "COMMPHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.

      * TX-1103: The append-only commission event log - read only to
      *          tie the payables back to the events that earned them.
           SELECT COMMISSION-STMT-FILE ASSIGN TO "COMMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.

      * TX-1104: Same physical master every other program reads and
      *          rewrites; this run only ever reads by key.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * TX-1105: The claims history CLMADJ001 keeps - the settlement
      *          interest carried on the claim a payment belongs to.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO "CLMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CH-CLAIM-ID
               ALTERNATE RECORD KEY IS FD-CH-POLICY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CH-FILE-STATUS.

      * TX-1106: The party master PTYMNT001 keeps - payee name,
      *          address, and taxpayer ID.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PT-PARTY-ID
               FILE STATUS IS WS-PT-FILE-STATUS.

      * TX-1107: One-line run control: tax year, payer TIN,
      *          transmitter control code, payer name and address, in
      *          the layout of WS-TAX-CONTROL below. Absent, the
      *          calendar year before the run date reports.
           SELECT TAX-CONTROL-FILE ASSIGN TO "TAXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "TXSORT".

      * TX-1108: The fixed-format information-return file for
      *          electronic filing: T, A, B, C, and F records.
           SELECT IRS-RETURN-FILE ASSIGN TO "TAXIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

      * TX-1109: Recipient copies, one statement per payee reported.
           SELECT RECIPIENT-COPY-FILE ASSIGN TO "TAXRCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "TAXRECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).

       FD  PAYABLES-HISTORY-FILE.
       01  PH-HISTORY-LINE              PIC X(80).

       FD  COMMISSION-STMT-FILE.
       01  CS-LOG-LINE                  PIC X(100).

       FD  POLICY-MASTER-FILE.
      * TX-1110: FD-PM-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with WS-POLICY-
      *          MASTER-REC as POLDATA grows. See NB-UW-001.cob
      *          NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  CLAIM-HISTORY-FILE.
       01  FD-CLAIM-HISTORY-REC.
           05  FD-CH-CLAIM-ID           PIC X(12).
           05  FD-CH-POLICY-ID          PIC X(12).
           05  FD-CH-REST-OF-RECORD     PIC X(500).

       FD  PARTY-MASTER-FILE.
       01  FD-PARTY-MASTER-REC.
           05  FD-PT-PARTY-ID           PIC X(10).
           05  FD-PT-REST-OF-RECORD     PIC X(400).

       FD  TAX-CONTROL-FILE.
       01  TC-CONTROL-LINE              PIC X(200).

      * TX-1111: Sort work record keyed so one payee's amounts on one
      *          form come off the sort together.
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-FORM-CODE             PIC X(01).
               88  SW-FORM-INT          VALUE "I".
               88  SW-FORM-R            VALUE "R".
               88  SW-FORM-NEC          VALUE "N".
           05  SW-PAYEE-TIN             PIC X(09).
           05  SW-PARTY-ID              PIC X(10).
           05  SW-SOURCE-REF            PIC X(16).
           05  SW-POLICY-ID             PIC X(12).
           05  SW-GROSS-AMOUNT          PIC 9(11)V99.
           05  SW-TAXABLE-AMOUNT        PIC 9(11)V99.
           05  SW-BASIS-AMOUNT          PIC 9(11)V99.

       FD  IRS-RETURN-FILE.
       01  IR-RETURN-LINE               PIC X(750).

       FD  RECIPIENT-COPY-FILE.
       01  RC-COPY-LINE                 PIC X(132).

       FD  RECON-REPORT-FILE.
       01  RR-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CS-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CH-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PT-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RR-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PAYDISB.
       COPY COMMSTMT.
       COPY CLMHIST.
       COPY PARTY.
       COPY PARTYADR.
       COPY PRODLKUP.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-TAX-YEAR                  PIC 9(04) VALUE 0.
       77  WS-PR-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PR-EOF                VALUE 'Y'.
       77  WS-PH-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PH-EOF                VALUE 'Y'.
       77  WS-CS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-CS-EOF                VALUE 'Y'.
       77  WS-MORE-SORTED               PIC X VALUE 'Y'.
           88  WS-NO-MORE-SORTED        VALUE 'N'.
       77  WS-PM-OPEN                   PIC X VALUE 'N'.
           88  WS-PM-IS-OPEN            VALUE 'Y'.
       77  WS-CH-OPEN                   PIC X VALUE 'N'.
           88  WS-CH-IS-OPEN            VALUE 'Y'.
       77  WS-PT-OPEN                   PIC X VALUE 'N'.
           88  WS-PT-IS-OPEN            VALUE 'Y'.
       77  WS-PM-FOUND                  PIC X VALUE 'N'.
           88  WS-PM-WAS-FOUND          VALUE 'Y'.
       77  WS-FORM-OPEN                 PIC X VALUE 'N'.
           88  WS-FORM-IS-OPEN          VALUE 'Y'.
       77  WS-PAYEE-OPEN                PIC X VALUE 'N'.
           88  WS-PAYEE-IS-OPEN         VALUE 'Y'.
       77  WS-PREV-FORM-CODE            PIC X(01) VALUE SPACES.
       77  WS-PREV-TIN                  PIC X(09) VALUE SPACES.
       77  WS-PAYEE-PARTY-ID            PIC X(10) VALUE SPACES.
       77  WS-CYCLE-DAYS                PIC 9(03) VALUE 0.
       77  WS-INSTALLMENTS              PIC 9(05) VALUE 0.
       77  WS-PREMIUMS-PAID             PIC 9(11)V99 VALUE 0.
       77  WS-CLAIM-INTEREST            PIC 9(09)V99 VALUE 0.
       77  WS-CLAIM-PAYOUT              PIC 9(11)V99 VALUE 0.
       77  WS-CLAIM-TYPE                PIC X(02) VALUE SPACES.
       77  WS-BENE-SEQ                  PIC 9(02) VALUE 0.
       77  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
       77  WS-REPORT-LABEL              PIC X(40) VALUE SPACES.
       77  WS-LINE-IDX                  PIC 9(01) VALUE 0.
       77  WS-PAYEE-GROSS               PIC 9(11)V99 VALUE 0.
       77  WS-PAYEE-TAXABLE             PIC 9(11)V99 VALUE 0.
       77  WS-PAYEE-BASIS               PIC 9(11)V99 VALUE 0.
       77  WS-PAYEE-THRESHOLD           PIC 9(05)V99 VALUE 0.
       77  WS-SEQUENCE-NUMBER           PIC 9(08) VALUE 0.
       77  WS-A-RECORD-COUNT            PIC 9(08) VALUE 0.
       77  WS-B-RECORD-COUNT            PIC 9(08) VALUE 0.
       77  WS-FORM-PAYEE-COUNT          PIC 9(08) VALUE 0.
       77  WS-FORM-TOTAL-1              PIC 9(16)V99 VALUE 0.
       77  WS-FORM-TOTAL-2              PIC 9(16)V99 VALUE 0.
       77  WS-FORM-TOTAL-5              PIC 9(16)V99 VALUE 0.
       77  WS-COPY-HELD-COUNT           PIC 9(05) VALUE 0.
       77  WS-COPY-COUNT                PIC 9(05) VALUE 0.

      * TX-101: Reporting thresholds - a payee whose year's total on
      *         a form falls below its threshold is not filed. Tax
      *         reporting terms, plain constants in the style of
      *         SVC-BILL-001.cob SV-1000.
       77  WS-INT-THRESHOLD             PIC 9(05)V99 VALUE 10.00.
       77  WS-R-THRESHOLD               PIC 9(05)V99 VALUE 10.00.
       77  WS-NEC-THRESHOLD             PIC 9(05)V99 VALUE 600.00.

      * TX-102: Register-side reconciliation counters - every line on
      *         the register dated in the tax year lands in exactly one
      *         of these, so their sum is the register's year total.
       77  WS-REG-READ-COUNT            PIC 9(07) VALUE 0.
       77  WS-REG-YEAR-COUNT            PIC 9(07) VALUE 0.
       77  WS-REG-YEAR-TOTAL            PIC 9(13)V99 VALUE 0.
       77  WS-REG-VOID-COUNT            PIC 9(07) VALUE 0.
       77  WS-REG-VOID-TOTAL            PIC 9(13)V99 VALUE 0.
       77  WS-REG-CLAIM-COUNT           PIC 9(07) VALUE 0.
       77  WS-REG-CLAIM-TOTAL           PIC 9(13)V99 VALUE 0.
       77  WS-REG-INTEREST-TOTAL        PIC 9(13)V99 VALUE 0.
       77  WS-REG-SURR-COUNT            PIC 9(07) VALUE 0.
       77  WS-REG-SURR-TOTAL            PIC 9(13)V99 VALUE 0.
       77  WS-REG-MAT-COUNT             PIC 9(07) VALUE 0.
       77  WS-REG-MAT-TOTAL             PIC 9(13)V99 VALUE 0.
       77  WS-REG-OTHER-COUNT           PIC 9(07) VALUE 0.
       77  WS-REG-OTHER-TOTAL           PIC 9(13)V99 VALUE 0.
       77  WS-REG-BASIS-TOTAL           PIC 9(13)V99 VALUE 0.
       77  WS-REG-TAXABLE-TOTAL         PIC 9(13)V99 VALUE 0.

      * TX-103: Commission-side reconciliation counters.
       77  WS-PAY-READ-COUNT            PIC 9(07) VALUE 0.
       77  WS-PAY-YEAR-COUNT            PIC 9(07) VALUE 0.
       77  WS-PAY-YEAR-TOTAL            PIC 9(13)V99 VALUE 0.
       77  WS-LOG-YEAR-COUNT            PIC 9(07) VALUE 0.
       77  WS-LOG-YEAR-NET              PIC S9(13)V99 VALUE 0.
       77  WS-COMM-DIFFERENCE           PIC S9(13)V99 VALUE 0.

      * TX-104: Per-form outcome counters, subscripted 1 INT, 2 R,
      *         3 NEC: amounts released to the sort, filed, held
      *         below threshold, and kept off the sort for want of a
      *         taxpayer ID - released plus no-TIN is the source
      *         total, filed plus below-threshold is released.
       77  WS-FORM-IDX                  PIC 9(01) VALUE 0.
       01  WS-FORM-CONTROL-TABLE.
           05  WS-FORM-CONTROL OCCURS 3 TIMES.
               10  FC-RELEASED-COUNT        PIC 9(07).
               10  FC-RELEASED-TOTAL        PIC 9(13)V99.
               10  FC-FILED-COUNT           PIC 9(07).
               10  FC-FILED-TOTAL           PIC 9(13)V99.
               10  FC-BELOW-COUNT           PIC 9(07).
               10  FC-BELOW-TOTAL           PIC 9(13)V99.
               10  FC-NO-TIN-COUNT          PIC 9(07).
               10  FC-NO-TIN-TOTAL          PIC 9(13)V99.
       01  WS-FORM-NAMES.
           05  FILLER                   PIC X(08) VALUE "1099-INT".
           05  FILLER                   PIC X(08) VALUE "1099-R  ".
           05  FILLER                   PIC X(08) VALUE "1099-NEC".
       01  WS-FORM-NAME-TABLE REDEFINES WS-FORM-NAMES.
           05  WS-FORM-NAME OCCURS 3 TIMES PIC X(08).

      * TX-1112: Run control line layout. Payer TIN and name are
      *          required on every A record; a run without them still
      *          produces its reports but says so at the top of the
      *          reconciliation.
       01  WS-TAX-CONTROL.
           05  TC-TAX-YEAR              PIC X(04).
           05  FILLER                   PIC X(01).
           05  TC-PAYER-TIN             PIC X(09).
           05  FILLER                   PIC X(01).
           05  TC-TRANSMITTER-CODE      PIC X(05).
           05  FILLER                   PIC X(01).
           05  TC-PAYER-NAME            PIC X(40).
           05  TC-PAYER-ADDRESS         PIC X(40).
           05  TC-PAYER-CITY            PIC X(40).
           05  TC-PAYER-STATE           PIC X(02).
           05  TC-PAYER-POSTAL-CODE     PIC X(09).
           05  FILLER                   PIC X(48).

      * TX-1113: Payables history line, the layout COMM-STM-001.cob
      *          CM-1103 writes.
       01  WS-PAYABLE-DETAIL.
           05  HP-AGENT-ID              PIC X(08).
           05  FILLER                   PIC X(02).
           05  HP-NET-DUE               PIC 9(09).99.
           05  FILLER                   PIC X(02).
           05  HP-PERIOD                PIC 9(06).
           05  FILLER                   PIC X(02).
           05  HP-PAID-DATE             PIC X(08).
           05  FILLER                   PIC X(40).
       77  WS-HP-NET-DUE                PIC 9(09)V99 VALUE 0.

      *===============================================================*
      * TX-1114: INFORMATION-RETURN RECORD LAYOUTS - 750 BYTES EACH,  *
      *          RECORD TYPE IN POSITION 1 AND THE RECORD SEQUENCE    *
      *          NUMBER IN POSITIONS 500-507.                         *
      *===============================================================*
       01  WS-T-RECORD.
           05  TR-RECORD-TYPE           PIC X(01) VALUE "T".
           05  TR-TAX-YEAR              PIC 9(04).
           05  TR-PRIOR-YEAR-IND        PIC X(01).
           05  TR-TRANSMITTER-TIN       PIC X(09).
           05  TR-TRANSMITTER-CODE      PIC X(05).
           05  FILLER                   PIC X(07).
           05  TR-TEST-IND              PIC X(01).
           05  TR-FOREIGN-IND           PIC X(01).
           05  TR-TRANSMITTER-NAME      PIC X(80).
           05  TR-COMPANY-NAME          PIC X(80).
           05  TR-COMPANY-ADDRESS       PIC X(40).
           05  TR-COMPANY-CITY          PIC X(40).
           05  TR-COMPANY-STATE         PIC X(02).
           05  TR-COMPANY-POSTAL-CODE   PIC X(09).
           05  FILLER                   PIC X(15).
           05  TR-TOTAL-PAYEES          PIC 9(08).
           05  FILLER                   PIC X(196).
           05  TR-SEQUENCE-NUMBER       PIC 9(08).
           05  FILLER                   PIC X(243).

       01  WS-A-RECORD.
           05  AR-RECORD-TYPE           PIC X(01) VALUE "A".
           05  AR-TAX-YEAR              PIC 9(04).
           05  AR-COMBINED-FS-IND       PIC X(01).
           05  FILLER                   PIC X(05).
           05  AR-PAYER-TIN             PIC X(09).
           05  AR-NAME-CONTROL          PIC X(04).
           05  AR-LAST-FILING-IND       PIC X(01).
           05  AR-TYPE-OF-RETURN        PIC X(02).
           05  AR-AMOUNT-CODES          PIC X(18).
           05  FILLER                   PIC X(06).
           05  AR-FOREIGN-IND           PIC X(01).
           05  AR-PAYER-NAME            PIC X(40).
           05  AR-PAYER-NAME-2          PIC X(40).
           05  AR-TRANSFER-AGENT-IND    PIC X(01).
           05  AR-PAYER-ADDRESS         PIC X(40).
           05  AR-PAYER-CITY            PIC X(40).
           05  AR-PAYER-STATE           PIC X(02).
           05  AR-PAYER-POSTAL-CODE     PIC X(09).
           05  AR-PAYER-PHONE           PIC X(15).
           05  FILLER                   PIC X(260).
           05  AR-SEQUENCE-NUMBER       PIC 9(08).
           05  FILLER                   PIC X(243).

       01  WS-B-RECORD.
           05  BR-RECORD-TYPE           PIC X(01) VALUE "B".
           05  BR-TAX-YEAR              PIC 9(04).
           05  BR-CORRECTED-IND         PIC X(01).
           05  BR-NAME-CONTROL          PIC X(04).
           05  BR-TIN-TYPE              PIC X(01).
           05  BR-PAYEE-TIN             PIC X(09).
           05  BR-ACCOUNT-NUMBER        PIC X(20).
           05  BR-OFFICE-CODE           PIC X(04).
           05  FILLER                   PIC X(10).
           05  BR-PAYMENT-AMOUNTS.
               10  BR-AMOUNT-1          PIC 9(10)V99.
               10  BR-AMOUNT-2          PIC 9(10)V99.
               10  BR-AMOUNT-3          PIC 9(10)V99.
               10  BR-AMOUNT-4          PIC 9(10)V99.
               10  BR-AMOUNT-5          PIC 9(10)V99.
               10  BR-AMOUNT-6          PIC 9(10)V99.
               10  BR-AMOUNT-7          PIC 9(10)V99.
               10  BR-AMOUNT-8          PIC 9(10)V99.
               10  BR-AMOUNT-9          PIC 9(10)V99.
               10  BR-AMOUNT-A          PIC 9(10)V99.
               10  BR-AMOUNT-B          PIC 9(10)V99.
               10  BR-AMOUNT-C          PIC 9(10)V99.
               10  BR-AMOUNT-D          PIC 9(10)V99.
               10  BR-AMOUNT-E          PIC 9(10)V99.
               10  BR-AMOUNT-F          PIC 9(10)V99.
               10  BR-AMOUNT-G          PIC 9(10)V99.
           05  BR-FOREIGN-IND           PIC X(01).
           05  BR-PAYEE-NAME            PIC X(40).
           05  BR-PAYEE-NAME-2          PIC X(40).
           05  BR-PAYEE-ADDRESS         PIC X(40).
           05  FILLER                   PIC X(40).
           05  BR-PAYEE-CITY            PIC X(40).
           05  BR-PAYEE-STATE           PIC X(02).
           05  BR-PAYEE-POSTAL-CODE     PIC X(09).
           05  FILLER                   PIC X(41).
           05  BR-SEQUENCE-NUMBER       PIC 9(08).
           05  FILLER                   PIC X(36).
      * TX-1115: Form-specific tail from position 544. On a 1099-R,
      *          the distribution code (7, normal distribution) and
      *          the taxable-amount-not-determined indicator.
           05  BR-FORM-SPECIFIC.
               10  BR-SECOND-TIN-NOTICE PIC X(01).
               10  BR-DISTRIBUTION-CODE PIC X(02).
               10  BR-TAXABLE-NOT-DET   PIC X(01).
               10  FILLER               PIC X(203).

       01  WS-C-RECORD.
           05  CR-RECORD-TYPE           PIC X(01) VALUE "C".
           05  CR-NUMBER-OF-PAYEES      PIC 9(08).
           05  FILLER                   PIC X(06).
           05  CR-CONTROL-TOTAL-1       PIC 9(16)V99.
           05  CR-CONTROL-TOTAL-2       PIC 9(16)V99.
           05  CR-CONTROL-TOTAL-3       PIC 9(16)V99.
           05  CR-CONTROL-TOTAL-4       PIC 9(16)V99.
           05  CR-CONTROL-TOTAL-5       PIC 9(16)V99.
           05  FILLER                   PIC X(394).
           05  CR-SEQUENCE-NUMBER       PIC 9(08).
           05  FILLER                   PIC X(243).

       01  WS-F-RECORD.
           05  FR-RECORD-TYPE           PIC X(01) VALUE "F".
           05  FR-NUMBER-OF-A-RECORDS   PIC 9(08).
           05  FR-ZERO-FILL             PIC 9(21).
           05  FILLER                   PIC X(19).
           05  FR-NUMBER-OF-PAYEES      PIC 9(08).
           05  FILLER                   PIC X(442).
           05  FR-SEQUENCE-NUMBER       PIC 9(08).
           05  FILLER                   PIC X(243).

      * TX-105: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.

      * TX-106: Edited views for the report and recipient copy lines.
       01  WS-EDITED-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITED-AMOUNT-2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITED-AMOUNT-3           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITED-SIGNED             PIC --,---,---,--9.99.
       01  WS-EDITED-COUNT              PIC Z,ZZZ,ZZ9.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XD-FORM-NAME             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XD-SOURCE-REF            PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XD-PARTY-ID              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XD-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XD-REASON                PIC X(40).

       COPY POLDATA.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-FORM-CODE
                                SW-PAYEE-TIN
                                SW-PARTY-ID
               INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 4000-WRITE-RETURNS
           PERFORM 5000-TIE-COMMISSION-LOG
           PERFORM 6000-WRITE-RECONCILIATION
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "TAXRPT001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           INITIALIZE WS-FORM-CONTROL-TABLE
           PERFORM 1050-READ-TAX-CONTROL
           OPEN OUTPUT IRS-RETURN-FILE
           OPEN OUTPUT RECIPIENT-COPY-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 1100-WRITE-HEADINGS
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
              MOVE 'Y' TO WS-PM-OPEN
           END-IF
           OPEN INPUT CLAIM-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "00"
              MOVE 'Y' TO WS-CH-OPEN
           END-IF
           OPEN INPUT PARTY-MASTER-FILE
           IF WS-PT-FILE-STATUS = "00"
              MOVE 'Y' TO WS-PT-OPEN
           END-IF
           PERFORM 1200-WRITE-T-RECORD.

       1050-READ-TAX-CONTROL.
      * TX-201: The year reported comes from the control file so a
      *         late or corrected run can name its year; without one,
      *         the calendar year before the run date reports - the
      *         run is normally made in January. See EXP-STD-001.cob
      *         ES-1105.
           MOVE SPACES TO WS-TAX-CONTROL
           MOVE WS-CURR-DATE(1:4) TO WS-TAX-YEAR
           SUBTRACT 1 FROM WS-TAX-YEAR
           OPEN INPUT TAX-CONTROL-FILE
           IF WS-TC-FILE-STATUS = "00"
              READ TAX-CONTROL-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-TC-FILE-STATUS = "00"
                 MOVE TC-CONTROL-LINE TO WS-TAX-CONTROL
                 IF TC-TAX-YEAR NUMERIC
                    MOVE TC-TAX-YEAR TO WS-TAX-YEAR
                 END-IF
              END-IF
              CLOSE TAX-CONTROL-FILE
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO RR-REPORT-LINE
           STRING "YEAR-END TAX INFORMATION REPORTING - TAX YEAR "
               WS-TAX-YEAR "  RUN DATE " WS-CURR-DATE
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           IF TC-PAYER-TIN = SPACES OR TC-PAYER-NAME = SPACES
              MOVE SPACES TO RR-REPORT-LINE
              STRING "*** PAYER TIN OR NAME MISSING FROM TAXCTL - "
                  "RETURN FILE IS NOT FILEABLE AS WRITTEN ***"
                  DELIMITED BY SIZE INTO RR-REPORT-LINE
              WRITE RR-REPORT-LINE
           END-IF
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE "ITEMS NOT REPORTED - NO TAXPAYER ID ON FILE"
             TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "  FORM      SOURCE REF        POLICY ID     "
                  "PARTY ID               AMOUNT  REASON"
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       1200-WRITE-T-RECORD.
      * TX-202: The company transmits its own returns - transmitter
      *         and payer are the same entity.
           MOVE SPACES TO WS-T-RECORD
           MOVE "T" TO TR-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TR-TAX-YEAR
           MOVE TC-PAYER-TIN TO TR-TRANSMITTER-TIN
           MOVE TC-TRANSMITTER-CODE TO TR-TRANSMITTER-CODE
           MOVE TC-PAYER-NAME TO TR-TRANSMITTER-NAME
                                 TR-COMPANY-NAME
           MOVE TC-PAYER-ADDRESS TO TR-COMPANY-ADDRESS
           MOVE TC-PAYER-CITY TO TR-COMPANY-CITY
           MOVE TC-PAYER-STATE TO TR-COMPANY-STATE
           MOVE TC-PAYER-POSTAL-CODE TO TR-COMPANY-POSTAL-CODE
           MOVE ZERO TO TR-TOTAL-PAYEES
           PERFORM 8600-NEXT-SEQUENCE
           MOVE WS-SEQUENCE-NUMBER TO TR-SEQUENCE-NUMBER
           MOVE WS-T-RECORD TO IR-RETURN-LINE
           WRITE IR-RETURN-LINE.

      *===============================================================*
      * TX-2000: RELEASE EVERY REPORTABLE AMOUNT OF THE TAX YEAR TO   *
      *          THE SORT - CLAIM INTEREST AND SURRENDER/MATURITY     *
      *          DISTRIBUTIONS OFF THE REGISTER, THEN COMMISSION      *
      *          PAYABLES OFF THE PAYABLES HISTORY.                   *
      *===============================================================*
       2000-BUILD-SORT-FILE.
           OPEN INPUT PAYMENT-REGISTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-PR-EOF-SWITCH
           ELSE
              PERFORM 2100-READ-NEXT-PAYMENT
              PERFORM 2200-CLASSIFY-PAYMENT
                 UNTIL WS-PR-EOF
              CLOSE PAYMENT-REGISTER-FILE
           END-IF

           OPEN INPUT PAYABLES-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-PH-EOF-SWITCH
           ELSE
              PERFORM 3100-READ-NEXT-PAYABLE
              PERFORM 3200-RELEASE-PAYABLE
                 UNTIL WS-PH-EOF
              CLOSE PAYABLES-HISTORY-FILE
           END-IF.

       2100-READ-NEXT-PAYMENT.
           READ PAYMENT-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-PR-EOF-SWITCH
           END-READ.

       2200-CLASSIFY-PAYMENT.
      * TX-203: Cash basis - a payment reports in the year it was
      *         issued. A voided instrument was never paid; its
      *         replacement (STPPAY001) carries its own issue date and
      *         the same reference stem, so it classifies the same way
      *         the original would have.
           MOVE PR-REGISTER-LINE TO PD-DISBURSEMENT-RECORD
           ADD 1 TO WS-REG-READ-COUNT
           IF PD-PAYMENT-DATE NOT NUMERIC OR
              PD-PAYMENT-DATE(1:4) NOT = WS-TAX-YEAR
              PERFORM 2100-READ-NEXT-PAYMENT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-YEAR-COUNT
           ADD PD-PAYMENT-AMOUNT TO WS-REG-YEAR-TOTAL

           EVALUATE TRUE
      * TX-210: A payment still held on a sanctions match when this
      *         runs has not reached the payee and is not counted paid.
              WHEN PD-STAT-VOIDED OR PD-STAT-HELD
                 ADD 1 TO WS-REG-VOID-COUNT
                 ADD PD-PAYMENT-AMOUNT TO WS-REG-VOID-TOTAL
              WHEN PD-CLAIM-ID NOT = SPACES
                 ADD 1 TO WS-REG-CLAIM-COUNT
                 ADD PD-PAYMENT-AMOUNT TO WS-REG-CLAIM-TOTAL
                 PERFORM 2300-RELEASE-CLAIM-INTEREST
              WHEN PD-PAYMENT-REF(13:3) = "-SR"
                 ADD 1 TO WS-REG-SURR-COUNT
                 ADD PD-PAYMENT-AMOUNT TO WS-REG-SURR-TOTAL
                 PERFORM 2400-RELEASE-DISTRIBUTION
              WHEN PD-PAYMENT-REF(13:3) = "-MT"
                 ADD 1 TO WS-REG-MAT-COUNT
                 ADD PD-PAYMENT-AMOUNT TO WS-REG-MAT-TOTAL
                 PERFORM 2400-RELEASE-DISTRIBUTION
      * TX-204: Free-look refunds return the owner's own premium and
      *         are not income; anything else on the register is
      *         listed on the reconciliation as not reportable.
              WHEN OTHER
                 ADD 1 TO WS-REG-OTHER-COUNT
                 ADD PD-PAYMENT-AMOUNT TO WS-REG-OTHER-TOTAL
           END-EVALUATE
           PERFORM 2100-READ-NEXT-PAYMENT.

      *===============================================================*
      * TX-2300: CLAIM INTEREST. CLMADJ001 ADDS SETTLEMENT INTEREST   *
      *          TO THE PAYOUT AHEAD OF THE BENEFICIARY SPLIT, SO     *
      *          EACH PAYEE'S INTEREST IS THE CLAIM'S INTEREST IN     *
      *          PROPORTION TO THE PAYEE'S SHARE OF THE PAYOUT. THE   *
      *          DEATH BENEFIT ITSELF IS NOT INCOME.                  *
      *===============================================================*
       2300-RELEASE-CLAIM-INTEREST.
           MOVE ZERO TO WS-CLAIM-INTEREST WS-CLAIM-PAYOUT
           MOVE SPACES TO WS-CLAIM-TYPE
           PERFORM 2800-READ-POLICY
           IF WS-CH-IS-OPEN
              MOVE PD-CLAIM-ID TO FD-CH-CLAIM-ID
              READ CLAIM-HISTORY-FILE
                 INVALID KEY
                    MOVE SPACES TO CH-CLAIM-HISTORY-REC
                 NOT INVALID KEY
                    MOVE FD-CLAIM-HISTORY-REC TO CH-CLAIM-HISTORY-REC
              END-READ
              IF CH-CLAIM-ID = PD-CLAIM-ID
                 MOVE CH-CLAIM-INTEREST-AMOUNT TO WS-CLAIM-INTEREST
                 MOVE CH-CLAIM-PAYMENT-AMOUNT TO WS-CLAIM-PAYOUT
                 MOVE CH-CLAIM-TYPE TO WS-CLAIM-TYPE
              END-IF
           END-IF
      * TX-205: A claim the history does not carry falls back to the
      *         claim still on the policy, when it is the same claim.
           IF WS-CLAIM-TYPE = SPACES AND WS-PM-WAS-FOUND AND
              PM-CLAIM-ID = PD-CLAIM-ID
              MOVE PM-CLAIM-INTEREST-AMOUNT TO WS-CLAIM-INTEREST
              MOVE PM-CLAIM-PAYMENT-AMOUNT TO WS-CLAIM-PAYOUT
              MOVE PM-CLAIM-TYPE TO WS-CLAIM-TYPE
           END-IF
           IF WS-CLAIM-INTEREST = ZERO OR WS-CLAIM-PAYOUT = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SW-SORT-RECORD
           MOVE "I" TO SW-FORM-CODE
           MOVE PD-PAYMENT-REF TO SW-SOURCE-REF
           MOVE PD-POLICY-ID TO SW-POLICY-ID
           COMPUTE SW-GROSS-AMOUNT ROUNDED =
                   WS-CLAIM-INTEREST * PD-PAYMENT-AMOUNT
                 / WS-CLAIM-PAYOUT
           MOVE SW-GROSS-AMOUNT TO SW-TAXABLE-AMOUNT
           MOVE ZERO TO SW-BASIS-AMOUNT
           ADD SW-GROSS-AMOUNT TO WS-REG-INTEREST-TOTAL

      * TX-206: The payee's position on the claim is in the payment
      *         reference (CLM-PAY-001.cob CP-1107): 00 the collateral
      *         assignee, 01 the insured on an accelerated benefit,
      *         otherwise the beneficiary in that position.
           MOVE SPACES TO WS-PAYEE-PARTY-ID
           IF WS-PM-WAS-FOUND AND PD-PAYMENT-REF(14:2) NUMERIC
              MOVE PD-PAYMENT-REF(14:2) TO WS-BENE-SEQ
              EVALUATE TRUE
                 WHEN WS-BENE-SEQ = 0
                    MOVE PM-ASSIGNEE-PARTY-ID TO WS-PAYEE-PARTY-ID
                 WHEN WS-CLAIM-TYPE = "CA"
                    MOVE PM-INSURED-PARTY-ID TO WS-PAYEE-PARTY-ID
                 WHEN WS-BENE-SEQ <= 5
                    MOVE PM-BENEF-PARTY-ID(WS-BENE-SEQ)
                      TO WS-PAYEE-PARTY-ID
              END-EVALUATE
           END-IF
           MOVE 1 TO WS-FORM-IDX
           PERFORM 2900-RELEASE-TO-PAYEE.

      *===============================================================*
      * TX-2400: SURRENDER AND MATURITY DISTRIBUTIONS. THE TAXABLE    *
      *          AMOUNT IS THE PAYOUT OVER THE OWNER'S COST BASIS,    *
      *          THE PREMIUMS ACTUALLY PAID INTO THE CONTRACT.        *
      *===============================================================*
       2400-RELEASE-DISTRIBUTION.
           PERFORM 2800-READ-POLICY
           MOVE ZERO TO WS-PREMIUMS-PAID
           IF WS-PM-WAS-FOUND
              PERFORM 2500-DERIVE-PREMIUMS-PAID
           END-IF

           MOVE SPACES TO SW-SORT-RECORD
           MOVE "R" TO SW-FORM-CODE
           MOVE PD-PAYMENT-REF TO SW-SOURCE-REF
           MOVE PD-POLICY-ID TO SW-POLICY-ID
           MOVE PD-PAYMENT-AMOUNT TO SW-GROSS-AMOUNT
           IF PD-PAYMENT-AMOUNT > WS-PREMIUMS-PAID
              MOVE WS-PREMIUMS-PAID TO SW-BASIS-AMOUNT
              COMPUTE SW-TAXABLE-AMOUNT =
                      PD-PAYMENT-AMOUNT - WS-PREMIUMS-PAID
           ELSE
              MOVE PD-PAYMENT-AMOUNT TO SW-BASIS-AMOUNT
              MOVE ZERO TO SW-TAXABLE-AMOUNT
           END-IF
           ADD SW-BASIS-AMOUNT TO WS-REG-BASIS-TOTAL
           ADD SW-TAXABLE-AMOUNT TO WS-REG-TAXABLE-TOTAL

      * TX-207: The register names the insured as payee on both
      *         payouts (SVC-BILL-001.cob SV-974, MAT-PROC-001.cob
      *         MP-402); an owner on file stands in when the insured
      *         has no party linked.
           MOVE SPACES TO WS-PAYEE-PARTY-ID
           IF WS-PM-WAS-FOUND
              IF PM-INSURED-PARTY-ID NOT = SPACES
                 MOVE PM-INSURED-PARTY-ID TO WS-PAYEE-PARTY-ID
              ELSE
                 MOVE PM-OWNER-PARTY-ID TO WS-PAYEE-PARTY-ID
              END-IF
           END-IF
           MOVE 2 TO WS-FORM-IDX
           PERFORM 2900-RELEASE-TO-PAYEE.

       2500-DERIVE-PREMIUMS-PAID.
      * TX-208: Paid-to-date only advances on cash received or an
      *         installment waived, one billing cycle at a time (the
      *         derivation SVC-BILL-001.cob SV-982 refunds a free-look
      *         cancellation from). Waived installments were never
      *         paid by the owner and come back out of the basis.
           MOVE ZERO TO WS-INSTALLMENTS
           IF PM-PAID-TO-DATE NOT NUMERIC OR
              PM-ISSUE-DATE NOT NUMERIC OR
              PM-PAID-TO-DATE NOT > PM-ISSUE-DATE
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
           COMPUTE WS-INSTALLMENTS ROUNDED =
                  (FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE(PM-ISSUE-DATE))
                 / WS-CYCLE-DAYS
           COMPUTE WS-PREMIUMS-PAID =
                   WS-INSTALLMENTS * PM-MODAL-PREMIUM
           IF PM-WAIVED-PREMIUM-TOTAL NUMERIC
              IF PM-WAIVED-PREMIUM-TOTAL < WS-PREMIUMS-PAID
                 SUBTRACT PM-WAIVED-PREMIUM-TOTAL
                     FROM WS-PREMIUMS-PAID
              ELSE
                 MOVE ZERO TO WS-PREMIUMS-PAID
              END-IF
           END-IF.

       2800-READ-POLICY.
           MOVE 'N' TO WS-PM-FOUND
           IF NOT WS-PM-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE PD-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
                 MOVE 'Y' TO WS-PM-FOUND
           END-READ.

      *===============================================================*
      * TX-2900: LOOK UP THE PAYEE'S TAXPAYER ID ON THE PARTY MASTER  *
      *          AND RELEASE THE AMOUNT UNDER IT. AN AMOUNT WITH NO   *
      *          PARTY OR NO TIN CANNOT BE FILED - IT IS LISTED FOR   *
      *          FOLLOW-UP (A TIN SOLICITATION) INSTEAD OF DROPPED.   *
      *===============================================================*
       2900-RELEASE-TO-PAYEE.
           MOVE SPACES TO PT-PARTY-RECORD
           MOVE WS-PAYEE-PARTY-ID TO SW-PARTY-ID
           EVALUATE TRUE
              WHEN WS-PAYEE-PARTY-ID = SPACES
                 MOVE "NO PARTY LINKED TO PAYEE"
                   TO WS-EXCEPTION-REASON
              WHEN NOT WS-PT-IS-OPEN
                 MOVE "PARTY MASTER NOT AVAILABLE"
                   TO WS-EXCEPTION-REASON
              WHEN OTHER
                 PERFORM 8500-READ-PARTY
                 IF PT-PARTY-ID = SPACES
                    MOVE "PARTY NOT ON PARTY MASTER"
                      TO WS-EXCEPTION-REASON
                 ELSE
                    IF PT-TIN = SPACES OR PT-TIN = ZEROS
                       MOVE "NO TIN ON PARTY MASTER"
                         TO WS-EXCEPTION-REASON
                    ELSE
                       MOVE SPACES TO WS-EXCEPTION-REASON
                    END-IF
                 END-IF
           END-EVALUATE

           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO FC-NO-TIN-COUNT(WS-FORM-IDX)
              ADD SW-GROSS-AMOUNT TO FC-NO-TIN-TOTAL(WS-FORM-IDX)
              PERFORM 8100-WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE PT-TIN TO SW-PAYEE-TIN
           ADD 1 TO FC-RELEASED-COUNT(WS-FORM-IDX)
           ADD SW-GROSS-AMOUNT TO FC-RELEASED-TOTAL(WS-FORM-IDX)
           RELEASE SW-SORT-RECORD.

       3100-READ-NEXT-PAYABLE.
           READ PAYABLES-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-PH-EOF-SWITCH
           END-READ.

      *===============================================================*
      * TX-3200: COMMISSION PAYABLES - NON-EMPLOYEE COMPENSATION TO   *
      *          THE AGENT, REPORTED IN THE YEAR COMMSTM001 RELEASED  *
      *          THEM FOR PAYMENT.                                    *
      *===============================================================*
       3200-RELEASE-PAYABLE.
           ADD 1 TO WS-PAY-READ-COUNT
           MOVE PH-HISTORY-LINE TO WS-PAYABLE-DETAIL
           IF HP-PAID-DATE NOT NUMERIC OR
              HP-PAID-DATE(1:4) NOT = WS-TAX-YEAR
              PERFORM 3100-READ-NEXT-PAYABLE
              EXIT PARAGRAPH
           END-IF
           MOVE HP-NET-DUE TO WS-HP-NET-DUE
           ADD 1 TO WS-PAY-YEAR-COUNT
           ADD WS-HP-NET-DUE TO WS-PAY-YEAR-TOTAL

           MOVE SPACES TO SW-SORT-RECORD
           MOVE "N" TO SW-FORM-CODE
           MOVE HP-AGENT-ID TO SW-SOURCE-REF
           MOVE WS-HP-NET-DUE TO SW-GROSS-AMOUNT SW-TAXABLE-AMOUNT
           MOVE ZERO TO SW-BASIS-AMOUNT

      * TX-209: The agent's own party row comes off the producer
      *         master (PRODUCER.CPY PR-102). A terminated producer
      *         still gets the return for what was paid in the year.
      * TX-211: Read by key through PRODTBL001 (PRODLKUP.CPY).
           MOVE HP-AGENT-ID TO PL-AGENT-ID
           MOVE SPACES TO PL-STATE
           MOVE ZERO TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           MOVE PL-AGENT-PARTY-ID TO WS-PAYEE-PARTY-ID
           MOVE 3 TO WS-FORM-IDX
           PERFORM 2900-RELEASE-TO-PAYEE
           PERFORM 3100-READ-NEXT-PAYABLE.

      *===============================================================*
      * TX-4000: CONTROL-BREAK ON FORM, THEN ON PAYEE TIN: ONE A      *
      *          RECORD PER FORM, ONE B RECORD AND RECIPIENT COPY PER *
      *          PAYEE AT OR OVER THE FORM'S THRESHOLD, C RECORD TO   *
      *          CLOSE THE FORM, F RECORD TO CLOSE THE FILE.          *
      *===============================================================*
       4000-WRITE-RETURNS.
           PERFORM 4100-RETURN-NEXT-SORTED
           PERFORM 4200-PROCESS-ONE-AMOUNT
              UNTIL WS-NO-MORE-SORTED
           IF WS-PAYEE-IS-OPEN
              PERFORM 4600-CLOSE-PAYEE
           END-IF
           IF WS-FORM-IS-OPEN
              PERFORM 4800-CLOSE-FORM
           END-IF
           PERFORM 4900-WRITE-F-RECORD.

       4100-RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'N' TO WS-MORE-SORTED
           END-RETURN.

       4200-PROCESS-ONE-AMOUNT.
           IF SW-FORM-CODE NOT = WS-PREV-FORM-CODE
              IF WS-PAYEE-IS-OPEN
                 PERFORM 4600-CLOSE-PAYEE
              END-IF
              IF WS-FORM-IS-OPEN
                 PERFORM 4800-CLOSE-FORM
              END-IF
              PERFORM 4300-OPEN-FORM
           END-IF
           IF SW-PAYEE-TIN NOT = WS-PREV-TIN OR
              NOT WS-PAYEE-IS-OPEN
              IF WS-PAYEE-IS-OPEN
                 PERFORM 4600-CLOSE-PAYEE
              END-IF
              PERFORM 4400-OPEN-PAYEE
           END-IF
           ADD SW-GROSS-AMOUNT TO WS-PAYEE-GROSS
           ADD SW-TAXABLE-AMOUNT TO WS-PAYEE-TAXABLE
           ADD SW-BASIS-AMOUNT TO WS-PAYEE-BASIS
           PERFORM 4100-RETURN-NEXT-SORTED.

       4300-OPEN-FORM.
           MOVE SW-FORM-CODE TO WS-PREV-FORM-CODE
           MOVE 'Y' TO WS-FORM-OPEN
           MOVE ZERO TO WS-FORM-PAYEE-COUNT WS-FORM-TOTAL-1
                        WS-FORM-TOTAL-2 WS-FORM-TOTAL-5
           MOVE SPACES TO WS-A-RECORD
           MOVE "A" TO AR-RECORD-TYPE
           MOVE WS-TAX-YEAR TO AR-TAX-YEAR
           MOVE TC-PAYER-TIN TO AR-PAYER-TIN
           MOVE TC-PAYER-NAME TO AR-PAYER-NAME
           MOVE TC-PAYER-ADDRESS TO AR-PAYER-ADDRESS
           MOVE TC-PAYER-CITY TO AR-PAYER-CITY
           MOVE TC-PAYER-STATE TO AR-PAYER-STATE
           MOVE TC-PAYER-POSTAL-CODE TO AR-PAYER-POSTAL-CODE
           MOVE "0" TO AR-TRANSFER-AGENT-IND
      * TX-401: Type of return and the amount codes the B records
      *         carry: 1099-INT box 1 interest; 1099-R box 1 gross
      *         distribution, 2 taxable amount, 5 investment in the
      *         contract; 1099-NEC box 1 compensation.
           EVALUATE TRUE
              WHEN SW-FORM-INT
                 MOVE 1 TO WS-FORM-IDX
                 MOVE "6 " TO AR-TYPE-OF-RETURN
                 MOVE "1" TO AR-AMOUNT-CODES
                 MOVE WS-INT-THRESHOLD TO WS-PAYEE-THRESHOLD
              WHEN SW-FORM-R
                 MOVE 2 TO WS-FORM-IDX
                 MOVE "9 " TO AR-TYPE-OF-RETURN
                 MOVE "125" TO AR-AMOUNT-CODES
                 MOVE WS-R-THRESHOLD TO WS-PAYEE-THRESHOLD
              WHEN OTHER
                 MOVE 3 TO WS-FORM-IDX
                 MOVE "NE" TO AR-TYPE-OF-RETURN
                 MOVE "1" TO AR-AMOUNT-CODES
                 MOVE WS-NEC-THRESHOLD TO WS-PAYEE-THRESHOLD
           END-EVALUATE
           ADD 1 TO WS-A-RECORD-COUNT
           PERFORM 8600-NEXT-SEQUENCE
           MOVE WS-SEQUENCE-NUMBER TO AR-SEQUENCE-NUMBER
           MOVE WS-A-RECORD TO IR-RETURN-LINE
           WRITE IR-RETURN-LINE.

       4400-OPEN-PAYEE.
      * TX-402: One TIN may sit on more than one party row; the lowest
      *         party ID off the sort supplies name and address.
           MOVE SW-PAYEE-TIN TO WS-PREV-TIN
           MOVE SW-PARTY-ID TO WS-PAYEE-PARTY-ID
           MOVE 'Y' TO WS-PAYEE-OPEN
           MOVE ZERO TO WS-PAYEE-GROSS WS-PAYEE-TAXABLE
                        WS-PAYEE-BASIS.

       4600-CLOSE-PAYEE.
           MOVE 'N' TO WS-PAYEE-OPEN
           IF WS-PAYEE-GROSS < WS-PAYEE-THRESHOLD
              ADD 1 TO FC-BELOW-COUNT(WS-FORM-IDX)
              ADD WS-PAYEE-GROSS TO FC-BELOW-TOTAL(WS-FORM-IDX)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FC-FILED-COUNT(WS-FORM-IDX)
           ADD WS-PAYEE-GROSS TO FC-FILED-TOTAL(WS-FORM-IDX)
           PERFORM 8500-READ-PARTY
           PERFORM 4700-WRITE-B-RECORD
           PERFORM 7000-WRITE-RECIPIENT-COPY.

       4700-WRITE-B-RECORD.
           MOVE SPACES TO WS-B-RECORD
           MOVE "B" TO BR-RECORD-TYPE
           MOVE WS-TAX-YEAR TO BR-TAX-YEAR
           IF PT-TIN-EIN
              MOVE "1" TO BR-TIN-TYPE
           ELSE
              MOVE "2" TO BR-TIN-TYPE
           END-IF
           MOVE WS-PREV-TIN TO BR-PAYEE-TIN
           MOVE WS-PAYEE-PARTY-ID TO BR-ACCOUNT-NUMBER
           MOVE ZERO TO BR-AMOUNT-1 BR-AMOUNT-2 BR-AMOUNT-3
                        BR-AMOUNT-4 BR-AMOUNT-5 BR-AMOUNT-6
                        BR-AMOUNT-7 BR-AMOUNT-8 BR-AMOUNT-9
                        BR-AMOUNT-A BR-AMOUNT-B BR-AMOUNT-C
                        BR-AMOUNT-D BR-AMOUNT-E BR-AMOUNT-F
                        BR-AMOUNT-G
           MOVE WS-PAYEE-GROSS TO BR-AMOUNT-1
           ADD WS-PAYEE-GROSS TO WS-FORM-TOTAL-1
           IF WS-PREV-FORM-CODE = "R"
              MOVE WS-PAYEE-TAXABLE TO BR-AMOUNT-2
              MOVE WS-PAYEE-BASIS TO BR-AMOUNT-5
              ADD WS-PAYEE-TAXABLE TO WS-FORM-TOTAL-2
              ADD WS-PAYEE-BASIS TO WS-FORM-TOTAL-5
              MOVE "7 " TO BR-DISTRIBUTION-CODE
           END-IF
           MOVE PT-PARTY-NAME TO BR-PAYEE-NAME
           MOVE PT-ADDRESS-LINE-1 TO BR-PAYEE-ADDRESS
           MOVE PT-CITY TO BR-PAYEE-CITY
           MOVE PT-STATE-CODE TO BR-PAYEE-STATE
           MOVE PT-POSTAL-CODE TO BR-PAYEE-POSTAL-CODE
           ADD 1 TO WS-FORM-PAYEE-COUNT WS-B-RECORD-COUNT
           PERFORM 8600-NEXT-SEQUENCE
           MOVE WS-SEQUENCE-NUMBER TO BR-SEQUENCE-NUMBER
           MOVE WS-B-RECORD TO IR-RETURN-LINE
           WRITE IR-RETURN-LINE.

       4800-CLOSE-FORM.
           MOVE 'N' TO WS-FORM-OPEN
           MOVE SPACES TO WS-C-RECORD
           MOVE "C" TO CR-RECORD-TYPE
           MOVE WS-FORM-PAYEE-COUNT TO CR-NUMBER-OF-PAYEES
           MOVE WS-FORM-TOTAL-1 TO CR-CONTROL-TOTAL-1
           MOVE WS-FORM-TOTAL-2 TO CR-CONTROL-TOTAL-2
           MOVE ZERO TO CR-CONTROL-TOTAL-3 CR-CONTROL-TOTAL-4
           MOVE WS-FORM-TOTAL-5 TO CR-CONTROL-TOTAL-5
           PERFORM 8600-NEXT-SEQUENCE
           MOVE WS-SEQUENCE-NUMBER TO CR-SEQUENCE-NUMBER
           MOVE WS-C-RECORD TO IR-RETURN-LINE
           WRITE IR-RETURN-LINE.

       4900-WRITE-F-RECORD.
           MOVE SPACES TO WS-F-RECORD
           MOVE "F" TO FR-RECORD-TYPE
           MOVE WS-A-RECORD-COUNT TO FR-NUMBER-OF-A-RECORDS
           MOVE ZERO TO FR-ZERO-FILL
           MOVE WS-B-RECORD-COUNT TO FR-NUMBER-OF-PAYEES
           PERFORM 8600-NEXT-SEQUENCE
           MOVE WS-SEQUENCE-NUMBER TO FR-SEQUENCE-NUMBER
           MOVE WS-F-RECORD TO IR-RETURN-LINE
           WRITE IR-RETURN-LINE.

      *===============================================================*
      * TX-5000: THE COMMISSION LOG'S NET FOR THE YEAR - WHAT WAS     *
      *          EARNED AND CHARGED BACK - AGAINST WHAT WAS RELEASED  *
      *          FOR PAYMENT. THE DIFFERENCE IS BALANCE CARRIED       *
      *          FORWARD AND DECEMBER'S CYCLE PAID IN JANUARY.        *
      *===============================================================*
       5000-TIE-COMMISSION-LOG.
           OPEN INPUT COMMISSION-STMT-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 5100-READ-NEXT-EVENT
           PERFORM 5200-ADD-ONE-EVENT
              UNTIL WS-CS-EOF
           CLOSE COMMISSION-STMT-FILE.

       5100-READ-NEXT-EVENT.
           READ COMMISSION-STMT-FILE
              AT END
                 MOVE 'Y' TO WS-CS-EOF-SWITCH
           END-READ.

       5200-ADD-ONE-EVENT.
           MOVE CS-LOG-LINE TO CS-COMMISSION-RECORD
           IF CS-STMT-DATE NUMERIC AND
              CS-STMT-DATE(1:4) = WS-TAX-YEAR
              ADD 1 TO WS-LOG-YEAR-COUNT
              ADD CS-COMMISSION-AMOUNT TO WS-LOG-YEAR-NET
           END-IF
           PERFORM 5100-READ-NEXT-EVENT.

      *===============================================================*
      * TX-6000: RECONCILIATION - THE REGISTER'S YEAR TOTAL SPLIT BY  *
      *          WHAT BECAME OF EACH PAYMENT, THEN PER FORM: SOURCE   *
      *          TOTAL = FILED + BELOW THRESHOLD + NO TIN.            *
      *===============================================================*
       6000-WRITE-RECONCILIATION.
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "DISBURSEMENT REGISTER (PAYREGST) - "
               "PAYMENTS ISSUED IN YEAR"
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE WS-REG-CLAIM-COUNT TO WS-EDITED-COUNT
           MOVE WS-REG-CLAIM-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  CLAIM PAYMENTS" TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE WS-REG-SURR-COUNT TO WS-EDITED-COUNT
           MOVE WS-REG-SURR-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  SURRENDER PAYOUTS" TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE WS-REG-MAT-COUNT TO WS-EDITED-COUNT
           MOVE WS-REG-MAT-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  MATURITY PAYOUTS" TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE WS-REG-OTHER-COUNT TO WS-EDITED-COUNT
           MOVE WS-REG-OTHER-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  NOT REPORTABLE (FREE-LOOK, OTHER)"
             TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE WS-REG-VOID-COUNT TO WS-EDITED-COUNT
           MOVE WS-REG-VOID-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  VOIDED OR HELD - NOT PAID" TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE WS-REG-YEAR-COUNT TO WS-EDITED-COUNT
           MOVE WS-REG-YEAR-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  REGISTER TOTAL FOR YEAR" TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           IF WS-REG-CLAIM-TOTAL + WS-REG-SURR-TOTAL
              + WS-REG-MAT-TOTAL + WS-REG-OTHER-TOTAL
              + WS-REG-VOID-TOTAL = WS-REG-YEAR-TOTAL
              MOVE "  REGISTER CATEGORIES IN BALANCE"
                TO RR-REPORT-LINE
           ELSE
              MOVE "  *** REGISTER CATEGORIES OUT OF BALANCE ***"
                TO RR-REPORT-LINE
           END-IF
           WRITE RR-REPORT-LINE

           MOVE WS-REG-INTEREST-TOTAL TO WS-EDITED-AMOUNT
           MOVE SPACES TO RR-REPORT-LINE
           STRING "  INTEREST WITHIN CLAIM PAYMENTS        "
               WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           COMPUTE WS-EDITED-AMOUNT =
                   WS-REG-SURR-TOTAL + WS-REG-MAT-TOTAL
           MOVE WS-REG-BASIS-TOTAL TO WS-EDITED-AMOUNT-2
           MOVE WS-REG-TAXABLE-TOTAL TO WS-EDITED-AMOUNT-3
           MOVE SPACES TO RR-REPORT-LINE
           STRING "  DISTRIBUTIONS " WS-EDITED-AMOUNT
               "  COST BASIS " WS-EDITED-AMOUNT-2
               "  TAXABLE " WS-EDITED-AMOUNT-3
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE

           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE "COMMISSION (COMMPHST / COMMSTMT)" TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE WS-PAY-YEAR-COUNT TO WS-EDITED-COUNT
           MOVE WS-PAY-YEAR-TOTAL TO WS-EDITED-AMOUNT
           MOVE "  PAYABLES RELEASED IN YEAR" TO WS-REPORT-LABEL
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE WS-LOG-YEAR-COUNT TO WS-EDITED-COUNT
           MOVE WS-LOG-YEAR-NET TO WS-EDITED-SIGNED
           MOVE SPACES TO RR-REPORT-LINE
           STRING "  COMMISSION LOG NET EVENTS IN YEAR      "
               WS-EDITED-COUNT "  " WS-EDITED-SIGNED
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           COMPUTE WS-COMM-DIFFERENCE =
                   WS-LOG-YEAR-NET - WS-PAY-YEAR-TOTAL
           MOVE WS-COMM-DIFFERENCE TO WS-EDITED-SIGNED
           MOVE SPACES TO RR-REPORT-LINE
           STRING "  EARNED NOT YET RELEASED (CARRIED/TIMING)"
               "           " WS-EDITED-SIGNED
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE

           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "FORM      SOURCE AMOUNT      FILED  FILED AMOUNT"
               "    BELOW  BELOW AMOUNT   NO TIN NO TIN AMOUNT"
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           PERFORM 6200-WRITE-FORM-LINE
              VARYING WS-FORM-IDX FROM 1 BY 1
              UNTIL WS-FORM-IDX > 3

           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "RETURN FILE: A RECORDS " WS-A-RECORD-COUNT
               "  B RECORDS " WS-B-RECORD-COUNT
               "  RECIPIENT COPIES " WS-COPY-COUNT
               "  COPIES HELD (MAIL) " WS-COPY-HELD-COUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       6100-WRITE-COUNT-LINE.
           MOVE SPACES TO RR-REPORT-LINE
           STRING WS-REPORT-LABEL WS-EDITED-COUNT "  "
               WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       6200-WRITE-FORM-LINE.
      * TX-601: Source total is everything the form's sources yielded
      *         in the year - released to the sort plus kept off it.
           MOVE SPACES TO RR-REPORT-LINE
           MOVE WS-FORM-NAME(WS-FORM-IDX) TO RR-REPORT-LINE(1:8)
           COMPUTE WS-EDITED-AMOUNT =
                   FC-RELEASED-TOTAL(WS-FORM-IDX)
                 + FC-NO-TIN-TOTAL(WS-FORM-IDX)
           MOVE WS-EDITED-AMOUNT TO RR-REPORT-LINE(9:17)
           MOVE FC-FILED-COUNT(WS-FORM-IDX) TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO RR-REPORT-LINE(27:9)
           MOVE FC-FILED-TOTAL(WS-FORM-IDX) TO WS-EDITED-AMOUNT
           MOVE WS-EDITED-AMOUNT TO RR-REPORT-LINE(37:17)
           MOVE FC-BELOW-COUNT(WS-FORM-IDX) TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO RR-REPORT-LINE(55:9)
           MOVE FC-BELOW-TOTAL(WS-FORM-IDX) TO WS-EDITED-AMOUNT
           MOVE WS-EDITED-AMOUNT TO RR-REPORT-LINE(65:17)
           MOVE FC-NO-TIN-COUNT(WS-FORM-IDX) TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO RR-REPORT-LINE(83:9)
           MOVE FC-NO-TIN-TOTAL(WS-FORM-IDX) TO WS-EDITED-AMOUNT
           MOVE WS-EDITED-AMOUNT TO RR-REPORT-LINE(93:17)
           IF FC-FILED-TOTAL(WS-FORM-IDX)
              + FC-BELOW-TOTAL(WS-FORM-IDX)
              = FC-RELEASED-TOTAL(WS-FORM-IDX)
              MOVE "IN BALANCE" TO RR-REPORT-LINE(112:10)
           ELSE
              MOVE "OUT OF BAL" TO RR-REPORT-LINE(112:10)
           END-IF
           WRITE RR-REPORT-LINE.

      *===============================================================*
      * TX-7000: RECIPIENT COPY, ADDRESSED THROUGH PTYADR001 - A      *
      *          PAYEE FLAGGED RETURNED-MAIL OR WITH NO ADDRESS IS    *
      *          STILL FILED WITH THE IRS, BUT THE COPY IS HELD AND   *
      *          REPORTED TO THE MAILROOM LIKE ANY OTHER DOCUMENT.    *
      *===============================================================*
       7000-WRITE-RECIPIENT-COPY.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE WS-PAYEE-PARTY-ID TO PA-PARTY-ID
           MOVE "TAXRPT01" TO PA-PROGRAM-ID
           MOVE WS-FORM-NAME(WS-FORM-IDX) TO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF NOT PA-ADDRESS-FOUND
              ADD 1 TO WS-COPY-HELD-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COPY-COUNT

           MOVE SPACES TO RC-COPY-LINE
           WRITE RC-COPY-LINE
           MOVE SPACES TO RC-COPY-LINE
           STRING "FORM " WS-FORM-NAME(WS-FORM-IDX)
               "   TAX YEAR " WS-TAX-YEAR
               "   COPY B - FOR RECIPIENT"
               DELIMITED BY SIZE INTO RC-COPY-LINE
           WRITE RC-COPY-LINE
           MOVE SPACES TO RC-COPY-LINE
           STRING "PAYER: " TC-PAYER-NAME
               "   PAYER TIN: " TC-PAYER-TIN
               DELIMITED BY SIZE INTO RC-COPY-LINE
           WRITE RC-COPY-LINE
           MOVE SPACES TO RC-COPY-LINE
           WRITE RC-COPY-LINE
           MOVE PA-MAIL-NAME TO RC-COPY-LINE
           WRITE RC-COPY-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 3
              IF PA-MAIL-LINE(WS-LINE-IDX) NOT = SPACES
                 MOVE PA-MAIL-LINE(WS-LINE-IDX) TO RC-COPY-LINE
                 WRITE RC-COPY-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO RC-COPY-LINE
           WRITE RC-COPY-LINE
      * TX-701: Only the last four digits of the recipient's TIN
      *         print on the copy that goes through the mail.
           MOVE SPACES TO RC-COPY-LINE
           STRING "RECIPIENT TIN: *****" WS-PREV-TIN(6:4)
               "   ACCOUNT NUMBER: " WS-PAYEE-PARTY-ID
               DELIMITED BY SIZE INTO RC-COPY-LINE
           WRITE RC-COPY-LINE
           MOVE WS-PAYEE-GROSS TO WS-EDITED-AMOUNT
           MOVE SPACES TO RC-COPY-LINE
           EVALUATE WS-FORM-IDX
              WHEN 1
                 STRING "BOX 1  INTEREST INCOME              "
                     WS-EDITED-AMOUNT
                     DELIMITED BY SIZE INTO RC-COPY-LINE
                 WRITE RC-COPY-LINE
              WHEN 2
                 STRING "BOX 1  GROSS DISTRIBUTION           "
                     WS-EDITED-AMOUNT
                     DELIMITED BY SIZE INTO RC-COPY-LINE
                 WRITE RC-COPY-LINE
                 MOVE WS-PAYEE-TAXABLE TO WS-EDITED-AMOUNT
                 MOVE SPACES TO RC-COPY-LINE
                 STRING "BOX 2A TAXABLE AMOUNT               "
                     WS-EDITED-AMOUNT
                     DELIMITED BY SIZE INTO RC-COPY-LINE
                 WRITE RC-COPY-LINE
                 MOVE WS-PAYEE-BASIS TO WS-EDITED-AMOUNT
                 MOVE SPACES TO RC-COPY-LINE
                 STRING "BOX 5  INVESTMENT IN CONTRACT       "
                     WS-EDITED-AMOUNT
                     DELIMITED BY SIZE INTO RC-COPY-LINE
                 WRITE RC-COPY-LINE
                 MOVE "BOX 7  DISTRIBUTION CODE            7"
                   TO RC-COPY-LINE
                 WRITE RC-COPY-LINE
              WHEN OTHER
                 STRING "BOX 1  NONEMPLOYEE COMPENSATION     "
                     WS-EDITED-AMOUNT
                     DELIMITED BY SIZE INTO RC-COPY-LINE
                 WRITE RC-COPY-LINE
           END-EVALUATE.

       8100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXCEPTION-DETAIL
           MOVE WS-FORM-NAME(WS-FORM-IDX) TO XD-FORM-NAME
           MOVE SW-SOURCE-REF TO XD-SOURCE-REF
           MOVE SW-POLICY-ID TO XD-POLICY-ID
           MOVE WS-PAYEE-PARTY-ID TO XD-PARTY-ID
           MOVE SW-GROSS-AMOUNT TO XD-AMOUNT
           MOVE WS-EXCEPTION-REASON TO XD-REASON
           MOVE WS-EXCEPTION-DETAIL TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       8500-READ-PARTY.
           MOVE SPACES TO PT-PARTY-RECORD
           IF NOT WS-PT-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYEE-PARTY-ID TO FD-PT-PARTY-ID
           READ PARTY-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO PT-PARTY-RECORD
              NOT INVALID KEY
                 MOVE FD-PARTY-MASTER-REC TO PT-PARTY-RECORD
           END-READ.

       8600-NEXT-SEQUENCE.
           ADD 1 TO WS-SEQUENCE-NUMBER.

       8900-WRITE-RUN-CONTROL.
      * TX-801: Register and payables lines read, against the B
      *         records filed and the amount filed across all forms.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           COMPUTE BC-RECORDS-READ =
                   WS-REG-READ-COUNT + WS-PAY-READ-COUNT
           MOVE WS-B-RECORD-COUNT TO BC-RECORDS-WRITTEN
           COMPUTE BC-AMOUNT-TOTAL =
                   FC-FILED-TOTAL(1) + FC-FILED-TOTAL(2)
                 + FC-FILED-TOTAL(3)
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-PM-IS-OPEN
              CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-CH-IS-OPEN
              CLOSE CLAIM-HISTORY-FILE
           END-IF
           IF WS-PT-IS-OPEN
              CLOSE PARTY-MASTER-FILE
           END-IF
           CLOSE IRS-RETURN-FILE
           CLOSE RECIPIENT-COPY-FILE
           CLOSE RECON-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "TAXRPT001: TAX YEAR          = " WS-TAX-YEAR
           DISPLAY "TAXRPT001: REGISTER LINES    = " WS-REG-READ-COUNT
           DISPLAY "TAXRPT001: PAYABLE LINES     = " WS-PAY-READ-COUNT
           DISPLAY "TAXRPT001: 1099-INT FILED    = " FC-FILED-COUNT(1)
           DISPLAY "TAXRPT001: 1099-R FILED      = " FC-FILED-COUNT(2)
           DISPLAY "TAXRPT001: 1099-NEC FILED    = " FC-FILED-COUNT(3)
           DISPLAY "TAXRPT001: COPIES HELD       = " WS-COPY-HELD-COUNT.

       END PROGRAM TAXRPT001.
