       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMDFT001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: POLICY SERVICING - PRE-AUTHORIZED PREMIUM BANK DRAFT  *
      * PURPOSE:                                                       *
      *   Collect premium from the payor's bank account for every     *
      *   policy on bank-draft billing (POLDATA PM-112) instead of    *
      *   waiting for a check. Each run sweeps the master the way     *
      *   PREMBILL001 does: a draft whose settlement date has come    *
      *   posts through SVCBILL001's "PP" receipt path, and a policy  *
      *   whose next installment falls due by next month's draft day  *
      *   has a debit originated - recorded pending on the master by  *
      *   SVCBILL001's "DO" transaction and written to the outbound   *
      *   NACHA file (file header, one PPD batch, entry detail,       *
      *   batch and file control totals, padded to full blocks) the   *
      *   bank collects from. Debits the bank returns come back on    *
      *   CASHAPP001's returns feed like any other returned item.     *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DF-1101: Same physical master SVCBILL001/PREMBILL001 use.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * DF-1102: The outbound NACHA debit file transmitted to the
      *          originating bank - fixed 94-byte records.
           SELECT ACH-DEBIT-FILE ASSIGN TO "ACHDEBIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
      * DF-1103: FD-PM-REST-OF-RECORD is deliberately oversized so this
      *          FD stays binary-compatible with WS-POLICY-MASTER-REC
      *          as POLDATA grows. See NB-UW-001.cob NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  ACH-DEBIT-FILE.
       01  AD-ACH-RECORD                PIC X(94).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AD-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-DATE-INT                  PIC 9(09) VALUE 0.
       77  WS-POLICY-COUNT              PIC 9(07) VALUE 0.
       77  WS-SETTLED-COUNT             PIC 9(07) VALUE 0.
       77  WS-SETTLED-TOTAL             PIC 9(11)V99 VALUE 0.
       77  WS-ENTRY-COUNT               PIC 9(07) VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(07) VALUE 0.
       77  WS-DRAFT-AMOUNT              PIC 9(09)V99 VALUE 0.
       77  WS-PENDING-DATE              PIC 9(08) VALUE 0.
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
      * DF-1104: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.

      * DF-1000: Origination terms agreed with the originating bank -
      *          company constants in the style of SVC-BILL-001.cob
      *          SV-1000. Entries settle WS-DRAFT-LEAD-DAYS after the
      *          run that originates them.
       77  WS-DRAFT-LEAD-DAYS           PIC 9(02) VALUE 02.
       77  WS-ACH-IMMED-DEST            PIC X(10) VALUE " 091000019".
       77  WS-ACH-IMMED-ORIGIN          PIC X(10) VALUE "1410123456".
       77  WS-ACH-DEST-NAME             PIC X(23)
                                        VALUE "FIRST NATIONAL BANK".
       77  WS-ACH-ORIGIN-NAME           PIC X(23)
                                        VALUE "TERM LIFE ASSURANCE CO".
       77  WS-ACH-COMPANY-NAME          PIC X(16)
                                        VALUE "TERM LIFE ASSUR".
       77  WS-ACH-COMPANY-ID            PIC X(10) VALUE "1410123456".
       77  WS-ACH-ENTRY-DESC            PIC X(10) VALUE "INS PREM".
       77  WS-ACH-ODFI-ID               PIC X(08) VALUE "09100001".

      * DF-1105: Run date, the settlement date the run's entries
      *          carry, and the horizon a due installment must fall
      *          before - one month past the settlement date, the
      *          next time the policy's draft day comes round.
       01  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       01  WS-CURR-DATE-PARTS REDEFINES WS-CURR-DATE.
           05  FILLER                   PIC 9(02).
           05  WS-CURR-YYMMDD           PIC 9(06).
       01  WS-SETTLE-DATE               PIC 9(08) VALUE 0.
       01  WS-SETTLE-DATE-PARTS REDEFINES WS-SETTLE-DATE.
           05  WS-SET-YYYY              PIC 9(04).
           05  WS-SET-MM                PIC 9(02).
           05  WS-SET-DD                PIC 9(02).
       01  WS-SETTLE-DATE-SHORT REDEFINES WS-SETTLE-DATE.
           05  FILLER                   PIC 9(02).
           05  WS-SET-YYMMDD            PIC 9(06).
       77  WS-SETTLE-YYYYMM             PIC 9(06) VALUE 0.
       77  WS-LAST-DRAFT-YYYYMM         PIC 9(06) VALUE 0.
       01  WS-HORIZON-DATE              PIC 9(08) VALUE 0.
       01  WS-HORIZON-DATE-PARTS REDEFINES WS-HORIZON-DATE.
           05  WS-HOR-YYYY              PIC 9(04).
           05  WS-HOR-MM                PIC 9(02).
           05  WS-HOR-DD                PIC 9(02).

      * DF-1106: Batch and file control accumulators. The entry hash
      *          is the sum of the eight-digit receiving-bank routing
      *          numbers, kept to its low-order ten digits on the
      *          control records.
       77  WS-ENTRY-HASH                PIC 9(12) VALUE 0.
       77  WS-DEBIT-TOTAL               PIC 9(10)V99 VALUE 0.
       77  WS-TRACE-SEQ                 PIC 9(07) VALUE 0.
       77  WS-RECORD-COUNT              PIC 9(07) VALUE 0.
       77  WS-BLOCK-COUNT               PIC 9(06) VALUE 0.
       77  WS-PAD-COUNT                 PIC 9(02) VALUE 0.
       01  WS-RDFI-ROUTING.
           05  WS-RDFI-ID               PIC 9(08).
           05  WS-RDFI-CHECK-DIGIT      PIC 9(01).

      * DF-1107: NACHA record layouts, 94 bytes each.
       01  WS-ACH-FILE-HEADER.
           05  FILLER                   PIC X(01) VALUE "1".
           05  FILLER                   PIC X(02) VALUE "01".
           05  FH-IMMED-DEST            PIC X(10).
           05  FH-IMMED-ORIGIN          PIC X(10).
           05  FH-CREATION-DATE         PIC 9(06).
           05  FH-CREATION-TIME         PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "A".
           05  FILLER                   PIC X(03) VALUE "094".
           05  FILLER                   PIC X(02) VALUE "10".
           05  FILLER                   PIC X(01) VALUE "1".
           05  FH-DEST-NAME             PIC X(23).
           05  FH-ORIGIN-NAME           PIC X(23).
           05  FILLER                   PIC X(08) VALUE SPACES.
       01  WS-ACH-BATCH-HEADER.
           05  FILLER                   PIC X(01) VALUE "5".
           05  FILLER                   PIC X(03) VALUE "225".
           05  BH-COMPANY-NAME          PIC X(16).
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID            PIC X(10).
           05  FILLER                   PIC X(03) VALUE "PPD".
           05  BH-ENTRY-DESC            PIC X(10).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  BH-EFFECTIVE-DATE        PIC 9(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE "1".
           05  BH-ODFI-ID               PIC X(08).
           05  BH-BATCH-NUMBER          PIC 9(07) VALUE 1.
       01  WS-ACH-ENTRY-DETAIL.
           05  FILLER                   PIC X(01) VALUE "6".
           05  ED-TRANSACTION-CODE      PIC X(02).
               88  ED-CHECKING-DEBIT    VALUE "27".
               88  ED-SAVINGS-DEBIT     VALUE "37".
           05  ED-RDFI-ID               PIC 9(08).
           05  ED-CHECK-DIGIT           PIC 9(01).
           05  ED-DFI-ACCOUNT           PIC X(17).
           05  ED-AMOUNT                PIC 9(08)V99.
           05  ED-INDIVIDUAL-ID         PIC X(15).
           05  ED-INDIVIDUAL-NAME       PIC X(22).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE "0".
           05  ED-TRACE-NUMBER.
               10  ED-TRACE-ODFI        PIC X(08).
               10  ED-TRACE-SEQ         PIC 9(07).
       01  WS-ACH-BATCH-CONTROL.
           05  FILLER                   PIC X(01) VALUE "8".
           05  FILLER                   PIC X(03) VALUE "225".
           05  BC8-ENTRY-COUNT          PIC 9(06).
           05  BC8-ENTRY-HASH           PIC 9(10).
           05  BC8-TOTAL-DEBIT          PIC 9(10)V99.
           05  BC8-TOTAL-CREDIT         PIC 9(10)V99 VALUE 0.
           05  BC8-COMPANY-ID           PIC X(10).
           05  FILLER                   PIC X(19) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  BC8-ODFI-ID              PIC X(08).
           05  BC8-BATCH-NUMBER         PIC 9(07) VALUE 1.
       01  WS-ACH-FILE-CONTROL.
           05  FILLER                   PIC X(01) VALUE "9".
           05  FC-BATCH-COUNT           PIC 9(06) VALUE 1.
           05  FC-BLOCK-COUNT           PIC 9(06).
           05  FC-ENTRY-COUNT           PIC 9(08).
           05  FC-ENTRY-HASH            PIC 9(10).
           05  FC-TOTAL-DEBIT           PIC 9(10)V99.
           05  FC-TOTAL-CREDIT          PIC 9(10)V99 VALUE 0.
           05  FILLER                   PIC X(39) VALUE SPACES.

      * DF-1108: One transaction record passed to SVCBILL001 per
      *          settlement or origination, same layout servicing
      *          uses for any amendment.
           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-DRAFT-TRANSACTION.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-POSITION-MASTER
           PERFORM 2000-DRAFT-POLICIES
              UNTIL WS-NO-MORE-POLICIES
           PERFORM 3000-CLOSE-ACH-FILE
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PRMDFT001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
      * DF-201: Tonight's entries settle the lead days out; the
      *         horizon is the same day next month, held to the 28th
      *         the way the draft day itself is (SV-1042).
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 + WS-DRAFT-LEAD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO WS-SETTLE-DATE
           COMPUTE WS-SETTLE-YYYYMM = WS-SETTLE-DATE / 100
           MOVE WS-SETTLE-DATE TO WS-HORIZON-DATE
           ADD 1 TO WS-HOR-MM
           IF WS-HOR-MM > 12
              MOVE 1 TO WS-HOR-MM
              ADD 1 TO WS-HOR-YYYY
           END-IF
           IF WS-HOR-DD > 28
              MOVE 28 TO WS-HOR-DD
           END-IF
           OPEN OUTPUT ACH-DEBIT-FILE.

       1100-POSITION-MASTER.
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS = "35"
              MOVE 'N' TO WS-MORE-POLICIES
           ELSE
              MOVE LOW-VALUES TO FD-PM-POLICY-ID
              START POLICY-MASTER-FILE KEY >= FD-PM-POLICY-ID
                 INVALID KEY
                    MOVE 'N' TO WS-MORE-POLICIES
              END-START
              CLOSE POLICY-MASTER-FILE
           END-IF.

       2000-DRAFT-POLICIES.
      * DF-301: The master is only open here long enough to fetch the
      *         next key; SVCBILL001 does its own OPEN I-O on the same
      *         dataset per policy. See PREM-BILL-001.cob PB-301.
           OPEN INPUT POLICY-MASTER-FILE
           START POLICY-MASTER-FILE KEY > FD-PM-POLICY-ID
              INVALID KEY
                 MOVE 'N' TO WS-MORE-POLICIES
           END-START
           IF WS-NO-MORE-POLICIES
              CLOSE POLICY-MASTER-FILE
              EXIT PARAGRAPH
           END-IF

           READ POLICY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-MORE-POLICIES
           END-READ
           CLOSE POLICY-MASTER-FILE
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POLICY-COUNT
           MOVE FD-POLICY-MASTER-REC TO WS-DRAFT-TRANSACTION
      * DF-302: A pending draft settles first - posted whether or not
      *         the policy is still drafting, since the bank has the
      *         debit either way - and only then is the policy looked
      *         at for its next draft, off the record SVCBILL001
      *         hands back.
           IF PM-DRAFT-PENDING-DATE NUMERIC AND
              PM-DRAFT-PENDING-DATE NOT = ZERO AND
              PM-DRAFT-PENDING-DATE <= WS-CURR-DATE
              PERFORM 2100-SETTLE-PENDING-DRAFT
           END-IF
           IF PM-BILL-BANK-DRAFT
              PERFORM 2200-CHECK-DRAFT-DUE
           END-IF.

      *===============================================================*
      * DF-2100: THE DRAFT HAS REACHED ITS SETTLEMENT DATE - POST IT  *
      *          AS A PREMIUM RECEIPT DATED THE SETTLEMENT DATE, SO   *
      *          A LATER RETURN OF THE SAME DEBIT FINDS IT.           *
      *===============================================================*
       2100-SETTLE-PENDING-DRAFT.
           MOVE PM-DRAFT-LAST-AMOUNT TO WS-DRAFT-AMOUNT
           MOVE PM-DRAFT-PENDING-DATE TO WS-PENDING-DATE
           MOVE SPACES TO WS-DRAFT-TRANSACTION
           MOVE FD-PM-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE "PP" TO PM-AMENDMENT-TYPE
           MOVE WS-DRAFT-AMOUNT TO PM-PAYMENT-AMOUNT
           MOVE WS-PENDING-DATE TO PM-RECEIPT-DATE
           MOVE "D" TO PM-PAYMENT-SOURCE

           CALL "SVCBILL001" USING WS-DRAFT-TRANSACTION

           IF PM-RETURN-CODE = 0
              ADD 1 TO WS-SETTLED-COUNT
              ADD WS-DRAFT-AMOUNT TO WS-SETTLED-TOTAL
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY "PRMDFT001: SETTLEMENT NOT POSTED FOR "
                      FD-PM-POLICY-ID " - " PM-RETURN-MESSAGE
           END-IF.

      *===============================================================*
      * DF-2200: IS AN INSTALLMENT FALLING DUE THAT TONIGHT'S DEBIT   *
      *          SHOULD COLLECT? THE POLICY MUST BE IN FORCE AND      *
      *          DIRECTLY BILLED WITH NOTHING ALREADY PENDING, ITS    *
      *          DRAFT DAY MUST HAVE COME ROUND THIS MONTH WITHOUT A  *
      *          DRAFT YET, AND ITS PAID-TO-DATE MUST FALL BEFORE THE *
      *          NEXT DRAFT DAY. A RUN THAT MISSES A NIGHT CATCHES    *
      *          THE POLICY ON THE NEXT ONE.                          *
      *===============================================================*
       2200-CHECK-DRAFT-DUE.
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              AND NOT PM-STAT-REINSTATED
              EXIT PARAGRAPH
           END-IF
           IF PM-DRAFT-PENDING-DATE NOT = ZERO
              EXIT PARAGRAPH
           END-IF
      * DF-202: The same exclusions PREMBILL001 makes for a due
      *         notice (PB-403/404/406) - a list bill, a waived
      *         installment, a probable death - and nothing is due
      *         once the policy is paid through expiry.
           IF PM-PAYOR-GROUP-ID NOT = SPACES OR PM-DMF-PROBABLE-DEATH
              EXIT PARAGRAPH
           END-IF
           IF PM-WAIVER-ACTIVE AND
              PM-PAID-TO-DATE >= PM-WAIVER-START-DATE
              EXIT PARAGRAPH
           END-IF
           IF PM-MODAL-PREMIUM <= 0
              EXIT PARAGRAPH
           END-IF
           IF PM-EXPIRY-DATE NOT = ZERO AND
              PM-PAID-TO-DATE >= PM-EXPIRY-DATE
              EXIT PARAGRAPH
           END-IF
           IF PM-DRAFT-DAY NOT NUMERIC OR
              WS-SET-DD < PM-DRAFT-DAY
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-DRAFT-YYYYMM = PM-DRAFT-LAST-DRAFT-DATE / 100
           IF WS-LAST-DRAFT-YYYYMM >= WS-SETTLE-YYYYMM
              EXIT PARAGRAPH
           END-IF
           IF PM-PAID-TO-DATE >= WS-HORIZON-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM 2300-ORIGINATE-DRAFT.

       2300-ORIGINATE-DRAFT.
      * DF-303: One modal installment per draft. The pending draft is
      *         recorded on the master before the entry is written,
      *         so an entry never goes to the bank that the master
      *         does not know to settle.
           MOVE PM-MODAL-PREMIUM TO WS-DRAFT-AMOUNT
           MOVE SPACES TO WS-DRAFT-TRANSACTION
           MOVE FD-PM-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE "DO" TO PM-AMENDMENT-TYPE
           MOVE WS-DRAFT-AMOUNT TO PM-PAYMENT-AMOUNT
           MOVE WS-SETTLE-DATE TO PM-RECEIPT-DATE
           MOVE "D" TO PM-PAYMENT-SOURCE

           CALL "SVCBILL001" USING WS-DRAFT-TRANSACTION

           IF PM-RETURN-CODE NOT = 0
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY "PRMDFT001: DRAFT NOT ORIGINATED FOR "
                      FD-PM-POLICY-ID " - " PM-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-WRITE-ACH-ENTRY.

      *===============================================================*
      * DF-2400: ONE PPD DEBIT ENTRY AGAINST THE PAYOR'S ACCOUNT OF   *
      *          RECORD. THE FILE AND BATCH HEADERS GO OUT AHEAD OF   *
      *          THE FIRST ENTRY - A NIGHT WITH NOTHING TO DRAFT      *
      *          LEAVES AN EMPTY FILE AND NOTHING IS TRANSMITTED.     *
      *===============================================================*
       2400-WRITE-ACH-ENTRY.
           IF WS-ENTRY-COUNT = 0
              PERFORM 2410-WRITE-ACH-HEADERS
           END-IF
           MOVE PM-DRAFT-ROUTING-NUMBER TO WS-RDFI-ROUTING
           IF PM-DRAFT-SAVINGS
              MOVE "37" TO ED-TRANSACTION-CODE
           ELSE
              MOVE "27" TO ED-TRANSACTION-CODE
           END-IF
           MOVE WS-RDFI-ID TO ED-RDFI-ID
           MOVE WS-RDFI-CHECK-DIGIT TO ED-CHECK-DIGIT
           MOVE PM-DRAFT-ACCOUNT-NUMBER TO ED-DFI-ACCOUNT
           MOVE WS-DRAFT-AMOUNT TO ED-AMOUNT
           MOVE PM-POLICY-ID TO ED-INDIVIDUAL-ID
           MOVE PM-INSURED-NAME TO ED-INDIVIDUAL-NAME
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-ACH-ODFI-ID TO ED-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO ED-TRACE-SEQ
           MOVE WS-ACH-ENTRY-DETAIL TO AD-ACH-RECORD
           WRITE AD-ACH-RECORD
           ADD 1 TO WS-ENTRY-COUNT WS-RECORD-COUNT
           ADD WS-RDFI-ID TO WS-ENTRY-HASH
           ADD WS-DRAFT-AMOUNT TO WS-DEBIT-TOTAL.

       2410-WRITE-ACH-HEADERS.
           MOVE WS-ACH-IMMED-DEST TO FH-IMMED-DEST
           MOVE WS-ACH-IMMED-ORIGIN TO FH-IMMED-ORIGIN
           MOVE WS-CURR-YYMMDD TO FH-CREATION-DATE
           MOVE WS-CURR-TIME(1:4) TO FH-CREATION-TIME
           MOVE WS-ACH-DEST-NAME TO FH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME TO FH-ORIGIN-NAME
           MOVE WS-ACH-FILE-HEADER TO AD-ACH-RECORD
           WRITE AD-ACH-RECORD
           MOVE WS-ACH-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID TO BH-COMPANY-ID
           MOVE WS-ACH-ENTRY-DESC TO BH-ENTRY-DESC
           MOVE WS-SET-YYMMDD TO BH-EFFECTIVE-DATE
           MOVE WS-ACH-ODFI-ID TO BH-ODFI-ID
           MOVE WS-ACH-BATCH-HEADER TO AD-ACH-RECORD
           WRITE AD-ACH-RECORD
           ADD 2 TO WS-RECORD-COUNT.

      *===============================================================*
      * DF-3000: BATCH AND FILE CONTROL RECORDS - THE ENTRY COUNT,    *
      *          ENTRY HASH AND DEBIT TOTAL THE BANK BALANCES THE     *
      *          FILE AGAINST - THEN "9" FILLER RECORDS TO COMPLETE   *
      *          THE LAST BLOCK OF TEN.                               *
      *===============================================================*
       3000-CLOSE-ACH-FILE.
           IF WS-ENTRY-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-COUNT TO BC8-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO BC8-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL TO BC8-TOTAL-DEBIT
           MOVE WS-ACH-COMPANY-ID TO BC8-COMPANY-ID
           MOVE WS-ACH-ODFI-ID TO BC8-ODFI-ID
           MOVE WS-ACH-BATCH-CONTROL TO AD-ACH-RECORD
           WRITE AD-ACH-RECORD
           ADD 2 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO FC-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL TO FC-TOTAL-DEBIT
           MOVE WS-ACH-FILE-CONTROL TO AD-ACH-RECORD
           WRITE AD-ACH-RECORD
           COMPUTE WS-PAD-COUNT =
                   (WS-BLOCK-COUNT * 10) - WS-RECORD-COUNT
           PERFORM 3100-WRITE-PAD-RECORD
              WS-PAD-COUNT TIMES.

       3100-WRITE-PAD-RECORD.
           MOVE ALL "9" TO AD-ACH-RECORD
           WRITE AD-ACH-RECORD.

       8900-WRITE-RUN-CONTROL.
      * DF-1109: The control amount is the draft money that settled
      *          and posted tonight - premium cash, journaled by
      *          GLEXT001 with the other cash runs. Tonight's
      *          originations are not cash until they settle.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-POLICY-COUNT TO BC-RECORDS-READ
           COMPUTE BC-RECORDS-WRITTEN = WS-SETTLED-COUNT
                                      + WS-ENTRY-COUNT
           MOVE WS-SETTLED-TOTAL TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           CLOSE ACH-DEBIT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "PRMDFT001: POLICIES SWEPT    = " WS-POLICY-COUNT
           DISPLAY "PRMDFT001: DRAFTS SETTLED    = " WS-SETTLED-COUNT
           DISPLAY "PRMDFT001: AMOUNT SETTLED    = " WS-SETTLED-TOTAL
           DISPLAY "PRMDFT001: DRAFTS ORIGINATED = " WS-ENTRY-COUNT
           DISPLAY "PRMDFT001: AMOUNT ORIGINATED = " WS-DEBIT-TOTAL
           DISPLAY "PRMDFT001: SETTLEMENT DATE   = " WS-SETTLE-DATE
           DISPLAY "PRMDFT001: REJECTED          = " WS-REJECTED-COUNT.

       END PROGRAM PRMDFT001.
