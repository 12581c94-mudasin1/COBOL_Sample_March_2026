      *   the subsystems already write: commission events and         *
      *   chargebacks off COMMSTMT, claim and maturity disbursements  *
      *   off the payment register, reinsurance claim recoverables    *
      *   off REIRECOV, free-look cancellations off FLOOKREG, and     *
      *   premium cash, premium tax, and FX                           *
      *   revaluation off their runs' completed RUNCTL control        *
      *   records. The run then proves its journal totals against    *
      *   the BC-AMOUNT-TOTAL figures the source runs put on the      *
      *   control file, so month-end close ties out on a report       *
      *   instead of three days of spreadsheets. Transactions dated   *
      *   in a closed accounting month come off the prior-period      *
      *   adjustment register PERCTL001 keeps (PERADJ.CPY) instead:   *
      *   journaled on their booking date, flagged, and reported in   *
      *   a section of their own. The month-end pending claim         *
      *   liability accrual CLMLIAB001 writes (CLMACCR.CPY) journals  *
      *   on its month-end date and reverses on the day after.        *
      *                                                               *
      *   Interface chart of accounts (company terms, plain           *
      *   constants in the style of SVC-BILL-001.cob SV-1000):        *
      *     1000 CASH                 1300 REINS RECOVERABLE          *
      *     1400 FX REVALUATION       2100 COMMISSION PAYABLE         *
      *     2200 PREMIUM TAX PAYABLE  2300 CLAIM RESERVE              *
      *     4000 PREMIUM INCOME                                       *
      *     5100 CLAIM BENEFITS       5200 MATURITY/SURRENDER BEN     *
      *     5300 COMMISSION EXPENSE   5400 PREMIUM TAX EXPENSE        *
      *     5500 CEDED REINS PREMIUM                                  *
      *     7100 FX GAIN              7200 FX LOSS                    *
      *===============================================================*

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

      * GL-1109: The free-look cancellation register SVCBILL001
      *          writes - the cession returns and the free-look tie.
           SELECT FREE-LOOK-REGISTER-FILE ASSIGN TO "FLOOKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-FILE-STATUS.

      * GL-1112: The month's pending claim liability accrual and its
      *          reversal, written by CLMLIAB001.
           SELECT CLAIM-ACCRUAL-FILE ASSIGN TO "CLMACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-FILE-STATUS.

      * GL-1104: The shared batch control file - the source of the
      *          premium cash, premium tax, and FX revaluation
      *          journals, and of every tie-out figure.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      * GL-1110: The prior-period adjustment register PERCTL001
      *          appends to for the posting runs.
           SELECT PRIOR-PERIOD-ADJ-FILE ASSIGN TO "PRPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK-FILE-STATUS.

      * GL-1106: The journal interface file the ledger loads.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  REINS-RECOVERABLE-FILE.
       01  RR-LOG-LINE                  PIC X(100).

       FD  FREE-LOOK-REGISTER-FILE.
       01  FL-REGISTER-LINE             PIC X(160).

       FD  CLAIM-ACCRUAL-FILE.
       01  LA-ACCRUAL-LINE              PIC X(80).

       FD  BATCH-CONTROL-FILE.
       01  BC-CONTROL-LINE              PIC X(80).

       FD  PERIOD-CONTROL-FILE.
       01  PC-CONTROL-LINE              PIC X(80).

       FD  PRIOR-PERIOD-ADJ-FILE.
       01  PK-REGISTER-LINE             PIC X(150).

       FD  JOURNAL-FILE.
       01  JR-JOURNAL-LINE              PIC X(132).

       77  WS-PC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-JR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PK-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LA-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY COMMSTMT.
       COPY PAYDISB.
       COPY REIRECOV.
       COPY FREELOOK.
       COPY RUNCTL.
       COPY PERADJ.
       COPY CLMACCR.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-JOURNAL-DATE              PIC 9(08) VALUE 0.
       77  WS-CS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PR-EOF                VALUE 'Y'.
       77  WS-RR-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-RR-EOF                VALUE 'Y'.
       77  WS-FL-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-FL-EOF                VALUE 'Y'.
       77  WS-LA-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-LA-EOF                VALUE 'Y'.
       77  WS-BC-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-BC-EOF                VALUE 'Y'.
       77  WS-JOURNAL-COUNT             PIC 9(07) VALUE 0.
       77  WS-SURR-JRNL-TOTAL           PIC 9(13)V99 VALUE 0.
       77  WS-RECOV-JRNL-TOTAL          PIC 9(13)V99 VALUE 0.
       77  WS-CASH-JRNL-TOTAL           PIC S9(13)V99 VALUE 0.
      * GL-107: Free-look entries are journaled and tied on their own
      *         lines: the refunds off the disbursement register and
      *         the commission reversals off COMMSTMT, each against
      *         the totals the free-look register carries for the
      *         same cancellations, plus the cession returns it alone
      *         records.
       77  WS-FLOOK-REFUND-JRNL-TOTAL   PIC 9(13)V99 VALUE 0.
       77  WS-FLOOK-COMM-JRNL-TOTAL     PIC 9(13)V99 VALUE 0.
       77  WS-FLOOK-CEDED-JRNL-TOTAL    PIC 9(13)V99 VALUE 0.
       77  WS-CTL-FLOOK-REFUND-TOTAL    PIC S9(13)V99 VALUE 0.
       77  WS-CTL-FLOOK-COMM-TOTAL      PIC S9(13)V99 VALUE 0.
      * GL-110: The claim liability accrual and its reversal show on
      *         lines of their own - CLMLIAB001's control figure is
      *         dated its run, not the month end it values.
       77  WS-ACCR-JRNL-TOTAL           PIC 9(13)V99 VALUE 0.
       77  WS-ACCR-REV-JRNL-TOTAL       PIC 9(13)V99 VALUE 0.

      * GL-106: The source runs' own completed control totals for the
      *         journal date, collected off RUNCTL on the same pass
       77  WS-CTL-CASHAPP-TOTAL         PIC S9(13)V99 VALUE 0.
       77  WS-TIE-DIFF                  PIC S9(13)V99 VALUE 0.

      * GL-108: Prior-period adjustments that touch the journal date,
      *         read whole up front off PRPADJ - the grow-as-you-go
      *         table pattern PREM-TAX-001.cob PX-103 uses. An entry
      *         matters here if it was posted on the journal date (its
      *         source run's item must not journal twice, and its
      *         amount still counts toward that source's tie), if it
      *         books on the journal date (it journals tonight as a
      *         flagged adjustment), or if its effective date is the
      *         journal date (a closed month's item the register and
      *         recoverable passes must leave alone).
       77  WS-PPA-COUNT                 PIC 9(04) VALUE 0.
       77  WS-PPA-MAX                   PIC 9(04) VALUE 2000.
       77  WS-PPA-IDX                   PIC 9(04) VALUE 0.
       77  WS-PPA-FOUND                 PIC X VALUE 'N'.
           88  WS-PPA-WAS-FOUND         VALUE 'Y'.
       77  WS-PK-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PK-EOF                VALUE 'Y'.
       01  WS-PPA-TABLE.
           05  WS-PPA-ENTRY OCCURS 2000 TIMES.
               10  WS-PPA-SOURCE            PIC X(10).
                   88  WS-PPA-CASH-SOURCE   VALUE "CASHAPP"
                                                  "CSHSUS"
                                                  "GRPCSH".
                   88  WS-PPA-REGISTER-SOURCE
                                            VALUE "CLMPAY"
                                                  "MATPROC"
                                                  "SVCSURR"
                                                  "SVCFLOOK".
                   88  WS-PPA-RECOV-SOURCE  VALUE "REIRECOV".
               10  WS-PPA-REFERENCE         PIC X(16).
               10  WS-PPA-POLICY-ID         PIC X(12).
               10  WS-PPA-TXN-TYPE          PIC X(10).
               10  WS-PPA-EFFECTIVE-DATE    PIC 9(08).
               10  WS-PPA-EFFECTIVE-PERIOD  PIC 9(06).
               10  WS-PPA-POSTING-DATE      PIC 9(08).
               10  WS-PPA-BOOK-DATE         PIC 9(08).
               10  WS-PPA-AMOUNT            PIC S9(11)V99.
               10  WS-PPA-DEBIT-ACCOUNT     PIC X(04).
               10  WS-PPA-CREDIT-ACCOUNT    PIC X(04).
               10  WS-PPA-JURISDICTION      PIC X(02).
      * GL-109: The cash runs' control totals include their own back-
      *         dated receipts; those come out of the run's journal
      *         line and book as flagged adjustments instead.
       77  WS-PPA-CASHAPP-CARVE         PIC S9(13)V99 VALUE 0.
       77  WS-PPA-CSHSUS-CARVE          PIC S9(13)V99 VALUE 0.
       77  WS-PPA-GRPCSH-CARVE          PIC S9(13)V99 VALUE 0.
       77  WS-CASH-NET-AMOUNT           PIC S9(13)V99 VALUE 0.
       77  WS-PPA-JRNL-COUNT            PIC 9(07) VALUE 0.
       77  WS-PPA-JRNL-TOTAL            PIC S9(13)V99 VALUE 0.

       01  WS-PPA-REPORT-FIELDS.
           05  PR-BOOK-DATE             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PR-SOURCE                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-REFERENCE             PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-TXN-TYPE              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-EFFECTIVE-DATE        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-EFFECTIVE-PERIOD      PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-ACCOUNTS              PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PR-AMOUNT                PIC ---,---,--9.99.

      * GL-1108: One balanced journal record: the debit and credit
      *          accounts, the jurisdiction where the source carries
      *          one, and the amount on both legs.
           05  JD-AMOUNT                PIC 9(13)V99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-SOURCE                PIC X(10).
      * GL-1111: A prior-period adjustment carries "P" and the closed
      *          month its transaction was effective in; every other
      *          line leaves both blank.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-ADJ-FLAG              PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-EFFECTIVE-PERIOD      PIC X(06) VALUE SPACES.

       01  WS-TIE-FIELDS.
           05  TF-SOURCE                PIC X(26).
              UNTIL WS-PR-EOF
           PERFORM 4000-JOURNAL-RECOVERABLES
              UNTIL WS-RR-EOF
           PERFORM 4500-JOURNAL-FREE-LOOK
              UNTIL WS-FL-EOF
           PERFORM 4700-JOURNAL-CLAIM-ACCRUAL
              UNTIL WS-LA-EOF
           PERFORM 5000-JOURNAL-CONTROL-TOTALS
              UNTIL WS-BC-EOF
           PERFORM 5500-JOURNAL-PRIOR-PERIOD
              VARYING WS-PPA-IDX FROM 1 BY 1
              UNTIL WS-PPA-IDX > WS-PPA-COUNT
           PERFORM 6000-WRITE-TIE-OUT
           PERFORM 6500-WRITE-PRIOR-PERIOD
           PERFORM 9000-FINALIZE
           GOBACK.

           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT BALANCE-REPORT-FILE
           PERFORM 3100-WRITE-HEADINGS
           PERFORM 1100-LOAD-PRIOR-PERIOD
           OPEN INPUT COMMISSION-STMT-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-CS-EOF-SWITCH
           IF WS-RR-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-RR-EOF-SWITCH
           END-IF
           OPEN INPUT FREE-LOOK-REGISTER-FILE
           IF WS-FL-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-FL-EOF-SWITCH
           END-IF
           OPEN INPUT CLAIM-ACCRUAL-FILE
           IF WS-LA-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-LA-EOF-SWITCH
           END-IF
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-BC-EOF-SWITCH
              CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *===============================================================*
      * GL-1100: LOAD THE PRIOR-PERIOD ADJUSTMENTS THAT TOUCH THE     *
      *          JOURNAL DATE (SEE GL-108). ONE POSTED TONIGHT COUNTS *
      *          TOWARD ITS SOURCE'S JOURNAL TOTAL HERE, SINCE ITS    *
      *          SOURCE RUN'S CONTROL FIGURE STILL CARRIES IT.        *
      *===============================================================*
       1100-LOAD-PRIOR-PERIOD.
           OPEN INPUT PRIOR-PERIOD-ADJ-FILE
           IF WS-PK-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1150-LOAD-ONE-ADJUSTMENT
              UNTIL WS-PK-EOF
           CLOSE PRIOR-PERIOD-ADJ-FILE.

       1150-LOAD-ONE-ADJUSTMENT.
           READ PRIOR-PERIOD-ADJ-FILE
              AT END
                 MOVE 'Y' TO WS-PK-EOF-SWITCH
           END-READ
           IF WS-PK-EOF
              EXIT PARAGRAPH
           END-IF
           MOVE PK-REGISTER-LINE TO PK-PERIOD-REQUEST
           IF PK-AMOUNT NOT NUMERIC OR PK-BOOK-DATE NOT NUMERIC OR
              PK-POSTING-DATE NOT NUMERIC OR
              PK-EFFECTIVE-DATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF PK-POSTING-DATE NOT = WS-JOURNAL-DATE AND
              PK-BOOK-DATE NOT = WS-JOURNAL-DATE AND
              PK-EFFECTIVE-DATE NOT = WS-JOURNAL-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-PPA-COUNT NOT < WS-PPA-MAX
              DISPLAY "GLEXT001: WARNING - PRIOR-PERIOD TABLE FULL, "
                      "ADJUSTMENT " PK-REFERENCE " NOT LOADED"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PPA-COUNT
           MOVE PK-GL-SOURCE TO WS-PPA-SOURCE(WS-PPA-COUNT)
           MOVE PK-REFERENCE TO WS-PPA-REFERENCE(WS-PPA-COUNT)
           MOVE PK-POLICY-ID TO WS-PPA-POLICY-ID(WS-PPA-COUNT)
           MOVE PK-TXN-TYPE TO WS-PPA-TXN-TYPE(WS-PPA-COUNT)
           MOVE PK-EFFECTIVE-DATE
             TO WS-PPA-EFFECTIVE-DATE(WS-PPA-COUNT)
           MOVE PK-EFFECTIVE-PERIOD
             TO WS-PPA-EFFECTIVE-PERIOD(WS-PPA-COUNT)
           MOVE PK-POSTING-DATE TO WS-PPA-POSTING-DATE(WS-PPA-COUNT)
           MOVE PK-BOOK-DATE TO WS-PPA-BOOK-DATE(WS-PPA-COUNT)
           MOVE PK-AMOUNT TO WS-PPA-AMOUNT(WS-PPA-COUNT)
           MOVE PK-DEBIT-ACCOUNT
             TO WS-PPA-DEBIT-ACCOUNT(WS-PPA-COUNT)
           MOVE PK-CREDIT-ACCOUNT
             TO WS-PPA-CREDIT-ACCOUNT(WS-PPA-COUNT)
           MOVE PK-JURISDICTION TO WS-PPA-JURISDICTION(WS-PPA-COUNT)
           IF PK-POSTING-DATE NOT = WS-JOURNAL-DATE
              EXIT PARAGRAPH
           END-IF
           EVALUATE PK-GL-SOURCE
              WHEN "CASHAPP"
                 ADD PK-AMOUNT TO WS-PPA-CASHAPP-CARVE
                                  WS-CASH-JRNL-TOTAL
              WHEN "CSHSUS"
                 ADD PK-AMOUNT TO WS-PPA-CSHSUS-CARVE
                                  WS-CASH-JRNL-TOTAL
              WHEN "GRPCSH"
                 ADD PK-AMOUNT TO WS-PPA-GRPCSH-CARVE
                                  WS-CASH-JRNL-TOTAL
              WHEN "CLMPAY"
                 ADD PK-AMOUNT TO WS-CLAIM-JRNL-TOTAL
              WHEN "MATPROC"
                 ADD PK-AMOUNT TO WS-MATUR-JRNL-TOTAL
              WHEN "SVCSURR"
                 ADD PK-AMOUNT TO WS-SURR-JRNL-TOTAL
      * GL-111: A free-look refund dated into a closed month still
      *         sits in the free-look register's refund total, so it
      *         counts toward the free-look refund line (GL-107).
              WHEN "SVCFLOOK"
                 ADD PK-AMOUNT TO WS-FLOOK-REFUND-JRNL-TOTAL
              WHEN "REIRECOV"
                 ADD PK-AMOUNT TO WS-RECOV-JRNL-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *===============================================================*
      * GL-1160: IS THIS REGISTER OR RECOVERABLE ITEM ONE THAT BOOKS  *
      *          AS A PRIOR-PERIOD ADJUSTMENT INSTEAD? THE CALLER     *
      *          SETS PK-REFERENCE AND THE SOURCE GROUP TO MATCH.     *
      *===============================================================*
       1160-FIND-PRIOR-PERIOD.
           MOVE 'N' TO WS-PPA-FOUND
           PERFORM VARYING WS-PPA-IDX FROM 1 BY 1
                   UNTIL WS-PPA-IDX > WS-PPA-COUNT
                      OR WS-PPA-WAS-FOUND
              IF WS-PPA-REFERENCE(WS-PPA-IDX) = PK-REFERENCE AND
                 WS-PPA-SOURCE(WS-PPA-IDX) = PK-GL-SOURCE
                 MOVE 'Y' TO WS-PPA-FOUND
              END-IF
           END-PERFORM.

      *===============================================================*
      * GL-2000: COMMISSION EVENTS. A POSITIVE EVENT (FY/RN/OV/CR)    *
      *          BOOKS EXPENSE AGAINST PAYABLE; A NEGATIVE EVENT      *
      *          (CB CHARGEBACK, RV PAYMENT REVERSAL, FL/FO FREE-LOOK *
      *          REVERSAL) BOOKS THE SAME PAIR THE OTHER WAY ROUND AT *
      *          ITS ABSOLUTE VALUE.                                  *
      *===============================================================*
       2000-JOURNAL-COMMISSIONS.
           READ COMMISSION-STMT-FILE
              MOVE "5300" TO JD-CREDIT-ACCOUNT
           END-IF
           MOVE SPACES TO JD-JURISDICTION
           IF CS-COMM-FREE-LOOK OR CS-COMM-FREE-LOOK-OVRD
              MOVE "FREELOOK" TO JD-SOURCE
              ADD WS-WORK-AMOUNT TO WS-FLOOK-COMM-JRNL-TOTAL
           ELSE
              MOVE "COMMSTMT" TO JD-SOURCE
              ADD WS-WORK-AMOUNT TO WS-COMM-JRNL-TOTAL
           END-IF
           PERFORM 7000-WRITE-JOURNAL-RECORD.

      *===============================================================*
           IF PD-ORIGINAL-REF NOT = SPACES
              EXIT PARAGRAPH
           END-IF
      * GL-304: A payout effective in a closed month journals off the
      *         prior-period register on its booking date instead.
           MOVE PD-PAYMENT-REF TO PK-REFERENCE
           EVALUATE TRUE
              WHEN PD-CLAIM-ID NOT = SPACES
                 MOVE "CLMPAY" TO PK-GL-SOURCE
              WHEN PD-PROGRAM-ID = "MATPRC01"
                 MOVE "MATPROC" TO PK-GL-SOURCE
      * GL-305: SVCBILL001 checks its free-look refunds under their
      *         own source (SVC-BILL-001.cob SV-1142), not SVCSURR.
              WHEN PD-PROGRAM-ID = "SVCBILL1" AND
                   PD-PAYMENT-REF(13:3) = "-FL"
                 MOVE "SVCFLOOK" TO PK-GL-SOURCE
              WHEN OTHER
                 MOVE "SVCSURR" TO PK-GL-SOURCE
           END-EVALUATE
           PERFORM 1160-FIND-PRIOR-PERIOD
           IF WS-PPA-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE PD-PAYMENT-AMOUNT TO WS-WORK-AMOUNT
      * GL-302: A no-claim-ID register record is not always a
      *         maturity - SVCBILL001's surrenders register the same
                 MOVE "5200" TO JD-DEBIT-ACCOUNT
                 MOVE "MATPROC" TO JD-SOURCE
                 ADD WS-WORK-AMOUNT TO WS-MATUR-JRNL-TOTAL
      * GL-303: A free-look refund hands back premium that was booked
      *         as income, so it reverses premium income, not a
      *         benefit account. SVCBILL001 registers it under its
      *         "-FL" reference (SVC-BILL-001.cob SV-987).
              WHEN PD-PROGRAM-ID = "SVCBILL1" AND
                   PD-PAYMENT-REF(13:3) = "-FL"
                 MOVE "4000" TO JD-DEBIT-ACCOUNT
                 MOVE "FREELOOK" TO JD-SOURCE
                 ADD WS-WORK-AMOUNT TO WS-FLOOK-REFUND-JRNL-TOTAL
              WHEN OTHER
                 MOVE "5200" TO JD-DEBIT-ACCOUNT
                 MOVE "SVCSURR" TO JD-SOURCE
              RR-RECOVERABLE-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
      * GL-401: A claim settled into a closed month journals off the
      *         prior-period register on its booking date instead.
           MOVE RR-CLAIM-ID TO PK-REFERENCE
           MOVE "REIRECOV" TO PK-GL-SOURCE
           PERFORM 1160-FIND-PRIOR-PERIOD
           IF WS-PPA-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE RR-RECOVERABLE-AMOUNT TO WS-WORK-AMOUNT
           MOVE "1300" TO JD-DEBIT-ACCOUNT
           MOVE "5100" TO JD-CREDIT-ACCOUNT
           ADD WS-WORK-AMOUNT TO WS-RECOV-JRNL-TOTAL
           PERFORM 7000-WRITE-JOURNAL-RECORD.

      *===============================================================*
      * GL-4500: FREE-LOOK CANCELLATIONS ON THE JOURNAL DATE. THE     *
      *          REINSURER'S SHARE OF THE REFUNDED PREMIUM COMES BACK *
      *          AS A RECEIVABLE AGAINST CEDED PREMIUM, AND THE       *
      *          RECORD'S REFUND AND COMMISSION FIGURES ARE THE       *
      *          CONTROL THE FREE-LOOK JOURNALS TIE TO.               *
      *===============================================================*
       4500-JOURNAL-FREE-LOOK.
           READ FREE-LOOK-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-FL-EOF-SWITCH
           END-READ
           IF WS-FL-EOF
              EXIT PARAGRAPH
           END-IF

           MOVE FL-REGISTER-LINE TO FL-FREE-LOOK-RECORD
           IF FL-CANCEL-DATE NOT NUMERIC OR
              FL-CANCEL-DATE NOT = WS-JOURNAL-DATE
              EXIT PARAGRAPH
           END-IF
           IF FL-PREMIUM-REFUND NUMERIC
              ADD FL-PREMIUM-REFUND TO WS-CTL-FLOOK-REFUND-TOTAL
           END-IF
           IF FL-COMM-REVERSED NUMERIC
              ADD FL-COMM-REVERSED TO WS-CTL-FLOOK-COMM-TOTAL
           END-IF
           IF FL-CEDED-PREMIUM NOT NUMERIC OR FL-CEDED-PREMIUM = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FL-CEDED-PREMIUM TO WS-WORK-AMOUNT
           MOVE "1300" TO JD-DEBIT-ACCOUNT
           MOVE "5500" TO JD-CREDIT-ACCOUNT
           MOVE FL-JURISDICTION-STATE TO JD-JURISDICTION
           MOVE "FREELOOK" TO JD-SOURCE
           ADD WS-WORK-AMOUNT TO WS-FLOOK-CEDED-JRNL-TOTAL
           PERFORM 7000-WRITE-JOURNAL-RECORD.

      *===============================================================*
      * GL-4700: THE PENDING CLAIM LIABILITY ACCRUAL DATED THE        *
      *          JOURNAL DATE - CLAIM EXPENSE AGAINST CLAIM RESERVE   *
      *          AT MONTH END, THE SAME PAIR THE OTHER WAY ROUND ON   *
      *          THE REVERSAL DAY - ON THE ACCOUNTS CLMLIAB001 NAMED. *
      *===============================================================*
       4700-JOURNAL-CLAIM-ACCRUAL.
           READ CLAIM-ACCRUAL-FILE
              AT END
                 MOVE 'Y' TO WS-LA-EOF-SWITCH
           END-READ
           IF WS-LA-EOF
              EXIT PARAGRAPH
           END-IF

           MOVE LA-ACCRUAL-LINE TO LA-ACCRUAL-RECORD
           IF LA-JOURNAL-DATE NOT NUMERIC OR
              LA-JOURNAL-DATE NOT = WS-JOURNAL-DATE OR
              LA-AMOUNT NOT NUMERIC OR
              LA-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE LA-AMOUNT TO WS-WORK-AMOUNT
           MOVE LA-DEBIT-ACCOUNT TO JD-DEBIT-ACCOUNT
           MOVE LA-CREDIT-ACCOUNT TO JD-CREDIT-ACCOUNT
           MOVE LA-JURISDICTION TO JD-JURISDICTION
           MOVE "CLMACCR" TO JD-SOURCE
           IF LA-ENTRY-REVERSAL
              ADD WS-WORK-AMOUNT TO WS-ACCR-REV-JRNL-TOTAL
           ELSE
              ADD WS-WORK-AMOUNT TO WS-ACCR-JRNL-TOTAL
           END-IF
           PERFORM 7000-WRITE-JOURNAL-RECORD.

      *===============================================================*
      * GL-5000: CONTROL-RECORD SOURCES. PREMIUM CASH, PREMIUM TAX,   *
      *          AND FX REVALUATION KEEP NO PER-ITEM MONEY FILE, BUT  *
              WHEN "GRPCSH001"
                 MOVE "GRPCSH" TO JD-SOURCE
                 PERFORM 5100-JOURNAL-PREMIUM-CASH
      * GL-504: Settled bank drafts are premium cash collected by
      *         PRMDFT001 rather than received on the lockbox feed;
      *         returned drafts net out through CASHAPP001 like any
      *         other returned item.
              WHEN "PRMDFT001"
                 MOVE "PRMDFT" TO JD-SOURCE
                 PERFORM 5100-JOURNAL-PREMIUM-CASH
              WHEN "PREMTAX001"
                 IF BC-AMOUNT-TOTAL > 0
                    MOVE BC-AMOUNT-TOTAL TO WS-WORK-AMOUNT
      *         cash against premium income and a night where
      *         returns outran receipts books the same pair the
      *         other way round.
      * GL-505: The run's own back-dated receipts come out of its
      *         line once (GL-109) - they journal as flagged
      *         adjustments - while the control figure stays whole.
           ADD BC-AMOUNT-TOTAL TO WS-CTL-CASHAPP-TOTAL
           MOVE BC-AMOUNT-TOTAL TO WS-CASH-NET-AMOUNT
           EVALUATE JD-SOURCE
              WHEN "CASHAPP"
                 SUBTRACT WS-PPA-CASHAPP-CARVE FROM WS-CASH-NET-AMOUNT
                 MOVE ZERO TO WS-PPA-CASHAPP-CARVE
              WHEN "CSHSUS"
                 SUBTRACT WS-PPA-CSHSUS-CARVE FROM WS-CASH-NET-AMOUNT
                 MOVE ZERO TO WS-PPA-CSHSUS-CARVE
              WHEN "GRPCSH"
                 SUBTRACT WS-PPA-GRPCSH-CARVE FROM WS-CASH-NET-AMOUNT
                 MOVE ZERO TO WS-PPA-GRPCSH-CARVE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-CASH-NET-AMOUNT > 0
              MOVE WS-CASH-NET-AMOUNT TO WS-WORK-AMOUNT
              MOVE "1000" TO JD-DEBIT-ACCOUNT
              MOVE "4000" TO JD-CREDIT-ACCOUNT
              MOVE SPACES TO JD-JURISDICTION
              ADD WS-CASH-NET-AMOUNT TO WS-CASH-JRNL-TOTAL
              PERFORM 7000-WRITE-JOURNAL-RECORD
           END-IF
           IF WS-CASH-NET-AMOUNT < 0
              COMPUTE WS-WORK-AMOUNT = 0 - WS-CASH-NET-AMOUNT
              MOVE "4000" TO JD-DEBIT-ACCOUNT
              MOVE "1000" TO JD-CREDIT-ACCOUNT
              MOVE SPACES TO JD-JURISDICTION
              ADD WS-CASH-NET-AMOUNT TO WS-CASH-JRNL-TOTAL
              PERFORM 7000-WRITE-JOURNAL-RECORD
           END-IF.

      *===============================================================*
      * GL-5500: PRIOR-PERIOD ADJUSTMENTS BOOKING ON THE JOURNAL DATE.*
      *          EACH JOURNALS ON ITS REGISTERED ACCOUNT PAIR, THE    *
      *          OTHER WAY ROUND AT ITS ABSOLUTE VALUE WHEN NEGATIVE  *
      *          (SEE GL-503), FLAGGED WITH ITS EFFECTIVE MONTH.      *
      *===============================================================*
       5500-JOURNAL-PRIOR-PERIOD.
           IF WS-PPA-BOOK-DATE(WS-PPA-IDX) NOT = WS-JOURNAL-DATE OR
              WS-PPA-AMOUNT(WS-PPA-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PPA-AMOUNT(WS-PPA-IDX) > 0
              MOVE WS-PPA-AMOUNT(WS-PPA-IDX) TO WS-WORK-AMOUNT
              MOVE WS-PPA-DEBIT-ACCOUNT(WS-PPA-IDX) TO JD-DEBIT-ACCOUNT
              MOVE WS-PPA-CREDIT-ACCOUNT(WS-PPA-IDX)
                TO JD-CREDIT-ACCOUNT
           ELSE
              COMPUTE WS-WORK-AMOUNT = 0 - WS-PPA-AMOUNT(WS-PPA-IDX)
              MOVE WS-PPA-CREDIT-ACCOUNT(WS-PPA-IDX)
                TO JD-DEBIT-ACCOUNT
              MOVE WS-PPA-DEBIT-ACCOUNT(WS-PPA-IDX) TO JD-CREDIT-ACCOUNT
           END-IF
           MOVE WS-PPA-JURISDICTION(WS-PPA-IDX) TO JD-JURISDICTION
           MOVE WS-PPA-SOURCE(WS-PPA-IDX) TO JD-SOURCE
           MOVE "P" TO JD-ADJ-FLAG
           MOVE WS-PPA-EFFECTIVE-PERIOD(WS-PPA-IDX)
             TO JD-EFFECTIVE-PERIOD
           ADD 1 TO WS-PPA-JRNL-COUNT
           ADD WS-PPA-AMOUNT(WS-PPA-IDX) TO WS-PPA-JRNL-TOTAL
           PERFORM 7000-WRITE-JOURNAL-RECORD
           MOVE SPACE TO JD-ADJ-FLAG
           MOVE SPACES TO JD-EFFECTIVE-PERIOD.

       7000-WRITE-JOURNAL-RECORD.
           MOVE WS-JOURNAL-DATE TO JD-JOURNAL-DATE
           MOVE WS-WORK-AMOUNT TO JD-AMOUNT
           MOVE WS-TIE-FIELDS TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE

           MOVE "FREE-LOOK REFUNDS (SVC)" TO TF-SOURCE
           MOVE WS-FLOOK-REFUND-JRNL-TOTAL TO TF-JOURNALED
           MOVE WS-CTL-FLOOK-REFUND-TOTAL TO TF-CONTROL
           COMPUTE WS-TIE-DIFF = WS-FLOOK-REFUND-JRNL-TOTAL
                               - WS-CTL-FLOOK-REFUND-TOTAL
           PERFORM 6100-WRITE-TIE-LINE

           MOVE "FREE-LOOK COMM REVERSALS" TO TF-SOURCE
           MOVE WS-FLOOK-COMM-JRNL-TOTAL TO TF-JOURNALED
           MOVE WS-CTL-FLOOK-COMM-TOTAL TO TF-CONTROL
           COMPUTE WS-TIE-DIFF = WS-FLOOK-COMM-JRNL-TOTAL
                               - WS-CTL-FLOOK-COMM-TOTAL
           PERFORM 6100-WRITE-TIE-LINE

           MOVE "FREE-LOOK CESSION RETURNS" TO TF-SOURCE
           MOVE WS-FLOOK-CEDED-JRNL-TOTAL TO TF-JOURNALED
           MOVE ZERO TO TF-CONTROL
           MOVE "NO CONTROL" TO TF-VERDICT
           MOVE WS-TIE-FIELDS TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE

           MOVE "CLAIM LIABILITY ACCRUAL" TO TF-SOURCE
           MOVE WS-ACCR-JRNL-TOTAL TO TF-JOURNALED
           MOVE ZERO TO TF-CONTROL
           MOVE "NO CONTROL" TO TF-VERDICT
           MOVE WS-TIE-FIELDS TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE

           MOVE "CLAIM ACCRUAL REVERSAL" TO TF-SOURCE
           MOVE WS-ACCR-REV-JRNL-TOTAL TO TF-JOURNALED
           MOVE ZERO TO TF-CONTROL
           MOVE "NO CONTROL" TO TF-VERDICT
           MOVE WS-TIE-FIELDS TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE

           MOVE SPACES TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE
           MOVE SPACES TO BR-REPORT-LINE
              WRITE BR-REPORT-LINE
           END-IF.

      *===============================================================*
      * GL-6500: THE PRIOR-PERIOD SECTION: ONE LINE PER ADJUSTMENT    *
      *          JOURNALED TONIGHT, WITH THE CLOSED MONTH IT WAS      *
      *          EFFECTIVE IN, AND THE NET TOTAL.                     *
      *===============================================================*
       6500-WRITE-PRIOR-PERIOD.
           MOVE SPACES TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE
           MOVE "PRIOR-PERIOD ADJUSTMENTS" TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE
           MOVE SPACES TO BR-REPORT-LINE
           STRING "BOOKED    SOURCE     REFERENCE        POLICY      "
                  "  TXN TYPE   EFFECTIVE PERIOD DR/CR     "
                  "         AMOUNT"
               DELIMITED BY SIZE INTO BR-REPORT-LINE
           WRITE BR-REPORT-LINE
           PERFORM 6550-WRITE-ADJUSTMENT-LINE
              VARYING WS-PPA-IDX FROM 1 BY 1
              UNTIL WS-PPA-IDX > WS-PPA-COUNT
           MOVE SPACES TO BR-REPORT-LINE
           STRING "ADJUSTMENTS JOURNALED " WS-PPA-JRNL-COUNT
                  "  NET AMOUNT " WS-PPA-JRNL-TOTAL
               DELIMITED BY SIZE INTO BR-REPORT-LINE
           WRITE BR-REPORT-LINE.

       6550-WRITE-ADJUSTMENT-LINE.
           IF WS-PPA-BOOK-DATE(WS-PPA-IDX) NOT = WS-JOURNAL-DATE OR
              WS-PPA-AMOUNT(WS-PPA-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PPA-BOOK-DATE(WS-PPA-IDX) TO PR-BOOK-DATE
           MOVE WS-PPA-SOURCE(WS-PPA-IDX) TO PR-SOURCE
           MOVE WS-PPA-REFERENCE(WS-PPA-IDX) TO PR-REFERENCE
           MOVE WS-PPA-POLICY-ID(WS-PPA-IDX) TO PR-POLICY-ID
           MOVE WS-PPA-TXN-TYPE(WS-PPA-IDX) TO PR-TXN-TYPE
           MOVE WS-PPA-EFFECTIVE-DATE(WS-PPA-IDX) TO PR-EFFECTIVE-DATE
           MOVE WS-PPA-EFFECTIVE-PERIOD(WS-PPA-IDX)
             TO PR-EFFECTIVE-PERIOD
           MOVE SPACES TO PR-ACCOUNTS
           STRING WS-PPA-DEBIT-ACCOUNT(WS-PPA-IDX) "/"
                  WS-PPA-CREDIT-ACCOUNT(WS-PPA-IDX)
               DELIMITED BY SIZE INTO PR-ACCOUNTS
           MOVE WS-PPA-AMOUNT(WS-PPA-IDX) TO PR-AMOUNT
           MOVE WS-PPA-REPORT-FIELDS TO BR-REPORT-LINE
           WRITE BR-REPORT-LINE.

       6100-WRITE-TIE-LINE.
           IF WS-TIE-DIFF = 0
              MOVE "AGREES" TO TF-VERDICT
           IF WS-RR-FILE-STATUS = "00" OR WS-RR-FILE-STATUS = "10"
              CLOSE REINS-RECOVERABLE-FILE
           END-IF
           IF WS-FL-FILE-STATUS = "00" OR WS-FL-FILE-STATUS = "10"
              CLOSE FREE-LOOK-REGISTER-FILE
           END-IF
           IF WS-LA-FILE-STATUS = "00" OR WS-LA-FILE-STATUS = "10"
              CLOSE CLAIM-ACCRUAL-FILE
           END-IF
           IF WS-BC-FILE-STATUS = "00" OR WS-BC-FILE-STATUS = "10"
              CLOSE BATCH-CONTROL-FILE
           END-IF
           DISPLAY "GLEXT001: TOTAL DEBITS     = "
              WS-DEBIT-GRAND-TOTAL
           DISPLAY "GLEXT001: TOTAL CREDITS    = "
              WS-CREDIT-GRAND-TOTAL
           DISPLAY "GLEXT001: PRIOR-PERIOD ADJ = " WS-PPA-JRNL-COUNT
           DISPLAY "GLEXT001: PRIOR-PERIOD AMT = " WS-PPA-JRNL-TOTAL.

       END PROGRAM GLEXT001.
