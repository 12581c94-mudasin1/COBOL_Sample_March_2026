       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNCSCR001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: TREASURY - SANCTIONS (OFAC) SCREENING OF PAYEES       *
      * PURPOSE:                                                       *
      *   Stand between the programs that put payees on the           *
      *   disbursement register (CLMPAY001, MATPROC001, SVCBILL001,   *
      *   STPPAY001) and DISTRN001, which sends them to the bank.     *
      *   The government sanctions list is loaded whole, and every    *
      *   issued, untransmitted register entry has its payee name     *
      *   matched against it - exactly, and fuzzily (word order,      *
      *   punctuation, and a single mistyped letter per word do not   *
      *   hide a match). A potential hit goes to held status "H",     *
      *   which DISTRN001 never transmits, and onto compliance's      *
      *   review report; compliance works the hits through a         *
      *   release/confirm decision file read on the next run. Every   *
      *   screening result and every decision is appended to the     *
      *   screening log, so each payment can be shown to have been    *
      *   screened before it left.                                    *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SC-1101: The shared disbursement register, updated in place
      *          with each item's screening outcome, the way DISTRN001
      *          stamps transmission.
           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREGST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

      * SC-1102: The government sanctions list as published, one name
      *          per line in the layout of WS-LIST-DETAIL below - each
      *          alias ("AKA") on its own line under the same entry
      *          number.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO "SDNLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

      * SC-1103: Compliance's decisions on held items, one per line,
      *          in the layout of WS-DECISION-DETAIL below.
           SELECT DECISION-FILE ASSIGN TO "SNCDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-FILE-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "SNCRVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

      * SC-1104: Append-only screening log - one line per item
      *          screened and per decision applied. See NB-UW-001.cob
      *          NB-1103 for the pattern.
           SELECT SCREENING-LOG-FILE ASSIGN TO "SNCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).

       FD  SANCTIONS-LIST-FILE.
       01  SL-LIST-LINE                 PIC X(200).

       FD  DECISION-FILE.
       01  DF-DECISION-LINE             PIC X(80).

       FD  REVIEW-REPORT-FILE.
       01  RR-REPORT-LINE               PIC X(132).

       FD  SCREENING-LOG-FILE.
       01  SG-LOG-LINE                  PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DF-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SG-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PAYDISB.
      * SC-105: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-MORE-PAYOUTS              PIC X VALUE 'Y'.
           88  WS-NO-MORE-PAYOUTS       VALUE 'N'.
       77  WS-SL-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-SL-EOF                VALUE 'Y'.
       77  WS-DF-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-DF-EOF                VALUE 'Y'.
       77  WS-REGISTER-COUNT            PIC 9(07) VALUE 0.
       77  WS-SCREENED-COUNT            PIC 9(07) VALUE 0.
       77  WS-CLEAR-COUNT               PIC 9(07) VALUE 0.
       77  WS-HIT-COUNT                 PIC 9(07) VALUE 0.
       77  WS-HIT-TOTAL                 PIC 9(13)V99 VALUE 0.
       77  WS-PENDING-COUNT             PIC 9(07) VALUE 0.
       77  WS-RELEASED-COUNT            PIC 9(07) VALUE 0.
       77  WS-CONFIRMED-COUNT           PIC 9(07) VALUE 0.
       77  WS-UNSCREENED-COUNT          PIC 9(07) VALUE 0.
       77  WS-REWRITE-COUNT             PIC 9(07) VALUE 0.
       77  WS-LOG-RESULT                PIC X(10) VALUE SPACES.
       77  WS-LOG-REVIEWER              PIC X(12) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-NOTE               PIC X(40) VALUE SPACES.
       77  WS-BEFORE-SCREEN             PIC X(01) VALUE SPACES.
       77  WS-BEFORE-STATUS             PIC X(01) VALUE SPACES.

      * SC-101: Matching terms. A list name scores 100 when it equals
      *         the payee name once both are normalized; otherwise
      *         each of its words scores 100 for the same word in the
      *         payee name (in any position) or the near-word score
      *         for a word one letter off, and the name's score is the
      *         average over its words. At or over the hit score the
      *         payment is held. A one-word list name (a vessel, a
      *         single-word entity) holds only on an exact match, or
      *         every payee sharing a common word with it would stop.
      *         Compliance terms, plain constants in the style of
      *         SVC-BILL-001.cob SV-1000.
       77  WS-HIT-SCORE                 PIC 9(03) VALUE 085.
       77  WS-NEAR-WORD-SCORE           PIC 9(03) VALUE 080.
       77  WS-NEAR-WORD-MIN-LEN         PIC 9(02) VALUE 04.

      * SC-102: Sanctions list, loaded whole and normalized once.
      * SC-108: Sized for the full published list with every alias
      *         on its own line, with room to grow. A list that still
      *         overflows the table is not loaded at all - a payee
      *         screened clear against part of the list has not been
      *         screened - so nothing goes clear and the run fails.
       77  WS-LIST-COUNT                PIC 9(05) VALUE 0.
       77  WS-LIST-MAX                  PIC 9(05) VALUE 40000.
       77  WS-LIST-IDX                  PIC 9(05) VALUE 0.
       77  WS-LIST-DATE                 PIC X(08) VALUE SPACES.
       77  WS-LIST-LOADED               PIC X VALUE 'N'.
           88  WS-LIST-IS-LOADED        VALUE 'Y'.
       77  WS-LIST-OVERFLOW-SW          PIC X VALUE 'N'.
           88  WS-LIST-OVERFLOWED       VALUE 'Y'.
       77  WS-LIST-DROPPED-COUNT        PIC 9(07) VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 40000 TIMES.
               10  WS-LE-ENTRY-NO           PIC X(10).
               10  WS-LE-TYPE               PIC X(12).
               10  WS-LE-NAME               PIC X(100).
               10  WS-LE-NORM-NAME          PIC X(100).
               10  WS-LE-WORD-COUNT         PIC 9(02).
               10  WS-LE-WORD OCCURS 6 TIMES.
                   15  WS-LE-WORD-TEXT      PIC X(20).
                   15  WS-LE-WORD-LEN       PIC 9(02).

      * SC-103: Compliance decisions, loaded whole and applied as the
      *         register pass reaches each held item.
       77  WS-DEC-COUNT                 PIC 9(03) VALUE 0.
       77  WS-DEC-MAX                   PIC 9(03) VALUE 500.
       77  WS-DEC-IDX                   PIC 9(03) VALUE 0.
       77  WS-DEC-FOUND                 PIC X VALUE 'N'.
           88  WS-DEC-WAS-FOUND         VALUE 'Y'.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 500 TIMES.
               10  WS-DEC-PAYMENT-REF       PIC X(16).
               10  WS-DEC-DECISION          PIC X(01).
               10  WS-DEC-REVIEWER          PIC X(12).
               10  WS-DEC-REASON            PIC X(40).
               10  WS-DEC-APPLIED-IND       PIC X(01).
                   88  WS-DEC-APPLIED       VALUE 'Y'.

      * SC-104: Working storage for normalizing one name into words,
      *         as wide as the list line's name (LD-NAME).
       77  WS-NAME-IN                   PIC X(100) VALUE SPACES.
       77  WS-NAME-WORK                 PIC X(100) VALUE SPACES.
       77  WS-NAME-NORM                 PIC X(100) VALUE SPACES.
       77  WS-NORM-PTR                  PIC 9(03) VALUE 0.
       77  WS-CHAR-IDX                  PIC 9(03) VALUE 0.
       77  WS-CUR-WORD                  PIC X(20) VALUE SPACES.
       77  WS-CUR-LEN                   PIC 9(02) VALUE 0.
       77  WS-STOP-IDX                  PIC 9(02) VALUE 0.
       77  WS-STOP-FOUND                PIC X VALUE 'N'.
           88  WS-STOP-WAS-FOUND        VALUE 'Y'.
       01  WS-WORD-SET.
           05  WS-WS-WORD-COUNT         PIC 9(02).
           05  WS-WS-WORD OCCURS 6 TIMES.
               10  WS-WS-WORD-TEXT          PIC X(20).
               10  WS-WS-WORD-LEN           PIC 9(02).
       01  WS-PAYEE-WORDS.
           05  WS-PW-NORM-NAME          PIC X(100).
           05  WS-PW-WORD-COUNT         PIC 9(02).
           05  WS-PW-WORD OCCURS 6 TIMES.
               10  WS-PW-WORD-TEXT          PIC X(20).
               10  WS-PW-WORD-LEN           PIC 9(02).

      * SC-106: Words that carry no identity - entity suffixes and
      *         connectives - are dropped before matching.
       01  WS-STOP-WORDS.
           05  FILLER                   PIC X(04) VALUE "THE ".
           05  FILLER                   PIC X(04) VALUE "AND ".
           05  FILLER                   PIC X(04) VALUE "OF  ".
           05  FILLER                   PIC X(04) VALUE "INC ".
           05  FILLER                   PIC X(04) VALUE "LLC ".
           05  FILLER                   PIC X(04) VALUE "LTD ".
           05  FILLER                   PIC X(04) VALUE "CO  ".
           05  FILLER                   PIC X(04) VALUE "CORP".
           05  FILLER                   PIC X(04) VALUE "SA  ".
           05  FILLER                   PIC X(04) VALUE "MR  ".
           05  FILLER                   PIC X(04) VALUE "MRS ".
           05  FILLER                   PIC X(04) VALUE "DR  ".
       01  WS-STOP-WORD-TABLE REDEFINES WS-STOP-WORDS.
           05  WS-STOP-WORD OCCURS 12 TIMES PIC X(04).
       77  WS-STOP-MAX                  PIC 9(02) VALUE 12.

      * SC-107: Scoring work fields.
       77  WS-LW-IDX                    PIC 9(02) VALUE 0.
       77  WS-PW-IDX                    PIC 9(02) VALUE 0.
       77  WS-WORD-BEST                 PIC 9(03) VALUE 0.
       77  WS-WORD-SUM                  PIC 9(05) VALUE 0.
       77  WS-ENTRY-SCORE               PIC 9(03) VALUE 0.
       77  WS-BEST-SCORE                PIC 9(03) VALUE 0.
       77  WS-BEST-IDX                  PIC 9(05) VALUE 0.
       77  WS-BEST-TYPE                 PIC X(05) VALUE SPACES.
       77  WS-ENTRY-TYPE                PIC X(05) VALUE SPACES.
       77  WS-WORD-A                    PIC X(20) VALUE SPACES.
       77  WS-WORD-B                    PIC X(20) VALUE SPACES.
       77  WS-LEN-A                     PIC 9(02) VALUE 0.
       77  WS-LEN-B                     PIC 9(02) VALUE 0.
       77  WS-POS-A                     PIC 9(02) VALUE 0.
       77  WS-POS-B                     PIC 9(02) VALUE 0.
       77  WS-EDIT-COUNT                PIC 9(02) VALUE 0.
       77  WS-NEAR-SWITCH               PIC X VALUE 'N'.
           88  WS-WORDS-ARE-NEAR        VALUE 'Y'.

      * SC-1105: Sanctions list line layout. A line whose entry
      *          number reads LISTDATE carries the list's publication
      *          date in the name field, so the log can name the list
      *          each payment was screened against.
       01  WS-LIST-DETAIL.
           05  LD-ENTRY-NO              PIC X(10).
           05  LD-NAME                  PIC X(100).
           05  LD-TYPE                  PIC X(12).
           05  LD-PROGRAM               PIC X(50).
           05  FILLER                   PIC X(28).

      * SC-1106: Decision line layout: "R" releases a held payment
      *          back to issued for DISTRN001 to send; "C" confirms
      *          the match and leaves it held and blocked.
       01  WS-DECISION-DETAIL.
           05  DD-PAYMENT-REF           PIC X(16).
           05  FILLER                   PIC X(01).
           05  DD-DECISION              PIC X(01).
               88  DD-RELEASE           VALUE "R".
               88  DD-CONFIRM           VALUE "C".
           05  FILLER                   PIC X(01).
           05  DD-REVIEWER              PIC X(12).
           05  FILLER                   PIC X(01).
           05  DD-REASON                PIC X(40).
           05  FILLER                   PIC X(08).

      * SC-1107: Screening log line layout.
       01  WS-LOG-DETAIL.
           05  SG-LOG-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-LOG-TIME              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-PAYMENT-REF           PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-PAYEE-NAME            PIC X(50).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-AMOUNT                PIC 9(11)V99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-RESULT                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-SCORE                 PIC 9(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-ENTRY-NO              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-LIST-NAME             PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-LIST-DATE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SG-REVIEWER              PIC X(12).

       01  WS-REVIEW-DETAIL.
           05  RV-ACTION                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-PAYMENT-REF           PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-PAYEE-NAME            PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-SCORE                 PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-MATCH-TYPE            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-ENTRY-NO              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-NOTE                  PIC X(36).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-REGISTER
              UNTIL WS-NO-MORE-PAYOUTS
           PERFORM 2900-REPORT-UNMATCHED-DECISIONS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "SNCSCR001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           PERFORM 1100-LOAD-SANCTIONS-LIST
           PERFORM 1200-LOAD-DECISIONS
           OPEN OUTPUT REVIEW-REPORT-FILE
           PERFORM 1300-WRITE-HEADINGS
      * SC-201: The log is appended to, never rebuilt. See NB-UW-
      *         001.cob NB-1104 for the open/fallback pattern.
           OPEN EXTEND SCREENING-LOG-FILE
           IF WS-SG-FILE-STATUS NOT = "00"
              OPEN OUTPUT SCREENING-LOG-FILE
              CLOSE SCREENING-LOG-FILE
              OPEN EXTEND SCREENING-LOG-FILE
           END-IF
           OPEN I-O PAYMENT-REGISTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-PAYOUTS
           END-IF.

      *===============================================================*
      * SC-1100: LOAD THE SANCTIONS LIST. A MISSING OR EMPTY LIST     *
      *          SCREENS NOTHING CLEAR - ITEMS ARE LEFT UNSCREENED,   *
      *          AND DISTRN001 WILL NOT SEND AN UNSCREENED ITEM.      *
      *===============================================================*
       1100-LOAD-SANCTIONS-LIST.
           OPEN INPUT SANCTIONS-LIST-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
              DISPLAY "SNCSCR001: WARNING - SANCTIONS LIST NOT "
                      "AVAILABLE - NO PAYMENT SCREENED"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1110-READ-NEXT-LIST-LINE
           PERFORM 1120-TABLE-ONE-LIST-NAME
              UNTIL WS-SL-EOF
           CLOSE SANCTIONS-LIST-FILE
      * SC-205: An overflowed list is treated as no list (SC-108).
           EVALUATE TRUE
              WHEN WS-LIST-OVERFLOWED
                 DISPLAY "SNCSCR001: SANCTIONS TABLE FULL AT "
                         WS-LIST-MAX " - " WS-LIST-DROPPED-COUNT
                         " NAMES NOT LOADED - NO PAYMENT SCREENED"
              WHEN WS-LIST-COUNT > 0
                 MOVE 'Y' TO WS-LIST-LOADED
              WHEN OTHER
                 DISPLAY "SNCSCR001: WARNING - SANCTIONS LIST EMPTY - "
                         "NO PAYMENT SCREENED"
           END-EVALUATE.

       1110-READ-NEXT-LIST-LINE.
           READ SANCTIONS-LIST-FILE
              AT END
                 MOVE 'Y' TO WS-SL-EOF-SWITCH
           END-READ.

       1120-TABLE-ONE-LIST-NAME.
           MOVE SL-LIST-LINE TO WS-LIST-DETAIL
           EVALUATE TRUE
              WHEN LD-ENTRY-NO = "LISTDATE"
                 MOVE LD-NAME(1:8) TO WS-LIST-DATE
              WHEN LD-NAME = SPACES
                 CONTINUE
              WHEN WS-LIST-COUNT >= WS-LIST-MAX
                 MOVE 'Y' TO WS-LIST-OVERFLOW-SW
                 ADD 1 TO WS-LIST-DROPPED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LIST-COUNT
                 MOVE LD-ENTRY-NO TO WS-LE-ENTRY-NO(WS-LIST-COUNT)
                 MOVE LD-TYPE TO WS-LE-TYPE(WS-LIST-COUNT)
                 MOVE LD-NAME TO WS-LE-NAME(WS-LIST-COUNT)
                                 WS-NAME-IN
                 PERFORM 3000-NORMALIZE-NAME
                 MOVE WS-NAME-NORM TO WS-LE-NORM-NAME(WS-LIST-COUNT)
                 MOVE WS-WS-WORD-COUNT
                   TO WS-LE-WORD-COUNT(WS-LIST-COUNT)
                 PERFORM VARYING WS-LW-IDX FROM 1 BY 1
                         UNTIL WS-LW-IDX > 6
                    MOVE WS-WS-WORD(WS-LW-IDX)
                      TO WS-LE-WORD(WS-LIST-COUNT, WS-LW-IDX)
                 END-PERFORM
           END-EVALUATE
           PERFORM 1110-READ-NEXT-LIST-LINE.

       1200-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DF-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1210-READ-NEXT-DECISION
           PERFORM 1220-TABLE-ONE-DECISION
              UNTIL WS-DF-EOF
           CLOSE DECISION-FILE.

       1210-READ-NEXT-DECISION.
           READ DECISION-FILE
              AT END
                 MOVE 'Y' TO WS-DF-EOF-SWITCH
           END-READ.

       1220-TABLE-ONE-DECISION.
           MOVE DF-DECISION-LINE TO WS-DECISION-DETAIL
           IF (DD-RELEASE OR DD-CONFIRM) AND DD-PAYMENT-REF NOT = SPACES
              IF WS-DEC-COUNT < WS-DEC-MAX
                 ADD 1 TO WS-DEC-COUNT
                 MOVE DD-PAYMENT-REF
                   TO WS-DEC-PAYMENT-REF(WS-DEC-COUNT)
                 MOVE DD-DECISION TO WS-DEC-DECISION(WS-DEC-COUNT)
                 MOVE DD-REVIEWER TO WS-DEC-REVIEWER(WS-DEC-COUNT)
                 MOVE DD-REASON TO WS-DEC-REASON(WS-DEC-COUNT)
                 MOVE 'N' TO WS-DEC-APPLIED-IND(WS-DEC-COUNT)
              ELSE
                 DISPLAY "WARNING: DECISION TABLE FULL - DROPPED "
                         DD-PAYMENT-REF
              END-IF
           ELSE
              DISPLAY "SNCSCR001: DECISION LINE REJECTED - "
                      DF-DECISION-LINE(1:40)
           END-IF
           PERFORM 1210-READ-NEXT-DECISION.

       1300-WRITE-HEADINGS.
           MOVE SPACES TO RR-REPORT-LINE
           STRING "SANCTIONS SCREENING REVIEW - RUN DATE "
               WS-CURR-DATE "  LIST DATE " WS-LIST-DATE
               "  LIST NAMES " WS-LIST-COUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           IF NOT WS-LIST-IS-LOADED
              MOVE "*** SANCTIONS LIST NOT LOADED - NOTHING SCREENED, N
      -            "OTHING RELEASED TO THE BANK ***" TO RR-REPORT-LINE
              WRITE RR-REPORT-LINE
           END-IF
           IF WS-LIST-OVERFLOWED
              MOVE SPACES TO RR-REPORT-LINE
              STRING "*** SANCTIONS LIST LONGER THAN THE "
                  WS-LIST-MAX "-NAME TABLE - " WS-LIST-DROPPED-COUNT
                  " NAMES OVER - RUN FAILED ***"
                  DELIMITED BY SIZE INTO RR-REPORT-LINE
              WRITE RR-REPORT-LINE
           END-IF
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "ACTION     PAYMENT REF      PAYEE                   "
                  "                AMOUNT SCR MATCH ENTRY NO   NOTE"
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

      *===============================================================*
      * SC-2000: ONE PASS OF THE REGISTER: A HELD ITEM WITH A         *
      *          DECISION WAITING IS DECIDED; A HELD ITEM WITHOUT ONE *
      *          STAYS ON THE REVIEW REPORT; AN ISSUED ITEM NOT YET   *
      *          TRANSMITTED IS SCREENED.                             *
      *===============================================================*
       2000-SCREEN-REGISTER.
           READ PAYMENT-REGISTER-FILE
              AT END
                 MOVE 'N' TO WS-MORE-PAYOUTS
           END-READ
           IF WS-NO-MORE-PAYOUTS
              EXIT PARAGRAPH
           END-IF

           MOVE PR-REGISTER-LINE TO PD-DISBURSEMENT-RECORD
           ADD 1 TO WS-REGISTER-COUNT
           MOVE PD-SCREEN-STATUS TO WS-BEFORE-SCREEN
           MOVE PD-PAYOUT-STATUS TO WS-BEFORE-STATUS
           EVALUATE TRUE
              WHEN PD-STAT-HELD
                 PERFORM 2500-FIND-DECISION
                 IF WS-DEC-WAS-FOUND
                    PERFORM 2600-APPLY-DECISION
                 ELSE
                    PERFORM 2700-REPORT-PENDING
                 END-IF
      * SC-202: A release stands - compliance has already cleared this
      *         payee against this payment, and rescreening it would
      *         only hold it again on the same match.
              WHEN PD-STAT-ISSUED AND
                   (PD-TRANSMIT-DATE NOT NUMERIC OR
                    PD-TRANSMIT-DATE = ZERO) AND
                   NOT PD-SCREEN-RELEASED
                 PERFORM 2100-SCREEN-ONE-PAYEE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2100-SCREEN-ONE-PAYEE.
           IF NOT WS-LIST-IS-LOADED
              ADD 1 TO WS-UNSCREENED-COUNT
              MOVE "NOT SCRND" TO WS-LOG-RESULT
              MOVE ZERO TO WS-BEST-SCORE WS-BEST-IDX
              MOVE SPACES TO WS-LOG-REVIEWER
              PERFORM 8300-WRITE-SCREENING-LOG
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCREENED-COUNT
           MOVE PD-PAYEE-NAME TO WS-NAME-IN
           PERFORM 3000-NORMALIZE-NAME
           MOVE WS-NAME-NORM TO WS-PW-NORM-NAME
           MOVE WS-WS-WORD-COUNT TO WS-PW-WORD-COUNT
           PERFORM VARYING WS-PW-IDX FROM 1 BY 1
                   UNTIL WS-PW-IDX > 6
              MOVE WS-WS-WORD(WS-PW-IDX) TO WS-PW-WORD(WS-PW-IDX)
           END-PERFORM

           MOVE ZERO TO WS-BEST-SCORE WS-BEST-IDX
           MOVE SPACES TO WS-BEST-TYPE
           PERFORM 4000-SCORE-ONE-ENTRY
              VARYING WS-LIST-IDX FROM 1 BY 1
              UNTIL WS-LIST-IDX > WS-LIST-COUNT
                 OR WS-BEST-SCORE = 100

           MOVE SPACES TO WS-LOG-REVIEWER
           IF WS-BEST-SCORE >= WS-HIT-SCORE
              MOVE "H" TO PD-PAYOUT-STATUS PD-SCREEN-STATUS
              MOVE WS-CURR-DATE TO PD-STATUS-DATE
              ADD 1 TO WS-HIT-COUNT
              ADD PD-PAYMENT-AMOUNT TO WS-HIT-TOTAL
              MOVE "HIT" TO WS-LOG-RESULT
              MOVE "HELD" TO WS-REPORT-ACTION
              MOVE WS-LE-NAME(WS-BEST-IDX) TO WS-REPORT-NOTE
              PERFORM 8100-WRITE-REVIEW-LINE
           ELSE
              MOVE "C" TO PD-SCREEN-STATUS
              ADD 1 TO WS-CLEAR-COUNT
              MOVE "CLEAR" TO WS-LOG-RESULT
           END-IF
           PERFORM 8800-REWRITE-REGISTER-RECORD
           PERFORM 8300-WRITE-SCREENING-LOG.

       2500-FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
                      OR WS-DEC-WAS-FOUND
              IF WS-DEC-PAYMENT-REF(WS-DEC-IDX) = PD-PAYMENT-REF
                 AND NOT WS-DEC-APPLIED(WS-DEC-IDX)
                 MOVE 'Y' TO WS-DEC-FOUND
              END-IF
           END-PERFORM
           IF WS-DEC-WAS-FOUND
              SUBTRACT 1 FROM WS-DEC-IDX
           END-IF.

      *===============================================================*
      * SC-2600: APPLY COMPLIANCE'S DECISION. A RELEASE PUTS THE ITEM *
      *          BACK TO ISSUED, MARKED RELEASED SO DISTRN001 SENDS   *
      *          IT; A CONFIRMED MATCH STAYS HELD, BLOCKED, AND OFF   *
      *          THE PENDING LIST.                                    *
      *===============================================================*
       2600-APPLY-DECISION.
           MOVE 'Y' TO WS-DEC-APPLIED-IND(WS-DEC-IDX)
           MOVE WS-DEC-REVIEWER(WS-DEC-IDX) TO WS-LOG-REVIEWER
           MOVE WS-DEC-REASON(WS-DEC-IDX) TO WS-REPORT-NOTE
           MOVE ZERO TO WS-BEST-SCORE WS-BEST-IDX
           MOVE SPACES TO WS-BEST-TYPE
           IF WS-DEC-DECISION(WS-DEC-IDX) = "R"
              MOVE "I" TO PD-PAYOUT-STATUS
              MOVE "R" TO PD-SCREEN-STATUS
              ADD 1 TO WS-RELEASED-COUNT
              MOVE "RELEASED" TO WS-LOG-RESULT WS-REPORT-ACTION
           ELSE
              MOVE "B" TO PD-SCREEN-STATUS
              ADD 1 TO WS-CONFIRMED-COUNT
              MOVE "CONFIRMED" TO WS-LOG-RESULT WS-REPORT-ACTION
           END-IF
           MOVE WS-CURR-DATE TO PD-STATUS-DATE
           PERFORM 8800-REWRITE-REGISTER-RECORD
           PERFORM 8300-WRITE-SCREENING-LOG
           PERFORM 8100-WRITE-REVIEW-LINE.

       2700-REPORT-PENDING.
      * SC-203: A confirmed match is settled business - it stays held
      *         but no longer needs a decision.
           IF PD-SCREEN-CONFIRMED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE ZERO TO WS-BEST-SCORE WS-BEST-IDX
           MOVE SPACES TO WS-BEST-TYPE
           MOVE "PENDING" TO WS-REPORT-ACTION
           MOVE SPACES TO WS-REPORT-NOTE
           STRING "HELD SINCE " PD-STATUS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-NOTE
           PERFORM 8100-WRITE-REVIEW-LINE.

       2900-REPORT-UNMATCHED-DECISIONS.
      * SC-204: A decision naming no held item - mistyped, or the item
      *         already decided - is listed so compliance can see it
      *         did nothing.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
              IF NOT WS-DEC-APPLIED(WS-DEC-IDX)
                 MOVE SPACES TO WS-REVIEW-DETAIL
                 MOVE "NOT APPLD" TO RV-ACTION
                 MOVE WS-DEC-PAYMENT-REF(WS-DEC-IDX) TO RV-PAYMENT-REF
                 MOVE ZERO TO RV-AMOUNT RV-SCORE
                 MOVE "NO HELD ITEM WITH THIS REFERENCE" TO RV-NOTE
                 MOVE WS-REVIEW-DETAIL TO RR-REPORT-LINE
                 WRITE RR-REPORT-LINE
              END-IF
           END-PERFORM.

      *===============================================================*
      * SC-3000: NORMALIZE A NAME: UPPER CASE, PUNCTUATION TO SPACES, *
      *          SPLIT INTO WORDS, DROP INITIALS AND STOP WORDS, AND  *
      *          REBUILD THE NAME WITH SINGLE SPACES.                 *
      *===============================================================*
       3000-NORMALIZE-NAME.
           MOVE WS-NAME-IN TO WS-NAME-WORK
           INSPECT WS-NAME-WORK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz.,-'/&()"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WS-WORD-SET WS-CUR-WORD WS-NAME-NORM
           MOVE ZERO TO WS-WS-WORD-COUNT WS-CUR-LEN
           MOVE 1 TO WS-NORM-PTR
           PERFORM 3100-SCAN-ONE-CHAR
              VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 100
           PERFORM 3200-END-WORD.

       3100-SCAN-ONE-CHAR.
           IF WS-NAME-WORK(WS-CHAR-IDX:1) = SPACE
              PERFORM 3200-END-WORD
           ELSE
              IF WS-CUR-LEN < 20
                 ADD 1 TO WS-CUR-LEN
                 MOVE WS-NAME-WORK(WS-CHAR-IDX:1)
                   TO WS-CUR-WORD(WS-CUR-LEN:1)
              END-IF
           END-IF.

       3200-END-WORD.
           IF WS-CUR-LEN > 1
              PERFORM 3300-CHECK-STOP-WORD
              IF NOT WS-STOP-WAS-FOUND AND WS-WS-WORD-COUNT < 6
                 ADD 1 TO WS-WS-WORD-COUNT
                 MOVE WS-CUR-WORD TO WS-WS-WORD-TEXT(WS-WS-WORD-COUNT)
                 MOVE WS-CUR-LEN TO WS-WS-WORD-LEN(WS-WS-WORD-COUNT)
                 IF WS-NORM-PTR > 1
                    STRING " " DELIMITED BY SIZE
                        INTO WS-NAME-NORM WITH POINTER WS-NORM-PTR
                 END-IF
                 STRING WS-CUR-WORD(1:WS-CUR-LEN) DELIMITED BY SIZE
                     INTO WS-NAME-NORM WITH POINTER WS-NORM-PTR
              END-IF
           END-IF
           MOVE SPACES TO WS-CUR-WORD
           MOVE ZERO TO WS-CUR-LEN.

       3300-CHECK-STOP-WORD.
           MOVE 'N' TO WS-STOP-FOUND
           IF WS-CUR-LEN > 4
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
                   UNTIL WS-STOP-IDX > WS-STOP-MAX
                      OR WS-STOP-WAS-FOUND
              IF WS-CUR-WORD(1:4) = WS-STOP-WORD(WS-STOP-IDX)
                 MOVE 'Y' TO WS-STOP-FOUND
              END-IF
           END-PERFORM.

      *===============================================================*
      * SC-4000: SCORE THE PAYEE AGAINST ONE LIST NAME AND KEEP THE   *
      *          BEST SCORE OF THE RUN THROUGH THE LIST.              *
      *===============================================================*
       4000-SCORE-ONE-ENTRY.
           MOVE ZERO TO WS-ENTRY-SCORE
           MOVE SPACES TO WS-ENTRY-TYPE
           EVALUATE TRUE
              WHEN WS-LE-NORM-NAME(WS-LIST-IDX) = SPACES
                 CONTINUE
              WHEN WS-LE-NORM-NAME(WS-LIST-IDX) = WS-PW-NORM-NAME
                 MOVE 100 TO WS-ENTRY-SCORE
                 MOVE "EXACT" TO WS-ENTRY-TYPE
              WHEN WS-LE-WORD-COUNT(WS-LIST-IDX) < 2
                 CONTINUE
              WHEN OTHER
                 MOVE ZERO TO WS-WORD-SUM
                 PERFORM 4100-SCORE-LIST-WORD
                    VARYING WS-LW-IDX FROM 1 BY 1
                    UNTIL WS-LW-IDX > WS-LE-WORD-COUNT(WS-LIST-IDX)
                 COMPUTE WS-ENTRY-SCORE =
                         WS-WORD-SUM / WS-LE-WORD-COUNT(WS-LIST-IDX)
                 MOVE "FUZZY" TO WS-ENTRY-TYPE
           END-EVALUATE
           IF WS-ENTRY-SCORE > WS-BEST-SCORE
              MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
              MOVE WS-LIST-IDX TO WS-BEST-IDX
              MOVE WS-ENTRY-TYPE TO WS-BEST-TYPE
           END-IF.

       4100-SCORE-LIST-WORD.
           MOVE ZERO TO WS-WORD-BEST
           PERFORM 4200-COMPARE-PAYEE-WORD
              VARYING WS-PW-IDX FROM 1 BY 1
              UNTIL WS-PW-IDX > WS-PW-WORD-COUNT
                 OR WS-WORD-BEST = 100
           ADD WS-WORD-BEST TO WS-WORD-SUM.

       4200-COMPARE-PAYEE-WORD.
           IF WS-LE-WORD-TEXT(WS-LIST-IDX, WS-LW-IDX) =
              WS-PW-WORD-TEXT(WS-PW-IDX)
              MOVE 100 TO WS-WORD-BEST
              EXIT PARAGRAPH
           END-IF
           IF WS-WORD-BEST >= WS-NEAR-WORD-SCORE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LE-WORD-TEXT(WS-LIST-IDX, WS-LW-IDX) TO WS-WORD-A
           MOVE WS-LE-WORD-LEN(WS-LIST-IDX, WS-LW-IDX) TO WS-LEN-A
           MOVE WS-PW-WORD-TEXT(WS-PW-IDX) TO WS-WORD-B
           MOVE WS-PW-WORD-LEN(WS-PW-IDX) TO WS-LEN-B
           IF WS-LEN-A < WS-NEAR-WORD-MIN-LEN OR
              WS-LEN-B < WS-NEAR-WORD-MIN-LEN
              EXIT PARAGRAPH
           END-IF
           PERFORM 4300-CHECK-ONE-EDIT
           IF WS-WORDS-ARE-NEAR
              MOVE WS-NEAR-WORD-SCORE TO WS-WORD-BEST
           END-IF.

      *===============================================================*
      * SC-4300: ARE TWO WORDS ONE LETTER APART - ONE LETTER CHANGED, *
      *          ADDED, OR DROPPED? WALK BOTH WORDS TOGETHER, AND ON  *
      *          THE FIRST DIFFERENCE STEP PAST THE EXTRA LETTER IN   *
      *          THE LONGER WORD (OR BOTH LETTERS WHEN THE LENGTHS    *
      *          ARE EQUAL); A SECOND DIFFERENCE MEANS NOT NEAR.      *
      *===============================================================*
       4300-CHECK-ONE-EDIT.
           MOVE 'N' TO WS-NEAR-SWITCH
           IF WS-LEN-A > WS-LEN-B + 1 OR WS-LEN-B > WS-LEN-A + 1
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-POS-A WS-POS-B
           MOVE ZERO TO WS-EDIT-COUNT
           PERFORM 4310-COMPARE-ONE-POSITION
              UNTIL WS-POS-A > WS-LEN-A
                 OR WS-POS-B > WS-LEN-B
                 OR WS-EDIT-COUNT > 1
      * SC-401: A letter left over at the end of the longer word is
      *         the one edit, if none was spent along the way.
           IF WS-POS-A <= WS-LEN-A OR WS-POS-B <= WS-LEN-B
              ADD 1 TO WS-EDIT-COUNT
           END-IF
           IF WS-EDIT-COUNT = 1
              MOVE 'Y' TO WS-NEAR-SWITCH
           END-IF.

       4310-COMPARE-ONE-POSITION.
           IF WS-WORD-A(WS-POS-A:1) = WS-WORD-B(WS-POS-B:1)
              ADD 1 TO WS-POS-A WS-POS-B
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EDIT-COUNT
           EVALUATE TRUE
              WHEN WS-LEN-A > WS-LEN-B
                 ADD 1 TO WS-POS-A
              WHEN WS-LEN-B > WS-LEN-A
                 ADD 1 TO WS-POS-B
              WHEN OTHER
                 ADD 1 TO WS-POS-A WS-POS-B
           END-EVALUATE.

       8100-WRITE-REVIEW-LINE.
           MOVE SPACES TO WS-REVIEW-DETAIL
           MOVE WS-REPORT-ACTION TO RV-ACTION
           MOVE PD-PAYMENT-REF TO RV-PAYMENT-REF
           MOVE PD-PAYEE-NAME TO RV-PAYEE-NAME
           MOVE PD-PAYMENT-AMOUNT TO RV-AMOUNT
           MOVE WS-BEST-SCORE TO RV-SCORE
           MOVE WS-BEST-TYPE TO RV-MATCH-TYPE
           IF WS-BEST-IDX > 0
              MOVE WS-LE-ENTRY-NO(WS-BEST-IDX) TO RV-ENTRY-NO
           END-IF
           MOVE WS-REPORT-NOTE TO RV-NOTE
           MOVE WS-REVIEW-DETAIL TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       8300-WRITE-SCREENING-LOG.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO WS-LOG-DETAIL
           MOVE WS-CURR-DATE TO SG-LOG-DATE
           MOVE WS-CURR-TIME TO SG-LOG-TIME
           MOVE PD-PAYMENT-REF TO SG-PAYMENT-REF
           MOVE PD-POLICY-ID TO SG-POLICY-ID
           MOVE PD-PAYEE-NAME TO SG-PAYEE-NAME
           MOVE PD-PAYMENT-AMOUNT TO SG-AMOUNT
           MOVE WS-LOG-RESULT TO SG-RESULT
           MOVE WS-BEST-SCORE TO SG-SCORE
           IF WS-BEST-IDX > 0
              MOVE WS-LE-ENTRY-NO(WS-BEST-IDX) TO SG-ENTRY-NO
              MOVE WS-LE-NAME(WS-BEST-IDX) TO SG-LIST-NAME
           END-IF
           MOVE WS-LIST-DATE TO SG-LIST-DATE
           MOVE WS-LOG-REVIEWER TO SG-REVIEWER
           MOVE WS-LOG-DETAIL TO SG-LOG-LINE
           WRITE SG-LOG-LINE.

       8800-REWRITE-REGISTER-RECORD.
      * SC-801: Rewritten in place - the record length never changes.
      *         A line that will not take the rewrite keeps its old
      *         status; if it was unscreened DISTRN001 still will not
      *         send it, so the failure is reported, not hidden.
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           REWRITE PR-REGISTER-LINE
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "SNCSCR001: WARNING - REWRITE FAILED FOR "
                      PD-PAYMENT-REF " STATUS " WS-PR-FILE-STATUS
              MOVE WS-BEFORE-SCREEN TO PD-SCREEN-STATUS
              MOVE WS-BEFORE-STATUS TO PD-PAYOUT-STATUS
              MOVE "REWRT FAIL" TO WS-LOG-RESULT
           ELSE
              ADD 1 TO WS-REWRITE-COUNT
           END-IF.

       8900-WRITE-RUN-CONTROL.
      * SC-802: Register records read, against records rewritten, and
      *         the amount held this run.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-REGISTER-COUNT TO BC-RECORDS-READ
           MOVE WS-REWRITE-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-HIT-TOTAL TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-PR-FILE-STATUS NOT = "35"
              CLOSE PAYMENT-REGISTER-FILE
           END-IF
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "SCREENED: " WS-SCREENED-COUNT
               "  CLEAR: " WS-CLEAR-COUNT
               "  HELD: " WS-HIT-COUNT
               "  PENDING: " WS-PENDING-COUNT
               "  RELEASED: " WS-RELEASED-COUNT
               "  CONFIRMED: " WS-CONFIRMED-COUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           CLOSE REVIEW-REPORT-FILE
           CLOSE SCREENING-LOG-FILE
      * SC-206: An overflowed list ends the run failed, and RC 8 stops
      *         the stream, the way CASH-APP-001.cob CA-1117 does.
           IF WS-LIST-OVERFLOWED
              MOVE "F" TO BC-COMPLETION-STATUS
           ELSE
              MOVE "C" TO BC-COMPLETION-STATUS
           END-IF
           PERFORM 8900-WRITE-RUN-CONTROL
           IF WS-LIST-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "SNCSCR001: REGISTER RECORDS  = " WS-REGISTER-COUNT
           DISPLAY "SNCSCR001: SCREENED          = " WS-SCREENED-COUNT
           DISPLAY "SNCSCR001: CLEAR             = " WS-CLEAR-COUNT
           DISPLAY "SNCSCR001: HELD ON MATCH     = " WS-HIT-COUNT
           DISPLAY "SNCSCR001: PENDING REVIEW    = " WS-PENDING-COUNT
           DISPLAY "SNCSCR001: RELEASED          = " WS-RELEASED-COUNT
           DISPLAY "SNCSCR001: CONFIRMED         = " WS-CONFIRMED-COUNT
           DISPLAY "SNCSCR001: NOT SCREENED      = "
                   WS-UNSCREENED-COUNT.

       END PROGRAM SNCSCR001.
