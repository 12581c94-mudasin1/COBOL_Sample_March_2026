       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMLIAB001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: TERM POLICY CLAIMS - MONTH-END PENDING CLAIM LIABILITY*
      * PURPOSE:                                                       *
      *   Put a number on the death and acceleration claims owed but  *
      *   not yet paid at month end - pending investigation, parked   *
      *   on an open SIU case, sitting on requirements, or approved   *
      *   but not yet disbursed. ACTVAL001 values only the in-force   *
      *   cells, and GLEXT001 books a benefit only once the money     *
      *   goes out through PAYDISB, so until now this liability was   *
      *   nowhere. Reads every claim on the claims history file       *
      *   (CLMHIST.CPY) against its policy, the SIU case file, and    *
      *   the requirements file; lists each open claim with its       *
      *   incurred and reported dates, status, face amount,           *
      *   statutory interest accrued to month end, and expected       *
      *   reinsurance recoverable; totals by plan and jurisdiction;   *
      *   ages the claims by days since report; and writes the        *
      *   month's reversing accrual (CLMACCR.CPY) that GLEXT001       *
      *   journals - claim expense against claim reserve, net of the  *
      *   recoverable, reversed on the first day of the next month.   *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LB-1101: The claims history file CLMADJ001 maintains at every
      *          adjudication step; this run only ever opens it
      *          INPUT. See CLM-DIARY-001.cob CD-1101.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO "CLMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CH-CLAIM-ID
               ALTERNATE RECORD KEY IS FD-CH-POLICY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CH-FILE-STATUS.

      * LB-1102: Same physical master every other program reads and
      *          rewrites; read here by key for the claim's face,
      *          plan, jurisdiction, reinsurance, and disbursement.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * LB-1103: The SIU case file CLMADJ001 appends to and SIUDEC001
      *          disposes in place.
           SELECT SIU-CASE-FILE ASSIGN TO "SIUCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

      * LB-1104: The persistent keyed requirements file CLMINT001
      *          keeps.
           SELECT CLAIM-REQUIREMENT-FILE ASSIGN TO "CLMREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-RQ-CLAIM-ID
               FILE STATUS IS WS-RQ-FILE-STATUS.

      * LB-1105: One-line run control naming the month-end date
      *          (YYYYMMDD) to value at - the GLEXTCTL pattern
      *          GL-EXT-001.cob GL-1105 uses. Absent, the last day of
      *          the month before the run date.
           SELECT LIABILITY-CONTROL-FILE ASSIGN TO "CLMLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.

      * LB-1106: The month's accrual and its reversal for GLEXT001,
      *          rewritten whole every run.
           SELECT CLAIM-ACCRUAL-FILE ASSIGN TO "CLMACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-FILE-STATUS.

           SELECT LIABILITY-REPORT-FILE ASSIGN TO "CLMLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-FILE.
      * LB-1107: FD-CH-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with CH-CLAIM-
      *          HISTORY-REC as CLMHIST grows. See CLM-ADJ-001.cob
      *          CL-1110.
       01  FD-CLAIM-HISTORY-REC.
           05  FD-CH-CLAIM-ID           PIC X(12).
           05  FD-CH-POLICY-ID          PIC X(12).
           05  FD-CH-REST-OF-RECORD     PIC X(500).

       FD  POLICY-MASTER-FILE.
      * LB-1108: FD-PM-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with WS-POLICY-
      *          MASTER-REC as POLDATA grows. See NB-UW-001.cob
      *          NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  SIU-CASE-FILE.
       01  SU-LOG-LINE                  PIC X(132).

       FD  CLAIM-REQUIREMENT-FILE.
      * LB-1109: See CLM-INT-001.cob CI-1106.
       01  FD-CLAIM-REQUIREMENT-REC.
           05  FD-RQ-CLAIM-ID           PIC X(12).
           05  FD-RQ-REST-OF-RECORD     PIC X(400).

       FD  LIABILITY-CONTROL-FILE.
       01  LC-CONTROL-LINE              PIC X(80).

       FD  CLAIM-ACCRUAL-FILE.
       01  LA-ACCRUAL-LINE              PIC X(80).

       FD  LIABILITY-REPORT-FILE.
       01  LR-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CH-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SU-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LA-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LR-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY CLMHIST.
       COPY SIUCASE.
       COPY CLMREQ.
       COPY CLMACCR.
       COPY POLDATA.
      * LB-104: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-MONTH-END-DATE            PIC 9(08) VALUE 0.
       77  WS-REVERSAL-DATE             PIC 9(08) VALUE 0.
       77  WS-ACCRUAL-PERIOD            PIC 9(06) VALUE 0.
       77  WS-DATE-INT                  PIC S9(09) VALUE 0.
       01  WS-MONTH-START-DATE          PIC 9(08) VALUE 0.
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
           05  WS-MONTH-START-YYYYMM    PIC 9(06).
           05  WS-MONTH-START-DD        PIC 9(02).
       77  WS-MORE-CLAIMS               PIC X VALUE 'Y'.
           88  WS-NO-MORE-CLAIMS        VALUE 'N'.
       77  WS-SU-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-SU-EOF                VALUE 'Y'.
       77  WS-PM-OPEN-SW                PIC X VALUE 'N'.
           88  WS-PM-IS-OPEN            VALUE 'Y'.
       77  WS-RQ-OPEN-SW                PIC X VALUE 'N'.
           88  WS-RQ-IS-OPEN            VALUE 'Y'.
       77  WS-POLICY-FOUND-SW           PIC X VALUE 'N'.
           88  WS-POLICY-WAS-FOUND      VALUE 'Y'.
       77  WS-CLAIMS-READ               PIC 9(07) VALUE 0.
       77  WS-OPEN-CLAIM-COUNT          PIC 9(05) VALUE 0.
       77  WS-SKIPPED-COUNT             PIC 9(05) VALUE 0.
       77  WS-ACCRUAL-COUNT             PIC 9(05) VALUE 0.

      * LB-105: The one open claim being valued.
       77  WS-CLAIM-STATUS-TEXT         PIC X(12) VALUE SPACES.
       77  WS-INCURRED-DATE             PIC 9(08) VALUE 0.
       77  WS-FACE-AMOUNT               PIC 9(11)V99 VALUE 0.
       77  WS-ACCRUED-INTEREST          PIC 9(11)V99 VALUE 0.
       77  WS-CLAIM-LIABILITY           PIC 9(11)V99 VALUE 0.
       77  WS-CLAIM-RECOVERABLE         PIC 9(11)V99 VALUE 0.
       77  WS-CLAIM-NET                 PIC 9(11)V99 VALUE 0.
       77  WS-AGE-DAYS                  PIC 9(05) VALUE 0.

       77  WS-TOTAL-FACE                PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-INTEREST            PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-LIABILITY           PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-RECOVERABLE         PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-NET                 PIC 9(13)V99 VALUE 0.

      * LB-110: The same statutory settlement-interest terms by
      *         jurisdiction CLMADJ001's CL-110 carries - a pending
      *         claim accrues to month end exactly what adjudication
      *         would add for the delay so far.
       77  WS-INT-DEFAULT-RATE          PIC 9V9999 VALUE 0.0800.
       77  WS-INT-DEFAULT-DAYS          PIC 9(03) VALUE 030.
       77  WS-INT-JURIS-COUNT           PIC 9(02) VALUE 4.
       01  WS-INT-JURIS-TABLE.
           05  FILLER                   PIC X(10) VALUE "CA01000030".
           05  FILLER                   PIC X(10) VALUE "NY00900030".
           05  FILLER                   PIC X(10) VALUE "TX00800060".
           05  FILLER                   PIC X(10) VALUE "FL00800090".
       01  WS-INT-JURIS-ENTRIES REDEFINES WS-INT-JURIS-TABLE.
           05  WS-INT-JURIS-ENTRY OCCURS 4 TIMES.
               10  WS-INT-JURIS-STATE       PIC X(02).
               10  WS-INT-JURIS-RATE        PIC 9V9999.
               10  WS-INT-JURIS-DAYS        PIC 9(03).
       77  WS-INT-JURIS-IDX             PIC 9(02) VALUE 0.
       77  WS-INT-RATE                  PIC 9V9999 VALUE 0.
       77  WS-INT-THRESHOLD-DAYS        PIC 9(03) VALUE 0.
       77  WS-INT-FROM-DATE             PIC 9(08) VALUE 0.
       77  WS-INT-DELAY-DAYS            PIC 9(05) VALUE 0.

      * LB-111: Claim IDs with an open SIU case, read whole up front.
      *         The grow-as-you-go table pattern PREM-TAX-001.cob
      *         PX-103 uses.
       77  WS-SIU-COUNT                 PIC 9(04) VALUE 0.
       77  WS-SIU-MAX                   PIC 9(04) VALUE 1000.
       77  WS-SIU-IDX                   PIC 9(04) VALUE 0.
       77  WS-SIU-FOUND                 PIC X VALUE 'N'.
           88  WS-SIU-WAS-FOUND         VALUE 'Y'.
       01  WS-SIU-TABLE.
           05  WS-SIU-CLAIM-ID OCCURS 1000 TIMES PIC X(12).

      * LB-112: Totals by plan and by jurisdiction, one row per
      *         distinct value seen - see PX-103.
       77  WS-PLAN-COUNT                PIC 9(02) VALUE 0.
       77  WS-PLAN-MAX                  PIC 9(02) VALUE 50.
       77  WS-PLAN-IDX                  PIC 9(02) VALUE 0.
       77  WS-PLAN-FOUND                PIC X VALUE 'N'.
           88  WS-PLAN-WAS-FOUND        VALUE 'Y'.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 50 TIMES.
               10  WS-PLAN-CODE             PIC X(05).
               10  WS-PLAN-CLAIMS           PIC 9(05).
               10  WS-PLAN-LIABILITY        PIC 9(13)V99.
               10  WS-PLAN-RECOVERABLE      PIC 9(13)V99.
               10  WS-PLAN-NET              PIC 9(13)V99.
       77  WS-JURIS-COUNT               PIC 9(02) VALUE 0.
       77  WS-JURIS-MAX                 PIC 9(02) VALUE 60.
       77  WS-JURIS-IDX                 PIC 9(02) VALUE 0.
       77  WS-JURIS-FOUND               PIC X VALUE 'N'.
           88  WS-JURIS-WAS-FOUND       VALUE 'Y'.
       01  WS-JURIS-TABLE.
           05  WS-JURIS-ENTRY OCCURS 60 TIMES.
               10  WS-JURIS-CODE            PIC X(02).
               10  WS-JURIS-CLAIMS          PIC 9(05).
               10  WS-JURIS-LIABILITY       PIC 9(13)V99.
               10  WS-JURIS-RECOVERABLE     PIC 9(13)V99.
               10  WS-JURIS-NET             PIC 9(13)V99.
      * LB-114: Claims that found no room in the jurisdiction table
      *         and so are missing from the accrual (LB-205).
       77  WS-JURIS-OVERFLOW-SW         PIC X VALUE 'N'.
           88  WS-JURIS-OVERFLOWED      VALUE 'Y'.
       77  WS-UNACCRUED-COUNT           PIC 9(05) VALUE 0.
       77  WS-UNACCRUED-NET             PIC 9(13)V99 VALUE 0.

      * LB-113: Aging buckets by days from the report (submit) date
      *         to month end - upper limit in days, then the label.
       77  WS-AGE-BUCKET-COUNT          PIC 9(01) VALUE 5.
       77  WS-AGE-IDX                   PIC 9(01) VALUE 0.
       01  WS-AGE-BUCKET-VALUES.
           05  FILLER                   PIC X(17)
                                        VALUE "000300-30 DAYS   ".
           05  FILLER                   PIC X(17)
                                        VALUE "0006031-60 DAYS  ".
           05  FILLER                   PIC X(17)
                                        VALUE "0009061-90 DAYS  ".
           05  FILLER                   PIC X(17)
                                        VALUE "0018091-180 DAYS ".
           05  FILLER                   PIC X(17)
                                        VALUE "99999181+ DAYS   ".
       01  WS-AGE-BUCKETS REDEFINES WS-AGE-BUCKET-VALUES.
           05  WS-AGE-BUCKET OCCURS 5 TIMES.
               10  WS-AGE-LIMIT             PIC 9(05).
               10  WS-AGE-LABEL             PIC X(12).
       01  WS-AGE-TOTALS.
           05  WS-AGE-TOTAL OCCURS 5 TIMES.
               10  WS-AGE-CLAIMS            PIC 9(05).
               10  WS-AGE-LIABILITY         PIC 9(13)V99.
               10  WS-AGE-NET               PIC 9(13)V99.

       01  WS-DETAIL-FIELDS.
           05  DF-CLAIM-ID              PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-CLAIM-TYPE            PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-INCURRED-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-REPORTED-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-STATUS                PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-PLAN-CODE             PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-JURISDICTION          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-FACE-AMOUNT           PIC Z(08)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-INTEREST              PIC Z(06)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-LIABILITY             PIC Z(08)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-RECOVERABLE           PIC Z(08)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DF-AGE-DAYS              PIC ZZZZ9.

       01  WS-TOTAL-FIELDS.
           05  TF-LABEL                 PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TF-CLAIMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-LIABILITY             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-RECOVERABLE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-NET                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SIU-CASES
           PERFORM 2000-VALUE-CLAIMS
              UNTIL WS-NO-MORE-CLAIMS
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3500-WRITE-ACCRUAL
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-MONTH-END-DATE
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "CLMLIAB001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           INITIALIZE WS-AGE-TOTALS
           OPEN OUTPUT LIABILITY-REPORT-FILE
           PERFORM 1100-WRITE-HEADINGS
           OPEN INPUT CLAIM-HISTORY-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-CLAIMS
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
              MOVE 'Y' TO WS-PM-OPEN-SW
           ELSE
              DISPLAY "CLMLIAB001: POLICY MASTER UNAVAILABLE - STATUS "
                      WS-PM-FILE-STATUS
              MOVE 'N' TO WS-MORE-CLAIMS
           END-IF
           OPEN INPUT CLAIM-REQUIREMENT-FILE
           IF WS-RQ-FILE-STATUS = "00"
              MOVE 'Y' TO WS-RQ-OPEN-SW
           END-IF.

      *===============================================================*
      * LB-1050: THE MONTH-END DATE COMES FROM THE CONTROL FILE SO A  *
      *          LATE RUN STILL VALUES THE RIGHT MONTH; WITHOUT ONE,  *
      *          THE LAST DAY OF THE MONTH BEFORE THE RUN DATE. THE   *
      *          ACCRUAL REVERSES THE DAY AFTER.                      *
      *===============================================================*
       1050-READ-MONTH-END-DATE.
           MOVE WS-CURR-DATE TO WS-MONTH-START-DATE
           MOVE 01 TO WS-MONTH-START-DD
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO WS-MONTH-END-DATE
           OPEN INPUT LIABILITY-CONTROL-FILE
           IF WS-LC-FILE-STATUS = "00"
              READ LIABILITY-CONTROL-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-LC-FILE-STATUS = "00" AND
                 LC-CONTROL-LINE(1:8) NUMERIC
                 MOVE LC-CONTROL-LINE(1:8) TO WS-MONTH-END-DATE
              END-IF
              CLOSE LIABILITY-CONTROL-FILE
           END-IF
           COMPUTE WS-ACCRUAL-PERIOD = WS-MONTH-END-DATE / 100
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO WS-REVERSAL-DATE.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO LR-REPORT-LINE
           STRING "PENDING CLAIM LIABILITY - MONTH END "
               WS-MONTH-END-DATE "  RUN DATE " WS-CURR-DATE
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO LR-REPORT-LINE
           STRING "CLAIM ID     POLICY ID    TP INCURRED REPORTED "
                  "STATUS       PLAN  ST  FACE AMOUNT   INTEREST "
                  "   LIABILITY  RECOVERABLE   AGE"
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

       1500-LOAD-SIU-CASES.
           OPEN INPUT SIU-CASE-FILE
           IF WS-SU-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1510-TABLE-ONE-CASE
              UNTIL WS-SU-EOF
           CLOSE SIU-CASE-FILE.

       1510-TABLE-ONE-CASE.
           READ SIU-CASE-FILE
              AT END
                 MOVE 'Y' TO WS-SU-EOF-SWITCH
           END-READ
           IF WS-SU-EOF
              EXIT PARAGRAPH
           END-IF
           MOVE SU-LOG-LINE TO SU-SIU-RECORD
           IF NOT SU-CASE-OPEN
              EXIT PARAGRAPH
           END-IF
           IF WS-SIU-COUNT < WS-SIU-MAX
              ADD 1 TO WS-SIU-COUNT
              MOVE SU-CLAIM-ID TO WS-SIU-CLAIM-ID(WS-SIU-COUNT)
           ELSE
              DISPLAY "WARNING: SIU CASE TABLE FULL - DROPPED "
                      SU-CLAIM-ID
           END-IF.

      *===============================================================*
      * LB-2000: ONE PASS OF THE CLAIMS HISTORY FILE. A DEATH OR      *
      *          ACCELERATION CLAIM REPORTED BY MONTH END THAT IS NOT *
      *          REJECTED AND NOT YET DISBURSED IS OPEN.              *
      *===============================================================*
       2000-VALUE-CLAIMS.
           READ CLAIM-HISTORY-FILE
              AT END
                 MOVE 'N' TO WS-MORE-CLAIMS
           END-READ
           IF WS-NO-MORE-CLAIMS
              EXIT PARAGRAPH
           END-IF

           MOVE FD-CLAIM-HISTORY-REC TO CH-CLAIM-HISTORY-REC
           ADD 1 TO WS-CLAIMS-READ
           IF CH-CLAIM-TYPE NOT = "CD" AND CH-CLAIM-TYPE NOT = "CA"
              EXIT PARAGRAPH
           END-IF
           IF CH-CLAIM-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF CH-CLAIM-SUBMIT-DATE NOT NUMERIC OR
              CH-CLAIM-SUBMIT-DATE = ZERO OR
              CH-CLAIM-SUBMIT-DATE > WS-MONTH-END-DATE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2100-READ-POLICY
           IF NOT WS-POLICY-WAS-FOUND
              DISPLAY "CLMLIAB001: POLICY NOT FOUND FOR CLAIM "
                      CH-CLAIM-ID
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF

      * LB-201: The master carries one claim at a time. An approved
      *         claim that is no longer the master's claim has been
      *         superseded; one the master shows disbursed by month
      *         end has left through PAYDISB and GLEXT001 has it. A
      *         claim disbursed after month end was still owed at
      *         month end.
           MOVE ZERO TO WS-ACCRUED-INTEREST
           PERFORM 2200-FACE-AMOUNT
           IF CH-CLAIM-APPROVED
              IF PM-CLAIM-ID NOT = CH-CLAIM-ID
                 EXIT PARAGRAPH
              END-IF
              IF PM-CLAIM-DISBURSE-DATE NUMERIC AND
                 PM-CLAIM-DISBURSE-DATE NOT = ZERO AND
                 PM-CLAIM-DISBURSE-DATE NOT > WS-MONTH-END-DATE
                 EXIT PARAGRAPH
              END-IF
              MOVE "APPROVED" TO WS-CLAIM-STATUS-TEXT
              MOVE CH-CLAIM-INTEREST-AMOUNT TO WS-ACCRUED-INTEREST
              MOVE CH-CLAIM-PAYMENT-AMOUNT TO WS-CLAIM-LIABILITY
           ELSE
              PERFORM 2300-PENDING-STATUS
              PERFORM 2400-ACCRUE-INTEREST
              COMPUTE WS-CLAIM-LIABILITY =
                      WS-FACE-AMOUNT + WS-ACCRUED-INTEREST
           END-IF

      * LB-202: The reinsurer's expected share is the ceded
      *         proportion of what we owe - see CLM-ADJ-001.cob
      *         CL-701.
           MOVE ZERO TO WS-CLAIM-RECOVERABLE
           IF PM-REINSURANCE-CEDED AND PM-SUM-ASSURED > 0
              COMPUTE WS-CLAIM-RECOVERABLE ROUNDED =
                      WS-CLAIM-LIABILITY
                    * (PM-CEDED-AMOUNT / PM-SUM-ASSURED)
           END-IF
           COMPUTE WS-CLAIM-NET =
                   WS-CLAIM-LIABILITY - WS-CLAIM-RECOVERABLE
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(CH-CLAIM-SUBMIT-DATE)
           IF CH-DATE-OF-DEATH NUMERIC AND CH-DATE-OF-DEATH NOT = ZERO
              MOVE CH-DATE-OF-DEATH TO WS-INCURRED-DATE
           ELSE
              MOVE ZERO TO WS-INCURRED-DATE
           END-IF

           ADD 1 TO WS-OPEN-CLAIM-COUNT
           ADD WS-FACE-AMOUNT TO WS-TOTAL-FACE
           ADD WS-ACCRUED-INTEREST TO WS-TOTAL-INTEREST
           ADD WS-CLAIM-LIABILITY TO WS-TOTAL-LIABILITY
           ADD WS-CLAIM-RECOVERABLE TO WS-TOTAL-RECOVERABLE
           ADD WS-CLAIM-NET TO WS-TOTAL-NET
           PERFORM 2500-ACCUMULATE-PLAN
           PERFORM 2600-ACCUMULATE-JURISDICTION
           PERFORM 2700-ACCUMULATE-AGING
           PERFORM 2800-WRITE-DETAIL-LINE.

       2100-READ-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND-SW
           IF NOT WS-PM-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE CH-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
                 MOVE 'Y' TO WS-POLICY-FOUND-SW
           END-READ.

       2200-FACE-AMOUNT.
      * LB-203: An acceleration owes only the elected share of the
      *         face - see CLM-ADJ-001.cob CL-1520.
           MOVE PM-SUM-ASSURED TO WS-FACE-AMOUNT
           IF CH-CLAIM-TYPE = "CA" AND PM-CLAIM-ID = CH-CLAIM-ID AND
              PM-ACCEL-ELECT-PCT NUMERIC AND PM-ACCEL-ELECT-PCT > 0
              COMPUTE WS-FACE-AMOUNT ROUNDED =
                      PM-SUM-ASSURED * PM-ACCEL-ELECT-PCT / 100
           END-IF.

       2300-PENDING-STATUS.
      * LB-204: A pending claim is reported under the queue it is
      *         actually waiting in: an open SIU case first, then
      *         open requirements, otherwise the examiner's
      *         investigation.
           MOVE 'N' TO WS-SIU-FOUND
           PERFORM VARYING WS-SIU-IDX FROM 1 BY 1
                   UNTIL WS-SIU-IDX > WS-SIU-COUNT
                      OR WS-SIU-WAS-FOUND
              IF WS-SIU-CLAIM-ID(WS-SIU-IDX) = CH-CLAIM-ID
                 MOVE 'Y' TO WS-SIU-FOUND
              END-IF
           END-PERFORM
           IF WS-SIU-WAS-FOUND
              MOVE "SIU OPEN" TO WS-CLAIM-STATUS-TEXT
              EXIT PARAGRAPH
           END-IF
           MOVE "INVESTIGATE" TO WS-CLAIM-STATUS-TEXT
           IF NOT WS-RQ-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE CH-CLAIM-ID TO FD-RQ-CLAIM-ID
           READ CLAIM-REQUIREMENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-CLAIM-REQUIREMENT-REC TO RQ-REQUIREMENT-REC
                 IF RQ-REQ-OPEN
                    MOVE "REQUIREMENTS" TO WS-CLAIM-STATUS-TEXT
                 END-IF
           END-READ.

      *===============================================================*
      * LB-2400: STATUTORY INTEREST ACCRUED TO MONTH END: DAYS FROM   *
      *          DATE OF DEATH (OR SUBMIT DATE IF NONE IS ON FILE) TO *
      *          MONTH END AT THE JURISDICTION'S RATE, ONCE THE DELAY *
      *          PASSES ITS THRESHOLD. SEE CLM-ADJ-001.cob CL-1560.   *
      *===============================================================*
       2400-ACCRUE-INTEREST.
           IF WS-FACE-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           IF CH-DATE-OF-DEATH NUMERIC AND CH-DATE-OF-DEATH NOT = ZERO
              MOVE CH-DATE-OF-DEATH TO WS-INT-FROM-DATE
           ELSE
              MOVE CH-CLAIM-SUBMIT-DATE TO WS-INT-FROM-DATE
           END-IF
           IF WS-INT-FROM-DATE >= WS-MONTH-END-DATE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-INT-DEFAULT-RATE TO WS-INT-RATE
           MOVE WS-INT-DEFAULT-DAYS TO WS-INT-THRESHOLD-DAYS
           PERFORM VARYING WS-INT-JURIS-IDX FROM 1 BY 1
                   UNTIL WS-INT-JURIS-IDX > WS-INT-JURIS-COUNT
              IF WS-INT-JURIS-STATE(WS-INT-JURIS-IDX) =
                 PM-JURISDICTION-STATE
                 MOVE WS-INT-JURIS-RATE(WS-INT-JURIS-IDX)
                   TO WS-INT-RATE
                 MOVE WS-INT-JURIS-DAYS(WS-INT-JURIS-IDX)
                   TO WS-INT-THRESHOLD-DAYS
              END-IF
           END-PERFORM

           COMPUTE WS-INT-DELAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-INT-FROM-DATE)
           IF WS-INT-DELAY-DAYS <= WS-INT-THRESHOLD-DAYS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                   WS-FACE-AMOUNT * WS-INT-RATE
                 * WS-INT-DELAY-DAYS / 365.

       2500-ACCUMULATE-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                      OR WS-PLAN-WAS-FOUND
              IF WS-PLAN-CODE(WS-PLAN-IDX) = PM-PLAN-CODE
                 MOVE 'Y' TO WS-PLAN-FOUND
              END-IF
           END-PERFORM
           IF WS-PLAN-WAS-FOUND
              SUBTRACT 1 FROM WS-PLAN-IDX
           ELSE
              IF WS-PLAN-COUNT < WS-PLAN-MAX
                 ADD 1 TO WS-PLAN-COUNT
                 MOVE WS-PLAN-COUNT TO WS-PLAN-IDX
                 MOVE PM-PLAN-CODE TO WS-PLAN-CODE(WS-PLAN-IDX)
                 MOVE ZERO TO WS-PLAN-CLAIMS(WS-PLAN-IDX)
                              WS-PLAN-LIABILITY(WS-PLAN-IDX)
                              WS-PLAN-RECOVERABLE(WS-PLAN-IDX)
                              WS-PLAN-NET(WS-PLAN-IDX)
              ELSE
                 DISPLAY "WARNING: PLAN TABLE FULL - "
                         PM-PLAN-CODE " NOT TOTALED"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-PLAN-CLAIMS(WS-PLAN-IDX)
           ADD WS-CLAIM-LIABILITY TO WS-PLAN-LIABILITY(WS-PLAN-IDX)
           ADD WS-CLAIM-RECOVERABLE TO WS-PLAN-RECOVERABLE(WS-PLAN-IDX)
           ADD WS-CLAIM-NET TO WS-PLAN-NET(WS-PLAN-IDX).

      * LB-205: The jurisdiction rows are also the accrual's lines -
      *         a claim with no room in the table would fall out of
      *         the GL accrual, so a full table is reported loudly:
      *         an exception line on the report for each claim left
      *         out, the shortfall under the accrual, and a failed
      *         run on RUNCTL.
       2600-ACCUMULATE-JURISDICTION.
           MOVE 'N' TO WS-JURIS-FOUND
           PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                   UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
                      OR WS-JURIS-WAS-FOUND
              IF WS-JURIS-CODE(WS-JURIS-IDX) = PM-JURISDICTION-STATE
                 MOVE 'Y' TO WS-JURIS-FOUND
              END-IF
           END-PERFORM
           IF WS-JURIS-WAS-FOUND
              SUBTRACT 1 FROM WS-JURIS-IDX
           ELSE
              IF WS-JURIS-COUNT < WS-JURIS-MAX
                 ADD 1 TO WS-JURIS-COUNT
                 MOVE WS-JURIS-COUNT TO WS-JURIS-IDX
                 MOVE PM-JURISDICTION-STATE
                   TO WS-JURIS-CODE(WS-JURIS-IDX)
                 MOVE ZERO TO WS-JURIS-CLAIMS(WS-JURIS-IDX)
                              WS-JURIS-LIABILITY(WS-JURIS-IDX)
                              WS-JURIS-RECOVERABLE(WS-JURIS-IDX)
                              WS-JURIS-NET(WS-JURIS-IDX)
              ELSE
                 DISPLAY "WARNING: JURISDICTION TABLE FULL - CLAIM "
                         CH-CLAIM-ID " NOT ACCRUED"
                 MOVE 'Y' TO WS-JURIS-OVERFLOW-SW
                 ADD 1 TO WS-UNACCRUED-COUNT
                 ADD WS-CLAIM-NET TO WS-UNACCRUED-NET
                 MOVE SPACES TO LR-REPORT-LINE
                 STRING "*** EXCEPTION: JURISDICTION TABLE FULL - "
                        "CLAIM " CH-CLAIM-ID
                        " STATE " PM-JURISDICTION-STATE
                        " NET " WS-CLAIM-NET " NOT IN ACCRUAL ***"
                     DELIMITED BY SIZE INTO LR-REPORT-LINE
                 WRITE LR-REPORT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-JURIS-CLAIMS(WS-JURIS-IDX)
           ADD WS-CLAIM-LIABILITY TO WS-JURIS-LIABILITY(WS-JURIS-IDX)
           ADD WS-CLAIM-RECOVERABLE
             TO WS-JURIS-RECOVERABLE(WS-JURIS-IDX)
           ADD WS-CLAIM-NET TO WS-JURIS-NET(WS-JURIS-IDX).

       2700-ACCUMULATE-AGING.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX >= WS-AGE-BUCKET-COUNT
                      OR WS-AGE-DAYS <= WS-AGE-LIMIT(WS-AGE-IDX)
              CONTINUE
           END-PERFORM
           ADD 1 TO WS-AGE-CLAIMS(WS-AGE-IDX)
           ADD WS-CLAIM-LIABILITY TO WS-AGE-LIABILITY(WS-AGE-IDX)
           ADD WS-CLAIM-NET TO WS-AGE-NET(WS-AGE-IDX).

       2800-WRITE-DETAIL-LINE.
           MOVE CH-CLAIM-ID TO DF-CLAIM-ID
           MOVE CH-POLICY-ID TO DF-POLICY-ID
           MOVE CH-CLAIM-TYPE TO DF-CLAIM-TYPE
           MOVE WS-INCURRED-DATE TO DF-INCURRED-DATE
           MOVE CH-CLAIM-SUBMIT-DATE TO DF-REPORTED-DATE
           MOVE WS-CLAIM-STATUS-TEXT TO DF-STATUS
           MOVE PM-PLAN-CODE TO DF-PLAN-CODE
           MOVE PM-JURISDICTION-STATE TO DF-JURISDICTION
           MOVE WS-FACE-AMOUNT TO DF-FACE-AMOUNT
           MOVE WS-ACCRUED-INTEREST TO DF-INTEREST
           MOVE WS-CLAIM-LIABILITY TO DF-LIABILITY
           MOVE WS-CLAIM-RECOVERABLE TO DF-RECOVERABLE
           MOVE WS-AGE-DAYS TO DF-AGE-DAYS
           MOVE WS-DETAIL-FIELDS TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

      *===============================================================*
      * LB-3000: THE SUMMARY SECTIONS - BY PLAN, BY JURISDICTION, BY  *
      *          AGE SINCE REPORT - AND THE GRAND TOTALS.             *
      *===============================================================*
       3000-WRITE-TOTALS.
           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO LR-REPORT-LINE
           STRING "TOTALS BY PLAN        CLAIMS          LIABILITY"
                  "         RECOVERABLE                 NET"
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           PERFORM 3100-WRITE-PLAN-LINE
              VARYING WS-PLAN-IDX FROM 1 BY 1
              UNTIL WS-PLAN-IDX > WS-PLAN-COUNT

           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO LR-REPORT-LINE
           STRING "TOTALS BY JURISDICTION"
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           PERFORM 3200-WRITE-JURIS-LINE
              VARYING WS-JURIS-IDX FROM 1 BY 1
              UNTIL WS-JURIS-IDX > WS-JURIS-COUNT

           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO LR-REPORT-LINE
           STRING "AGING SINCE REPORT"
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           PERFORM 3300-WRITE-AGING-LINE
              VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-BUCKET-COUNT

           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-FIELDS
           MOVE "ALL OPEN CLAIMS" TO TF-LABEL
           MOVE WS-OPEN-CLAIM-COUNT TO TF-CLAIMS
           MOVE WS-TOTAL-LIABILITY TO TF-LIABILITY
           MOVE WS-TOTAL-RECOVERABLE TO TF-RECOVERABLE
           MOVE WS-TOTAL-NET TO TF-NET
           MOVE WS-TOTAL-FIELDS TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           MOVE SPACES TO LR-REPORT-LINE
           STRING "FACE AMOUNT " WS-TOTAL-FACE
                  "  ACCRUED INTEREST " WS-TOTAL-INTEREST
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

       3100-WRITE-PLAN-LINE.
           MOVE SPACES TO WS-TOTAL-FIELDS
           MOVE WS-PLAN-CODE(WS-PLAN-IDX) TO TF-LABEL
           MOVE WS-PLAN-CLAIMS(WS-PLAN-IDX) TO TF-CLAIMS
           MOVE WS-PLAN-LIABILITY(WS-PLAN-IDX) TO TF-LIABILITY
           MOVE WS-PLAN-RECOVERABLE(WS-PLAN-IDX) TO TF-RECOVERABLE
           MOVE WS-PLAN-NET(WS-PLAN-IDX) TO TF-NET
           MOVE WS-TOTAL-FIELDS TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

       3200-WRITE-JURIS-LINE.
           MOVE SPACES TO WS-TOTAL-FIELDS
           MOVE WS-JURIS-CODE(WS-JURIS-IDX) TO TF-LABEL
           MOVE WS-JURIS-CLAIMS(WS-JURIS-IDX) TO TF-CLAIMS
           MOVE WS-JURIS-LIABILITY(WS-JURIS-IDX) TO TF-LIABILITY
           MOVE WS-JURIS-RECOVERABLE(WS-JURIS-IDX) TO TF-RECOVERABLE
           MOVE WS-JURIS-NET(WS-JURIS-IDX) TO TF-NET
           MOVE WS-TOTAL-FIELDS TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

       3300-WRITE-AGING-LINE.
           MOVE SPACES TO WS-TOTAL-FIELDS
           MOVE WS-AGE-LABEL(WS-AGE-IDX) TO TF-LABEL
           MOVE WS-AGE-CLAIMS(WS-AGE-IDX) TO TF-CLAIMS
           MOVE WS-AGE-LIABILITY(WS-AGE-IDX) TO TF-LIABILITY
           MOVE ZERO TO TF-RECOVERABLE
           MOVE WS-AGE-NET(WS-AGE-IDX) TO TF-NET
           MOVE WS-TOTAL-FIELDS TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

      *===============================================================*
      * LB-3500: THE REVERSING ACCRUAL, ONE PAIR PER JURISDICTION:    *
      *          CLAIM EXPENSE (5100) AGAINST CLAIM RESERVE (2300)    *
      *          NET OF THE RECOVERABLE AT MONTH END, AND THE SAME    *
      *          PAIR THE OTHER WAY ROUND THE DAY AFTER. THE FILE IS  *
      *          REWRITTEN WHOLE, SO A RERUN REPLACES THE MONTH.      *
      *===============================================================*
       3500-WRITE-ACCRUAL.
           OPEN OUTPUT CLAIM-ACCRUAL-FILE
           PERFORM 3510-WRITE-ONE-ACCRUAL
              VARYING WS-JURIS-IDX FROM 1 BY 1
              UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
           CLOSE CLAIM-ACCRUAL-FILE
           MOVE SPACES TO LR-REPORT-LINE
           STRING "ACCRUAL " WS-ACCRUAL-PERIOD " BOOKED "
                  WS-MONTH-END-DATE " REVERSED " WS-REVERSAL-DATE
                  " NET AMOUNT " WS-TOTAL-NET
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           IF WS-JURIS-OVERFLOWED
              MOVE SPACES TO LR-REPORT-LINE
              STRING "*** ACCRUAL UNDERSTATED - " WS-UNACCRUED-COUNT
                     " CLAIMS, NET " WS-UNACCRUED-NET
                     " NOT BOOKED - RUN FAILED ***"
                  DELIMITED BY SIZE INTO LR-REPORT-LINE
              WRITE LR-REPORT-LINE
           END-IF.

       3510-WRITE-ONE-ACCRUAL.
           IF WS-JURIS-NET(WS-JURIS-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LA-ACCRUAL-RECORD
           MOVE WS-ACCRUAL-PERIOD TO LA-ACCRUAL-PERIOD
           MOVE WS-JURIS-CODE(WS-JURIS-IDX) TO LA-JURISDICTION
           MOVE WS-JURIS-NET(WS-JURIS-IDX) TO LA-AMOUNT
           MOVE WS-JURIS-CLAIMS(WS-JURIS-IDX) TO LA-CLAIM-COUNT
           MOVE "CLMLIAB001" TO LA-PROGRAM-ID
           MOVE WS-MONTH-END-DATE TO LA-JOURNAL-DATE
           MOVE "A" TO LA-ENTRY-TYPE
           MOVE "5100" TO LA-DEBIT-ACCOUNT
           MOVE "2300" TO LA-CREDIT-ACCOUNT
           MOVE LA-ACCRUAL-RECORD TO LA-ACCRUAL-LINE
           WRITE LA-ACCRUAL-LINE
           MOVE WS-REVERSAL-DATE TO LA-JOURNAL-DATE
           MOVE "R" TO LA-ENTRY-TYPE
           MOVE "2300" TO LA-DEBIT-ACCOUNT
           MOVE "5100" TO LA-CREDIT-ACCOUNT
           MOVE LA-ACCRUAL-RECORD TO LA-ACCRUAL-LINE
           WRITE LA-ACCRUAL-LINE
           ADD 1 TO WS-ACCRUAL-COUNT.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-CLAIMS-READ TO BC-RECORDS-READ
           MOVE WS-OPEN-CLAIM-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-TOTAL-NET TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-CH-FILE-STATUS = "00" OR WS-CH-FILE-STATUS = "10"
              CLOSE CLAIM-HISTORY-FILE
           END-IF
           IF WS-PM-IS-OPEN
              CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-RQ-IS-OPEN
              CLOSE CLAIM-REQUIREMENT-FILE
           END-IF
           CLOSE LIABILITY-REPORT-FILE
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "CLMLIAB001" TO BC-PROGRAM-ID
      * LB-901: A short accrual ends the run failed, and RC 8 stops
      *         the stream, the way CASH-APP-001.cob CA-1117 does.
           IF WS-JURIS-OVERFLOWED
              MOVE "F" TO BC-COMPLETION-STATUS
           ELSE
              MOVE "C" TO BC-COMPLETION-STATUS
           END-IF
           PERFORM 8900-WRITE-RUN-CONTROL
           IF WS-JURIS-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CLMLIAB001: MONTH END        = " WS-MONTH-END-DATE
           DISPLAY "CLMLIAB001: CLAIMS READ      = " WS-CLAIMS-READ
           DISPLAY "CLMLIAB001: OPEN CLAIMS      = " WS-OPEN-CLAIM-COUNT
           DISPLAY "CLMLIAB001: SKIPPED          = " WS-SKIPPED-COUNT
           DISPLAY "CLMLIAB001: GROSS LIABILITY  = " WS-TOTAL-LIABILITY
           DISPLAY "CLMLIAB001: RECOVERABLE      = "
              WS-TOTAL-RECOVERABLE
           DISPLAY "CLMLIAB001: NET ACCRUAL      = " WS-TOTAL-NET.

       END PROGRAM CLMLIAB001.
