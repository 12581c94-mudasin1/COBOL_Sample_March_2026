               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PE-FILE-STATUS.

      * CM-1107: Append-only history of every payable ever released,
      *          stamped with the cycle's run date - COMMPAY itself is
      *          rebuilt each cycle, so the year-end information
      *          returns TAXRPT001 files come off this instead. See
      *          NB-UW-001.cob NB-1103 for the pattern.
           SELECT PAYABLES-HISTORY-FILE ASSIGN TO "COMMPHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-STMT-FILE.
           05  SW-POLICY-ID             PIC X(12).
           05  SW-COMMISSION-TYPE       PIC X(02).
           05  SW-COMMISSION-AMOUNT     PIC S9(07)V99.
           05  SW-OTHER-AGENT-ID        PIC X(08).

       FD  BALANCE-FWD-FILE.
       01  BF-BALANCE-LINE              PIC X(80).
       FD  PAYABLES-EXTRACT-FILE.
       01  PE-EXTRACT-LINE              PIC X(80).

       FD  PAYABLES-HISTORY-FILE.
       01  PH-HISTORY-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CS-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BF-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PE-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY COMMSTMT.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-STMT-PERIOD               PIC 9(06) VALUE 0.
       77  WS-NET-DUE                   PIC S9(09)V99 VALUE 0.
       77  WS-AGENT-OPEN                PIC X VALUE 'N'.
           88  WS-AGENT-IS-OPEN         VALUE 'Y'.
      * CM-109: Agent-of-record transfers on the statement - policies
      *         moved in and out in the period, per agent and in all.
       77  WS-XFER-IN-COUNT             PIC 9(05) VALUE 0.
       77  WS-XFER-OUT-COUNT            PIC 9(05) VALUE 0.
       77  WS-XFER-EVENT-COUNT          PIC 9(07) VALUE 0.

      * CM-105: Balance-forward rows, read whole at start and
      *         rewritten whole at the end - an inactive agent's row
           05  PD-NET-DUE               PIC 9(09).99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PD-PERIOD                PIC 9(06).
      * CM-108: The cycle's run date - the date the payable is
      *         released for payment, which is the date that decides
      *         the tax year it is reported in.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PD-PAID-DATE             PIC 9(08).

      * CM-107: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DF-AMOUNT                PIC ----,--9.99.

       01  WS-TRANSFER-FIELDS.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-STMT-DATE             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-COMM-TYPE             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TF-DIRECTION             PIC X(21).
           05  TF-OTHER-AGENT-ID        PIC X(08).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1100-LOAD-BALANCE-FORWARD
           OPEN OUTPUT STATEMENT-REPORT-FILE
           OPEN OUTPUT PAYABLES-EXTRACT-FILE
      * CM-203: History is appended to, never rebuilt. See NB-UW-
      *         001.cob NB-1104 for the open/fallback pattern.
           OPEN EXTEND PAYABLES-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
              OPEN OUTPUT PAYABLES-HISTORY-FILE
              CLOSE PAYABLES-HISTORY-FILE
              OPEN EXTEND PAYABLES-HISTORY-FILE
           END-IF
           PERFORM 3100-WRITE-REPORT-HEADINGS.

       1050-READ-STMT-PERIOD.
              MOVE CS-POLICY-ID TO SW-POLICY-ID
              MOVE CS-COMMISSION-TYPE TO SW-COMMISSION-TYPE
              MOVE CS-COMMISSION-AMOUNT TO SW-COMMISSION-AMOUNT
              MOVE CS-OTHER-AGENT-ID TO SW-OTHER-AGENT-ID
              RELEASE SW-SORT-RECORD
              ADD 1 TO WS-EVENT-COUNT
           END-IF
           END-IF

           ADD SW-COMMISSION-AMOUNT TO WS-YTD-NET
      * CM-303: A transfer event carries no money - it lists the
      *         policy moving in or out on its own line instead.
           IF SW-STMT-DATE(1:6) = WS-STMT-PERIOD
              IF SW-COMMISSION-TYPE = "TI" OR
                 SW-COMMISSION-TYPE = "TO"
                 PERFORM 3550-WRITE-TRANSFER-LINE
              ELSE
                 ADD SW-COMMISSION-AMOUNT TO WS-PERIOD-NET
                 PERFORM 3500-WRITE-DETAIL-LINE
              END-IF
           END-IF
           PERFORM 3200-RETURN-NEXT-SORTED.

           MOVE SW-AGENT-ID TO WS-PREV-AGENT-ID
           MOVE 'Y' TO WS-AGENT-OPEN
           MOVE ZERO TO WS-PERIOD-NET WS-YTD-NET
                        WS-XFER-IN-COUNT WS-XFER-OUT-COUNT
           ADD 1 TO WS-AGENT-COUNT
           MOVE SPACES TO SR-REPORT-LINE
           WRITE SR-REPORT-LINE
           MOVE WS-DETAIL-FIELDS TO SR-REPORT-LINE
           WRITE SR-REPORT-LINE.

       3550-WRITE-TRANSFER-LINE.
           MOVE SPACES TO WS-TRANSFER-FIELDS
           MOVE SW-POLICY-ID TO TF-POLICY-ID
           MOVE SW-STMT-DATE TO TF-STMT-DATE
           MOVE SW-COMMISSION-TYPE TO TF-COMM-TYPE
           IF SW-COMMISSION-TYPE = "TI"
              MOVE "TRANSFERRED IN FROM" TO TF-DIRECTION
              ADD 1 TO WS-XFER-IN-COUNT
           ELSE
              MOVE "TRANSFERRED OUT TO" TO TF-DIRECTION
              ADD 1 TO WS-XFER-OUT-COUNT
           END-IF
           MOVE SW-OTHER-AGENT-ID TO TF-OTHER-AGENT-ID
           MOVE WS-TRANSFER-FIELDS TO SR-REPORT-LINE
           WRITE SR-REPORT-LINE
           ADD 1 TO WS-XFER-EVENT-COUNT.

       3600-CLOSE-AGENT.
      * CM-301: Settle the agent: the period's net plus whatever was
      *         brought forward. A positive result is paid out and
               "   BAL FWD: " WS-EDITED-BALANCE-FWD
               DELIMITED BY SIZE INTO SR-REPORT-LINE
           WRITE SR-REPORT-LINE
           IF WS-XFER-IN-COUNT > 0 OR WS-XFER-OUT-COUNT > 0
              MOVE SPACES TO SR-REPORT-LINE
              STRING "  POLICIES TRANSFERRED IN: " WS-XFER-IN-COUNT
                  "   TRANSFERRED OUT: " WS-XFER-OUT-COUNT
                  DELIMITED BY SIZE INTO SR-REPORT-LINE
              WRITE SR-REPORT-LINE
           END-IF

           IF WS-NET-DUE > 0
              PERFORM 3800-WRITE-PAYABLE
           MOVE WS-PREV-AGENT-ID TO PD-AGENT-ID
           MOVE WS-NET-DUE TO PD-NET-DUE
           MOVE WS-STMT-PERIOD TO PD-PERIOD
           MOVE WS-CURR-DATE TO PD-PAID-DATE
           MOVE WS-PAYABLE-DETAIL TO PE-EXTRACT-LINE
           WRITE PE-EXTRACT-LINE
           MOVE WS-PAYABLE-DETAIL TO PH-HISTORY-LINE
           WRITE PH-HISTORY-LINE
           ADD 1 TO WS-PAYABLE-COUNT
           ADD WS-NET-DUE TO WS-PAYABLE-TOTAL
           MOVE SPACES TO SR-REPORT-LINE
       9000-FINALIZE.
           CLOSE STATEMENT-REPORT-FILE
           CLOSE PAYABLES-EXTRACT-FILE
           CLOSE PAYABLES-HISTORY-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "COMMSTM001: EVENTS IN YEAR   = " WS-EVENT-COUNT
           DISPLAY "COMMSTM001: AGENTS REPORTED  = " WS-AGENT-COUNT
           DISPLAY "COMMSTM001: AGENTS PAYABLE   = " WS-PAYABLE-COUNT
           DISPLAY "COMMSTM001: TRANSFER EVENTS  = " WS-XFER-EVENT-COUNT
           DISPLAY "COMMSTM001: PAYABLE TOTAL    = " WS-PAYABLE-TOTAL.

       END PROGRAM COMMSTM001.
