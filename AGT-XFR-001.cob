       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTXFR001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: AGENT COMPENSATION - BOOK-OF-BUSINESS TRANSFER        *
      * PURPOSE:                                                       *
      *   Move a terminating agent's whole book to a successor agent. *
      *   Each line of the control file names the agent giving up the *
      *   book, the successor, and the date the transfer takes        *
      *   effect. The run sweeps the policy master the way            *
      *   PREMBILL001 does and drives SVCBILL001's agent-of-record    *
      *   change ("AG") for every in-force agent-sold policy the      *
      *   departing agent holds, so each policy gets the same         *
      *   license, appointment, and jurisdiction checks, audit        *
      *   record, and before-image journal as a change keyed one      *
      *   policy at a time. A policy the successor cannot take - not  *
      *   appointed in that policy's state, say - stays with the      *
      *   departing agent and is listed on the transfer report with   *
      *   the reason.                                                 *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AX-1101: Same physical master SVCBILL001 rewrites. Only ever
      *          open here long enough to fetch the next key. See
      *          PREM-BILL-001.cob PB-301.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * AX-1102: One line per book transfer in the layout of
      *          WS-TRANSFER-DETAIL below.
           SELECT TRANSFER-CONTROL-FILE ASSIGN TO "AGTXFRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

      * AX-1103: Every policy moved or refused, with per-transfer
      *          totals.
           SELECT TRANSFER-REPORT-FILE ASSIGN TO "AGTXFRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
      * AX-1104: FD-PM-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with WS-POLICY-
      *          MASTER-REC as POLDATA grows. See NB-UW-001.cob
      *          NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  TRANSFER-CONTROL-FILE.
       01  TC-CONTROL-LINE              PIC X(80).

       FD  TRANSFER-REPORT-FILE.
       01  TR-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
       77  WS-TC-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-TC-EOF                VALUE 'Y'.
       77  WS-POLICY-COUNT              PIC 9(07) VALUE 0.
       77  WS-MOVED-COUNT               PIC 9(07) VALUE 0.
       77  WS-REFUSED-COUNT             PIC 9(07) VALUE 0.
       77  WS-BAD-LINE-COUNT            PIC 9(05) VALUE 0.
       77  WS-RESULT-CODE               PIC 9(04) VALUE 0.
       77  WS-RESULT-MESSAGE            PIC X(100) VALUE SPACES.

      * AX-101: Book transfers from the control file. The departing
      *         agent keys the sweep; a line whose agents are missing,
      *         the same, or whose date is not a date is reported and
      *         dropped. A zero date takes effect on the run date.
       77  WS-XFER-COUNT                PIC 9(02) VALUE 0.
       77  WS-XFER-MAX                  PIC 9(02) VALUE 50.
       77  WS-XFER-IDX                  PIC 9(02) VALUE 0.
       77  WS-XFER-FOUND                PIC X VALUE 'N'.
           88  WS-XFER-WAS-FOUND        VALUE 'Y'.
       01  WS-TRANSFER-TABLE.
           05  WS-XFER-ENTRY OCCURS 50 TIMES.
               10  WS-XFER-OLD-AGENT-ID     PIC X(08).
               10  WS-XFER-NEW-AGENT-ID     PIC X(08).
               10  WS-XFER-EFF-DATE         PIC 9(08).
               10  WS-XFER-MOVED            PIC 9(07).
               10  WS-XFER-REFUSED          PIC 9(07).

      * AX-102: Control-file record layout.
       01  WS-TRANSFER-DETAIL.
           05  TD-OLD-AGENT-ID          PIC X(08).
           05  TD-NEW-AGENT-ID          PIC X(08).
           05  TD-EFF-DATE              PIC X(08).
           05  TD-EFF-DATE-N REDEFINES TD-EFF-DATE
                                        PIC 9(08).
           05  FILLER                   PIC X(56).

      * AX-103: Report detail, one line per policy the sweep drove.
       01  WS-REPORT-DETAIL.
           05  RD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-OLD-AGENT-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-NEW-AGENT-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-EFF-DATE              PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-STATE                 PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-RESULT                PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-RESULT-CODE           PIC Z(03)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-MESSAGE               PIC X(60).

      * AX-104: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.

      * AX-105: One transaction record passed to SVCBILL001 per policy,
      *         the layout servicing already uses for any amendment.
      *         See PREM-BILL-001.cob PB-1106.
           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-XFER-TRANSACTION.

       PROCEDURE DIVISION.

       0000-MAIN-TRANSFER.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TRANSFERS
           IF WS-XFER-COUNT > 0
              PERFORM 2000-SWEEP-POLICIES
                 UNTIL WS-NO-MORE-POLICIES
           END-IF
           PERFORM 8100-WRITE-TRANSFER-TOTALS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "AGTXFR001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT TRANSFER-REPORT-FILE
           MOVE SPACES TO TR-REPORT-LINE
           STRING "AGENT BOOK-OF-BUSINESS TRANSFER - RUN DATE "
               WS-CURR-DATE
               DELIMITED BY SIZE INTO TR-REPORT-LINE
           WRITE TR-REPORT-LINE
           MOVE SPACES TO TR-REPORT-LINE
           WRITE TR-REPORT-LINE
           MOVE "POLICY ID     FROM      TO        EFF DATE  ST  RESULT"
             TO TR-REPORT-LINE
           WRITE TR-REPORT-LINE
           MOVE LOW-VALUES TO FD-PM-POLICY-ID.

       1100-LOAD-TRANSFERS.
           OPEN INPUT TRANSFER-CONTROL-FILE
           IF WS-TC-FILE-STATUS NOT = "00"
              DISPLAY "AGTXFR001: NO TRANSFER CONTROL FILE"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1110-READ-NEXT-TRANSFER
           PERFORM 1120-TABLE-ONE-TRANSFER
              UNTIL WS-TC-EOF
           CLOSE TRANSFER-CONTROL-FILE.

       1110-READ-NEXT-TRANSFER.
           READ TRANSFER-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-TC-EOF-SWITCH
           END-READ.

       1120-TABLE-ONE-TRANSFER.
           MOVE TC-CONTROL-LINE TO WS-TRANSFER-DETAIL
           IF TD-EFF-DATE = SPACES
              MOVE ZERO TO TD-EFF-DATE-N
           END-IF
           IF TD-OLD-AGENT-ID = SPACES OR TD-NEW-AGENT-ID = SPACES
              OR TD-OLD-AGENT-ID = TD-NEW-AGENT-ID
              OR TD-EFF-DATE-N NOT NUMERIC
              ADD 1 TO WS-BAD-LINE-COUNT
              MOVE SPACES TO TR-REPORT-LINE
              STRING "REJECTED CONTROL LINE: " TC-CONTROL-LINE
                  DELIMITED BY SIZE INTO TR-REPORT-LINE
              WRITE TR-REPORT-LINE
              PERFORM 1110-READ-NEXT-TRANSFER
              EXIT PARAGRAPH
           END-IF
           IF TD-EFF-DATE-N = ZERO
              MOVE WS-CURR-DATE TO TD-EFF-DATE-N
           END-IF
           IF WS-XFER-COUNT < WS-XFER-MAX
              ADD 1 TO WS-XFER-COUNT
              MOVE TD-OLD-AGENT-ID
                TO WS-XFER-OLD-AGENT-ID(WS-XFER-COUNT)
              MOVE TD-NEW-AGENT-ID
                TO WS-XFER-NEW-AGENT-ID(WS-XFER-COUNT)
              MOVE TD-EFF-DATE-N TO WS-XFER-EFF-DATE(WS-XFER-COUNT)
              MOVE ZERO TO WS-XFER-MOVED(WS-XFER-COUNT)
                           WS-XFER-REFUSED(WS-XFER-COUNT)
           ELSE
              DISPLAY "WARNING: TRANSFER TABLE FULL - DROPPED "
                      TD-OLD-AGENT-ID
           END-IF
           PERFORM 1110-READ-NEXT-TRANSFER.

      *===============================================================*
      * AX-2000: FETCH THE NEXT POLICY AND, IF THE DEPARTING AGENT    *
      *          HOLDS IT, HAND IT TO SVCBILL001 AS AN "AG" CHANGE.   *
      *===============================================================*
       2000-SWEEP-POLICIES.
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
      * AX-201: Only in-force agent-sold business moves - a lapsed or
      *         terminated policy earns its agent nothing further, and
      *         SVCBILL001 would refuse it anyway.
           MOVE FD-POLICY-MASTER-REC TO WS-XFER-TRANSACTION
           IF NOT PM-CHANNEL-AGENT
              EXIT PARAGRAPH
           END-IF
           IF NOT PM-STAT-ACTIVE AND NOT PM-STAT-GRACE
              AND NOT PM-STAT-REINSTATED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2050-FIND-TRANSFER
           IF WS-XFER-WAS-FOUND
              PERFORM 2100-TRANSFER-ONE-POLICY
           END-IF.

       2050-FIND-TRANSFER.
           MOVE 'N' TO WS-XFER-FOUND
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-COUNT
                      OR WS-XFER-WAS-FOUND
              IF WS-XFER-OLD-AGENT-ID(WS-XFER-IDX) = PM-AGENT-ID
                 MOVE 'Y' TO WS-XFER-FOUND
              END-IF
           END-PERFORM
           IF WS-XFER-WAS-FOUND
              SUBTRACT 1 FROM WS-XFER-IDX
           END-IF.

       2100-TRANSFER-ONE-POLICY.
      * AX-202: A minimal servicing transaction, the way PREM-BILL-
      *         001.cob PB-401 builds its sweep request - SVCBILL001
      *         reads the master itself and does every check.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE PM-AGENT-ID TO RD-OLD-AGENT-ID
           MOVE PM-JURISDICTION-STATE TO RD-STATE
           MOVE WS-XFER-NEW-AGENT-ID(WS-XFER-IDX) TO RD-NEW-AGENT-ID
           MOVE WS-XFER-EFF-DATE(WS-XFER-IDX) TO RD-EFF-DATE

           MOVE SPACES TO WS-XFER-TRANSACTION
           MOVE FD-PM-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE "AG" TO PM-AMENDMENT-TYPE
           MOVE "BOOK OF BUSINESS TRANSFER" TO PM-AMENDMENT-REASON
           MOVE WS-XFER-NEW-AGENT-ID(WS-XFER-IDX) TO PM-NEW-AGENT-ID
           MOVE WS-XFER-EFF-DATE(WS-XFER-IDX) TO PM-NEW-AGENT-EFF-DATE

           CALL "SVCBILL001" USING WS-XFER-TRANSACTION

           MOVE PM-RETURN-CODE TO WS-RESULT-CODE
           MOVE PM-RETURN-MESSAGE TO WS-RESULT-MESSAGE
           MOVE WS-RESULT-CODE TO RD-RESULT-CODE
           MOVE WS-RESULT-MESSAGE TO RD-MESSAGE
           IF WS-RESULT-CODE = 0
              MOVE "MOVED" TO RD-RESULT
              ADD 1 TO WS-MOVED-COUNT
                       WS-XFER-MOVED(WS-XFER-IDX)
           ELSE
              MOVE "REFUSED" TO RD-RESULT
              ADD 1 TO WS-REFUSED-COUNT
                       WS-XFER-REFUSED(WS-XFER-IDX)
           END-IF
           MOVE WS-REPORT-DETAIL TO TR-REPORT-LINE
           WRITE TR-REPORT-LINE.

       8100-WRITE-TRANSFER-TOTALS.
           MOVE SPACES TO TR-REPORT-LINE
           WRITE TR-REPORT-LINE
           PERFORM 8110-WRITE-ONE-TOTAL
              VARYING WS-XFER-IDX FROM 1 BY 1
              UNTIL WS-XFER-IDX > WS-XFER-COUNT.

       8110-WRITE-ONE-TOTAL.
           MOVE SPACES TO TR-REPORT-LINE
           STRING "TRANSFER " WS-XFER-OLD-AGENT-ID(WS-XFER-IDX)
               " TO " WS-XFER-NEW-AGENT-ID(WS-XFER-IDX)
               " EFF " WS-XFER-EFF-DATE(WS-XFER-IDX)
               "  MOVED " WS-XFER-MOVED(WS-XFER-IDX)
               "  REFUSED " WS-XFER-REFUSED(WS-XFER-IDX)
               DELIMITED BY SIZE INTO TR-REPORT-LINE
           WRITE TR-REPORT-LINE.

       8900-WRITE-RUN-CONTROL.
      * AX-1105: Date/time zeroed so BATCTL001 stamps the moment of
      *          the append; counts are whatever the run has so far.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-POLICY-COUNT TO BC-RECORDS-READ
           MOVE WS-MOVED-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           CLOSE TRANSFER-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "AGTXFR001: TRANSFERS LOADED  = " WS-XFER-COUNT
           DISPLAY "AGTXFR001: CONTROL LINES BAD = " WS-BAD-LINE-COUNT
           DISPLAY "AGTXFR001: POLICIES READ     = " WS-POLICY-COUNT
           DISPLAY "AGTXFR001: POLICIES MOVED    = " WS-MOVED-COUNT
           DISPLAY "AGTXFR001: POLICIES REFUSED  = " WS-REFUSED-COUNT.

       END PROGRAM AGTXFR001.
