       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLARC001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: OPERATIONS - CLOSED POLICY ARCHIVE, PURGE AND RESTORE *
      * PURPOSE:                                                       *
      *   POLMAST kept every policy forever, so every full-book pass  *
      *   read years of declined, surrendered, matured, foreclosed    *
      *   and paid-claim records. This periodic run moves a policy    *
      *   in a terminal status off the live master to the keyed       *
      *   closed-policy archive (POLARCH.CPY) once it is past the     *
      *   retention period and nothing it paid out is still open on   *
      *   the disbursement register, and prints a purge report whose  *
      *   counts balance to the RUNCTL record. Restore requests run   *
      *   first: an archived policy comes back whole for a late claim *
      *   or under a litigation hold, and a hold keeps a policy on    *
      *   the live master until it is released. The same pattern      *
      *   HSTORG001 uses to archive old history.                      *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AR-1101: Restore and hold requests, one per line: "R" restore
      *          an archived policy ("L" in the hold column restores
      *          it under litigation hold), "H" place a litigation
      *          hold on a live policy, "X" release the hold.
           SELECT ARCHIVE-REQUEST-FILE ASSIGN TO "ARCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-FILE-STATUS.

      * AR-1102: One-line run control naming the retention period in
      *          whole years. Absent or zero, nothing archives and
      *          the run only works its requests. The HSTORCTL
      *          pattern HST-ORG-001.cob HO-1104 uses.
           SELECT RETENTION-CONTROL-FILE ASSIGN TO "ARCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

      * AR-1103: The shared disbursement register - a policy with a
      *          payout not yet cleared stays on the live master.
           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREGST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

      * AR-1104: Same physical master every other program reads and
      *          rewrites; archived policies are deleted from it.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

      * AR-1105: The keyed closed-policy archive POLINQ001 falls back
      *          to when a policy is no longer on the live master.
           SELECT POLICY-ARCHIVE-FILE ASSIGN TO "POLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AK-POLICY-ID
               FILE STATUS IS WS-AK-FILE-STATUS.

      * AR-1106: Append-only transaction log. See NB-UW-001.cob
      *          NB-1103.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

      * AR-1107: Append-only before-image journal - a hold or release
      *          rewrite journals the record as it stood first. See
      *          SVC-BILL-001.cob SV-1121.
           SELECT POLICY-JOURNAL-FILE ASSIGN TO "POLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-REQUEST-FILE.
       01  RQ-REQUEST-LINE              PIC X(80).

       FD  RETENTION-CONTROL-FILE.
       01  RC-CONTROL-LINE              PIC X(80).

       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).

       FD  POLICY-MASTER-FILE.
      * AR-1108: FD-PM-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with WS-POLICY-
      *          MASTER-REC as POLDATA grows. See NB-UW-001.cob
      *          NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  POLICY-ARCHIVE-FILE.
      * AR-1109: Oversized the same way, so the archive FD stays
      *          binary-compatible with AK-ARCHIVE-RECORD.
       01  FD-POLICY-ARCHIVE-REC.
           05  FD-AK-POLICY-ID          PIC X(12).
           05  FD-AK-REST-OF-RECORD     PIC X(3100).

       FD  AUDIT-LOG-FILE.
       01  AL-LOG-LINE                  PIC X(132).

       FD  POLICY-JOURNAL-FILE.
       01  PJ-JOURNAL-LINE              PIC X(3060).

       FD  PURGE-REPORT-FILE.
       01  RP-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-RQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PAYDISB.
       COPY POLARCH.
       COPY AUDITLOG.
       COPY POLJRNL.
      * AR-1110: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-RETENTION-YEARS           PIC 9(02) VALUE 0.
       77  WS-CUTOFF-DATE               PIC 9(08) VALUE 0.
       77  WS-TERMINAL-DATE             PIC 9(08) VALUE 0.
       77  WS-ACTION-TYPE               PIC X(10) VALUE SPACES.
       77  WS-AUDIT-REASON              PIC X(40) VALUE SPACES.
       77  WS-BEFORE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RQ-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-RQ-EOF                VALUE 'Y'.
       77  WS-PR-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PR-EOF                VALUE 'Y'.
       77  WS-PM-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PM-EOF                VALUE 'Y'.
       77  WS-KEEP-REASON               PIC X(01) VALUE SPACE.
           88  WS-KEEP-NOT-TERMINAL     VALUE "N".
           88  WS-KEEP-IN-RETENTION     VALUE "R".
           88  WS-KEEP-PAYOUT-OPEN      VALUE "P".
           88  WS-KEEP-ON-HOLD          VALUE "H".
           88  WS-KEEP-ARCHIVE-FAILED   VALUE "F".
           88  WS-ARCHIVE-ELIGIBLE      VALUE SPACE.

      * AR-101: Purge-report counts. Every policy read lands in
      *         exactly one kept bucket or is archived, so the read
      *         count balances to the buckets and the archived count
      *         balances to the RUNCTL written count.
       77  WS-POLICY-READ-COUNT         PIC 9(07) VALUE 0.
       77  WS-ARCHIVED-COUNT            PIC 9(07) VALUE 0.
       77  WS-NOT-TERMINAL-COUNT        PIC 9(07) VALUE 0.
       77  WS-IN-RETENTION-COUNT        PIC 9(07) VALUE 0.
       77  WS-PAYOUT-OPEN-COUNT         PIC 9(07) VALUE 0.
       77  WS-ON-HOLD-COUNT             PIC 9(07) VALUE 0.
       77  WS-ARCHIVE-FAILED-COUNT      PIC 9(07) VALUE 0.
       77  WS-BUCKET-TOTAL              PIC 9(07) VALUE 0.
       77  WS-REQUEST-COUNT             PIC 9(05) VALUE 0.
       77  WS-RESTORED-COUNT            PIC 9(05) VALUE 0.
       77  WS-HOLD-COUNT                PIC 9(05) VALUE 0.
       77  WS-RELEASE-COUNT             PIC 9(05) VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.
       77  WS-REGISTER-COUNT            PIC 9(07) VALUE 0.
       77  WS-EDITED-COUNT              PIC Z,ZZZ,ZZ9.

      * AR-102: Policies with a payout on the register that is not
      *         yet cleared - issued, held, or gone stale toward
      *         escheatment. Read whole up front; the grow-as-you-go
      *         table pattern PREM-TAX-001.cob PX-103 uses. A voided
      *         instrument was replaced by its reissue, which carries
      *         its own status.
       77  WS-OPEN-COUNT                PIC 9(04) VALUE 0.
       77  WS-OPEN-MAX                  PIC 9(04) VALUE 2000.
       77  WS-OPEN-IDX                  PIC 9(04) VALUE 0.
       77  WS-OPEN-FOUND                PIC X VALUE 'N'.
           88  WS-OPEN-WAS-FOUND        VALUE 'Y'.
       77  WS-OPEN-OVERFLOW             PIC X VALUE 'N'.
           88  WS-OPEN-OVERFLOWED       VALUE 'Y'.
      * AR-106: Set when the register cannot prove which payouts are
      *         still open - unreadable, or too big for the table. The
      *         sweep then archives nothing and the run ends failed.
       77  WS-ARCHIVE-BLOCK-SW          PIC X VALUE 'N'.
           88  WS-ARCHIVE-BLOCKED       VALUE 'Y'.
       77  WS-ARCHIVE-BLOCK-REASON      PIC X(50) VALUE SPACES.
       01  WS-OPEN-PAYOUT-TABLE.
           05  WS-OPEN-POLICY-ID        OCCURS 2000 TIMES PIC X(12).

       01  WS-REQUEST-DETAIL.
           05  RQ-REQ-TYPE              PIC X(01).
               88  RQ-TYPE-RESTORE      VALUE "R".
               88  RQ-TYPE-HOLD         VALUE "H".
               88  RQ-TYPE-RELEASE      VALUE "X".
           05  FILLER                   PIC X(01).
           05  RQ-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(01).
           05  RQ-HOLD-CODE             PIC X(01).
               88  RQ-HOLD-LITIGATION   VALUE "L".
           05  FILLER                   PIC X(01).
           05  RQ-REQ-USER              PIC X(12).
           05  FILLER                   PIC X(01).
           05  RQ-REQ-REASON            PIC X(40).

       COPY POLDATA.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
              UNTIL WS-RQ-EOF
           PERFORM 2950-POSITION-MASTER
           PERFORM 3000-ARCHIVE-CLOSED-POLICIES
              UNTIL WS-PM-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-RETENTION
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "POLARC001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "POLARC001 CLOSED POLICY ARCHIVE AND PURGE - RUN "
               WS-CURR-DATE "  RETENTION " WS-RETENTION-YEARS
               " YEARS  CUTOFF " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           OPEN I-O POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: POLICY MASTER UNAVAILABLE - STATUS "
                      WS-PM-FILE-STATUS
              MOVE 'Y' TO WS-RQ-EOF-SWITCH WS-PM-EOF-SWITCH
              EXIT PARAGRAPH
           END-IF
      * AR-103: The archive is created on first use - the open/
      *         fallback pattern HST-ORG-001.cob HO-202 uses for the
      *         history store.
           OPEN I-O POLICY-ARCHIVE-FILE
           IF WS-AK-FILE-STATUS = "35" OR WS-AK-FILE-STATUS = "05"
              CLOSE POLICY-ARCHIVE-FILE
              OPEN OUTPUT POLICY-ARCHIVE-FILE
              CLOSE POLICY-ARCHIVE-FILE
              OPEN I-O POLICY-ARCHIVE-FILE
           END-IF
           IF WS-AK-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: POLICY ARCHIVE UNAVAILABLE - STATUS "
                      WS-AK-FILE-STATUS
              MOVE 'Y' TO WS-RQ-EOF-SWITCH WS-PM-EOF-SWITCH
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-REQUEST-FILE
           IF WS-RQ-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-RQ-EOF-SWITCH
           END-IF
           IF WS-RETENTION-YEARS = 0
              MOVE 'Y' TO WS-PM-EOF-SWITCH
           ELSE
              PERFORM 1500-LOAD-OPEN-PAYOUTS
           END-IF.

       1050-READ-RETENTION.
           MOVE ZERO TO WS-RETENTION-YEARS WS-CUTOFF-DATE
           OPEN INPUT RETENTION-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
              READ RETENTION-CONTROL-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-RC-FILE-STATUS = "00" AND
                 RC-CONTROL-LINE(1:2) NUMERIC
                 MOVE RC-CONTROL-LINE(1:2) TO WS-RETENTION-YEARS
              END-IF
              CLOSE RETENTION-CONTROL-FILE
           END-IF
      * AR-104: The cutoff is the run date less whole years, so a
      *         policy that went terminal on or after it is still
      *         inside retention.
           IF WS-RETENTION-YEARS > 0
              COMPUTE WS-CUTOFF-DATE =
                      WS-CURR-DATE - (WS-RETENTION-YEARS * 10000)
           END-IF.

       1500-LOAD-OPEN-PAYOUTS.
      * AR-107: A readable register is a precondition for archiving -
      *         with no register every terminal policy would look
      *         paid out and be purged.
           OPEN INPUT PAYMENT-REGISTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: PAYMENT REGISTER UNAVAILABLE - "
                      "STATUS " WS-PR-FILE-STATUS
                      " - NO POLICIES ARCHIVED THIS RUN"
              MOVE 'Y' TO WS-PR-EOF-SWITCH WS-PM-EOF-SWITCH
                          WS-ARCHIVE-BLOCK-SW
              MOVE SPACES TO WS-ARCHIVE-BLOCK-REASON
              STRING "PAYMENT REGISTER UNAVAILABLE - STATUS "
                  WS-PR-FILE-STATUS
                  DELIMITED BY SIZE INTO WS-ARCHIVE-BLOCK-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM 1510-TABLE-ONE-PAYOUT
              UNTIL WS-PR-EOF
           CLOSE PAYMENT-REGISTER-FILE
      * AR-105: A register too big for the table can no longer prove
      *         any policy's payouts cleared - the run archives
      *         nothing rather than purge a policy with money out.
           IF WS-OPEN-OVERFLOWED
              DISPLAY "POLARC001: OPEN-PAYOUT TABLE FULL AT "
                      WS-OPEN-MAX " - NO POLICIES ARCHIVED THIS RUN"
              MOVE 'Y' TO WS-PM-EOF-SWITCH WS-ARCHIVE-BLOCK-SW
              MOVE "OPEN-PAYOUT TABLE FULL" TO WS-ARCHIVE-BLOCK-REASON
           END-IF.

       1510-TABLE-ONE-PAYOUT.
           READ PAYMENT-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-PR-EOF-SWITCH
           END-READ
           IF WS-PR-EOF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REGISTER-COUNT
           MOVE PR-REGISTER-LINE TO PD-DISBURSEMENT-RECORD
           IF PD-STAT-CLEARED OR PD-STAT-VOIDED
              EXIT PARAGRAPH
           END-IF
           MOVE PD-POLICY-ID TO PM-POLICY-ID
           PERFORM 8400-FIND-OPEN-PAYOUT
           IF WS-OPEN-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-COUNT < WS-OPEN-MAX
              ADD 1 TO WS-OPEN-COUNT
              MOVE PD-POLICY-ID TO WS-OPEN-POLICY-ID(WS-OPEN-COUNT)
           ELSE
              MOVE 'Y' TO WS-OPEN-OVERFLOW
           END-IF.

      *===============================================================*
      * AR-2000: WORK THE RESTORE AND HOLD REQUESTS AHEAD OF THE      *
      *          SWEEP, SO A POLICY RESTORED OR HELD TODAY IS NEVER   *
      *          ARCHIVED BY THE SAME RUN.                            *
      *===============================================================*
       2000-PROCESS-REQUESTS.
           READ ARCHIVE-REQUEST-FILE
              AT END
                 MOVE 'Y' TO WS-RQ-EOF-SWITCH
           END-READ
           IF WS-RQ-EOF
              EXIT PARAGRAPH
           END-IF
           MOVE RQ-REQUEST-LINE TO WS-REQUEST-DETAIL
           IF RQ-REQUEST-LINE = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           IF RQ-POLICY-ID = SPACES
              MOVE "POLICY ID MISSING" TO WS-AUDIT-REASON
              PERFORM 2900-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF
           IF RQ-REQ-USER = SPACES
              MOVE "POLARC01" TO RQ-REQ-USER
           END-IF
           EVALUATE TRUE
              WHEN RQ-TYPE-RESTORE
                 PERFORM 2100-RESTORE-POLICY
              WHEN RQ-TYPE-HOLD
                 PERFORM 2200-PLACE-HOLD
              WHEN RQ-TYPE-RELEASE
                 PERFORM 2300-RELEASE-HOLD
              WHEN OTHER
                 MOVE "UNKNOWN REQUEST TYPE" TO WS-AUDIT-REASON
                 PERFORM 2900-REJECT-REQUEST
           END-EVALUATE.

      *===============================================================*
      * AR-2100: PUT AN ARCHIVED POLICY BACK ON THE LIVE MASTER       *
      *          EXACTLY AS IT LEFT, STAMPED WITH THE RESTORE DATE SO *
      *          THE RETENTION CLOCK RESTARTS. A LITIGATION RESTORE   *
      *          ALSO PLACES THE HOLD.                                *
      *===============================================================*
       2100-RESTORE-POLICY.
           MOVE RQ-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-PM-FILE-STATUS = "00"
              MOVE "ALREADY ON POLICY MASTER" TO WS-AUDIT-REASON
              PERFORM 2900-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF
           MOVE RQ-POLICY-ID TO FD-AK-POLICY-ID
           READ POLICY-ARCHIVE-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-AK-FILE-STATUS NOT = "00"
              MOVE "NOT ON CLOSED-POLICY ARCHIVE" TO WS-AUDIT-REASON
              PERFORM 2900-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF
           MOVE FD-POLICY-ARCHIVE-REC TO AK-ARCHIVE-RECORD
           MOVE AK-POLICY-IMAGE TO WS-POLICY-MASTER-REC
           MOVE WS-CURR-DATE TO PM-RESTORE-DATE PM-LAST-ACTION-DATE
           MOVE RQ-REQ-USER TO PM-LAST-ACTION-USER
      * AR-201: A restore under litigation hold stays live until the
      *         hold is released; any other restore (a late claim)
      *         leaves the policy free to archive again once
      *         retention runs out from today.
           IF RQ-HOLD-LITIGATION
              MOVE "L" TO PM-ARCHIVE-HOLD
              MOVE WS-CURR-DATE TO PM-ARCHIVE-HOLD-DATE
           END-IF
           MOVE WS-POLICY-MASTER-REC TO FD-POLICY-MASTER-REC
           WRITE FD-POLICY-MASTER-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-PM-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: RESTORE WRITE FAILED FOR "
                      RQ-POLICY-ID " STATUS " WS-PM-FILE-STATUS
              MOVE "POLICY MASTER WRITE FAILED" TO WS-AUDIT-REASON
              PERFORM 2900-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF
           DELETE POLICY-ARCHIVE-FILE
              INVALID KEY
                 DISPLAY "POLARC001: ARCHIVE DELETE FAILED FOR "
                         RQ-POLICY-ID " STATUS " WS-AK-FILE-STATUS
           END-DELETE
           ADD 1 TO WS-RESTORED-COUNT
           MOVE SPACES TO WS-BEFORE-STATUS
           MOVE "RESTORED" TO WS-ACTION-TYPE
           MOVE RQ-REQ-REASON TO WS-AUDIT-REASON
           PERFORM 8200-WRITE-AUDIT-LOG
           MOVE SPACES TO RP-REPORT-LINE
           STRING "  RESTORED  " PM-POLICY-ID "  STATUS "
               PM-CONTRACT-STATUS "  ARCHIVED " AK-ARCHIVE-DATE
               "  HOLD " PM-ARCHIVE-HOLD "  " RQ-REQ-REASON
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

       2200-PLACE-HOLD.
           PERFORM 2250-READ-LIVE-POLICY
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 8850-WRITE-BEFORE-IMAGE
           MOVE "L" TO PM-ARCHIVE-HOLD
           MOVE WS-CURR-DATE TO PM-ARCHIVE-HOLD-DATE
                                PM-LAST-ACTION-DATE
           MOVE RQ-REQ-USER TO PM-LAST-ACTION-USER
           MOVE "ARCHOLD" TO WS-ACTION-TYPE
           PERFORM 2260-REWRITE-LIVE-POLICY
           IF WS-PM-FILE-STATUS = "00"
              ADD 1 TO WS-HOLD-COUNT
           END-IF.

       2250-READ-LIVE-POLICY.
           MOVE RQ-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-PM-FILE-STATUS NOT = "00"
              MOVE "NOT ON POLICY MASTER" TO WS-AUDIT-REASON
              PERFORM 2900-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
                                        JR-BEFORE-IMAGE.

       2260-REWRITE-LIVE-POLICY.
           MOVE WS-POLICY-MASTER-REC TO FD-POLICY-MASTER-REC
           REWRITE FD-POLICY-MASTER-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-PM-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: REWRITE FAILED FOR "
                      PM-POLICY-ID " STATUS " WS-PM-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE PM-CONTRACT-STATUS TO WS-BEFORE-STATUS
           MOVE RQ-REQ-REASON TO WS-AUDIT-REASON
           PERFORM 8200-WRITE-AUDIT-LOG
           MOVE SPACES TO RP-REPORT-LINE
           STRING "  " WS-ACTION-TYPE PM-POLICY-ID "  STATUS "
               PM-CONTRACT-STATUS "  " RQ-REQ-REASON
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

       2300-RELEASE-HOLD.
           PERFORM 2250-READ-LIVE-POLICY
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF NOT PM-LITIGATION-HOLD
              MOVE "NO HOLD TO RELEASE" TO WS-AUDIT-REASON
              PERFORM 2900-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF
           PERFORM 8850-WRITE-BEFORE-IMAGE
           MOVE SPACE TO PM-ARCHIVE-HOLD
           MOVE ZERO TO PM-ARCHIVE-HOLD-DATE
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           MOVE RQ-REQ-USER TO PM-LAST-ACTION-USER
           MOVE "ARCHOLDREL" TO WS-ACTION-TYPE
           PERFORM 2260-REWRITE-LIVE-POLICY
           IF WS-PM-FILE-STATUS = "00"
              ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       2900-REJECT-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "  REJECTED  " RQ-REQ-TYPE " " RQ-POLICY-ID
               "  " WS-AUDIT-REASON
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

      * AR-202: The requests read the master at random, so the sweep
      *         starts from a keyed START at the front of the file.
       2950-POSITION-MASTER.
           IF WS-PM-EOF
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FD-PM-POLICY-ID
           START POLICY-MASTER-FILE KEY >= FD-PM-POLICY-ID
              INVALID KEY
                 MOVE 'Y' TO WS-PM-EOF-SWITCH
           END-START.

      *===============================================================*
      * AR-3000: ONE PASS OF THE LIVE MASTER. A POLICY LEAVES FOR     *
      *          THE ARCHIVE ONLY WHEN IT IS TERMINAL, PAST RETENTION,*
      *          NOT HELD, AND NOTHING IT PAID OUT IS STILL OPEN;     *
      *          EVERY OTHER POLICY COUNTS IN THE BUCKET THAT KEPT IT.*
      *===============================================================*
       3000-ARCHIVE-CLOSED-POLICIES.
           READ POLICY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PM-EOF-SWITCH
           END-READ
           IF WS-PM-EOF
              EXIT PARAGRAPH
           END-IF
           IF WS-POLICY-READ-COUNT = 0
              MOVE SPACES TO RP-REPORT-LINE
              WRITE RP-REPORT-LINE
              MOVE "  POLICIES ARCHIVED:" TO RP-REPORT-LINE
              WRITE RP-REPORT-LINE
           END-IF
           ADD 1 TO WS-POLICY-READ-COUNT
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
           PERFORM 3100-CHECK-ELIGIBLE
           EVALUATE TRUE
              WHEN WS-KEEP-NOT-TERMINAL
                 ADD 1 TO WS-NOT-TERMINAL-COUNT
              WHEN WS-KEEP-IN-RETENTION
                 ADD 1 TO WS-IN-RETENTION-COUNT
              WHEN WS-KEEP-PAYOUT-OPEN
                 ADD 1 TO WS-PAYOUT-OPEN-COUNT
              WHEN WS-KEEP-ON-HOLD
                 ADD 1 TO WS-ON-HOLD-COUNT
              WHEN OTHER
                 PERFORM 3200-ARCHIVE-ONE-POLICY
           END-EVALUATE.

       3100-CHECK-ELIGIBLE.
           MOVE SPACE TO WS-KEEP-REASON
      * AR-301: Lapsed stays live - it can still be reinstated.
           IF NOT (PM-STAT-DECLINED OR PM-STAT-VOIDED
                   OR PM-STAT-SURRENDERED OR PM-STAT-MATURED
                   OR PM-STAT-FORECLOSED OR PM-STAT-TERMINATED
                   OR PM-STAT-CLAIMED)
              MOVE "N" TO WS-KEEP-REASON
              EXIT PARAGRAPH
           END-IF
           IF PM-LITIGATION-HOLD
              MOVE "H" TO WS-KEEP-REASON
              EXIT PARAGRAPH
           END-IF
      * AR-302: The last-maintenance date stands in for the date the
      *         terminal status was reached, the way EXP-STD-001.cob
      *         ES-2000 reads it; a later restore date restarts the
      *         clock. No usable date cannot prove retention is over.
           MOVE ZERO TO WS-TERMINAL-DATE
           IF PM-LAST-MAINT-DATE NUMERIC
              MOVE PM-LAST-MAINT-DATE TO WS-TERMINAL-DATE
           END-IF
           IF PM-RESTORE-DATE NUMERIC AND
              PM-RESTORE-DATE > WS-TERMINAL-DATE
              MOVE PM-RESTORE-DATE TO WS-TERMINAL-DATE
           END-IF
           IF WS-TERMINAL-DATE = ZERO OR
              WS-TERMINAL-DATE >= WS-CUTOFF-DATE
              MOVE "R" TO WS-KEEP-REASON
              EXIT PARAGRAPH
           END-IF
      * AR-303: A claim settled but never disbursed, a probable death
      *         still under investigation, or any payout not yet
      *         cleared at the bank keeps the policy live.
           IF PM-STAT-CLAIMED AND
              (PM-CLAIM-DISBURSE-DATE NOT NUMERIC OR
               PM-CLAIM-DISBURSE-DATE = ZERO)
              MOVE "P" TO WS-KEEP-REASON
              EXIT PARAGRAPH
           END-IF
           IF PM-DMF-PROBABLE-DEATH
              MOVE "P" TO WS-KEEP-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM 8400-FIND-OPEN-PAYOUT
           IF WS-OPEN-WAS-FOUND
              MOVE "P" TO WS-KEEP-REASON
           END-IF.

       3200-ARCHIVE-ONE-POLICY.
           MOVE SPACES TO AK-ARCHIVE-RECORD
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PM-POLICY-ID TO AK-POLICY-ID
           MOVE WS-CURR-DATE TO AK-ARCHIVE-DATE
           MOVE WS-CURR-TIME TO AK-ARCHIVE-TIME
           MOVE PM-CONTRACT-STATUS TO AK-TERMINAL-STATUS
           MOVE WS-TERMINAL-DATE TO AK-TERMINAL-DATE
           MOVE WS-RETENTION-YEARS TO AK-RETENTION-YEARS
           MOVE FD-POLICY-MASTER-REC TO AK-POLICY-IMAGE
           MOVE AK-ARCHIVE-RECORD TO FD-POLICY-ARCHIVE-REC
      * AR-304: The archive copy is written before the master record
      *         is deleted, so a failure at either step leaves the
      *         policy on the live master and counted as kept.
           WRITE FD-POLICY-ARCHIVE-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-AK-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: ARCHIVE WRITE FAILED FOR "
                      PM-POLICY-ID " STATUS " WS-AK-FILE-STATUS
              ADD 1 TO WS-ARCHIVE-FAILED-COUNT
              EXIT PARAGRAPH
           END-IF
           DELETE POLICY-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE
           IF WS-PM-FILE-STATUS NOT = "00"
              DISPLAY "POLARC001: MASTER DELETE FAILED FOR "
                      PM-POLICY-ID " STATUS " WS-PM-FILE-STATUS
              DELETE POLICY-ARCHIVE-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-ARCHIVE-FAILED-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE PM-CONTRACT-STATUS TO WS-BEFORE-STATUS
           MOVE "ARCHIVED" TO WS-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "CLOSED POLICY ARCHIVED - TERMINAL "
               WS-TERMINAL-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8200-WRITE-AUDIT-LOG
           MOVE SPACES TO RP-REPORT-LINE
           STRING "  " PM-POLICY-ID "  STATUS " PM-CONTRACT-STATUS
               "  TERMINAL " WS-TERMINAL-DATE "  PLAN "
               PM-PLAN-CODE "  " PM-INSURED-NAME
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

       8200-WRITE-AUDIT-LOG.
      * AR-801: One append per archive, restore, hold and release -
      *         the purge itself is on the policy's trail. See
      *         NB-UW-001.cob NB-1104 for the identical open/
      *         fallback/close pattern.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AL-AUDIT-RECORD
           MOVE PM-POLICY-ID TO AL-POLICY-ID
           MOVE "POLARC01" TO AL-PROGRAM-ID
           MOVE WS-CURR-DATE TO AL-LOG-DATE
           MOVE WS-CURR-TIME TO AL-LOG-TIME
           MOVE WS-ACTION-TYPE TO AL-ACTION-TYPE
           IF WS-ACTION-TYPE = "ARCHIVED"
              MOVE "POLARC01" TO AL-ACTION-USER
           ELSE
              MOVE RQ-REQ-USER TO AL-ACTION-USER
           END-IF
           MOVE WS-BEFORE-STATUS TO AL-BEFORE-STATUS
           MOVE PM-CONTRACT-STATUS TO AL-AFTER-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO AL-BEFORE-PREMIUM
                                           AL-AFTER-PREMIUM
           MOVE WS-AUDIT-REASON TO AL-ACTION-REASON
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
              CLOSE AUDIT-LOG-FILE
              OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           MOVE AL-AUDIT-RECORD TO AL-LOG-LINE
           WRITE AL-LOG-LINE
           CLOSE AUDIT-LOG-FILE.

       8400-FIND-OPEN-PAYOUT.
           MOVE 'N' TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                      OR WS-OPEN-WAS-FOUND
              IF WS-OPEN-POLICY-ID(WS-OPEN-IDX) = PM-POLICY-ID
                 MOVE 'Y' TO WS-OPEN-FOUND
              END-IF
           END-PERFORM.

       8850-WRITE-BEFORE-IMAGE.
      * AR-802: The record as it stood at the read goes to the
      *         journal before the rewrite lands - POLRCV001's raw
      *         material. See SVC-BILL-001.cob SV-1123.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-CURR-DATE TO JR-JOURNAL-DATE
           MOVE WS-CURR-TIME TO JR-JOURNAL-TIME
           MOVE "POLARC001" TO JR-PROGRAM-ID
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-PJ-FILE-STATUS NOT = "00"
              OPEN OUTPUT POLICY-JOURNAL-FILE
              CLOSE POLICY-JOURNAL-FILE
              OPEN EXTEND POLICY-JOURNAL-FILE
           END-IF
           MOVE JR-JOURNAL-RECORD TO PJ-JOURNAL-LINE
           WRITE PJ-JOURNAL-LINE
           CLOSE POLICY-JOURNAL-FILE.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-POLICY-READ-COUNT TO BC-RECORDS-READ
           MOVE WS-ARCHIVED-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

      *===============================================================*
      * AR-9000: CLOSE OUT WITH THE PURGE SUMMARY. THE KEPT BUCKETS   *
      *          PLUS THE ARCHIVED COUNT MUST EQUAL POLICIES READ,    *
      *          AND THE READ AND ARCHIVED COUNTS ARE THE ONES THE    *
      *          RUNCTL COMPLETION RECORD CARRIES.                    *
      *===============================================================*
       9000-FINALIZE.
           IF WS-RQ-FILE-STATUS = "00" OR WS-RQ-FILE-STATUS = "10"
              CLOSE ARCHIVE-REQUEST-FILE
           END-IF
           IF WS-AK-FILE-STATUS NOT = "35"
              CLOSE POLICY-ARCHIVE-FILE
           END-IF
           IF WS-PM-FILE-STATUS NOT = "35"
              CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-RETENTION-YEARS = 0
              MOVE "  NO RETENTION PERIOD ON ARCCTL - NOTHING ARCHIVED"
                TO RP-REPORT-LINE
              WRITE RP-REPORT-LINE
           END-IF
           IF WS-ARCHIVE-BLOCKED
              MOVE SPACES TO RP-REPORT-LINE
              STRING "  NO POLICIES ARCHIVED - " WS-ARCHIVE-BLOCK-REASON
                  DELIMITED BY SIZE INTO RP-REPORT-LINE
              WRITE RP-REPORT-LINE
           END-IF
           COMPUTE WS-BUCKET-TOTAL =
                   WS-NOT-TERMINAL-COUNT + WS-IN-RETENTION-COUNT
                 + WS-PAYOUT-OPEN-COUNT + WS-ON-HOLD-COUNT
                 + WS-ARCHIVE-FAILED-COUNT + WS-ARCHIVED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE "  PURGE SUMMARY:" TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-POLICY-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    POLICIES READ (RUNCTL READ)     " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-NOT-TERMINAL-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    KEPT - NOT TERMINAL             " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-IN-RETENTION-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    KEPT - INSIDE RETENTION         " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-PAYOUT-OPEN-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    KEPT - PAYOUT NOT CLEARED       " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-ON-HOLD-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    KEPT - LITIGATION HOLD          " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-ARCHIVE-FAILED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    KEPT - ARCHIVE FAILED           " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE WS-ARCHIVED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    ARCHIVED (RUNCTL WRITTEN)       " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           IF WS-BUCKET-TOTAL = WS-POLICY-READ-COUNT
              MOVE "    KEPT PLUS ARCHIVED EQUALS READ - IN BALANCE"
                TO RP-REPORT-LINE
           ELSE
              MOVE WS-BUCKET-TOTAL TO WS-EDITED-COUNT
              STRING "    *** OUT OF BALANCE - KEPT PLUS ARCHIVED "
                  WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO RP-REPORT-LINE
           END-IF
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "    REQUESTS " WS-REQUEST-COUNT
               "  RESTORED " WS-RESTORED-COUNT
               "  HELD " WS-HOLD-COUNT
               "  RELEASED " WS-RELEASE-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           CLOSE PURGE-REPORT-FILE
      * AR-901: A blocked sweep ends the run failed, and RC 8 stops the
      *         stream, the way CASH-APP-001.cob CA-1117 does.
           IF WS-ARCHIVE-BLOCKED
              MOVE "F" TO BC-COMPLETION-STATUS
           ELSE
              MOVE "C" TO BC-COMPLETION-STATUS
           END-IF
           PERFORM 8900-WRITE-RUN-CONTROL
           IF WS-ARCHIVE-BLOCKED
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "POLARC001: POLICIES READ     = "
              WS-POLICY-READ-COUNT
           DISPLAY "POLARC001: POLICIES ARCHIVED = " WS-ARCHIVED-COUNT
           DISPLAY "POLARC001: REGISTER ITEMS    = " WS-REGISTER-COUNT
           DISPLAY "POLARC001: POLICIES RESTORED = " WS-RESTORED-COUNT
           DISPLAY "POLARC001: REQUESTS REJECTED = " WS-REJECTED-COUNT.

       END PROGRAM POLARC001.
