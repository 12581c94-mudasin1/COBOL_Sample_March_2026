       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMNT001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: FINANCE - ACCOUNTING PERIOD OPEN/CLOSE MAINTENANCE    *
      * PURPOSE:                                                       *
      *   Keep the keyed period-control file (ACCTPER.CPY) current    *
      *   from finance's period requests: a close marks a month       *
      *   closed with the close date and who closed it, and an open   *
      *   reopens a closed month for a late correction. A close is    *
      *   refused - RETURN-CODE 8 and the reason on the report - when *
      *   the shared batch control file shows a run that started in   *
      *   that month and never wrote completion, the same signature   *
      *   BATBAL001 flags, so a month is never closed over a posting  *
      *   run that died half way. PERCTL001 reads what this run keeps *
      *   on behalf of every posting run.                             *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AC-1101: Period requests, one per line, in the layout of
      *          WS-PERIOD-REQUEST-DETAIL below.
           SELECT PERIOD-REQUEST-FILE ASSIGN TO "PERREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-FILE-STATUS.

      * AC-1102: The persistent keyed period-control file. See
      *          PER-CTL-001.cob AP-1101.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "ACCTPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-GP-PERIOD
               FILE STATUS IS WS-GP-FILE-STATUS.

      * AC-1103: The shared append-only batch control file every
      *          batch writes its S/C records to through BATCTL001.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

           SELECT PERIOD-REPORT-FILE ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-REQUEST-FILE.
       01  RQ-REQUEST-LINE              PIC X(80).

       FD  PERIOD-CONTROL-FILE.
      * AC-1104: FD-GP-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with GP-PERIOD-
      *          RECORD as ACCTPER grows. See PER-CTL-001.cob
      *          AP-1103.
       01  FD-PERIOD-CONTROL-REC.
           05  FD-GP-PERIOD             PIC 9(06).
           05  FD-GP-REST-OF-RECORD     PIC X(200).

       FD  BATCH-CONTROL-FILE.
       01  BC-CONTROL-LINE              PIC X(80).

       FD  PERIOD-REPORT-FILE.
       01  RP-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-RQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY ACCTPER.
      * AC-1105: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-PERIOD               PIC 9(06) VALUE 0.
       77  WS-MORE-REQUESTS             PIC X VALUE 'Y'.
           88  WS-NO-MORE-REQUESTS      VALUE 'N'.
       77  WS-BC-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-BC-EOF                VALUE 'Y'.
       77  WS-GP-FOUND                  PIC X VALUE 'N'.
           88  WS-GP-WAS-FOUND          VALUE 'Y'.
       77  WS-REQUEST-COUNT             PIC 9(07) VALUE 0.
       77  WS-CLOSE-COUNT               PIC 9(05) VALUE 0.
       77  WS-OPEN-COUNT                PIC 9(05) VALUE 0.
       77  WS-REFUSED-COUNT             PIC 9(05) VALUE 0.
       77  WS-REJECT-COUNT              PIC 9(05) VALUE 0.
       77  WS-WRITE-COUNT               PIC 9(07) VALUE 0.
       77  WS-INCOMPLETE-COUNT          PIC 9(05) VALUE 0.
       77  WS-ACTION-USER               PIC X(12) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-MESSAGE            PIC X(80) VALUE SPACES.
       77  WS-RUN-PERIOD                PIC 9(06) VALUE 0.
      * AC-103: Month a pending start fell in, for comparing against
      *         the month being closed.
       77  WS-PENDING-PERIOD            PIC 9(06) VALUE 0.

      * AC-101: One row per program seen on the control file while a
      *         close is checked: whether its latest start is still
      *         waiting on a completion record, and that start's
      *         date. The grow-as-you-go pattern PREM-TAX-001.cob
      *         PX-103 uses.
       77  WS-PGM-COUNT                 PIC 9(03) VALUE 0.
       77  WS-PGM-MAX                   PIC 9(03) VALUE 100.
       77  WS-PGM-IDX                   PIC 9(03) VALUE 0.
       77  WS-PGM-FOUND                 PIC X VALUE 'N'.
           88  WS-PGM-WAS-FOUND         VALUE 'Y'.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 100 TIMES.
               10  WS-PGM-ID                PIC X(12).
               10  WS-PGM-PENDING           PIC X(01).
                   88  WS-PGM-IS-PENDING    VALUE "Y".
               10  WS-PGM-PENDING-DATE      PIC 9(08).

      * AC-104: Work copy of one control-file line while a close is
      *         checked, laid out as RUNCTL.CPY, so the scan never
      *         disturbs this run's own BC-RUN-CONTROL-RECORD.
       01  WS-SCAN-CONTROL-RECORD.
           05  WS-SCAN-PROGRAM-ID       PIC X(12).
           05  WS-SCAN-RUN-DATE         PIC 9(08).
           05  FILLER                   PIC X(37).
           05  WS-SCAN-STATUS           PIC X(01).
               88  WS-SCAN-RUN-STARTED  VALUE "S".
               88  WS-SCAN-RUN-COMPLETE VALUE "C".

      * AC-102: Period request layout, read as plain text so it can
      *         be inspected or corrected between runs. "C" closes
      *         the month, "O" opens (or reopens) it. The month is
      *         six digits, YYYYMM.
       01  WS-PERIOD-REQUEST-DETAIL.
           05  RQ-REQUEST-CODE          PIC X(01).
               88  RQ-CLOSE-PERIOD      VALUE "C".
               88  RQ-OPEN-PERIOD       VALUE "O".
           05  FILLER                   PIC X(01).
           05  RQ-PERIOD-X              PIC X(06).
           05  RQ-PERIOD REDEFINES RQ-PERIOD-X
                                        PIC 9(06).
           05  FILLER                   PIC X(01).
           05  RQ-USER-ID               PIC X(12).

       01  WS-REPORT-DETAIL.
           05  RD-ACTION                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PERIOD                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-MESSAGE               PIC X(80).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
              UNTIL WS-NO-MORE-REQUESTS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURR-PERIOD = WS-CURR-DATE / 100
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PERMNT001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT PERIOD-REPORT-FILE
           PERFORM 1100-WRITE-HEADINGS

      * AC-201: The period-control file is created on first use, the
      *         same way PRDMNT001's PN-201 creates the producer
      *         master - the first close writes its first record.
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-GP-FILE-STATUS = "35" OR WS-GP-FILE-STATUS = "05"
              CLOSE PERIOD-CONTROL-FILE
              OPEN OUTPUT PERIOD-CONTROL-FILE
              CLOSE PERIOD-CONTROL-FILE
              OPEN I-O PERIOD-CONTROL-FILE
           END-IF
           IF WS-GP-FILE-STATUS NOT = "00"
              DISPLAY "PERMNT001: ACCTPER OPEN FAILED, STATUS "
                      WS-GP-FILE-STATUS
              MOVE 'N' TO WS-MORE-REQUESTS
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT PERIOD-REQUEST-FILE
           IF WS-RQ-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-REQUESTS
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO RP-REPORT-LINE
           STRING "ACCOUNTING PERIOD MAINTENANCE REPORT - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "ACTION      PERIOD  MESSAGE"
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

      *===============================================================*
      * AC-2000: READ ONE PERIOD REQUEST AND ROUTE IT BY CODE.        *
      *===============================================================*
       2000-PROCESS-REQUEST.
           READ PERIOD-REQUEST-FILE
              AT END
                 MOVE 'N' TO WS-MORE-REQUESTS
           END-READ
           IF WS-NO-MORE-REQUESTS
              EXIT PARAGRAPH
           END-IF

           MOVE RQ-REQUEST-LINE TO WS-PERIOD-REQUEST-DETAIL
           ADD 1 TO WS-REQUEST-COUNT
           MOVE RQ-USER-ID TO WS-ACTION-USER
           IF WS-ACTION-USER = SPACES
              MOVE "PERMNT01" TO WS-ACTION-USER
           END-IF
      * AC-202: The request file is external input - a month that did
      *         not come across as a real YYYYMM is turned away with
      *         its own reason. See PTY-MNT-001.cob PY-203.
           IF RQ-PERIOD-X NOT NUMERIC
              MOVE "PERIOD MUST BE SIX DIGITS (YYYYMM)"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           MOVE RQ-PERIOD TO WS-RUN-PERIOD
           IF WS-RUN-PERIOD(5:2) < "01" OR WS-RUN-PERIOD(5:2) > "12"
              MOVE "PERIOD MONTH MUST BE 01 THROUGH 12"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2500-READ-PERIOD

           EVALUATE TRUE
              WHEN RQ-CLOSE-PERIOD
                 PERFORM 2100-CLOSE-PERIOD
              WHEN RQ-OPEN-PERIOD
                 PERFORM 2200-OPEN-PERIOD
              WHEN OTHER
                 MOVE "UNKNOWN PERIOD REQUEST CODE"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
           END-EVALUATE.

      *===============================================================*
      * AC-2100: CLOSE A MONTH. A MONTH THAT HAS NOT STARTED YET      *
      *          CANNOT CLOSE, AND NEITHER CAN ONE WITH A RUN STILL   *
      *          SITTING AT "S" ON THE CONTROL FILE.                  *
      *===============================================================*
       2100-CLOSE-PERIOD.
           IF WS-GP-WAS-FOUND AND GP-PERIOD-CLOSED
              MOVE "PERIOD IS ALREADY CLOSED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF WS-RUN-PERIOD > WS-CURR-PERIOD
              MOVE "PERIOD HAS NOT STARTED - CANNOT CLOSE FUTURE MONTH"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           PERFORM 3000-CHECK-INCOMPLETE-RUNS
           IF WS-INCOMPLETE-COUNT > 0
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-REPORT-ACTION
              MOVE SPACES TO WS-REPORT-MESSAGE
              STRING "CLOSE REFUSED - " WS-INCOMPLETE-COUNT
                     " INCOMPLETE RUN(S) ON RUNCTL FOR THE PERIOD"
                  DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
              PERFORM 8100-WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-GP-WAS-FOUND
              INITIALIZE GP-PERIOD-RECORD
              MOVE WS-RUN-PERIOD TO GP-PERIOD
           END-IF
           MOVE "C" TO GP-PERIOD-STATUS
           MOVE WS-CURR-DATE TO GP-CLOSE-DATE
           MOVE WS-ACTION-USER TO GP-CLOSED-BY
           PERFORM 8700-WRITE-PERIOD
           IF WS-GP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSE-COUNT
           MOVE "CLOSED" TO WS-REPORT-ACTION
           MOVE SPACES TO WS-REPORT-MESSAGE
           STRING "PERIOD CLOSED BY " WS-ACTION-USER
               DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

      *===============================================================*
      * AC-2200: OPEN A MONTH. A MONTH NEVER CLOSED IS ALREADY OPEN;  *
      *          A CLOSED ONE IS REOPENED AND STAMPED, KEEPING ITS    *
      *          LAST CLOSE ON THE RECORD. ANYTHING POSTED INTO IT    *
      *          WHILE IT WAS CLOSED HAS ALREADY BOOKED FORWARD AS A  *
      *          PRIOR-PERIOD ADJUSTMENT AND STAYS THERE.             *
      *===============================================================*
       2200-OPEN-PERIOD.
           IF NOT WS-GP-WAS-FOUND OR NOT GP-PERIOD-CLOSED
              MOVE "PERIOD IS ALREADY OPEN" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           MOVE "O" TO GP-PERIOD-STATUS
           MOVE WS-CURR-DATE TO GP-REOPEN-DATE
           MOVE WS-ACTION-USER TO GP-REOPENED-BY
           PERFORM 8700-WRITE-PERIOD
           IF WS-GP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE "REOPENED" TO WS-REPORT-ACTION
           MOVE SPACES TO WS-REPORT-MESSAGE
           STRING "PERIOD REOPENED BY " WS-ACTION-USER
               DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

       2500-READ-PERIOD.
           MOVE 'N' TO WS-GP-FOUND
           MOVE WS-RUN-PERIOD TO FD-GP-PERIOD
           READ PERIOD-CONTROL-FILE
              INVALID KEY
                 MOVE SPACES TO GP-PERIOD-RECORD
              NOT INVALID KEY
                 MOVE FD-PERIOD-CONTROL-REC TO GP-PERIOD-RECORD
                 MOVE 'Y' TO WS-GP-FOUND
           END-READ.

       2900-REPORT-REJECTED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-REPORT-ACTION
           PERFORM 8100-WRITE-REPORT-LINE.

      *===============================================================*
      * AC-3000: SCAN THE CONTROL FILE FOR THE MONTH BEING CLOSED. A  *
      *          RUN IS INCOMPLETE WHEN ITS "S" RECORD, DATED IN THE  *
      *          MONTH, IS FOLLOWED BY ANOTHER "S" OR BY NOTHING      *
      *          BEFORE ITS "C" - THE START-WITHOUT-COMPLETION        *
      *          BATBAL001 FLAGS, PAIRED RUN BY RUN SO A RUN THAT     *
      *          STARTED ON THE LAST NIGHT OF THE MONTH AND FINISHED  *
      *          AFTER MIDNIGHT STILL COUNTS AS COMPLETE.             *
      *===============================================================*
       3000-CHECK-INCOMPLETE-RUNS.
           MOVE ZERO TO WS-INCOMPLETE-COUNT WS-PGM-COUNT
           MOVE 'N' TO WS-BC-EOF-SWITCH
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 3100-PAIR-CONTROL-RECORD
              UNTIL WS-BC-EOF
           CLOSE BATCH-CONTROL-FILE
           PERFORM 3300-REPORT-STILL-PENDING
              VARYING WS-PGM-IDX FROM 1 BY 1
              UNTIL WS-PGM-IDX > WS-PGM-COUNT.

       3100-PAIR-CONTROL-RECORD.
           READ BATCH-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-BC-EOF-SWITCH
           END-READ
           IF WS-BC-EOF
              EXIT PARAGRAPH
           END-IF

           MOVE BC-CONTROL-LINE TO WS-SCAN-CONTROL-RECORD
      * AC-301: This run's own start record is on the file too and
      *         is never complete while the close is being checked.
           IF WS-SCAN-PROGRAM-ID = "PERMNT001"
              EXIT PARAGRAPH
           END-IF
           PERFORM 3200-FIND-PROGRAM-ENTRY
           IF NOT WS-PGM-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN WS-SCAN-RUN-STARTED
                 IF WS-PGM-IS-PENDING(WS-PGM-IDX)
                    PERFORM 3400-REPORT-INCOMPLETE
                 END-IF
                 MOVE "Y" TO WS-PGM-PENDING(WS-PGM-IDX)
                 MOVE WS-SCAN-RUN-DATE
                   TO WS-PGM-PENDING-DATE(WS-PGM-IDX)
              WHEN WS-SCAN-RUN-COMPLETE
                 MOVE "N" TO WS-PGM-PENDING(WS-PGM-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3200-FIND-PROGRAM-ENTRY.
           MOVE 'N' TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
                      OR WS-PGM-WAS-FOUND
              IF WS-PGM-ID(WS-PGM-IDX) = WS-SCAN-PROGRAM-ID
                 MOVE 'Y' TO WS-PGM-FOUND
              END-IF
           END-PERFORM
           IF WS-PGM-WAS-FOUND
              SUBTRACT 1 FROM WS-PGM-IDX
              EXIT PARAGRAPH
           END-IF
           IF WS-PGM-COUNT < WS-PGM-MAX
              ADD 1 TO WS-PGM-COUNT
              MOVE WS-PGM-COUNT TO WS-PGM-IDX
              MOVE WS-SCAN-PROGRAM-ID TO WS-PGM-ID(WS-PGM-IDX)
              MOVE "N" TO WS-PGM-PENDING(WS-PGM-IDX)
              MOVE ZERO TO WS-PGM-PENDING-DATE(WS-PGM-IDX)
              MOVE 'Y' TO WS-PGM-FOUND
           ELSE
              DISPLAY "WARNING: PROGRAM TABLE FULL - DROPPED "
                      WS-SCAN-PROGRAM-ID
           END-IF.

       3300-REPORT-STILL-PENDING.
           IF WS-PGM-IS-PENDING(WS-PGM-IDX)
              PERFORM 3400-REPORT-INCOMPLETE
           END-IF.

       3400-REPORT-INCOMPLETE.
           COMPUTE WS-PENDING-PERIOD =
                   WS-PGM-PENDING-DATE(WS-PGM-IDX) / 100
           IF WS-PENDING-PERIOD NOT = WS-RUN-PERIOD
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INCOMPLETE-COUNT
           MOVE "INCOMPLETE" TO WS-REPORT-ACTION
           MOVE SPACES TO WS-REPORT-MESSAGE
           STRING WS-PGM-ID(WS-PGM-IDX) " STARTED "
                  WS-PGM-PENDING-DATE(WS-PGM-IDX)
                  " AND NEVER WROTE COMPLETION"
               DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

       8100-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WS-REPORT-ACTION TO RD-ACTION
           MOVE RQ-PERIOD-X TO RD-PERIOD
           MOVE WS-REPORT-MESSAGE TO RD-MESSAGE
           MOVE WS-REPORT-DETAIL TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

       8700-WRITE-PERIOD.
           MOVE WS-CURR-DATE TO GP-LAST-MAINT-DATE
           MOVE WS-ACTION-USER TO GP-LAST-MAINT-USER
           MOVE SPACES TO FD-PERIOD-CONTROL-REC
           MOVE GP-PERIOD-RECORD TO FD-PERIOD-CONTROL-REC
           IF WS-GP-WAS-FOUND
              REWRITE FD-PERIOD-CONTROL-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE FD-PERIOD-CONTROL-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-GP-FILE-STATUS = "00"
              ADD 1 TO WS-WRITE-COUNT
           ELSE
              MOVE SPACES TO WS-REPORT-MESSAGE
              STRING "PERIOD CONTROL WRITE FAILED, STATUS "
                     WS-GP-FILE-STATUS
                  DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
           END-IF.

       8900-WRITE-RUN-CONTROL.
      * AC-401: Period requests read, against the period records
      *         actually written.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-REQUEST-COUNT TO BC-RECORDS-READ
           MOVE WS-WRITE-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-RQ-FILE-STATUS = "00" OR WS-RQ-FILE-STATUS = "10"
              CLOSE PERIOD-REQUEST-FILE
           END-IF
           IF WS-GP-FILE-STATUS NOT = "35"
              CLOSE PERIOD-CONTROL-FILE
           END-IF
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "REQUESTS: " WS-REQUEST-COUNT
               "  CLOSED: " WS-CLOSE-COUNT
               "  REOPENED: " WS-OPEN-COUNT
               "  CLOSE REFUSED: " WS-REFUSED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           CLOSE PERIOD-REPORT-FILE
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PERMNT001" TO BC-PROGRAM-ID
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
      * AC-402: A refused close is a failed step for the month-end
      *         stream, the same signal BATGAT001 gives a job it will
      *         not release.
           IF WS-REFUSED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "PERMNT001: REQUESTS READ    = " WS-REQUEST-COUNT
           DISPLAY "PERMNT001: PERIODS CLOSED   = " WS-CLOSE-COUNT
           DISPLAY "PERMNT001: PERIODS REOPENED = " WS-OPEN-COUNT
           DISPLAY "PERMNT001: CLOSES REFUSED   = " WS-REFUSED-COUNT
           DISPLAY "PERMNT001: REJECTED         = " WS-REJECT-COUNT.

       END PROGRAM PERMNT001.
