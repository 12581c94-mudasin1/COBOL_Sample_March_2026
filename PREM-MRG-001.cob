       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMMRG001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: POLICY SERVICING - PARTITIONED PREMIUM SWEEP MERGE    *
      * PURPOSE:                                                       *
      *   Close out a nightly premium sweep run as several            *
      *   PREMBILL001 partitions by policy-ID range. Reads every      *
      *   partition card, proves the ranges cover the book with no    *
      *   gap or overlap, and checks the batch control file for each  *
      *   partition's completed ("C") run dated today. Only when      *
      *   every partition has finished does it combine the            *
      *   partitions' due notices into the one DUENOTE extract,       *
      *   append their overloan notices to LOANNOTE, and write the    *
      *   PREMBILL001 run-control records with the combined counts -  *
      *   the same single outputs BATBAL001, BATGAT001 and the        *
      *   correspondence side always had from the one-stream sweep.   *
      *   Anything missing holds the merge with RETURN-CODE 8, the    *
      *   BATGAT001 convention.                                       *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MG-1101: Every partition's card, in policy-ID order - the
      *          PREMBILL001 PB-1114 layout, one line per partition.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PREMPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.

      * MG-1102: The shared append-only batch control file every
      *          batch writes its S/C records to through BATCTL001.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

      * MG-1103: The partitions' due-notice extracts, read back in
      *          partition order, and the single extract they become.
           SELECT PARTITION-NOTICE-FILE ASSIGN TO "DUEPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-FILE-STATUS.

           SELECT DUE-NOTICE-FILE ASSIGN TO "DUENOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DN-FILE-STATUS.

      * MG-1104: The partitions' overloan notices, and the append-
      *          only LOANNOTE extract SVCBILL001 writes to directly
      *          when the sweep runs as one stream.
           SELECT PARTITION-LOAN-FILE ASSIGN TO "LOANPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-FILE-STATUS.

           SELECT LOAN-NOTICE-FILE ASSIGN TO "LOANNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
       01  PP-CARD-LINE                 PIC X(80).

       FD  BATCH-CONTROL-FILE.
       01  BC-CONTROL-LINE              PIC X(80).

       FD  PARTITION-NOTICE-FILE.
       01  DP-NOTICE-LINE               PIC X(240).

       FD  DUE-NOTICE-FILE.
       01  DN-NOTICE-LINE               PIC X(240).

       FD  PARTITION-LOAN-FILE.
       01  LP-NOTICE-LINE               PIC X(260).

       FD  LOAN-NOTICE-FILE.
       01  LN-NOTICE-LINE               PIC X(260).

       WORKING-STORAGE SECTION.
       77  WS-PP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DN-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LN-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-PP-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PP-EOF                VALUE 'Y'.
       77  WS-BC-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-BC-EOF                VALUE 'Y'.
       77  WS-DP-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-DP-EOF                VALUE 'Y'.
       77  WS-LP-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-LP-EOF                VALUE 'Y'.
      * MG-101: A PREMBILL001 completion written after every
      *         partition's own is this night's merge already done -
      *         a rerun must not append the overloan notices twice.
       77  WS-MERGED-SW                 PIC X VALUE 'N'.
           88  WS-ALREADY-MERGED        VALUE 'Y'.
       77  WS-HOLD-COUNT                PIC 9(02) VALUE 0.
       77  WS-SWEPT-TOTAL               PIC 9(07) VALUE 0.
       77  WS-DUE-MERGED                PIC 9(07) VALUE 0.
       77  WS-LOAN-MERGED               PIC 9(07) VALUE 0.

      * MG-102: One partition card, the PREMBILL001 PB-1114 layout.
       01  WS-PARTITION-RECORD.
           05  PP-PARTITION-NO          PIC 9(02).
           05  FILLER                   PIC X(01).
           05  PP-LOW-KEY               PIC X(12).
           05  FILLER                   PIC X(01).
           05  PP-HIGH-KEY              PIC X(12).
           05  FILLER                   PIC X(52).
       01  WS-PARTITION-PROGRAM-ID.
           05  FILLER                   PIC X(10) VALUE "PREMBILL-P".
           05  WS-PART-PGM-NO           PIC 9(02) VALUE 0.

      * MG-103: The partitions with what the control file showed for
      *         each: the latest record's status, run date and counts,
      *         appended-order wins.
       77  WS-PART-COUNT                PIC 9(02) VALUE 0.
       77  WS-PART-MAX                  PIC 9(02) VALUE 20.
       77  WS-PART-IDX                  PIC 9(02) VALUE 0.
       01  WS-PARTITION-TABLE.
           05  WS-PART-ENTRY OCCURS 20 TIMES.
               10  WS-PART-NO               PIC 9(02).
               10  WS-PART-LOW-KEY          PIC X(12).
               10  WS-PART-HIGH-KEY         PIC X(12).
               10  WS-PART-PROGRAM-ID       PIC X(12).
               10  WS-PART-LAST-STATUS      PIC X(01).
               10  WS-PART-LAST-DATE        PIC 9(08).
               10  WS-PART-RECORDS-READ     PIC 9(07).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-PARTITION-CARDS
           IF WS-PART-COUNT = 0
              DISPLAY "PREMMRG001: NO PARTITION CARDS - SWEEP RAN AS "
                      "ONE STREAM, NOTHING TO MERGE"
              PERFORM 9000-FINALIZE
              GOBACK
           END-IF
           PERFORM 1600-CHECK-PARTITION-RANGES
           PERFORM 2000-SCAN-CONTROL-RECORDS
              UNTIL WS-BC-EOF
           PERFORM 3000-JUDGE-PARTITIONS
           IF WS-HOLD-COUNT = 0
              IF WS-ALREADY-MERGED
                 DISPLAY "PREMMRG001: SWEEP ALREADY MERGED TODAY - "
                         "NOTHING DONE"
              ELSE
                 PERFORM 4000-MERGE-DUE-NOTICES
                 PERFORM 4500-MERGE-LOAN-NOTICES
                 PERFORM 5000-WRITE-SWEEP-CONTROL
              END-IF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PREMMRG001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-BC-EOF-SWITCH
           END-IF.

       1500-LOAD-PARTITION-CARDS.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 1510-READ-NEXT-CARD
           PERFORM 1520-TABLE-ONE-CARD
              UNTIL WS-PP-EOF
           CLOSE PARTITION-CONTROL-FILE.

       1510-READ-NEXT-CARD.
           READ PARTITION-CONTROL-FILE INTO WS-PARTITION-RECORD
              AT END
                 MOVE 'Y' TO WS-PP-EOF-SWITCH
           END-READ.

       1520-TABLE-ONE-CARD.
           IF WS-PARTITION-RECORD NOT = SPACES
              IF PP-PARTITION-NO NOT NUMERIC OR PP-PARTITION-NO = 0
                 ADD 1 TO WS-HOLD-COUNT
                 DISPLAY "PREMMRG001: INVALID PARTITION CARD - "
                         WS-PARTITION-RECORD(1:28)
              ELSE
                 IF WS-PART-COUNT < WS-PART-MAX
                    ADD 1 TO WS-PART-COUNT
                    MOVE PP-PARTITION-NO TO WS-PART-NO(WS-PART-COUNT)
                                            WS-PART-PGM-NO
                    MOVE PP-LOW-KEY TO WS-PART-LOW-KEY(WS-PART-COUNT)
                    MOVE PP-HIGH-KEY
                      TO WS-PART-HIGH-KEY(WS-PART-COUNT)
                    MOVE WS-PARTITION-PROGRAM-ID
                      TO WS-PART-PROGRAM-ID(WS-PART-COUNT)
                    MOVE SPACE TO WS-PART-LAST-STATUS(WS-PART-COUNT)
                    MOVE ZERO TO WS-PART-LAST-DATE(WS-PART-COUNT)
                                 WS-PART-RECORDS-READ(WS-PART-COUNT)
                 ELSE
                    ADD 1 TO WS-HOLD-COUNT
                    DISPLAY "PREMMRG001: PARTITION TABLE FULL - "
                            "PARTITION " PP-PARTITION-NO
                            " NOT MERGED"
                 END-IF
              END-IF
           END-IF
           PERFORM 1510-READ-NEXT-CARD.

      *===============================================================*
      * MG-1600: THE CARDS MUST TILE THE BOOK - THE FIRST STARTS AT   *
      *          THE TOP, EACH LOW KEY IS THE PREVIOUS HIGH KEY, AND  *
      *          THE LAST RUNS TO THE END - OR POLICIES WENT UNSWEPT  *
      *          OR WERE SWEPT TWICE.                                 *
      *===============================================================*
       1600-CHECK-PARTITION-RANGES.
           IF WS-PART-LOW-KEY(1) NOT = SPACES
              ADD 1 TO WS-HOLD-COUNT
              DISPLAY "PREMMRG001: FIRST PARTITION "
                      WS-PART-NO(1) " DOES NOT START AT THE TOP "
                      "OF THE BOOK"
           END-IF
           IF WS-PART-HIGH-KEY(WS-PART-COUNT) NOT = SPACES
              ADD 1 TO WS-HOLD-COUNT
              DISPLAY "PREMMRG001: LAST PARTITION "
                      WS-PART-NO(WS-PART-COUNT)
                      " DOES NOT RUN TO THE END OF THE BOOK"
           END-IF
           PERFORM 1610-CHECK-ONE-BOUNDARY
              VARYING WS-PART-IDX FROM 2 BY 1
              UNTIL WS-PART-IDX > WS-PART-COUNT.

       1610-CHECK-ONE-BOUNDARY.
           IF WS-PART-LOW-KEY(WS-PART-IDX) = SPACES
              OR WS-PART-LOW-KEY(WS-PART-IDX)
                 NOT = WS-PART-HIGH-KEY(WS-PART-IDX - 1)
              ADD 1 TO WS-HOLD-COUNT
              DISPLAY "PREMMRG001: PARTITION "
                      WS-PART-NO(WS-PART-IDX)
                      " DOES NOT START WHERE PARTITION "
                      WS-PART-NO(WS-PART-IDX - 1) " ENDS"
           END-IF.

       2000-SCAN-CONTROL-RECORDS.
      * MG-201: The control file is append-ordered, so the last
      *         record seen for a partition is its current state - a
      *         start with no completion after it is a partition
      *         still running, or one that died.
           READ BATCH-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-BC-EOF-SWITCH
           END-READ
           IF WS-BC-EOF
              EXIT PARAGRAPH
           END-IF

           MOVE BC-CONTROL-LINE TO BC-RUN-CONTROL-RECORD
           IF BC-PROGRAM-ID = "PREMBILL001"
              IF BC-RUN-COMPLETE AND BC-RUN-DATE = WS-CURR-DATE
                 MOVE 'Y' TO WS-MERGED-SW
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
              IF WS-PART-PROGRAM-ID(WS-PART-IDX) = BC-PROGRAM-ID
                 MOVE BC-COMPLETION-STATUS
                   TO WS-PART-LAST-STATUS(WS-PART-IDX)
                 MOVE BC-RUN-DATE TO WS-PART-LAST-DATE(WS-PART-IDX)
                 MOVE BC-RECORDS-READ
                   TO WS-PART-RECORDS-READ(WS-PART-IDX)
                 MOVE 'N' TO WS-MERGED-SW
              END-IF
           END-PERFORM.

       3000-JUDGE-PARTITIONS.
           PERFORM 3100-JUDGE-ONE-PARTITION
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > WS-PART-COUNT.

       3100-JUDGE-ONE-PARTITION.
           EVALUATE TRUE
              WHEN WS-PART-LAST-STATUS(WS-PART-IDX) = SPACE
                 ADD 1 TO WS-HOLD-COUNT
                 DISPLAY "PREMMRG001: HOLD - PARTITION "
                         WS-PART-PROGRAM-ID(WS-PART-IDX)
                         " HAS NEVER RUN"
              WHEN WS-PART-LAST-STATUS(WS-PART-IDX) = "S"
                 ADD 1 TO WS-HOLD-COUNT
                 DISPLAY "PREMMRG001: HOLD - PARTITION "
                         WS-PART-PROGRAM-ID(WS-PART-IDX)
                         " STARTED BUT NEVER COMPLETED"
              WHEN WS-PART-LAST-DATE(WS-PART-IDX) NOT = WS-CURR-DATE
                 ADD 1 TO WS-HOLD-COUNT
                 DISPLAY "PREMMRG001: HOLD - PARTITION "
                         WS-PART-PROGRAM-ID(WS-PART-IDX)
                         " LAST COMPLETED "
                         WS-PART-LAST-DATE(WS-PART-IDX)
                         " NOT TODAY"
              WHEN OTHER
                 ADD WS-PART-RECORDS-READ(WS-PART-IDX)
                   TO WS-SWEPT-TOTAL
           END-EVALUATE.

      *===============================================================*
      * MG-4000: THE PARTITIONS' NOTICES, IN PARTITION ORDER, BECOME  *
      *          THE ONE DUE-NOTICE EXTRACT - WRITTEN FRESH, AS THE   *
      *          ONE-STREAM SWEEP WRITES IT.                          *
      *===============================================================*
       4000-MERGE-DUE-NOTICES.
           OPEN OUTPUT DUE-NOTICE-FILE
           OPEN INPUT PARTITION-NOTICE-FILE
           IF WS-DP-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-DP-EOF-SWITCH
           END-IF
           PERFORM 4100-COPY-ONE-DUE-NOTICE
              UNTIL WS-DP-EOF
           IF WS-DP-FILE-STATUS = "00" OR WS-DP-FILE-STATUS = "10"
              CLOSE PARTITION-NOTICE-FILE
           END-IF
           CLOSE DUE-NOTICE-FILE.

       4100-COPY-ONE-DUE-NOTICE.
           READ PARTITION-NOTICE-FILE
              AT END
                 MOVE 'Y' TO WS-DP-EOF-SWITCH
           END-READ
           IF WS-DP-EOF
              EXIT PARAGRAPH
           END-IF
           MOVE DP-NOTICE-LINE TO DN-NOTICE-LINE
           WRITE DN-NOTICE-LINE
           ADD 1 TO WS-DUE-MERGED.

      *===============================================================*
      * MG-4500: OVERLOAN NOTICES ARE APPENDED, THE WAY SVCBILL001    *
      *          8400 APPENDS THEM. SEE NB-UW-001.cob NB-1104 FOR THE *
      *          OPEN/FALLBACK PATTERN.                               *
      *===============================================================*
       4500-MERGE-LOAN-NOTICES.
           OPEN INPUT PARTITION-LOAN-FILE
           IF WS-LP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOAN-NOTICE-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
              OPEN OUTPUT LOAN-NOTICE-FILE
              CLOSE LOAN-NOTICE-FILE
              OPEN EXTEND LOAN-NOTICE-FILE
           END-IF
           PERFORM 4600-COPY-ONE-LOAN-NOTICE
              UNTIL WS-LP-EOF
           CLOSE PARTITION-LOAN-FILE
           CLOSE LOAN-NOTICE-FILE.

       4600-COPY-ONE-LOAN-NOTICE.
           READ PARTITION-LOAN-FILE
              AT END
                 MOVE 'Y' TO WS-LP-EOF-SWITCH
           END-READ
           IF WS-LP-EOF
              EXIT PARAGRAPH
           END-IF
           MOVE LP-NOTICE-LINE TO LN-NOTICE-LINE
           WRITE LN-NOTICE-LINE
           ADD 1 TO WS-LOAN-MERGED.

      *===============================================================*
      * MG-5000: THE SWEEP'S OWN START AND COMPLETION RECORDS, WITH   *
      *          THE COMBINED COUNTS - POLICIES SWEPT ACROSS ALL      *
      *          PARTITIONS AND DUE NOTICES IN THE MERGED EXTRACT -   *
      *          SO BATBAL001 BALANCES THE NIGHT AS ONE SWEEP AND A   *
      *          GATE NAMING PREMBILL001 RELEASES ONLY NOW.           *
      *===============================================================*
       5000-WRITE-SWEEP-CONTROL.
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PREMBILL001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           IF BC-PROGRAM-ID = "PREMBILL001"
              MOVE WS-SWEPT-TOTAL TO BC-RECORDS-READ
           ELSE
              MOVE WS-PART-COUNT TO BC-RECORDS-READ
           END-IF
           MOVE WS-DUE-MERGED TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-BC-FILE-STATUS = "00" OR WS-BC-FILE-STATUS = "10"
              CLOSE BATCH-CONTROL-FILE
           END-IF
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PREMMRG001" TO BC-PROGRAM-ID
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "PREMMRG001: PARTITIONS        = " WS-PART-COUNT
           DISPLAY "PREMMRG001: POLICIES SWEPT    = " WS-SWEPT-TOTAL
           DISPLAY "PREMMRG001: DUE NOTICES       = " WS-DUE-MERGED
           DISPLAY "PREMMRG001: OVERLOAN NOTICES  = " WS-LOAN-MERGED
      * MG-301: The verdict travels on the return code, as BATGAT001
      *         BG-301 does, so the scheduler holds what follows.
           IF WS-HOLD-COUNT = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "PREMMRG001: SWEEP HELD - " WS-HOLD-COUNT
                      " PARTITION CHECK(S) NOT SATISFIED"
              MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM PREMMRG001.
