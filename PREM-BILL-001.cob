      *   Restartable: a checkpoint control file records the last      *
      *   policy successfully processed so an interrupted run resumes  *
      *   instead of reprocessing the whole book.                      *
      *   Partitionable: with a PREMPART card the run sweeps only its *
      *   own policy-ID range, with its own checkpoint and extracts,  *
      *   so several partitions run side by side and PREMMRG001       *
      *   combines them into the single outputs downstream expects.   *
      *===============================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

      * PB-1112: Partition card - which policy-ID range this run
      *          sweeps. No card is the whole book in one stream, as
      *          the sweep always ran. Each partition step is given
      *          its own card and its own DUENOTE, LOANNOTE, PREMRSRT
      *          and PREMKEYS datasets; PREMMRG001 reads all the cards
      *          and the partitions' notices back together.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PREMPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.

      * PB-1113: Work file of the keys to sweep, built in one pass of
      *          the master at the start of the run so the master is
      *          not reopened per policy to find the next key.
           SELECT SWEEP-KEY-FILE ASSIGN TO "PREMKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  DUE-NOTICE-FILE.
       01  DN-NOTICE-LINE               PIC X(240).

       FD  RESTART-CONTROL-FILE.
       01  RC-CONTROL-LINE              PIC X(80).

       FD  PARTITION-CONTROL-FILE.
       01  PP-CARD-LINE                 PIC X(80).

       FD  SWEEP-KEY-FILE.
       01  SK-KEY-LINE.
           05  SK-POLICY-ID             PIC X(12).

       WORKING-STORAGE SECTION.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DN-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RC-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SK-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-DAYS-OVERDUE              PIC 9(05) VALUE 0.
       77  WS-POLICY-COUNT              PIC 9(07) VALUE 0.
       77  WS-SINCE-CHECKPOINT         PIC 9(05) VALUE 0.
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
       77  WS-BILLED-COUNT              PIC 9(07) VALUE 0.
       77  WS-PM-OPEN-SW                PIC X VALUE 'N'.
           88  WS-PM-IS-OPEN            VALUE 'Y'.
       77  WS-CARD-BAD-SW               PIC X VALUE 'N'.
           88  WS-PARTITION-CARD-BAD    VALUE 'Y'.

      * PB-1114: Partition card layout. The range runs from the low
      *          key up to but not including the high key, so one
      *          partition's high key is the next one's low key and
      *          PREMMRG001 can prove the cards leave no gap. A blank
      *          low key is the top of the book, a blank high key the
      *          end of it.
       01  WS-PARTITION-RECORD.
           05  PP-PARTITION-NO          PIC 9(02).
           05  FILLER                   PIC X(01).
           05  PP-LOW-KEY               PIC X(12).
           05  FILLER                   PIC X(01).
           05  PP-HIGH-KEY              PIC X(12).
           05  FILLER                   PIC X(52).
      * PB-1115: A partition reports to the batch control file under
      *          its own name, PREMBILL-Pnn, so each one's start and
      *          finish stand on their own; the PREMBILL001 record is
      *          PREMMRG001's once every partition has finished.
       01  WS-PARTITION-PROGRAM-ID.
           05  FILLER                   PIC X(10) VALUE "PREMBILL-P".
           05  WS-PART-PGM-NO           PIC 9(02) VALUE 0.
      * PB-1108: Run-control record written to the shared batch
      *          control file through BATCTL001 at start and finish,
      *          so BATBAL001 can balance this run against last
           05  RC-RUN-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RC-RECORD-COUNT          PIC 9(07).
      * PB-1116: The partition the checkpoint belongs to, so a step
      *          pointed at another partition's checkpoint starts its
      *          own range from the top instead of resuming mid-way
      *          through someone else's.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RC-PARTITION-NO          PIC 9(02).

      * PB-1106: One transaction record passed to SVCBILL001 per policy,
      *          same layout servicing already uses for any amendment.
           05  DN-MODAL-PREMIUM         PIC Z(07)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DN-DAYS-OVERDUE          PIC ZZZZ9.
      * PB-1110: The payor's mailing block off the party master, the
      *          PARTYADR.CPY PA-MAILING-BLOCK shape.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DN-MAILING-BLOCK.
               10  DN-MAIL-NAME         PIC X(50).
               10  DN-MAIL-LINE         OCCURS 3 TIMES PIC X(50).
      * PB-1111: Address lookup through PTYADR001.
       COPY PARTYADR.
       77  WS-SUPPRESSED-COUNT          PIC 9(07) VALUE 0.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       0000-MAIN-SWEEP.
           PERFORM 1050-READ-PARTITION-CARD
      * PB-203: A malformed card could sweep policies another
      *         partition is sweeping at the same moment - nothing is
      *         run and nothing is recorded until it is corrected.
           IF WS-PARTITION-CARD-BAD
              DISPLAY "PREMBILL001: INVALID PARTITION CARD - "
                      WS-PARTITION-RECORD(1:28)
              DISPLAY "PREMBILL001: SWEEP NOT RUN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DETERMINE-START-KEY
           PERFORM 1200-EXTRACT-SWEEP-KEYS
              UNTIL WS-NO-MORE-POLICIES
           PERFORM 1300-OPEN-SWEEP-KEYS
           PERFORM 2000-SWEEP-POLICIES
              UNTIL WS-NO-MORE-POLICIES
           PERFORM 2900-END-SWEEP-SESSION
           PERFORM 8000-MARK-RUN-COMPLETE
           PERFORM 9000-FINALIZE
           GOBACK.
       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           IF PP-PARTITION-NO > 0
              MOVE PP-PARTITION-NO TO WS-PART-PGM-NO
              MOVE WS-PARTITION-PROGRAM-ID TO BC-PROGRAM-ID
           ELSE
              MOVE "PREMBILL001" TO BC-PROGRAM-ID
           END-IF
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
      * PB-202: The restart record has to be known before DUE-NOTICE-
              END-IF
              CLOSE RESTART-CONTROL-FILE
           END-IF
           IF RC-PARTITION-NO NOT NUMERIC
              MOVE 0 TO RC-PARTITION-NO
           END-IF
           IF RC-RUN-INTERRUPTED
              AND RC-PARTITION-NO NOT = PP-PARTITION-NO
              DISPLAY "PREMBILL001: CHECKPOINT IS FOR PARTITION "
                      RC-PARTITION-NO " NOT " PP-PARTITION-NO
                      " - PARTITION STARTED FROM THE TOP"
              MOVE SPACES TO WS-RESTART-RECORD
           END-IF

           IF RC-RUN-INTERRUPTED
              OPEN EXTEND DUE-NOTICE-FILE
              OPEN EXTEND DUE-NOTICE-FILE
           END-IF.

      *===============================================================*
      * PB-1050: READ THE PARTITION CARD. NO CARD IS PARTITION 00,    *
      *          THE WHOLE BOOK; A CARD MUST NUMBER ITS PARTITION     *
      *          AND, WHEN IT HAS BOTH KEYS, KEEP LOW BELOW HIGH.     *
      *===============================================================*
       1050-READ-PARTITION-CARD.
           MOVE SPACES TO WS-PARTITION-RECORD
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PP-FILE-STATUS = "00"
              READ PARTITION-CONTROL-FILE INTO WS-PARTITION-RECORD
                 AT END
                    MOVE SPACES TO WS-PARTITION-RECORD
              END-READ
              CLOSE PARTITION-CONTROL-FILE
           END-IF
           IF WS-PARTITION-RECORD = SPACES
              MOVE 0 TO PP-PARTITION-NO
              EXIT PARAGRAPH
           END-IF
           IF PP-PARTITION-NO NOT NUMERIC OR PP-PARTITION-NO = 0
              MOVE 'Y' TO WS-CARD-BAD-SW
              EXIT PARAGRAPH
           END-IF
           IF PP-LOW-KEY NOT = SPACES AND PP-HIGH-KEY NOT = SPACES
              AND PP-LOW-KEY NOT < PP-HIGH-KEY
              MOVE 'Y' TO WS-CARD-BAD-SW
           END-IF.

       1100-DETERMINE-START-KEY.
      * PB-201: A restart record left at status R means the prior run
      *         was interrupted; resume just past the last policy it
      *         finished instead of reprocessing the whole book.
      * PB-204: Otherwise the partition starts at its own low key.
           OPEN OUTPUT SWEEP-KEY-FILE
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS = "35"
              MOVE 'N' TO WS-MORE-POLICIES
           ELSE
              MOVE 'Y' TO WS-PM-OPEN-SW
              IF RC-RUN-INTERRUPTED AND RC-LAST-POLICY-ID NOT = SPACES
                 MOVE RC-LAST-POLICY-ID TO FD-PM-POLICY-ID
                 START POLICY-MASTER-FILE KEY > FD-PM-POLICY-ID
                       MOVE 'N' TO WS-MORE-POLICIES
                 END-START
              ELSE
                 IF PP-LOW-KEY NOT = SPACES
                    MOVE PP-LOW-KEY TO FD-PM-POLICY-ID
                 ELSE
                    MOVE LOW-VALUES TO FD-PM-POLICY-ID
                 END-IF
                 START POLICY-MASTER-FILE KEY >= FD-PM-POLICY-ID
                    INVALID KEY
                       MOVE 'N' TO WS-MORE-POLICIES
                 END-START
              END-IF
           END-IF.

       1200-EXTRACT-SWEEP-KEYS.
      * PB-301: The master is browsed once, start to end of the
      *         partition, and closed before the first CALL - the
      *         SVCBILL001 sweep session holds the same dataset open
      *         I-O from then on, so the two still never overlap.
           READ POLICY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-MORE-POLICIES
           END-READ
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF
           IF PP-HIGH-KEY NOT = SPACES
              AND FD-PM-POLICY-ID NOT < PP-HIGH-KEY
              MOVE 'N' TO WS-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POLICY-COUNT
      * PB-402: Only a policy actually on risk has a premium to sweep
      *         run through SVCBILL001's grace/lapse recalculation.
           MOVE FD-POLICY-MASTER-REC TO WS-SWEEP-TRANSACTION
           IF PM-STAT-ACTIVE OR PM-STAT-GRACE
              MOVE FD-PM-POLICY-ID TO SK-POLICY-ID
              WRITE SK-KEY-LINE
           END-IF.

       1300-OPEN-SWEEP-KEYS.
           IF WS-PM-IS-OPEN
              CLOSE POLICY-MASTER-FILE
              MOVE 'N' TO WS-PM-OPEN-SW
           END-IF
           CLOSE SWEEP-KEY-FILE
           OPEN INPUT SWEEP-KEY-FILE
           MOVE 'Y' TO WS-MORE-POLICIES.

       2000-SWEEP-POLICIES.
           READ SWEEP-KEY-FILE
              AT END
                 MOVE 'N' TO WS-MORE-POLICIES
           END-READ
           IF WS-NO-MORE-POLICIES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILLED-COUNT
           PERFORM 2100-SWEEP-ONE-POLICY
           PERFORM 2200-CHECKPOINT.

       2100-SWEEP-ONE-POLICY.
      *         to do nothing but its own grace/lapse recalculation,
      *         then read back the result to decide on a due notice.
           MOVE SPACES TO WS-SWEEP-TRANSACTION
           MOVE SK-POLICY-ID TO PM-POLICY-ID
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE "BS" TO PM-AMENDMENT-TYPE

      *         on top of that would bill the same installment twice.
      *         The sweep's grace/lapse assessment above still
      *         applies; only the notice is the payor's.
      * PB-404: An installment under an active WOP01 premium waiver
      *         is not the policyholder's to pay - SVCBILL001's 1250
      *         has already credited it, and no due notice goes out
      *         for it. Arrears from before the waiver start date
      *         are still billed.
      * PB-406: No due notice goes to the household of an insured the
      *         Death Master File match shows as a probable death -
      *         the claims team's search letter is the contact.
      * PB-407: A bank-drafted policy's installment is collected by
      *         PRMDFT001's debit on the draft day - no paper notice.
      *         A returned draft is re-drafted the next month; two in
      *         a row put the policy back on direct billing and the
      *         notices resume.
           IF PM-RETURN-CODE = 0
              IF PM-OUTSTANDING-PREMIUM > 0
                 AND PM-PAYOR-GROUP-ID = SPACES
                 AND NOT PM-DMF-PROBABLE-DEATH
                 AND NOT PM-BILL-BANK-DRAFT
                 AND NOT (PM-WAIVER-ACTIVE AND
                          PM-PAID-TO-DATE >= PM-WAIVER-START-DATE)
                 COMPUTE WS-DAYS-OVERDUE =
                         FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                       - FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
           END-IF.

       2110-WRITE-DUE-NOTICE.
      * PB-405: The notice goes to the payor, else the owner, else the
      *         insured, at the party master's address. A returned-
      *         mail party gets no notice - PTYADR001 reports it to
      *         the mailroom instead; the grace/lapse clock runs on.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE PM-PAYOR-PARTY-ID TO PA-PARTY-ID
           IF PA-PARTY-ID = SPACES
              MOVE PM-OWNER-PARTY-ID TO PA-PARTY-ID
           END-IF
           IF PA-PARTY-ID = SPACES
              MOVE PM-INSURED-PARTY-ID TO PA-PARTY-ID
           END-IF
           MOVE PM-POLICY-ID TO PA-POLICY-ID
           MOVE "PREMBL01" TO PA-PROGRAM-ID
           MOVE "DUENOTE" TO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF PA-MAIL-SUPPRESSED
              ADD 1 TO WS-SUPPRESSED-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DUE-NOTICE-DETAIL
           MOVE PM-POLICY-ID TO DN-POLICY-ID
           MOVE PM-MODAL-PREMIUM TO DN-MODAL-PREMIUM
           MOVE WS-DAYS-OVERDUE TO DN-DAYS-OVERDUE
           MOVE PA-MAILING-BLOCK TO DN-MAILING-BLOCK
           MOVE WS-DUE-NOTICE-DETAIL TO DN-NOTICE-LINE
           WRITE DN-NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT.
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              MOVE 'R' TO RC-STATUS-FLAG
              MOVE SK-POLICY-ID TO RC-LAST-POLICY-ID
              MOVE WS-CURR-DATE TO RC-RUN-DATE
              MOVE WS-BILLED-COUNT TO RC-RECORD-COUNT
              MOVE PP-PARTITION-NO TO RC-PARTITION-NO
              PERFORM 8100-WRITE-RESTART-RECORD
              MOVE 0 TO WS-SINCE-CHECKPOINT
           END-IF.

      *===============================================================*
      * PB-2900: END THE SVCBILL001 SWEEP SESSION SO IT CLOSES THE    *
      *          MASTER IT HAS HELD OPEN SINCE THE FIRST "BS".        *
      *===============================================================*
       2900-END-SWEEP-SESSION.
           CLOSE SWEEP-KEY-FILE
           MOVE SPACES TO WS-SWEEP-TRANSACTION
           MOVE "BE" TO PM-AMENDMENT-TYPE
           CALL "SVCBILL001" USING WS-SWEEP-TRANSACTION.

       8000-MARK-RUN-COMPLETE.
      * PB-601: A clean finish clears the restart point so tomorrow's
      *         run starts from the top of the book again.
           MOVE 'C' TO RC-STATUS-FLAG
           MOVE SPACES TO RC-LAST-POLICY-ID
           MOVE WS-CURR-DATE TO RC-RUN-DATE
           MOVE WS-BILLED-COUNT TO RC-RECORD-COUNT
           MOVE PP-PARTITION-NO TO RC-PARTITION-NO
           PERFORM 8100-WRITE-RESTART-RECORD.

       8100-WRITE-RESTART-RECORD.
           CLOSE DUE-NOTICE-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           IF PP-PARTITION-NO > 0
              DISPLAY "PREMBILL001: PARTITION " PP-PARTITION-NO
                      " KEYS " PP-LOW-KEY " TO " PP-HIGH-KEY
           END-IF
           DISPLAY "PREMBILL001: POLICIES SWEPT  = " WS-POLICY-COUNT
           DISPLAY "PREMBILL001: POLICIES BILLED = " WS-BILLED-COUNT
           DISPLAY "PREMBILL001: DUE NOTICES SENT = " WS-NOTICE-COUNT
           DISPLAY "PREMBILL001: RETURNED-MAIL HELD = "
              WS-SUPPRESSED-COUNT.

       END PROGRAM PREMBILL001.
