       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCTL001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: FINANCE - ACCOUNTING PERIOD CHECK FOR POSTING RUNS    *
      * PURPOSE:                                                       *
      *   Read the keyed period-control file (ACCTPER.CPY) PERMNT001  *
      *   keeps, through the PERADJ.CPY interface, and decide whether *
      *   a transaction's effective date falls in a closed accounting *
      *   month. An open month books as it always did. A closed month *
      *   is a prior-period adjustment: the caller still processes    *
      *   the transaction at its true effective date, but its GL      *
      *   effect is booked to the first open month on or after the    *
      *   posting date, and the adjustment is appended here to the    *
      *   prior-period adjustment register GLEXT001 journals and      *
      *   reports on its own - the one place CASHAPP001, CSHSUS001,   *
      *   GRPCSH001, CLMADJ001, CLMPAY001, MATPROC001 and SVCBILL001  *
      *   go to for the period, the way PRODTBL001 is the one place   *
      *   that reads the producer master.                             *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AP-1101: The persistent keyed period-control file PERMNT001
      *          keeps.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "ACCTPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-GP-PERIOD
               FILE STATUS IS WS-GP-FILE-STATUS.

      * AP-1102: Append-only prior-period adjustment register, one
      *          PERADJ.CPY record per transaction booked forward out
      *          of a closed month. See NB-UW-001.cob NB-1103 for the
      *          pattern.
           SELECT PRIOR-PERIOD-ADJ-FILE ASSIGN TO "PRPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
      * AP-1103: FD-GP-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with GP-PERIOD-
      *          RECORD as ACCTPER grows. See PROD-TBL-001.cob
      *          PT-1102.
       01  FD-PERIOD-CONTROL-REC.
           05  FD-GP-PERIOD             PIC 9(06).
           05  FD-GP-REST-OF-RECORD     PIC X(200).

       FD  PRIOR-PERIOD-ADJ-FILE.
       01  PK-REGISTER-LINE             PIC X(150).

       WORKING-STORAGE SECTION.
       77  WS-GP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PK-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY ACCTPER.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-PERIOD-CLOSED-SW          PIC X(01) VALUE "N".
           88  WS-PERIOD-IS-CLOSED      VALUE "Y".
       77  WS-BOOK-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-BOOK-PERIOD-FOUND     VALUE "Y".
      * AP-101: How far forward the booking period is looked for
      *         before giving up and booking to the posting month
      *         regardless - two years of closed months ahead of the
      *         posting date is a broken control file, not a close.
       77  WS-MAX-LOOK-AHEAD            PIC 9(02) VALUE 24.
       77  WS-LOOK-AHEAD-COUNT          PIC 9(02) VALUE 0.
      * AP-102: Month of the posting date, held apart from
      *         PK-BOOK-PERIOD, which the look-ahead moves forward.
       77  WS-POSTING-PERIOD            PIC 9(06) VALUE 0.
       01  WS-CHECK-PERIOD              PIC 9(06) VALUE 0.
       01  WS-CHECK-PERIOD-PARTS REDEFINES WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR            PIC 9(04).
           05  WS-CHECK-MONTH           PIC 9(02).

       LINKAGE SECTION.
       COPY PERADJ.

       PROCEDURE DIVISION USING PK-PERIOD-REQUEST.

       0000-CHECK-PERIOD.
           MOVE "O" TO PK-RESULT
           MOVE ZERO TO PK-EFFECTIVE-PERIOD PK-BOOK-PERIOD
           IF PK-POSTING-DATE NOT NUMERIC OR PK-POSTING-DATE = ZERO
              ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
              MOVE WS-CURR-DATE TO PK-POSTING-DATE
           END-IF
           MOVE PK-POSTING-DATE TO PK-BOOK-DATE
           COMPUTE WS-POSTING-PERIOD = PK-POSTING-DATE / 100
           MOVE WS-POSTING-PERIOD TO PK-BOOK-PERIOD
      * AP-201: A transaction with no effective date of its own books
      *         on its posting date, which is by definition current.
           IF PK-EFFECTIVE-DATE NOT NUMERIC OR PK-EFFECTIVE-DATE = ZERO
              GOBACK
           END-IF
           COMPUTE PK-EFFECTIVE-PERIOD = PK-EFFECTIVE-DATE / 100

      * AP-202: No period-control file yet means finance has never
      *         closed a month, so every month is open; any other
      *         open failure is reported and the caller books as it
      *         always did rather than stopping the posting run.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-GP-FILE-STATUS NOT = "00"
              IF WS-GP-FILE-STATUS NOT = "35"
                 DISPLAY "WARNING: PERIOD CONTROL NOT AVAILABLE - "
                         "STATUS " WS-GP-FILE-STATUS
              END-IF
              MOVE "U" TO PK-RESULT
              GOBACK
           END-IF

           MOVE PK-EFFECTIVE-PERIOD TO WS-CHECK-PERIOD
           PERFORM 2000-READ-PERIOD
           IF NOT WS-PERIOD-IS-CLOSED
              CLOSE PERIOD-CONTROL-FILE
              GOBACK
           END-IF

           MOVE PK-BOOK-PERIOD TO WS-CHECK-PERIOD
           MOVE "N" TO WS-BOOK-FOUND-SW
           MOVE ZERO TO WS-LOOK-AHEAD-COUNT
           PERFORM 2100-FIND-BOOK-PERIOD
              UNTIL WS-BOOK-PERIOD-FOUND
                 OR WS-LOOK-AHEAD-COUNT > WS-MAX-LOOK-AHEAD
           CLOSE PERIOD-CONTROL-FILE
           IF NOT WS-BOOK-PERIOD-FOUND
              DISPLAY "WARNING: NO OPEN PERIOD WITHIN "
                      WS-MAX-LOOK-AHEAD " MONTHS OF "
                      PK-POSTING-DATE " - BOOKED TO POSTING MONTH"
              MOVE PK-POSTING-DATE TO PK-BOOK-DATE
              MOVE WS-POSTING-PERIOD TO PK-BOOK-PERIOD
           END-IF

           MOVE "P" TO PK-RESULT
           PERFORM 8100-WRITE-ADJUSTMENT
           GOBACK.

      *===============================================================*
      * AP-2000: READ ONE MONTH OFF THE PERIOD-CONTROL FILE. A MONTH  *
      *          WITH NO RECORD HAS NEVER BEEN CLOSED.                *
      *===============================================================*
       2000-READ-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           MOVE WS-CHECK-PERIOD TO FD-GP-PERIOD
           READ PERIOD-CONTROL-FILE
              INVALID KEY
                 MOVE SPACES TO GP-PERIOD-RECORD
              NOT INVALID KEY
                 MOVE FD-PERIOD-CONTROL-REC TO GP-PERIOD-RECORD
           END-READ
           IF GP-PERIOD-CLOSED
              MOVE "Y" TO WS-PERIOD-CLOSED-SW
           END-IF.

      *===============================================================*
      * AP-2100: THE BOOKING MONTH IS THE POSTING MONTH WHEN IT IS    *
      *          OPEN, ON THE POSTING DATE ITSELF. A POSTING MONTH    *
      *          THAT IS ITSELF CLOSED (A LATE RUN AFTER THE CLOSE)   *
      *          ROLLS FORWARD TO THE FIRST DAY OF THE NEXT OPEN      *
      *          MONTH.                                               *
      *===============================================================*
       2100-FIND-BOOK-PERIOD.
           ADD 1 TO WS-LOOK-AHEAD-COUNT
           PERFORM 2000-READ-PERIOD
           IF NOT WS-PERIOD-IS-CLOSED
              MOVE "Y" TO WS-BOOK-FOUND-SW
              MOVE WS-CHECK-PERIOD TO PK-BOOK-PERIOD
              IF WS-CHECK-PERIOD NOT = WS-POSTING-PERIOD
                 COMPUTE PK-BOOK-DATE = WS-CHECK-PERIOD * 100 + 1
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECK-MONTH
           IF WS-CHECK-MONTH > 12
              MOVE 1 TO WS-CHECK-MONTH
              ADD 1 TO WS-CHECK-YEAR
           END-IF.

      *===============================================================*
      * AP-8100: APPEND THE ADJUSTMENT TO THE PRIOR-PERIOD REGISTER.  *
      *          SEE NB-UW-001.cob NB-1104 FOR THE IDENTICAL OPEN/    *
      *          FALLBACK/CLOSE PATTERN.                              *
      *===============================================================*
       8100-WRITE-ADJUSTMENT.
           OPEN EXTEND PRIOR-PERIOD-ADJ-FILE
           IF WS-PK-FILE-STATUS NOT = "00"
              OPEN OUTPUT PRIOR-PERIOD-ADJ-FILE
              CLOSE PRIOR-PERIOD-ADJ-FILE
              OPEN EXTEND PRIOR-PERIOD-ADJ-FILE
           END-IF
           MOVE PK-PERIOD-REQUEST TO PK-REGISTER-LINE
           WRITE PK-REGISTER-LINE
           CLOSE PRIOR-PERIOD-ADJ-FILE.

       END PROGRAM PERCTL001.
