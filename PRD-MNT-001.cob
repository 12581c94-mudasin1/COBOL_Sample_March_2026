       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDMNT001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: PRODUCER MASTER - PRODUCER AND LICENSE MAINTENANCE    *
      * PURPOSE:                                                       *
      *   Keep the keyed producer master (PRODUCER.CPY) current from  *
      *   one night's maintenance file. New producers are added with  *
      *   name, mailing address, TIN, upline, and override rate; a    *
      *   change posts whichever of those came across; a license line *
      *   adds or replaces one state's license and appointment with   *
      *   their own effective and expiry dates; and a termination     *
      *   ends the producer's contract on a date. Every change writes *
      *   the whole record before and after to the producer audit     *
      *   trail (PRDAUDIT.CPY). PRODTBL001 reads what this run keeps. *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PN-1101: Producer maintenance transactions, one per line, in
      *          the layout of WS-PRODUCER-TRAN-DETAIL below.
           SELECT PRODUCER-TRAN-FILE ASSIGN TO "PRDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

      * PN-1102: The persistent keyed producer master. See
      *          PROD-TBL-001.cob PT-1101.
           SELECT PRODUCER-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PR-AGENT-ID
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT PRODUCER-REPORT-FILE ASSIGN TO "PRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

      * PN-1103: Append-only producer audit trail, one record per
      *          producer added, changed, licensed, or terminated.
           SELECT PRODUCER-AUDIT-FILE ASSIGN TO "PRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCER-TRAN-FILE.
       01  TR-TRAN-LINE                 PIC X(300).

       FD  PRODUCER-MASTER-FILE.
      * PN-1104: FD-PR-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with
      *          PR-PRODUCER-RECORD as PRODUCER grows. See
      *          PROD-TBL-001.cob PT-1102.
       01  FD-PRODUCER-MASTER-REC.
           05  FD-PR-AGENT-ID           PIC X(08).
           05  FD-PR-REST-OF-RECORD     PIC X(1400).

       FD  PRODUCER-REPORT-FILE.
       01  RP-REPORT-LINE               PIC X(132).

       FD  PRODUCER-AUDIT-FILE.
       01  PQ-AUDIT-LINE                PIC X(2500).

       WORKING-STORAGE SECTION.
       77  WS-TR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PQ-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PRODUCER.
       COPY PRDAUDIT.
      * PN-1105: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-MORE-TRANS                PIC X VALUE 'Y'.
           88  WS-NO-MORE-TRANS         VALUE 'N'.
       77  WS-PR-FOUND                  PIC X VALUE 'N'.
           88  WS-PR-WAS-FOUND          VALUE 'Y'.
       77  WS-UPLINE-FOUND              PIC X VALUE 'N'.
           88  WS-UPLINE-WAS-FOUND      VALUE 'Y'.
       77  WS-STATE-FOUND               PIC X VALUE 'N'.
           88  WS-STATE-WAS-FOUND       VALUE 'Y'.
       77  WS-STATE-IDX                 PIC 9(02) VALUE 0.
       77  WS-TRAN-COUNT                PIC 9(07) VALUE 0.
       77  WS-ADD-COUNT                 PIC 9(05) VALUE 0.
       77  WS-CHANGE-COUNT              PIC 9(05) VALUE 0.
       77  WS-LICENSE-COUNT             PIC 9(05) VALUE 0.
       77  WS-TERM-COUNT                PIC 9(05) VALUE 0.
       77  WS-REJECT-COUNT              PIC 9(05) VALUE 0.
       77  WS-WRITE-COUNT               PIC 9(07) VALUE 0.
       77  WS-ACTION-USER               PIC X(12) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-MESSAGE            PIC X(60) VALUE SPACES.
       77  WS-SAVE-PRODUCER-REC         PIC X(1200) VALUE SPACES.

      * PN-1106: Maintenance line layout, read as plain text so it can
      *          be inspected or corrected between runs. "A" adds a
      *          producer, "C" changes the non-blank fields given (an
      *          upline of NONE removes the upline and its override
      *          rate), "S" adds or replaces one state's license and
      *          appointment, and "T" terminates the producer. Dates
      *          are eight digits; zeros on a contract or termination
      *          date mean the run date.
       01  WS-PRODUCER-TRAN-DETAIL.
           05  TR-TRAN-CODE             PIC X(01).
               88  TR-ADD-PRODUCER      VALUE "A".
               88  TR-CHANGE-PRODUCER   VALUE "C".
               88  TR-SET-STATE         VALUE "S".
               88  TR-TERMINATE         VALUE "T".
           05  FILLER                   PIC X(01).
           05  TR-AGENT-ID              PIC X(08).
           05  FILLER                   PIC X(01).
           05  TR-USER-ID               PIC X(12).
           05  FILLER                   PIC X(01).
           05  TR-PRODUCER-DATA.
               10  TR-PRODUCER-NAME     PIC X(50).
               10  FILLER               PIC X(01).
               10  TR-ADDRESS-LINE-1    PIC X(40).
               10  FILLER               PIC X(01).
               10  TR-ADDRESS-LINE-2    PIC X(40).
               10  FILLER               PIC X(01).
               10  TR-CITY              PIC X(28).
               10  FILLER               PIC X(01).
               10  TR-STATE-CODE        PIC X(02).
               10  FILLER               PIC X(01).
               10  TR-POSTAL-CODE       PIC X(10).
               10  FILLER               PIC X(01).
               10  TR-TIN               PIC X(09).
               10  FILLER               PIC X(01).
               10  TR-TIN-TYPE          PIC X(01).
               10  FILLER               PIC X(01).
               10  TR-CONTRACT-DATE     PIC 9(08).
               10  FILLER               PIC X(01).
               10  TR-UPLINE-AGENT-ID   PIC X(08).
               10  FILLER               PIC X(01).
               10  TR-OVERRIDE-RATE-X   PIC X(05).
               10  TR-OVERRIDE-RATE REDEFINES TR-OVERRIDE-RATE-X
                                        PIC 9V9999.
               10  FILLER               PIC X(01).
               10  TR-AGENT-PARTY-ID    PIC X(10).
           05  TR-STATE-DATA REDEFINES TR-PRODUCER-DATA.
               10  TR-LIC-STATE         PIC X(02).
               10  FILLER               PIC X(01).
               10  TR-LIC-NUMBER        PIC X(12).
               10  FILLER               PIC X(01).
               10  TR-LIC-EFF-DATE      PIC 9(08).
               10  FILLER               PIC X(01).
               10  TR-LIC-EXPIRY-DATE   PIC 9(08).
               10  FILLER               PIC X(01).
               10  TR-APPT-EFF-DATE     PIC 9(08).
               10  FILLER               PIC X(01).
               10  TR-APPT-EXPIRY-DATE  PIC 9(08).
           05  TR-TERM-DATA REDEFINES TR-PRODUCER-DATA.
               10  TR-TERMINATION-DATE  PIC 9(08).
               10  FILLER               PIC X(01).
               10  TR-TERM-REASON       PIC X(40).

       01  WS-REPORT-DETAIL.
           05  RD-ACTION                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-AGENT-ID              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-STATE                 PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-MESSAGE               PIC X(60).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION
              UNTIL WS-NO-MORE-TRANS
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PRDMNT001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT PRODUCER-REPORT-FILE
           PERFORM 1100-WRITE-HEADINGS

      * PN-201: The producer master is created on first use, the same
      *         way PTYMNT001's PY-201 creates the party master - the
      *         first run loads it from "A" and "S" lines.
           OPEN I-O PRODUCER-MASTER-FILE
           IF WS-PR-FILE-STATUS = "35" OR WS-PR-FILE-STATUS = "05"
              CLOSE PRODUCER-MASTER-FILE
              OPEN OUTPUT PRODUCER-MASTER-FILE
              CLOSE PRODUCER-MASTER-FILE
              OPEN I-O PRODUCER-MASTER-FILE
           END-IF
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "PRDMNT001: PRODMAST OPEN FAILED, STATUS "
                      WS-PR-FILE-STATUS
              MOVE 'N' TO WS-MORE-TRANS
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRODUCER-TRAN-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-TRANS
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO RP-REPORT-LINE
           STRING "PRODUCER MASTER MAINTENANCE REPORT - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "ACTION      AGENT ID  ST  MESSAGE"
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

      *===============================================================*
      * PN-2000: READ ONE MAINTENANCE LINE AND ROUTE IT BY CODE.      *
      *===============================================================*
       2000-PROCESS-TRANSACTION.
           READ PRODUCER-TRAN-FILE
              AT END
                 MOVE 'N' TO WS-MORE-TRANS
           END-READ
           IF WS-NO-MORE-TRANS
              EXIT PARAGRAPH
           END-IF

           MOVE TR-TRAN-LINE TO WS-PRODUCER-TRAN-DETAIL
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO PQ-PRODUCER-AUDIT-RECORD
           MOVE TR-USER-ID TO WS-ACTION-USER
           IF WS-ACTION-USER = SPACES
              MOVE "PRDMNT01" TO WS-ACTION-USER
           END-IF
           IF TR-AGENT-ID = SPACES
              MOVE "AGENT ID IS REQUIRED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2500-READ-PRODUCER

           EVALUATE TRUE
              WHEN TR-ADD-PRODUCER
                 PERFORM 2100-ADD-PRODUCER
              WHEN TR-CHANGE-PRODUCER
                 PERFORM 2200-CHANGE-PRODUCER
              WHEN TR-SET-STATE
                 PERFORM 2300-SET-STATE-LICENSE
              WHEN TR-TERMINATE
                 PERFORM 2400-TERMINATE-PRODUCER
              WHEN OTHER
                 MOVE "UNKNOWN PRODUCER TRANSACTION CODE"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
           END-EVALUATE.

      *===============================================================*
      * PN-2100: ADD A NEW PRODUCER, ACTIVE FROM THE CONTRACT DATE,   *
      *          WITH NO STATES YET - "S" LINES LICENSE IT.           *
      *===============================================================*
       2100-ADD-PRODUCER.
           IF WS-PR-WAS-FOUND
              MOVE "PRODUCER ALREADY ON PRODUCER MASTER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-PRODUCER-NAME = SPACES
              MOVE "PRODUCER NAME IS REQUIRED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
      * PN-202: The maintenance file is external input - a date or
      *         rate that did not come across as digits is turned
      *         away with its own reason. See PTY-MNT-001.cob PY-203.
           IF TR-CONTRACT-DATE NOT NUMERIC
              MOVE "UNREADABLE CONTRACT DATE" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2600-VALIDATE-PRODUCER-DATA
           IF WS-REPORT-MESSAGE NOT = SPACES
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PR-PRODUCER-RECORD
           MOVE TR-AGENT-ID TO PR-AGENT-ID
           MOVE TR-PRODUCER-NAME TO PR-PRODUCER-NAME
           PERFORM 2210-MOVE-NEW-ADDRESS
           MOVE TR-TIN TO PR-TIN
           MOVE TR-TIN-TYPE TO PR-TIN-TYPE
           MOVE "A" TO PR-PRODUCER-STATUS
           IF TR-CONTRACT-DATE = ZERO
              MOVE WS-CURR-DATE TO PR-CONTRACT-DATE
           ELSE
              MOVE TR-CONTRACT-DATE TO PR-CONTRACT-DATE
           END-IF
           MOVE TR-UPLINE-AGENT-ID TO PR-UPLINE-AGENT-ID
           IF TR-OVERRIDE-RATE-X NOT = SPACES
              MOVE TR-OVERRIDE-RATE TO PR-OVERRIDE-RATE
           END-IF
           MOVE TR-AGENT-PARTY-ID TO PR-AGENT-PARTY-ID
           MOVE WS-CURR-DATE TO PR-CREATE-DATE PR-LAST-MAINT-DATE
           MOVE WS-ACTION-USER TO PR-LAST-MAINT-USER
           MOVE PR-PRODUCER-RECORD TO FD-PRODUCER-MASTER-REC
           WRITE FD-PRODUCER-MASTER-REC
              INVALID KEY
                 MOVE "PRODUCER MASTER WRITE FAILED"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-ADD-COUNT WS-WRITE-COUNT

           MOVE "ADD" TO PQ-ACTION-TYPE
           MOVE "PRODUCER ADDED" TO PQ-ACTION-REASON
           PERFORM 8300-WRITE-PRODUCER-AUDIT
           MOVE "ADDED" TO WS-REPORT-ACTION
           MOVE PR-PRODUCER-NAME TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

      *===============================================================*
      * PN-2200: CHANGE WHATEVER CAME ACROSS NON-BLANK. A NEW STREET  *
      *          LINE REPLACES THE WHOLE MAILING ADDRESS.             *
      *===============================================================*
       2200-CHANGE-PRODUCER.
           IF NOT WS-PR-WAS-FOUND
              MOVE "PRODUCER NOT ON PRODUCER MASTER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2600-VALIDATE-PRODUCER-DATA
           IF WS-REPORT-MESSAGE NOT = SPACES
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           MOVE PR-PRODUCER-RECORD TO PQ-BEFORE-IMAGE
           IF TR-PRODUCER-NAME NOT = SPACES
              MOVE TR-PRODUCER-NAME TO PR-PRODUCER-NAME
           END-IF
           IF TR-ADDRESS-LINE-1 NOT = SPACES
              PERFORM 2210-MOVE-NEW-ADDRESS
           END-IF
           IF TR-TIN NOT = SPACES
              MOVE TR-TIN TO PR-TIN
           END-IF
           IF TR-TIN-TYPE NOT = SPACE
              MOVE TR-TIN-TYPE TO PR-TIN-TYPE
           END-IF
           IF TR-CONTRACT-DATE NUMERIC AND TR-CONTRACT-DATE NOT = ZERO
              MOVE TR-CONTRACT-DATE TO PR-CONTRACT-DATE
           END-IF
      * PN-203: An upline of NONE makes the producer a flat producer -
      *         no upline and so no override rate to pay it at.
           IF TR-UPLINE-AGENT-ID = "NONE"
              MOVE SPACES TO PR-UPLINE-AGENT-ID
              MOVE ZERO TO PR-OVERRIDE-RATE
           ELSE
              IF TR-UPLINE-AGENT-ID NOT = SPACES
                 MOVE TR-UPLINE-AGENT-ID TO PR-UPLINE-AGENT-ID
              END-IF
              IF TR-OVERRIDE-RATE-X NOT = SPACES
                 MOVE TR-OVERRIDE-RATE TO PR-OVERRIDE-RATE
              END-IF
           END-IF
           IF TR-AGENT-PARTY-ID NOT = SPACES
              MOVE TR-AGENT-PARTY-ID TO PR-AGENT-PARTY-ID
           END-IF
           PERFORM 8700-REWRITE-PRODUCER
           IF WS-PR-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGE-COUNT

           MOVE "CHANGE" TO PQ-ACTION-TYPE
           MOVE "PRODUCER DETAILS CHANGED" TO PQ-ACTION-REASON
           PERFORM 8300-WRITE-PRODUCER-AUDIT
           MOVE "CHANGED" TO WS-REPORT-ACTION
           MOVE "PRODUCER DETAILS CHANGED" TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

       2210-MOVE-NEW-ADDRESS.
           MOVE TR-ADDRESS-LINE-1 TO PR-ADDRESS-LINE-1
           MOVE TR-ADDRESS-LINE-2 TO PR-ADDRESS-LINE-2
           MOVE TR-CITY TO PR-CITY
           MOVE TR-STATE-CODE TO PR-STATE-CODE
           MOVE TR-POSTAL-CODE TO PR-POSTAL-CODE.

      *===============================================================*
      * PN-2300: ADD OR REPLACE ONE STATE'S LICENSE AND APPOINTMENT.  *
      *          A LICENSE LAPSES OR AN APPOINTMENT IS CUT BY POSTING *
      *          THE STATE AGAIN WITH ITS EXPIRY DATE.                *
      *===============================================================*
       2300-SET-STATE-LICENSE.
           IF NOT WS-PR-WAS-FOUND
              MOVE "PRODUCER NOT ON PRODUCER MASTER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF PR-PRODUCER-TERMINATED
              MOVE "PRODUCER IS TERMINATED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-LIC-STATE = SPACES OR TR-LIC-NUMBER = SPACES
              MOVE "STATE AND LICENSE NUMBER ARE REQUIRED"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-LIC-EFF-DATE NOT NUMERIC
              OR TR-LIC-EXPIRY-DATE NOT NUMERIC
              OR TR-APPT-EFF-DATE NOT NUMERIC
              OR TR-APPT-EXPIRY-DATE NOT NUMERIC
              MOVE "UNREADABLE LICENSE OR APPOINTMENT DATE"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-LIC-EFF-DATE = ZERO
              OR (TR-LIC-EXPIRY-DATE NOT = ZERO
                  AND TR-LIC-EXPIRY-DATE < TR-LIC-EFF-DATE)
              OR (TR-APPT-EXPIRY-DATE NOT = ZERO
                  AND TR-APPT-EXPIRY-DATE < TR-APPT-EFF-DATE)
              MOVE "LICENSE OR APPOINTMENT DATES OUT OF ORDER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
              UNTIL WS-STATE-IDX > PR-STATE-COUNT
                 OR WS-STATE-WAS-FOUND
              IF PR-LIC-STATE(WS-STATE-IDX) = TR-LIC-STATE
                 MOVE "Y" TO WS-STATE-FOUND
              END-IF
           END-PERFORM
           IF WS-STATE-WAS-FOUND
              SUBTRACT 1 FROM WS-STATE-IDX
           ELSE
              IF PR-STATE-COUNT >= 20
                 MOVE "STATE TABLE FULL - 20 STATES ON FILE"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PR-STATE-COUNT
              MOVE PR-STATE-COUNT TO WS-STATE-IDX
           END-IF

           MOVE PR-PRODUCER-RECORD TO PQ-BEFORE-IMAGE
           MOVE TR-LIC-STATE TO PR-LIC-STATE(WS-STATE-IDX)
           MOVE TR-LIC-NUMBER TO PR-LIC-NUMBER(WS-STATE-IDX)
           MOVE TR-LIC-EFF-DATE TO PR-LIC-EFF-DATE(WS-STATE-IDX)
           MOVE TR-LIC-EXPIRY-DATE TO PR-LIC-EXPIRY-DATE(WS-STATE-IDX)
           MOVE TR-APPT-EFF-DATE TO PR-APPT-EFF-DATE(WS-STATE-IDX)
           MOVE TR-APPT-EXPIRY-DATE
             TO PR-APPT-EXPIRY-DATE(WS-STATE-IDX)
           PERFORM 8700-REWRITE-PRODUCER
           IF WS-PR-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LICENSE-COUNT

           MOVE "LICENSE" TO PQ-ACTION-TYPE
           MOVE SPACES TO PQ-ACTION-REASON
           STRING TR-LIC-STATE " LICENSE " TR-LIC-NUMBER
               " EXP " TR-LIC-EXPIRY-DATE
               DELIMITED BY SIZE INTO PQ-ACTION-REASON
           PERFORM 8300-WRITE-PRODUCER-AUDIT
           MOVE "LICENSED" TO WS-REPORT-ACTION
           MOVE PQ-ACTION-REASON TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

      *===============================================================*
      * PN-2400: END THE PRODUCER'S CONTRACT. THE RECORD STAYS ON     *
      *          FILE SO EARNED COMMISSION AND TAX REPORTING STILL    *
      *          FIND IT; PRODTBL001 REFUSES IT FROM THE DATE GIVEN.  *
      *===============================================================*
       2400-TERMINATE-PRODUCER.
           IF NOT WS-PR-WAS-FOUND
              MOVE "PRODUCER NOT ON PRODUCER MASTER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF PR-PRODUCER-TERMINATED
              MOVE "PRODUCER ALREADY TERMINATED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           MOVE PR-PRODUCER-RECORD TO PQ-BEFORE-IMAGE
           MOVE "T" TO PR-PRODUCER-STATUS
           IF TR-TERMINATION-DATE NUMERIC
              AND TR-TERMINATION-DATE NOT = ZERO
              MOVE TR-TERMINATION-DATE TO PR-TERMINATION-DATE
           ELSE
              MOVE WS-CURR-DATE TO PR-TERMINATION-DATE
           END-IF
           PERFORM 8700-REWRITE-PRODUCER
           IF WS-PR-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERM-COUNT

           MOVE "TERMINATE" TO PQ-ACTION-TYPE
           IF TR-TERM-REASON NOT = SPACES
              MOVE TR-TERM-REASON TO PQ-ACTION-REASON
           ELSE
              MOVE "PRODUCER TERMINATED" TO PQ-ACTION-REASON
           END-IF
           PERFORM 8300-WRITE-PRODUCER-AUDIT
           MOVE "TERMINATED" TO WS-REPORT-ACTION
           MOVE SPACES TO WS-REPORT-MESSAGE
           STRING "CONTRACT ENDS " PR-TERMINATION-DATE
               DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

       2500-READ-PRODUCER.
           MOVE 'N' TO WS-PR-FOUND
           MOVE SPACES TO PR-PRODUCER-RECORD
           MOVE TR-AGENT-ID TO FD-PR-AGENT-ID
           READ PRODUCER-MASTER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PR-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PR-FOUND
                 MOVE FD-PRODUCER-MASTER-REC TO PR-PRODUCER-RECORD
           END-READ.

       2550-READ-UPLINE.
      * PN-204: The upline is read into the file area only - the
      *         producer being maintained stays in PR-PRODUCER-RECORD.
           MOVE 'N' TO WS-UPLINE-FOUND
           MOVE PR-PRODUCER-RECORD TO WS-SAVE-PRODUCER-REC
           MOVE TR-UPLINE-AGENT-ID TO FD-PR-AGENT-ID
           READ PRODUCER-MASTER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-UPLINE-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-UPLINE-FOUND
           END-READ
           MOVE WS-SAVE-PRODUCER-REC TO PR-PRODUCER-RECORD.

      *===============================================================*
      * PN-2600: CHECKS SHARED BY ADD AND CHANGE. LEAVES A REJECT     *
      *          REASON IN WS-REPORT-MESSAGE, OR SPACES IF CLEAN.     *
      *===============================================================*
       2600-VALIDATE-PRODUCER-DATA.
           MOVE SPACES TO WS-REPORT-MESSAGE
           IF TR-TIN-TYPE NOT = "S" AND TR-TIN-TYPE NOT = "E"
              AND TR-TIN-TYPE NOT = SPACE
              MOVE "TIN TYPE MUST BE S OR E" TO WS-REPORT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF TR-OVERRIDE-RATE-X NOT = SPACES
              AND TR-OVERRIDE-RATE-X NOT NUMERIC
              MOVE "OVERRIDE RATE MUST BE FIVE DIGITS (9V9999)"
                TO WS-REPORT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF TR-UPLINE-AGENT-ID = SPACES
              OR TR-UPLINE-AGENT-ID = "NONE"
              EXIT PARAGRAPH
           END-IF
           IF TR-UPLINE-AGENT-ID = TR-AGENT-ID
              MOVE "PRODUCER CANNOT BE ITS OWN UPLINE"
                TO WS-REPORT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM 2550-READ-UPLINE
           IF NOT WS-UPLINE-WAS-FOUND
              MOVE "UPLINE AGENT NOT ON PRODUCER MASTER"
                TO WS-REPORT-MESSAGE
           END-IF.

       2900-REPORT-REJECTED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-REPORT-ACTION
           PERFORM 8100-WRITE-REPORT-LINE.

       8100-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WS-REPORT-ACTION TO RD-ACTION
           MOVE TR-AGENT-ID TO RD-AGENT-ID
           IF TR-SET-STATE
              MOVE TR-LIC-STATE TO RD-STATE
           END-IF
           MOVE WS-REPORT-MESSAGE TO RD-MESSAGE
           MOVE WS-REPORT-DETAIL TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

       8300-WRITE-PRODUCER-AUDIT.
      * PN-401: One append to the producer audit trail per change,
      *         with the record as it now stands as the "after" image.
      *         See NB-UW-001.cob NB-1104 for the identical open/
      *         fallback/close pattern.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PR-AGENT-ID TO PQ-AGENT-ID
           MOVE "PRDMNT01" TO PQ-PROGRAM-ID
           MOVE WS-CURR-DATE TO PQ-LOG-DATE
           MOVE WS-CURR-TIME TO PQ-LOG-TIME
           MOVE WS-ACTION-USER TO PQ-ACTION-USER
           MOVE PR-PRODUCER-RECORD TO PQ-AFTER-IMAGE
           OPEN EXTEND PRODUCER-AUDIT-FILE
           IF WS-PQ-FILE-STATUS NOT = "00"
              OPEN OUTPUT PRODUCER-AUDIT-FILE
              CLOSE PRODUCER-AUDIT-FILE
              OPEN EXTEND PRODUCER-AUDIT-FILE
           END-IF
           MOVE PQ-PRODUCER-AUDIT-RECORD TO PQ-AUDIT-LINE
           WRITE PQ-AUDIT-LINE
           CLOSE PRODUCER-AUDIT-FILE.

       8700-REWRITE-PRODUCER.
           MOVE WS-CURR-DATE TO PR-LAST-MAINT-DATE
           MOVE WS-ACTION-USER TO PR-LAST-MAINT-USER
           MOVE PR-PRODUCER-RECORD TO FD-PRODUCER-MASTER-REC
           REWRITE FD-PRODUCER-MASTER-REC
              INVALID KEY
                 DISPLAY "PRDMNT001: PRODUCER REWRITE FAILED FOR "
                         PR-AGENT-ID " STATUS " WS-PR-FILE-STATUS
           END-REWRITE
           IF WS-PR-FILE-STATUS = "00"
              ADD 1 TO WS-WRITE-COUNT
           ELSE
              MOVE "PRODUCER MASTER REWRITE FAILED"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
           END-IF.

       8900-WRITE-RUN-CONTROL.
      * PN-402: Maintenance lines read, against the producer records
      *         actually written.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-TRAN-COUNT TO BC-RECORDS-READ
           MOVE WS-WRITE-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-TR-FILE-STATUS = "00" OR WS-TR-FILE-STATUS = "10"
              CLOSE PRODUCER-TRAN-FILE
           END-IF
           IF WS-PR-FILE-STATUS NOT = "35"
              CLOSE PRODUCER-MASTER-FILE
           END-IF
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "LINES: " WS-TRAN-COUNT
               "  ADDED: " WS-ADD-COUNT
               "  CHANGED: " WS-CHANGE-COUNT
               "  LICENSES: " WS-LICENSE-COUNT
               "  TERMINATED: " WS-TERM-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           CLOSE PRODUCER-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "PRDMNT001: LINES READ       = " WS-TRAN-COUNT
           DISPLAY "PRDMNT001: PRODUCERS ADDED  = " WS-ADD-COUNT
           DISPLAY "PRDMNT001: PRODUCERS CHANGED= " WS-CHANGE-COUNT
           DISPLAY "PRDMNT001: LICENSES POSTED  = " WS-LICENSE-COUNT
           DISPLAY "PRDMNT001: TERMINATED       = " WS-TERM-COUNT
           DISPLAY "PRDMNT001: REJECTED         = " WS-REJECT-COUNT.

       END PROGRAM PRDMNT001.
