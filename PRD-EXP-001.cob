       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDEXP001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: PRODUCER MASTER - EXPIRING LICENSE REPORT             *
      * PURPOSE:                                                       *
      *   Run monthly so licensing can chase renewals before business *
      *   stops. Every state license and appointment on the producer  *
      *   master (PRODUCER.CPY) held by a producer not yet terminated *
      *   that expires within the next 60 days is listed soonest      *
      *   first, with the days left, so nothing lapses in the middle  *
      *   of an application or an agent-of-record change.             *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LX-1101: The keyed producer master PRDMNT001 keeps; this
      *          report only ever opens it INPUT, in key order.
           SELECT PRODUCER-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PR-AGENT-ID
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "LXSORT".

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "PRDEXPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCER-MASTER-FILE.
      * LX-1102: FD-PR-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with
      *          PR-PRODUCER-RECORD as PRODUCER grows. See
      *          PROD-TBL-001.cob PT-1102.
       01  FD-PRODUCER-MASTER-REC.
           05  FD-PR-AGENT-ID           PIC X(08).
           05  FD-PR-REST-OF-RECORD     PIC X(1400).

      * LX-1103: One sort record per license or appointment inside
      *          the window, ordered by the date it runs out.
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-EXPIRY-DATE           PIC 9(08).
           05  SW-AGENT-ID              PIC X(08).
           05  SW-STATE                 PIC X(02).
           05  SW-EXPIRY-TYPE           PIC X(11).
           05  SW-LIC-NUMBER            PIC X(12).
           05  SW-PRODUCER-NAME         PIC X(30).
           05  SW-DAYS-LEFT             PIC 9(03).

       FD  EXPIRY-REPORT-FILE.
       01  ER-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-WINDOW-END-DATE           PIC 9(08) VALUE 0.
       77  WS-WINDOW-DAYS               PIC 9(03) VALUE 60.
       77  WS-STATE-IDX                 PIC 9(02) VALUE 0.
       77  WS-PRODUCER-COUNT            PIC 9(05) VALUE 0.
       77  WS-EXPIRING-COUNT            PIC 9(05) VALUE 0.
       77  WS-LICENSE-COUNT             PIC 9(05) VALUE 0.
       77  WS-APPT-COUNT                PIC 9(05) VALUE 0.
       77  WS-MORE-PRODUCERS            PIC X VALUE 'Y'.
           88  WS-NO-MORE-PRODUCERS     VALUE 'N'.
       77  WS-MORE-SORTED               PIC X VALUE 'Y'.
           88  WS-NO-MORE-SORTED        VALUE 'N'.
       COPY PRODUCER.
      * LX-104: Run-control records to the shared batch control file
      *         through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.

       01  WS-DETAIL-FIELDS.
           05  DF-AGENT-ID              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DF-PRODUCER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DF-STATE                 PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DF-EXPIRY-TYPE           PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DF-LIC-NUMBER            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DF-EXPIRY-DATE           PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DF-DAYS-LEFT             PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EXPIRY-DATE SW-AGENT-ID SW-STATE
               INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BC-RUN-CONTROL-RECORD
           MOVE "PRDEXP001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
      * LX-201: The window runs from the run date through the 60th
      *         day after it.
           COMPUTE WS-WINDOW-END-DATE =
                   FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                    + WS-WINDOW-DAYS).

       2000-BUILD-SORT-FILE.
           OPEN INPUT PRODUCER-MASTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "PRDEXP001: PRODMAST OPEN FAILED, STATUS "
                      WS-PR-FILE-STATUS
              MOVE 'N' TO WS-MORE-PRODUCERS
           ELSE
              PERFORM 2100-READ-NEXT-PRODUCER
           END-IF
           PERFORM 2200-RELEASE-EXPIRING
              UNTIL WS-NO-MORE-PRODUCERS
           IF WS-PR-FILE-STATUS NOT = "35"
              CLOSE PRODUCER-MASTER-FILE
           END-IF.

       2100-READ-NEXT-PRODUCER.
           READ PRODUCER-MASTER-FILE
              AT END
                 MOVE 'N' TO WS-MORE-PRODUCERS
           END-READ.

       2200-RELEASE-EXPIRING.
      * LX-202: A producer whose contract has already ended has
      *         nothing left to renew.
           MOVE FD-PRODUCER-MASTER-REC TO PR-PRODUCER-RECORD
           ADD 1 TO WS-PRODUCER-COUNT
           IF NOT PR-PRODUCER-TERMINATED
              OR (PR-TERMINATION-DATE NOT = ZERO
                  AND PR-TERMINATION-DATE > WS-CURR-DATE)
              PERFORM 2300-CHECK-ONE-STATE
                 VARYING WS-STATE-IDX FROM 1 BY 1
                 UNTIL WS-STATE-IDX > PR-STATE-COUNT
                    OR WS-STATE-IDX > 20
           END-IF
           PERFORM 2100-READ-NEXT-PRODUCER.

      *===============================================================*
      * LX-2300: THE LICENSE AND THE APPOINTMENT EXPIRE SEPARATELY -  *
      *          EACH ONE INSIDE THE WINDOW IS ITS OWN LINE. A ZERO   *
      *          EXPIRY IS OPEN-ENDED AND NEVER LISTED.               *
      *===============================================================*
       2300-CHECK-ONE-STATE.
           IF PR-LIC-EXPIRY-DATE(WS-STATE-IDX) NOT = ZERO
              AND PR-LIC-EXPIRY-DATE(WS-STATE-IDX) >= WS-CURR-DATE
              AND PR-LIC-EXPIRY-DATE(WS-STATE-IDX)
                  <= WS-WINDOW-END-DATE
              MOVE PR-LIC-EXPIRY-DATE(WS-STATE-IDX) TO SW-EXPIRY-DATE
              MOVE "LICENSE" TO SW-EXPIRY-TYPE
              PERFORM 2400-RELEASE-ONE
              ADD 1 TO WS-LICENSE-COUNT
           END-IF
           IF PR-APPT-EFF-DATE(WS-STATE-IDX) NOT = ZERO
              AND PR-APPT-EXPIRY-DATE(WS-STATE-IDX) NOT = ZERO
              AND PR-APPT-EXPIRY-DATE(WS-STATE-IDX) >= WS-CURR-DATE
              AND PR-APPT-EXPIRY-DATE(WS-STATE-IDX)
                  <= WS-WINDOW-END-DATE
              MOVE PR-APPT-EXPIRY-DATE(WS-STATE-IDX) TO SW-EXPIRY-DATE
              MOVE "APPOINTMENT" TO SW-EXPIRY-TYPE
              PERFORM 2400-RELEASE-ONE
              ADD 1 TO WS-APPT-COUNT
           END-IF.

       2400-RELEASE-ONE.
           MOVE PR-AGENT-ID TO SW-AGENT-ID
           MOVE PR-LIC-STATE(WS-STATE-IDX) TO SW-STATE
           MOVE PR-LIC-NUMBER(WS-STATE-IDX) TO SW-LIC-NUMBER
           MOVE PR-PRODUCER-NAME TO SW-PRODUCER-NAME
           COMPUTE SW-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(SW-EXPIRY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           RELEASE SW-SORT-RECORD.

       3000-WRITE-REPORT.
           OPEN OUTPUT EXPIRY-REPORT-FILE
           PERFORM 3100-WRITE-HEADINGS
           PERFORM 3200-RETURN-NEXT-SORTED
           PERFORM 3300-WRITE-DETAIL-LINE
              UNTIL WS-NO-MORE-SORTED
           PERFORM 3400-WRITE-TOTAL-LINE
           CLOSE EXPIRY-REPORT-FILE.

       3100-WRITE-HEADINGS.
           MOVE SPACES TO ER-REPORT-LINE
           STRING "PRODUCER LICENSES EXPIRING " WS-CURR-DATE
               " THROUGH " WS-WINDOW-END-DATE
               DELIMITED BY SIZE INTO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE SPACES TO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE SPACES TO ER-REPORT-LINE
           STRING "AGENT ID  PRODUCER NAME                   ST   "
                  "TYPE         LICENSE NO    EXPIRES   DAYS"
               DELIMITED BY SIZE INTO ER-REPORT-LINE
           WRITE ER-REPORT-LINE.

       3200-RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'N' TO WS-MORE-SORTED
           END-RETURN.

       3300-WRITE-DETAIL-LINE.
           MOVE SW-AGENT-ID TO DF-AGENT-ID
           MOVE SW-PRODUCER-NAME TO DF-PRODUCER-NAME
           MOVE SW-STATE TO DF-STATE
           MOVE SW-EXPIRY-TYPE TO DF-EXPIRY-TYPE
           MOVE SW-LIC-NUMBER TO DF-LIC-NUMBER
           MOVE SW-EXPIRY-DATE TO DF-EXPIRY-DATE
           MOVE SW-DAYS-LEFT TO DF-DAYS-LEFT
           MOVE WS-DETAIL-FIELDS TO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           ADD 1 TO WS-EXPIRING-COUNT
           PERFORM 3200-RETURN-NEXT-SORTED.

       3400-WRITE-TOTAL-LINE.
           MOVE SPACES TO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE SPACES TO ER-REPORT-LINE
           STRING "PRODUCERS READ: " WS-PRODUCER-COUNT
               "  LICENSES EXPIRING: " WS-LICENSE-COUNT
               "  APPOINTMENTS EXPIRING: " WS-APPT-COUNT
               DELIMITED BY SIZE INTO ER-REPORT-LINE
           WRITE ER-REPORT-LINE.

       8900-WRITE-RUN-CONTROL.
      * LX-401: Producers read, against the expiry lines reported.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-PRODUCER-COUNT TO BC-RECORDS-READ
           MOVE WS-EXPIRING-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "PRDEXP001: PRODUCERS READ     = " WS-PRODUCER-COUNT
           DISPLAY "PRDEXP001: LICENSES EXPIRING  = " WS-LICENSE-COUNT
           DISPLAY "PRDEXP001: APPTS EXPIRING     = " WS-APPT-COUNT.

       END PROGRAM PRDEXP001.
