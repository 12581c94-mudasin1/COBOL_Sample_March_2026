               RECORD KEY IS FD-PH-HIST-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.

      * PI-1108: The keyed closed-policy archive POLARC001 keeps - a
      *          policy no longer on the live master is looked for
      *          here before the desk is told it does not exist.
           SELECT POLICY-ARCHIVE-FILE ASSIGN TO "POLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-AK-POLICY-ID
               FILE STATUS IS WS-AK-FILE-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.
           05  FD-PH-HIST-KEY           PIC X(30).
           05  FD-PH-REST-OF-RECORD     PIC X(150).

       FD  POLICY-ARCHIVE-FILE.
      * PI-1109: Oversized the same way, so this FD stays binary-
      *          compatible with AK-ARCHIVE-RECORD. See POL-ARC-001.cob
      *          AR-1109.
       01  FD-POLICY-ARCHIVE-REC.
           05  FD-AK-POLICY-ID          PIC X(12).
           05  FD-AK-REST-OF-RECORD     PIC X(3100).

       FD  INQUIRY-REPORT-FILE.
       01  IR-REPORT-LINE               PIC X(132).

       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY AUDITLOG.
       COPY POLARCH.
       COPY POLHIST.
       77  WS-PH-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-PH-EOF                VALUE 'Y'.
       77  WS-REQUEST-COUNT             PIC 9(05) VALUE 0.
       77  WS-PRINTED-COUNT             PIC 9(05) VALUE 0.
       77  WS-NOTFOUND-COUNT            PIC 9(05) VALUE 0.
       77  WS-ARCHIVED-COUNT            PIC 9(05) VALUE 0.
       77  WS-FROM-ARCHIVE              PIC X VALUE 'N'.
           88  WS-WAS-FROM-ARCHIVE      VALUE 'Y'.
       77  WS-RIDER-IDX                 PIC 9(02) VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.
       77  WS-REQUEST-ID                PIC X(12) VALUE SPACES.
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT INQUIRY-REPORT-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT POLICY-ARCHIVE-FILE
           OPEN INPUT INQUIRY-REQUEST-FILE
           IF WS-RQ-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-REQUESTS
              INVALID KEY
                 CONTINUE
           END-READ
           MOVE 'N' TO WS-FROM-ARCHIVE
           IF WS-PM-FILE-STATUS = "00"
              MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
           ELSE
              PERFORM 2200-READ-ARCHIVE
           END-IF
           IF WS-PM-FILE-STATUS NOT = "00" AND
              NOT WS-WAS-FROM-ARCHIVE
              ADD 1 TO WS-NOTFOUND-COUNT
              MOVE SPACES TO IR-REPORT-LINE
              STRING "POLICY " WS-REQUEST-ID
                  " NOT ON POLICY MASTER OR CLOSED-POLICY ARCHIVE"
                  DELIMITED BY SIZE INTO IR-REPORT-LINE
              WRITE IR-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRINTED-COUNT
           PERFORM 3000-PRINT-SNAPSHOT
           PERFORM 4000-PRINT-HISTORY.

      * PI-107: A closed policy POLARC001 took off the live master
      *         is printed from its archived image, flagged as such so
      *         the desk knows it must be restored before anything can
      *         be done to it.
       2200-READ-ARCHIVE.
           IF WS-AK-FILE-STATUS NOT = "00" AND
              WS-AK-FILE-STATUS NOT = "23"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REQUEST-ID TO FD-AK-POLICY-ID
           READ POLICY-ARCHIVE-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-AK-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE FD-POLICY-ARCHIVE-REC TO AK-ARCHIVE-RECORD
           MOVE AK-POLICY-IMAGE TO WS-POLICY-MASTER-REC
           MOVE 'Y' TO WS-FROM-ARCHIVE
           ADD 1 TO WS-ARCHIVED-COUNT.

      *===============================================================*
      * PI-3000: THE FORMATTED SNAPSHOT - EVERYTHING THE DESK NEEDS   *
      *          ON ONE SCREEN, SECTION BY SECTION.                   *
               "  CCY " PM-CURRENCY-CODE
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           IF WS-WAS-FROM-ARCHIVE
              MOVE SPACES TO IR-REPORT-LINE
              STRING "  ** CLOSED-POLICY ARCHIVE - ARCHIVED "
                  AK-ARCHIVE-DATE " IN STATUS " AK-TERMINAL-STATUS
                  " - RESTORE BEFORE ANY TRANSACTION **"
                  DELIMITED BY SIZE INTO IR-REPORT-LINE
              WRITE IR-REPORT-LINE
           END-IF
           MOVE SPACES TO IR-REPORT-LINE
           STRING "  INSURED " PM-INSURED-NAME
               DELIMITED BY SIZE INTO IR-REPORT-LINE
              VARYING WS-BENE-IDX FROM 1 BY 1
              UNTIL WS-BENE-IDX > PM-BENEFICIARY-COUNT

      * PI-306: Collateral assignment of record - active, released,
      *         or satisfied - with its dates, so the desk can see a
      *         lender's interest before promising anyone a payout.
           IF PM-ASSIGN-STATUS NOT = SPACES
              MOVE SPACES TO IR-REPORT-LINE
              IF PM-ASSIGN-FULL
                 STRING "  ASSIGNED (" PM-ASSIGN-STATUS ") TO "
                     PM-ASSIGNEE-NAME " FULL BENEFIT"
                     DELIMITED BY SIZE INTO IR-REPORT-LINE
              ELSE
                 MOVE PM-ASSIGN-AMOUNT TO WS-EDITED-AMOUNT
                 STRING "  ASSIGNED (" PM-ASSIGN-STATUS ") TO "
                     PM-ASSIGNEE-NAME " AMOUNT " WS-EDITED-AMOUNT
                     DELIMITED BY SIZE INTO IR-REPORT-LINE
              END-IF
              WRITE IR-REPORT-LINE
              MOVE SPACES TO IR-REPORT-LINE
              STRING "    RECORDED " PM-ASSIGN-RECORDED-DATE
                  "  RELEASED " PM-ASSIGN-RELEASE-DATE
                  DELIMITED BY SIZE INTO IR-REPORT-LINE
              WRITE IR-REPORT-LINE
           END-IF

      * PI-307: The policy's parties on the party master, by role.
           IF PM-PARTY-LINKS NOT = SPACES
              MOVE SPACES TO IR-REPORT-LINE
              STRING "  PARTIES  OWNER " PM-OWNER-PARTY-ID
                  "  INSURED " PM-INSURED-PARTY-ID
                  "  PAYOR " PM-PAYOR-PARTY-ID
                  "  ASSIGNEE " PM-ASSIGNEE-PARTY-ID
                  DELIMITED BY SIZE INTO IR-REPORT-LINE
              WRITE IR-REPORT-LINE
           END-IF

      * PI-302: Claim state, if the policy carries one.
           IF PM-CLAIM-ID NOT = SPACES
              MOVE PM-CLAIM-PAYMENT-AMOUNT TO WS-EDITED-AMOUNT
           IF WS-PM-FILE-STATUS NOT = "35"
              CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-AK-FILE-STATUS NOT = "35"
              CLOSE POLICY-ARCHIVE-FILE
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "POLINQ001: REQUESTS READ    = " WS-REQUEST-COUNT
           DISPLAY "POLINQ001: POLICIES PRINTED = " WS-PRINTED-COUNT
           DISPLAY "POLINQ001: FROM ARCHIVE     = " WS-ARCHIVED-COUNT
           DISPLAY "POLINQ001: NOT FOUND        = " WS-NOTFOUND-COUNT.

       END PROGRAM POLINQ001.
