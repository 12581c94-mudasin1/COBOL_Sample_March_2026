       DATE-WRITTEN. 2026-08-09.
       REMARKS.
      *===============================================================*
      * DOMAIN: TERM LIFE POLICY - PRODUCER MASTER LICENSE LOOKUP     *
      * PURPOSE:                                                       *
      *   Read one producer off the keyed producer master             *
      *   (PRODUCER.CPY) that PRDMNT001 keeps, through the            *
      *   PRODLKUP.CPY interface, and decide whether the producer is  *
      *   licensed and appointed in the caller's state on the         *
      *   caller's date - the one place NBUW001, UWDEC001, SVCBILL001 *
      *   and TAXRPT001 go to for a producer, the way PTYADR001 is    *
      *   the one place that reads the party master.                  *
      *===============================================================*

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PT-1101: The persistent keyed producer master PRDMNT001
      *          keeps. Replaces the flat PRODTAB table file and the
      *          built-in default agents.
           SELECT PRODUCER-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PR-AGENT-ID
               FILE STATUS IS WS-PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCER-MASTER-FILE.
      * PT-1102: FD-PR-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with
      *          PR-PRODUCER-RECORD as PRODUCER grows. See
      *          PTY-ADR-001.cob AD-1103.
       01  FD-PRODUCER-MASTER-REC.
           05  FD-PR-AGENT-ID           PIC X(08).
           05  FD-PR-REST-OF-RECORD     PIC X(1400).

       WORKING-STORAGE SECTION.
       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
      * PT-1103: The master is opened on the first call and held open
      *          for the rest of the run unit - a caller such as
      *          SVCBILL001's nightly sweep asks for producer after
      *          producer, and an open and close per lookup was most
      *          of the cost. A failed open is tried again next call.
       77  WS-PR-OPEN-SW                PIC X(01) VALUE "N".
           88  WS-PR-FILE-OPEN          VALUE "Y".
       COPY PRODUCER.
       77  WS-STATE-IDX                 PIC 9(02) VALUE 0.
       77  WS-STATE-FOUND               PIC X(01) VALUE "N".
           88  WS-STATE-WAS-FOUND       VALUE "Y".

       LINKAGE SECTION.
       COPY PRODLKUP.

       PROCEDURE DIVISION USING PL-PRODUCER-REQUEST.

       0000-LOOKUP-PRODUCER.
           MOVE SPACES TO PL-PRODUCER-NAME PL-UPLINE-AGENT-ID
                          PL-AGENT-PARTY-ID
           MOVE ZERO TO PL-OVERRIDE-RATE PL-LIC-EXPIRY-DATE
           IF PL-AS-OF-DATE = ZERO
              ACCEPT PL-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF

           IF NOT WS-PR-FILE-OPEN
              OPEN INPUT PRODUCER-MASTER-FILE
              IF WS-PR-FILE-STATUS NOT = "00"
                 DISPLAY "WARNING: PRODUCER MASTER NOT AVAILABLE - "
                         "STATUS " WS-PR-FILE-STATUS
                 MOVE "U" TO PL-RESULT
                 GOBACK
              END-IF
              MOVE "Y" TO WS-PR-OPEN-SW
           END-IF
           MOVE PL-AGENT-ID TO FD-PR-AGENT-ID
           READ PRODUCER-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO PR-PRODUCER-RECORD
              NOT INVALID KEY
                 MOVE FD-PRODUCER-MASTER-REC TO PR-PRODUCER-RECORD
           END-READ

           IF PR-AGENT-ID = SPACES
              MOVE "N" TO PL-RESULT
              GOBACK
           END-IF
           MOVE PR-PRODUCER-NAME TO PL-PRODUCER-NAME
           MOVE PR-UPLINE-AGENT-ID TO PL-UPLINE-AGENT-ID
           MOVE PR-OVERRIDE-RATE TO PL-OVERRIDE-RATE
           MOVE PR-AGENT-PARTY-ID TO PL-AGENT-PARTY-ID

      * PT-201: Termination takes effect on the termination date - a
      *         producer terminated with a future date can still be
      *         paid and can still write business until then.
           IF PR-PRODUCER-TERMINATED
              AND (PR-TERMINATION-DATE = ZERO
                   OR PR-TERMINATION-DATE <= PL-AS-OF-DATE)
              MOVE "T" TO PL-RESULT
              GOBACK
           END-IF
           IF PL-STATE = SPACES
              MOVE "A" TO PL-RESULT
              GOBACK
           END-IF

           PERFORM 2000-CHECK-STATE
           GOBACK.

      *===============================================================*
      * PT-2000: FIND THE PRODUCER'S ENTRY FOR THE STATE, THEN CHECK  *
      *          THE LICENSE AND THE APPOINTMENT ARE BOTH IN FORCE ON *
      *          THE AS-OF DATE. A ZERO EXPIRY IS OPEN-ENDED.         *
      *===============================================================*
       2000-CHECK-STATE.
           MOVE "N" TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
              UNTIL WS-STATE-IDX > PR-STATE-COUNT
                 OR WS-STATE-IDX > 20
                 OR WS-STATE-WAS-FOUND
              IF PR-LIC-STATE(WS-STATE-IDX) = PL-STATE
                 MOVE "Y" TO WS-STATE-FOUND
              END-IF
           END-PERFORM
           IF NOT WS-STATE-WAS-FOUND
              MOVE "L" TO PL-RESULT
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-STATE-IDX
           MOVE PR-LIC-EXPIRY-DATE(WS-STATE-IDX) TO PL-LIC-EXPIRY-DATE

           IF PR-LIC-EFF-DATE(WS-STATE-IDX) > PL-AS-OF-DATE
              OR (PR-LIC-EXPIRY-DATE(WS-STATE-IDX) NOT = ZERO
                  AND PR-LIC-EXPIRY-DATE(WS-STATE-IDX)
                      < PL-AS-OF-DATE)
              MOVE "L" TO PL-RESULT
              EXIT PARAGRAPH
           END-IF
           IF PR-APPT-EFF-DATE(WS-STATE-IDX) = ZERO
              OR PR-APPT-EFF-DATE(WS-STATE-IDX) > PL-AS-OF-DATE
              OR (PR-APPT-EXPIRY-DATE(WS-STATE-IDX) NOT = ZERO
                  AND PR-APPT-EXPIRY-DATE(WS-STATE-IDX)
                      < PL-AS-OF-DATE)
              MOVE "P" TO PL-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO PL-RESULT.

       END PROGRAM PRODTBL001.
