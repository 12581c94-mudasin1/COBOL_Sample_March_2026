       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYADR001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: PARTY MASTER - MAILING ADDRESS BLOCK LOOKUP           *
      * PURPOSE:                                                       *
      *   Hand any print or extract program the mailing block for a   *
      *   party on the party master (PARTY.CPY), through the          *
      *   PARTYADR.CPY interface, the way BATCTL001 centralizes the   *
      *   run-control file - one place reads the party file and one   *
      *   place decides what may be mailed. A party flagged returned- *
      *   mail comes back suppressed, and a party not on file or with *
      *   no street address comes back with no address; both are     *
      *   written to the mail exception report for the mailroom so    *
      *   nothing is silently dropped.                                *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AD-1101: The persistent keyed party master PTYMNT001 keeps.
      *          See CSH-SUS-001.cob SU-1101.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PT-PARTY-ID
               FILE STATUS IS WS-PT-FILE-STATUS.

      * AD-1102: Shared append-only mail exception report - every
      *          document held back from the mail, whichever program
      *          produced it.
           SELECT MAIL-EXCEPTION-FILE ASSIGN TO "MAILEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTY-MASTER-FILE.
      * AD-1103: FD-PT-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with PT-PARTY-RECORD
      *          as PARTY grows. See NB-UW-001.cob NB-1102.
       01  FD-PARTY-MASTER-REC.
           05  FD-PT-PARTY-ID           PIC X(10).
           05  FD-PT-REST-OF-RECORD     PIC X(400).

       FD  MAIL-EXCEPTION-FILE.
       01  MX-EXCEPTION-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PT-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MX-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PARTY.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-LINE-IDX                  PIC 9(01) VALUE 0.
       77  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  MX-RUN-DATE              PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MX-PROGRAM-ID            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MX-DOCUMENT-TYPE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MX-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MX-PARTY-ID              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MX-PARTY-NAME            PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MX-REASON                PIC X(40).

       LINKAGE SECTION.
       COPY PARTYADR.

       PROCEDURE DIVISION USING PA-ADDRESS-REQUEST.

       0000-BUILD-ADDRESS-BLOCK.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PA-MAILING-BLOCK PA-PARTY-NAME
                          PT-PARTY-RECORD
           MOVE "N" TO PA-RESULT
           IF PA-PARTY-ID = SPACES
              MOVE "NO PARTY LINKED TO POLICY ROLE"
                TO WS-EXCEPTION-REASON
              PERFORM 8000-WRITE-EXCEPTION
              GOBACK
           END-IF

           OPEN INPUT PARTY-MASTER-FILE
           IF WS-PT-FILE-STATUS NOT = "00"
              MOVE "PARTY MASTER NOT AVAILABLE"
                TO WS-EXCEPTION-REASON
              PERFORM 8000-WRITE-EXCEPTION
              GOBACK
           END-IF
           MOVE PA-PARTY-ID TO FD-PT-PARTY-ID
           READ PARTY-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO PT-PARTY-RECORD
              NOT INVALID KEY
                 MOVE FD-PARTY-MASTER-REC TO PT-PARTY-RECORD
           END-READ
           CLOSE PARTY-MASTER-FILE
      * AD-202: The name goes back even when the block is held, so a
      *         caller naming a payee is not stopped by the mail flag.
           MOVE PT-PARTY-NAME TO PA-PARTY-NAME

           EVALUATE TRUE
              WHEN PT-PARTY-ID = SPACES
                 MOVE "PARTY NOT ON PARTY MASTER"
                   TO WS-EXCEPTION-REASON
                 PERFORM 8000-WRITE-EXCEPTION
      * AD-201: Returned mail stops the document at the door - the
      *         address is known bad until PTYMNT001 posts a new one.
              WHEN PT-RETURNED-MAIL
                 MOVE "S" TO PA-RESULT
                 MOVE SPACES TO WS-EXCEPTION-REASON
                 STRING "RETURNED MAIL SINCE " PT-RETURNED-MAIL-DATE
                     " - NOT MAILED"
                     DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                 PERFORM 8000-WRITE-EXCEPTION
              WHEN PT-ADDRESS-LINE-1 = SPACES
                 MOVE "NO MAILING ADDRESS ON FILE"
                   TO WS-EXCEPTION-REASON
                 PERFORM 8000-WRITE-EXCEPTION
              WHEN OTHER
                 MOVE "F" TO PA-RESULT
                 PERFORM 2000-FORMAT-BLOCK
           END-EVALUATE
           GOBACK.

      *===============================================================*
      * AD-2000: NAME, STREET LINES, THEN CITY/STATE/POSTAL CODE - AN *
      *          EMPTY SECOND STREET LINE CLOSES UP SO THE BLOCK      *
      *          PRINTS WITHOUT A GAP.                                *
      *===============================================================*
       2000-FORMAT-BLOCK.
           MOVE PT-PARTY-NAME TO PA-MAIL-NAME
           MOVE PT-ADDRESS-LINE-1 TO PA-MAIL-LINE(1)
           MOVE 2 TO WS-LINE-IDX
           IF PT-ADDRESS-LINE-2 NOT = SPACES
              MOVE PT-ADDRESS-LINE-2 TO PA-MAIL-LINE(2)
              MOVE 3 TO WS-LINE-IDX
           END-IF
           STRING PT-CITY DELIMITED BY "  "
                  ", " PT-STATE-CODE "  " PT-POSTAL-CODE
                  DELIMITED BY SIZE
                  INTO PA-MAIL-LINE(WS-LINE-IDX).

       8000-WRITE-EXCEPTION.
      * AD-401: One line per document held back. See NB-UW-001.cob
      *         NB-1104 for the identical open/fallback/close pattern.
           MOVE WS-CURR-DATE TO MX-RUN-DATE
           MOVE PA-PROGRAM-ID TO MX-PROGRAM-ID
           MOVE PA-DOCUMENT-TYPE TO MX-DOCUMENT-TYPE
           MOVE PA-POLICY-ID TO MX-POLICY-ID
           MOVE PA-PARTY-ID TO MX-PARTY-ID
           MOVE PT-PARTY-NAME TO MX-PARTY-NAME
           MOVE WS-EXCEPTION-REASON TO MX-REASON
           OPEN EXTEND MAIL-EXCEPTION-FILE
           IF WS-MX-FILE-STATUS NOT = "00"
              OPEN OUTPUT MAIL-EXCEPTION-FILE
              CLOSE MAIL-EXCEPTION-FILE
              OPEN EXTEND MAIL-EXCEPTION-FILE
           END-IF
           MOVE WS-EXCEPTION-DETAIL TO MX-EXCEPTION-LINE
           WRITE MX-EXCEPTION-LINE
           CLOSE MAIL-EXCEPTION-FILE.

       END PROGRAM PTYADR001.
