       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYMNT001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: PARTY MASTER - PARTY AND POLICY-ROLE MAINTENANCE      *
      * PURPOSE:                                                       *
      *   Keep the party master (PARTY.CPY) and the policy master's   *
      *   party links (POLDATA.CPY PM-107) current from one night's   *
      *   maintenance file. New parties are added with their name,    *
      *   mailing address, date of birth, and TIN; an address change  *
      *   writes the address before and after to the party audit     *
      *   trail (PTYAUDIT.CPY) and clears any returned-mail flag; a   *
      *   returned-mail notice from the post office flags the party   *
      *   so PTYADR001 stops everything going to it; and a link       *
      *   names a party as a policy's owner, insured, payor,          *
      *   assignee, or beneficiary, journaled and audited like every  *
      *   other master change.                                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PY-1101: Party maintenance transactions, one per line, in the
      *          layout of WS-PARTY-TRAN-DETAIL below.
           SELECT PARTY-TRAN-FILE ASSIGN TO "PTYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

      * PY-1102: The persistent keyed party master. See
      *          CSH-SUS-001.cob SU-1101.
           SELECT PARTY-MASTER-FILE ASSIGN TO "PARTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PT-PARTY-ID
               FILE STATUS IS WS-PT-FILE-STATUS.

      * PY-1103: Same physical master every other program reads and
      *          rewrites; this run touches only the party links.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PM-POLICY-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PARTY-REPORT-FILE ASSIGN TO "PTYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

      * PY-1104: Append-only party audit trail, one record per party
      *          added, address changed, or mail returned.
           SELECT PARTY-AUDIT-FILE ASSIGN TO "PTYAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.

      * PY-1105: Append-only transaction log, one record per policy
      *          role linked. See NB-UW-001.cob NB-1103.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

      * PY-1106: Append-only before-image journal - every master
      *          rewrite journals the record as it stood first. See
      *          SVC-BILL-001.cob SV-1121.
           SELECT POLICY-JOURNAL-FILE ASSIGN TO "POLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTY-TRAN-FILE.
       01  TR-TRAN-LINE                 PIC X(300).

       FD  PARTY-MASTER-FILE.
      * PY-1107: FD-PT-REST-OF-RECORD is deliberately oversized so
      *          this FD stays binary-compatible with PT-PARTY-RECORD
      *          as PARTY grows. See PTY-ADR-001.cob AD-1103.
       01  FD-PARTY-MASTER-REC.
           05  FD-PT-PARTY-ID           PIC X(10).
           05  FD-PT-REST-OF-RECORD     PIC X(400).

       FD  POLICY-MASTER-FILE.
      * PY-1108: FD-PM-REST-OF-RECORD is deliberately oversized so this
      *          FD stays binary-compatible with WS-POLICY-MASTER-REC
      *          as POLDATA grows. See NB-UW-001.cob NB-1102.
       01  FD-POLICY-MASTER-REC.
           05  FD-PM-POLICY-ID          PIC X(12).
           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  PARTY-REPORT-FILE.
       01  RP-REPORT-LINE               PIC X(132).

       FD  PARTY-AUDIT-FILE.
       01  PX-AUDIT-LINE                PIC X(300).

       FD  AUDIT-LOG-FILE.
       01  AL-LOG-LINE                  PIC X(132).

       FD  POLICY-JOURNAL-FILE.
       01  PJ-JOURNAL-LINE              PIC X(3060).

       WORKING-STORAGE SECTION.
       77  WS-TR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PT-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PX-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PARTY.
       COPY PTYAUDIT.
       COPY POLJRNL.
       COPY AUDITLOG.
      * PY-1109: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
       COPY POLDATA.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-MORE-TRANS                PIC X VALUE 'Y'.
           88  WS-NO-MORE-TRANS         VALUE 'N'.
       77  WS-PM-OPEN                   PIC X VALUE 'N'.
           88  WS-PM-IS-OPEN            VALUE 'Y'.
       77  WS-PT-FOUND                  PIC X VALUE 'N'.
           88  WS-PT-WAS-FOUND          VALUE 'Y'.
       77  WS-PM-FOUND                  PIC X VALUE 'N'.
           88  WS-PM-WAS-FOUND          VALUE 'Y'.
       77  WS-TRAN-COUNT                PIC 9(07) VALUE 0.
       77  WS-ADD-COUNT                 PIC 9(05) VALUE 0.
       77  WS-ADDRESS-CHANGE-COUNT      PIC 9(05) VALUE 0.
       77  WS-RETURNED-MAIL-COUNT       PIC 9(05) VALUE 0.
       77  WS-LINK-COUNT                PIC 9(05) VALUE 0.
       77  WS-REJECT-COUNT              PIC 9(05) VALUE 0.
       77  WS-WRITE-COUNT               PIC 9(07) VALUE 0.
       77  WS-OLD-PARTY-ID              PIC X(10) VALUE SPACES.
       77  WS-ROLE-NAME                 PIC X(10) VALUE SPACES.
       77  WS-ACTION-TYPE               PIC X(10) VALUE SPACES.
       77  WS-AUDIT-REASON              PIC X(40) VALUE SPACES.
       77  WS-ACTION-USER               PIC X(12) VALUE SPACES.
       77  WS-REPORT-ACTION             PIC X(10) VALUE SPACES.
       77  WS-REPORT-MESSAGE            PIC X(60) VALUE SPACES.

      * PY-1110: Maintenance line layout, read as plain text so it can
      *          be inspected or corrected between runs. "A" adds a
      *          party, "C" changes its mailing address, "R" records
      *          mail returned undeliverable, and "L" links the party
      *          to a policy in a role.
       01  WS-PARTY-TRAN-DETAIL.
           05  TR-TRAN-CODE             PIC X(01).
               88  TR-ADD-PARTY         VALUE "A".
               88  TR-CHANGE-ADDRESS    VALUE "C".
               88  TR-RETURNED-MAIL     VALUE "R".
               88  TR-LINK-ROLE         VALUE "L".
           05  FILLER                   PIC X(01).
           05  TR-PARTY-ID              PIC X(10).
           05  FILLER                   PIC X(01).
           05  TR-USER-ID               PIC X(12).
           05  FILLER                   PIC X(01).
           05  TR-PARTY-DATA.
               10  TR-PARTY-TYPE        PIC X(01).
               10  FILLER               PIC X(01).
               10  TR-PARTY-NAME        PIC X(50).
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
               10  TR-DATE-OF-BIRTH     PIC 9(08).
               10  FILLER               PIC X(01).
               10  TR-TIN               PIC X(09).
               10  FILLER               PIC X(01).
               10  TR-TIN-TYPE          PIC X(01).
           05  TR-RETURN-DATA REDEFINES TR-PARTY-DATA.
               10  TR-RETURNED-DATE     PIC 9(08).
           05  TR-LINK-DATA REDEFINES TR-PARTY-DATA.
               10  TR-POLICY-ID         PIC X(12).
               10  FILLER               PIC X(01).
               10  TR-ROLE-CODE         PIC X(01).
                   88  TR-ROLE-OWNER    VALUE "O".
                   88  TR-ROLE-INSURED  VALUE "I".
                   88  TR-ROLE-PAYOR    VALUE "P".
                   88  TR-ROLE-ASSIGNEE VALUE "A".
                   88  TR-ROLE-BENEF    VALUE "B".
               10  FILLER               PIC X(01).
               10  TR-BENEF-SEQ         PIC 9(01).

       01  WS-REPORT-DETAIL.
           05  RD-ACTION                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PARTY-ID              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-ROLE                  PIC X(10).
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
           MOVE "PTYMNT001" TO BC-PROGRAM-ID
           MOVE "S" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           OPEN OUTPUT PARTY-REPORT-FILE
           PERFORM 1100-WRITE-HEADINGS

      * PY-201: The party master is created on first use, the same
      *         way CLMINT001's CI-201 creates the requirements file.
           OPEN I-O PARTY-MASTER-FILE
           IF WS-PT-FILE-STATUS = "35" OR WS-PT-FILE-STATUS = "05"
              CLOSE PARTY-MASTER-FILE
              OPEN OUTPUT PARTY-MASTER-FILE
              CLOSE PARTY-MASTER-FILE
              OPEN I-O PARTY-MASTER-FILE
           END-IF
           IF WS-PT-FILE-STATUS NOT = "00"
              DISPLAY "PTYMNT001: PARTYMST OPEN FAILED, STATUS "
                      WS-PT-FILE-STATUS
              MOVE 'N' TO WS-MORE-TRANS
              EXIT PARAGRAPH
           END-IF

      * PY-202: Without the policy master only the links fail - the
      *         party changes still post.
           OPEN I-O POLICY-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
              MOVE 'Y' TO WS-PM-OPEN
           END-IF

           OPEN INPUT PARTY-TRAN-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-TRANS
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO RP-REPORT-LINE
           STRING "PARTY MASTER MAINTENANCE REPORT - RUN DATE "
               WS-CURR-DATE DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "ACTION      PARTY ID    POLICY ID     ROLE        "
                  "MESSAGE"
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

      *===============================================================*
      * PY-2000: READ ONE MAINTENANCE LINE AND ROUTE IT BY CODE.      *
      *===============================================================*
       2000-PROCESS-TRANSACTION.
           READ PARTY-TRAN-FILE
              AT END
                 MOVE 'N' TO WS-MORE-TRANS
           END-READ
           IF WS-NO-MORE-TRANS
              EXIT PARAGRAPH
           END-IF

           MOVE TR-TRAN-LINE TO WS-PARTY-TRAN-DETAIL
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-ROLE-NAME WS-POLICY-MASTER-REC
           MOVE TR-USER-ID TO WS-ACTION-USER
           IF WS-ACTION-USER = SPACES
              MOVE "PTYMNT01" TO WS-ACTION-USER
           END-IF
           IF TR-PARTY-ID = SPACES
              MOVE "PARTY ID IS REQUIRED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2500-READ-PARTY

           EVALUATE TRUE
              WHEN TR-ADD-PARTY
                 PERFORM 2100-ADD-PARTY
              WHEN TR-CHANGE-ADDRESS
                 PERFORM 2200-CHANGE-ADDRESS
              WHEN TR-RETURNED-MAIL
                 PERFORM 2300-SET-RETURNED-MAIL
              WHEN TR-LINK-ROLE
                 PERFORM 2400-LINK-POLICY-ROLE
              WHEN OTHER
                 MOVE "UNKNOWN PARTY TRANSACTION CODE"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
           END-EVALUATE.

      *===============================================================*
      * PY-2100: ADD A NEW PARTY. THE ADDRESS IT IS ADDED WITH GOES   *
      *          TO THE AUDIT TRAIL AS ITS FIRST "AFTER" VALUE.       *
      *===============================================================*
       2100-ADD-PARTY.
           IF WS-PT-WAS-FOUND
              MOVE "PARTY ALREADY ON PARTY MASTER" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
      * PY-203: The maintenance file is external input - a line whose
      *         date of birth did not come across as digits is turned
      *         away with its own reason. See NB-APP-001.cob NA-202.
           IF TR-PARTY-NAME = SPACES
              OR (TR-PARTY-TYPE NOT = "P" AND TR-PARTY-TYPE NOT = "E")
              MOVE "PARTY NAME AND TYPE P OR E ARE REQUIRED"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-DATE-OF-BIRTH NOT NUMERIC
              MOVE "UNREADABLE DATE OF BIRTH" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-TIN-TYPE NOT = "S" AND TR-TIN-TYPE NOT = "E"
              AND TR-TIN-TYPE NOT = SPACE
              MOVE "TIN TYPE MUST BE S OR E" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PT-PARTY-RECORD
           MOVE TR-PARTY-ID TO PT-PARTY-ID
           MOVE TR-PARTY-TYPE TO PT-PARTY-TYPE
           MOVE TR-PARTY-NAME TO PT-PARTY-NAME
           PERFORM 2210-MOVE-NEW-ADDRESS
           MOVE TR-DATE-OF-BIRTH TO PT-DATE-OF-BIRTH
           MOVE TR-TIN TO PT-TIN
           MOVE TR-TIN-TYPE TO PT-TIN-TYPE
           MOVE "N" TO PT-RETURNED-MAIL-IND
           MOVE ZERO TO PT-RETURNED-MAIL-DATE
           MOVE WS-CURR-DATE TO PT-ADDRESS-CHANGE-DATE PT-CREATE-DATE
                                PT-LAST-MAINT-DATE
           MOVE WS-ACTION-USER TO PT-LAST-MAINT-USER
           MOVE PT-PARTY-RECORD TO FD-PARTY-MASTER-REC
           WRITE FD-PARTY-MASTER-REC
              INVALID KEY
                 MOVE "PARTY MASTER WRITE FAILED" TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-ADD-COUNT WS-WRITE-COUNT

           MOVE SPACES TO PX-PARTY-AUDIT-RECORD
           MOVE "ADD" TO PX-ACTION-TYPE
           MOVE SPACE TO PX-BEFORE-RETURNED-IND
           MOVE "PARTY ADDED" TO PX-ACTION-REASON
           PERFORM 8300-WRITE-PARTY-AUDIT
           MOVE "ADDED" TO WS-REPORT-ACTION
           MOVE PT-PARTY-NAME TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

      *===============================================================*
      * PY-2200: CHANGE THE MAILING ADDRESS. THE OLD AND NEW ADDRESS  *
      *          BOTH GO TO THE AUDIT TRAIL, AND A NEW ADDRESS CLEARS *
      *          ANY RETURNED-MAIL FLAG SO MAIL STARTS FLOWING AGAIN. *
      *===============================================================*
       2200-CHANGE-ADDRESS.
           IF NOT WS-PT-WAS-FOUND
              MOVE "PARTY NOT ON PARTY MASTER" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF TR-ADDRESS-LINE-1 = SPACES OR TR-CITY = SPACES
              OR TR-STATE-CODE = SPACES OR TR-POSTAL-CODE = SPACES
              MOVE "STREET, CITY, STATE, AND POSTAL CODE ARE REQUIRED"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PX-PARTY-AUDIT-RECORD
           MOVE PT-MAILING-ADDRESS TO PX-BEFORE-ADDRESS
           MOVE PT-RETURNED-MAIL-IND TO PX-BEFORE-RETURNED-IND
           PERFORM 2210-MOVE-NEW-ADDRESS
           MOVE "N" TO PT-RETURNED-MAIL-IND
           MOVE ZERO TO PT-RETURNED-MAIL-DATE
           MOVE WS-CURR-DATE TO PT-ADDRESS-CHANGE-DATE
           PERFORM 8700-REWRITE-PARTY
           IF WS-PT-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ADDRESS-CHANGE-COUNT

           MOVE "ADDRCHG" TO PX-ACTION-TYPE
           MOVE "MAILING ADDRESS CHANGED" TO PX-ACTION-REASON
           PERFORM 8300-WRITE-PARTY-AUDIT
           MOVE "ADDRESS" TO WS-REPORT-ACTION
           MOVE "MAILING ADDRESS CHANGED" TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

       2210-MOVE-NEW-ADDRESS.
           MOVE TR-ADDRESS-LINE-1 TO PT-ADDRESS-LINE-1
           MOVE TR-ADDRESS-LINE-2 TO PT-ADDRESS-LINE-2
           MOVE TR-CITY TO PT-CITY
           MOVE TR-STATE-CODE TO PT-STATE-CODE
           MOVE TR-POSTAL-CODE TO PT-POSTAL-CODE.

      *===============================================================*
      * PY-2300: THE POST OFFICE SENT MAIL BACK - FLAG THE PARTY SO   *
      *          PTYADR001 SUPPRESSES EVERYTHING ADDRESSED TO IT      *
      *          UNTIL A NEW ADDRESS IS POSTED.                       *
      *===============================================================*
       2300-SET-RETURNED-MAIL.
           IF NOT WS-PT-WAS-FOUND
              MOVE "PARTY NOT ON PARTY MASTER" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF PT-RETURNED-MAIL
              MOVE "PARTY ALREADY FLAGGED RETURNED MAIL"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PX-PARTY-AUDIT-RECORD
           MOVE PT-MAILING-ADDRESS TO PX-BEFORE-ADDRESS
           MOVE PT-RETURNED-MAIL-IND TO PX-BEFORE-RETURNED-IND
           MOVE "Y" TO PT-RETURNED-MAIL-IND
           IF TR-RETURNED-DATE NUMERIC AND TR-RETURNED-DATE NOT = ZERO
              MOVE TR-RETURNED-DATE TO PT-RETURNED-MAIL-DATE
           ELSE
              MOVE WS-CURR-DATE TO PT-RETURNED-MAIL-DATE
           END-IF
           PERFORM 8700-REWRITE-PARTY
           IF WS-PT-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETURNED-MAIL-COUNT

           MOVE "RETMAIL" TO PX-ACTION-TYPE
           MOVE SPACES TO PX-ACTION-REASON
           STRING "MAIL RETURNED " PT-RETURNED-MAIL-DATE
               " - MAIL SUPPRESSED"
               DELIMITED BY SIZE INTO PX-ACTION-REASON
           PERFORM 8300-WRITE-PARTY-AUDIT
           MOVE "RETURNED" TO WS-REPORT-ACTION
           MOVE "RETURNED MAIL FLAGGED - MAIL TO PARTY SUPPRESSED"
             TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

      *===============================================================*
      * PY-2400: NAME THE PARTY IN A ROLE ON A POLICY. THE ID IT      *
      *          REPLACES GOES TO THE TRANSACTION LOG WITH THE NEW    *
      *          ONE, AND THE MASTER IS JOURNALED BEFORE THE REWRITE. *
      *===============================================================*
       2400-LINK-POLICY-ROLE.
           IF NOT WS-PT-WAS-FOUND
              MOVE "PARTY NOT ON PARTY MASTER" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-PM-IS-OPEN
              MOVE "POLICY MASTER NOT AVAILABLE" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           PERFORM 2410-READ-POLICY
           IF NOT WS-PM-WAS-FOUND
              MOVE "POLICY NOT FOUND ON POLICY MASTER"
                TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN TR-ROLE-OWNER
                 MOVE "OWNER" TO WS-ROLE-NAME
                 MOVE PM-OWNER-PARTY-ID TO WS-OLD-PARTY-ID
                 MOVE TR-PARTY-ID TO PM-OWNER-PARTY-ID
              WHEN TR-ROLE-INSURED
                 MOVE "INSURED" TO WS-ROLE-NAME
                 MOVE PM-INSURED-PARTY-ID TO WS-OLD-PARTY-ID
                 MOVE TR-PARTY-ID TO PM-INSURED-PARTY-ID
              WHEN TR-ROLE-PAYOR
                 MOVE "PAYOR" TO WS-ROLE-NAME
                 MOVE PM-PAYOR-PARTY-ID TO WS-OLD-PARTY-ID
                 MOVE TR-PARTY-ID TO PM-PAYOR-PARTY-ID
      * PY-204: An assignee or beneficiary party stands beside a name
      *         the policy already carries - there must be an active
      *         assignment, or a designated beneficiary in that slot.
              WHEN TR-ROLE-ASSIGNEE
                 MOVE "ASSIGNEE" TO WS-ROLE-NAME
                 IF NOT PM-ASSIGN-ACTIVE
                    MOVE "NO ACTIVE ASSIGNMENT ON POLICY"
                      TO WS-REPORT-MESSAGE
                    PERFORM 2900-REPORT-REJECTED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE PM-ASSIGNEE-PARTY-ID TO WS-OLD-PARTY-ID
                 MOVE TR-PARTY-ID TO PM-ASSIGNEE-PARTY-ID
              WHEN TR-ROLE-BENEF
                 MOVE SPACES TO WS-ROLE-NAME
                 STRING "BENEF " TR-BENEF-SEQ
                     DELIMITED BY SIZE INTO WS-ROLE-NAME
                 IF TR-BENEF-SEQ NOT NUMERIC OR TR-BENEF-SEQ = ZERO
                    OR TR-BENEF-SEQ > PM-BENEFICIARY-COUNT
                    MOVE "NO DESIGNATED BENEFICIARY IN THAT SLOT"
                      TO WS-REPORT-MESSAGE
                    PERFORM 2900-REPORT-REJECTED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE PM-BENEF-PARTY-ID(TR-BENEF-SEQ)
                   TO WS-OLD-PARTY-ID
                 MOVE TR-PARTY-ID TO PM-BENEF-PARTY-ID(TR-BENEF-SEQ)
              WHEN OTHER
                 MOVE "ROLE MUST BE O, I, P, A, OR B"
                   TO WS-REPORT-MESSAGE
                 PERFORM 2900-REPORT-REJECTED
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE "PARTYLNK" TO WS-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-REASON
           STRING WS-ROLE-NAME DELIMITED BY "  "
               " PARTY " WS-OLD-PARTY-ID " > " TR-PARTY-ID
               DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM 8800-REWRITE-POLICY
           IF WS-PM-FILE-STATUS NOT = "00"
              MOVE "POLICY MASTER REWRITE FAILED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-COUNT
           MOVE "LINKED" TO WS-REPORT-ACTION
           MOVE WS-AUDIT-REASON TO WS-REPORT-MESSAGE
           PERFORM 8100-WRITE-REPORT-LINE.

       2410-READ-POLICY.
           MOVE 'N' TO WS-PM-FOUND
           MOVE TR-POLICY-ID TO FD-PM-POLICY-ID
           READ POLICY-MASTER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PM-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PM-FOUND
                 MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
      * PY-205: Snapshot the before-image at the read; 8800 journals
      *         it ahead of the rewrite.
                 MOVE FD-POLICY-MASTER-REC TO JR-BEFORE-IMAGE
           END-READ.

       2500-READ-PARTY.
           MOVE 'N' TO WS-PT-FOUND
           MOVE SPACES TO PT-PARTY-RECORD
           MOVE TR-PARTY-ID TO FD-PT-PARTY-ID
           READ PARTY-MASTER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PT-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PT-FOUND
                 MOVE FD-PARTY-MASTER-REC TO PT-PARTY-RECORD
           END-READ.

       2900-REPORT-REJECTED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-REPORT-ACTION
           PERFORM 8100-WRITE-REPORT-LINE.

       8100-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WS-REPORT-ACTION TO RD-ACTION
           MOVE TR-PARTY-ID TO RD-PARTY-ID
           IF TR-LINK-ROLE
              MOVE TR-POLICY-ID TO RD-POLICY-ID
              MOVE WS-ROLE-NAME TO RD-ROLE
           END-IF
           MOVE WS-REPORT-MESSAGE TO RD-MESSAGE
           MOVE WS-REPORT-DETAIL TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE.

       8300-WRITE-PARTY-AUDIT.
      * PY-401: One append to the party audit trail per change, with
      *         the address as it now stands as the "after" value.
      *         See NB-UW-001.cob NB-1104 for the identical open/
      *         fallback/close pattern.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PT-PARTY-ID TO PX-PARTY-ID
           MOVE "PTYMNT01" TO PX-PROGRAM-ID
           MOVE WS-CURR-DATE TO PX-LOG-DATE
           MOVE WS-CURR-TIME TO PX-LOG-TIME
           MOVE WS-ACTION-USER TO PX-ACTION-USER
           MOVE PT-MAILING-ADDRESS TO PX-AFTER-ADDRESS
           MOVE PT-RETURNED-MAIL-IND TO PX-AFTER-RETURNED-IND
           OPEN EXTEND PARTY-AUDIT-FILE
           IF WS-PX-FILE-STATUS NOT = "00"
              OPEN OUTPUT PARTY-AUDIT-FILE
              CLOSE PARTY-AUDIT-FILE
              OPEN EXTEND PARTY-AUDIT-FILE
           END-IF
           MOVE PX-PARTY-AUDIT-RECORD TO PX-AUDIT-LINE
           WRITE PX-AUDIT-LINE
           CLOSE PARTY-AUDIT-FILE.

       8700-REWRITE-PARTY.
           MOVE WS-CURR-DATE TO PT-LAST-MAINT-DATE
           MOVE WS-ACTION-USER TO PT-LAST-MAINT-USER
           MOVE PT-PARTY-RECORD TO FD-PARTY-MASTER-REC
           REWRITE FD-PARTY-MASTER-REC
              INVALID KEY
                 DISPLAY "PTYMNT001: PARTY REWRITE FAILED FOR "
                         PT-PARTY-ID " STATUS " WS-PT-FILE-STATUS
           END-REWRITE
           IF WS-PT-FILE-STATUS = "00"
              ADD 1 TO WS-WRITE-COUNT
           ELSE
              MOVE "PARTY MASTER REWRITE FAILED" TO WS-REPORT-MESSAGE
              PERFORM 2900-REPORT-REJECTED
           END-IF.

      *===============================================================*
      * PY-8800: JOURNAL, REWRITE, AND AUDIT ONE POLICY ROLE LINK.    *
      *===============================================================*
       8800-REWRITE-POLICY.
           MOVE WS-CURR-DATE TO PM-LAST-MAINT-DATE
                                PM-LAST-ACTION-DATE
           MOVE WS-ACTION-USER TO PM-LAST-ACTION-USER
           PERFORM 8850-WRITE-BEFORE-IMAGE
           MOVE WS-POLICY-MASTER-REC TO FD-POLICY-MASTER-REC
           REWRITE FD-POLICY-MASTER-REC
              INVALID KEY
                 DISPLAY "PTYMNT001: MASTER REWRITE FAILED FOR "
                         PM-POLICY-ID " STATUS " WS-PM-FILE-STATUS
           END-REWRITE
           IF WS-PM-FILE-STATUS = "00"
              ADD 1 TO WS-WRITE-COUNT
              PERFORM 8200-WRITE-AUDIT-LOG
           END-IF.

       8200-WRITE-AUDIT-LOG.
      * PY-402: One append to the transaction log per role linked.
      *         See NB-UW-001.cob NB-1104 for the identical open/
      *         fallback/close pattern.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AL-AUDIT-RECORD
           MOVE PM-POLICY-ID TO AL-POLICY-ID
           MOVE "PTYMNT01" TO AL-PROGRAM-ID
           MOVE WS-CURR-DATE TO AL-LOG-DATE
           MOVE WS-CURR-TIME TO AL-LOG-TIME
           MOVE WS-ACTION-TYPE TO AL-ACTION-TYPE
           MOVE PM-LAST-ACTION-USER TO AL-ACTION-USER
           MOVE PM-CONTRACT-STATUS TO AL-BEFORE-STATUS
                                      AL-AFTER-STATUS
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

       8850-WRITE-BEFORE-IMAGE.
      * PY-403: The record as it stood at the read goes to the
      *         journal before the rewrite lands - POLRCV001's raw
      *         material. See SVC-BILL-001.cob SV-1123.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-CURR-DATE TO JR-JOURNAL-DATE
           MOVE WS-CURR-TIME TO JR-JOURNAL-TIME
           MOVE "PTYMNT001" TO JR-PROGRAM-ID
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
      * PY-404: Maintenance lines read, against the party and policy
      *         records actually written.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-TRAN-COUNT TO BC-RECORDS-READ
           MOVE WS-WRITE-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-AMOUNT-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           IF WS-TR-FILE-STATUS = "00" OR WS-TR-FILE-STATUS = "10"
              CLOSE PARTY-TRAN-FILE
           END-IF
           IF WS-PM-IS-OPEN
              CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-PT-FILE-STATUS NOT = "35"
              CLOSE PARTY-MASTER-FILE
           END-IF
           MOVE SPACES TO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           MOVE SPACES TO RP-REPORT-LINE
           STRING "LINES: " WS-TRAN-COUNT
               "  ADDED: " WS-ADD-COUNT
               "  ADDRESS CHANGES: " WS-ADDRESS-CHANGE-COUNT
               "  RETURNED MAIL: " WS-RETURNED-MAIL-COUNT
               "  LINKS: " WS-LINK-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-LINE
           WRITE RP-REPORT-LINE
           CLOSE PARTY-REPORT-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "PTYMNT001: LINES READ       = " WS-TRAN-COUNT
           DISPLAY "PTYMNT001: PARTIES ADDED    = " WS-ADD-COUNT
           DISPLAY "PTYMNT001: ADDRESS CHANGES  = "
              WS-ADDRESS-CHANGE-COUNT
           DISPLAY "PTYMNT001: RETURNED MAIL    = "
              WS-RETURNED-MAIL-COUNT
           DISPLAY "PTYMNT001: ROLES LINKED     = " WS-LINK-COUNT
           DISPLAY "PTYMNT001: REJECTED         = " WS-REJECT-COUNT.

       END PROGRAM PTYMNT001.
