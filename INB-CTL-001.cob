       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBCTL001.
       AUTHOR.      OPENAI.
       DATE-WRITTEN. 2026-10-15.
       REMARKS.
      *===============================================================*
      * DOMAIN: CASH MANAGEMENT - INBOUND BANK FILE CONTROL           *
      * PURPOSE:                                                       *
      *   Validate one inbound bank file for the program reading it,  *
      *   through the INBFILE.CPY interface: the bank header must     *
      *   lead the file with a file ID and a creation date no later   *
      *   than today, the bank trailer must close it, and the         *
      *   trailer's item count and amount total must foot to the      *
      *   detail lines the program counted. A file ID already on the  *
      *   inbound-file log for the same feed is a resend and is       *
      *   refused. A refused file is written to the operator report   *
      *   INBREJ with the reason and both sets of totals; an accepted *
      *   file is appended to the log INBLOG when the program         *
      *   confirms it is about to post - the one place CASHAPP001,    *
      *   GRPCSH001 and UNCLFND001 go to for bank file control, the   *
      *   way PERCTL001 is the one place for the period.              *
      *===============================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * IB-1101: Append-only inbound-file log, one INBFILE.CPY record
      *          per bank file accepted for posting. Read end to end
      *          for the resend check; see PER-CTL-001.cob AP-1102
      *          for the append pattern.
           SELECT INBOUND-LOG-FILE ASSIGN TO "INBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IL-FILE-STATUS.

      * IB-1102: Operator report of refused bank files, appended to
      *          across runs so the whole night's refusals are in one
      *          place for the operator.
           SELECT REJECT-REPORT-FILE ASSIGN TO "INBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-LOG-FILE.
       01  IL-LOG-LINE                  PIC X(160).

       FD  REJECT-REPORT-FILE.
       01  IR-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-IL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
       77  WS-IL-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-IL-EOF                VALUE "Y".
      * IB-101: The leading fields of a log record, for the resend
      *         check. Positions follow INBFILE.CPY.
       01  WS-LOG-ENTRY.
           05  WS-LG-PROGRAM-ID         PIC X(12).
           05  WS-LG-FEED-NAME          PIC X(08).
           05  WS-LG-FILE-ID            PIC X(20).
           05  FILLER                   PIC X(101).
           05  WS-LG-LOG-DATE           PIC 9(08).
           05  WS-LG-LOG-TIME           PIC 9(08).
           05  FILLER                   PIC X(03).
       01  WS-ED-TRAILER-COUNT          PIC Z,ZZZ,ZZ9.
       01  WS-ED-ITEM-COUNT             PIC Z,ZZZ,ZZ9.
       01  WS-ED-TRAILER-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-ITEM-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       COPY INBFILE.

       PROCEDURE DIVISION USING IB-INBOUND-FILE-REQUEST.

       0000-CONTROL-FILE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           IF IB-ACTION-ACCEPT
              MOVE "A" TO IB-RESULT
              PERFORM 8100-LOG-ACCEPTED
              GOBACK
           END-IF

           MOVE "A" TO IB-RESULT
           MOVE SPACES TO IB-REASON
           PERFORM 2000-CHECK-CONTROLS
           IF IB-FILE-ACCEPTED
              PERFORM 3000-CHECK-RESEND
           END-IF
           IF IB-FILE-REJECTED
              PERFORM 8200-REPORT-REJECTION
           END-IF
           GOBACK.

      *===============================================================*
      * IB-2000: THE FILE MUST BE WHOLE - HEADER FIRST, TRAILER LAST  *
      *          - AND ITS DETAIL MUST FOOT TO THE TRAILER. THE FIRST *
      *          FAILURE FOUND IS THE REASON REPORTED.                *
      *===============================================================*
       2000-CHECK-CONTROLS.
           MOVE "R" TO IB-RESULT
           EVALUATE TRUE
               WHEN NOT IB-HEADER-FOUND
                   MOVE "NO BANK HEADER AT START OF FILE"
                     TO IB-REASON
               WHEN IB-FILE-ID = SPACES
                   MOVE "NO FILE ID ON BANK HEADER" TO IB-REASON
               WHEN IB-CREATION-DATE NOT NUMERIC
                   MOVE "INVALID CREATION DATE ON BANK HEADER"
                     TO IB-REASON
               WHEN IB-CREATION-DATE = ZERO
                 OR IB-CREATION-DATE > WS-CURR-DATE
                   MOVE "INVALID CREATION DATE ON BANK HEADER"
                     TO IB-REASON
               WHEN NOT IB-TRAILER-FOUND
                   MOVE "NO BANK TRAILER - FILE TRUNCATED"
                     TO IB-REASON
               WHEN IB-AFTER-TRAILER-COUNT > ZERO
                   MOVE "DETAIL FOUND AFTER BANK TRAILER"
                     TO IB-REASON
               WHEN IB-TRAILER-COUNT NOT NUMERIC
                 OR IB-TRAILER-AMOUNT NOT NUMERIC
                   MOVE "UNREADABLE BANK TRAILER TOTALS"
                     TO IB-REASON
               WHEN IB-TRAILER-COUNT NOT = IB-ITEM-COUNT
                   MOVE "TRAILER ITEM COUNT DOES NOT FOOT"
                     TO IB-REASON
               WHEN IB-TRAILER-AMOUNT NOT = IB-ITEM-AMOUNT
                   MOVE "TRAILER AMOUNT TOTAL DOES NOT FOOT"
                     TO IB-REASON
               WHEN OTHER
                   MOVE "A" TO IB-RESULT
           END-EVALUATE.

      *===============================================================*
      * IB-3000: A FILE ID ALREADY ON THE LOG FOR THIS FEED HAS       *
      *          ALREADY POSTED - THE BANK HAS SENT THE SAME FILE     *
      *          AGAIN. NO LOG YET MEANS NOTHING HAS EVER BEEN        *
      *          ACCEPTED.                                            *
      *===============================================================*
       3000-CHECK-RESEND.
           OPEN INPUT INBOUND-LOG-FILE
           IF WS-IL-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IL-EOF-SWITCH
           PERFORM 3100-READ-LOG-ENTRY
              UNTIL WS-IL-EOF OR IB-FILE-REJECTED
           CLOSE INBOUND-LOG-FILE.

       3100-READ-LOG-ENTRY.
           READ INBOUND-LOG-FILE INTO WS-LOG-ENTRY
              AT END
                 MOVE "Y" TO WS-IL-EOF-SWITCH
                 EXIT PARAGRAPH
           END-READ
           IF WS-LG-FEED-NAME = IB-FEED-NAME
              AND WS-LG-FILE-ID = IB-FILE-ID
              MOVE "R" TO IB-RESULT
              STRING "FILE ID ALREADY ACCEPTED ON "
                     WS-LG-LOG-DATE DELIMITED BY SIZE
                INTO IB-REASON
           END-IF.

      *===============================================================*
      * IB-8100: APPEND THE ACCEPTED FILE TO THE INBOUND-FILE LOG.    *
      *          SEE PER-CTL-001.cob AP-8100 FOR THE IDENTICAL OPEN/  *
      *          FALLBACK/CLOSE PATTERN.                              *
      *===============================================================*
       8100-LOG-ACCEPTED.
           MOVE WS-CURR-DATE TO IB-LOG-DATE
           MOVE WS-CURR-TIME TO IB-LOG-TIME
           OPEN EXTEND INBOUND-LOG-FILE
           IF WS-IL-FILE-STATUS NOT = "00"
              OPEN OUTPUT INBOUND-LOG-FILE
              CLOSE INBOUND-LOG-FILE
              OPEN EXTEND INBOUND-LOG-FILE
           END-IF
           MOVE IB-INBOUND-FILE-REQUEST TO IL-LOG-LINE
           WRITE IL-LOG-LINE
           CLOSE INBOUND-LOG-FILE.

      *===============================================================*
      * IB-8200: APPEND THE REFUSAL TO THE OPERATOR REPORT - WHO READ *
      *          THE FILE, WHICH FILE, WHY, AND THE TRAILER TOTALS    *
      *          AGAINST WHAT WAS ACTUALLY IN IT.                     *
      *===============================================================*
       8200-REPORT-REJECTION.
           MOVE WS-CURR-DATE TO IB-LOG-DATE
           MOVE WS-CURR-TIME TO IB-LOG-TIME
           OPEN EXTEND REJECT-REPORT-FILE
           IF WS-IR-FILE-STATUS NOT = "00"
              OPEN OUTPUT REJECT-REPORT-FILE
              CLOSE REJECT-REPORT-FILE
              OPEN EXTEND REJECT-REPORT-FILE
           END-IF
           MOVE IB-ITEM-COUNT TO WS-ED-ITEM-COUNT
           MOVE IB-ITEM-AMOUNT TO WS-ED-ITEM-AMOUNT
           MOVE ZERO TO WS-ED-TRAILER-COUNT WS-ED-TRAILER-AMOUNT
           IF IB-TRAILER-COUNT NUMERIC
              MOVE IB-TRAILER-COUNT TO WS-ED-TRAILER-COUNT
           END-IF
           IF IB-TRAILER-AMOUNT NUMERIC
              MOVE IB-TRAILER-AMOUNT TO WS-ED-TRAILER-AMOUNT
           END-IF

           MOVE SPACES TO IR-REPORT-LINE
           STRING "INBOUND BANK FILE REJECTED  " WS-CURR-DATE " "
                  WS-CURR-TIME(1:6) "  PROGRAM " IB-PROGRAM-ID
                  "  FEED " IB-FEED-NAME DELIMITED BY SIZE
             INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "  FILE ID " IB-FILE-ID "  CREATED "
                  IB-CREATION-DATE DELIMITED BY SIZE
             INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "  REASON  " IB-REASON DELIMITED BY SIZE
             INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "  TRAILER ITEMS " WS-ED-TRAILER-COUNT
                  "  AMOUNT " WS-ED-TRAILER-AMOUNT
                  "    FILE ITEMS " WS-ED-ITEM-COUNT
                  "  AMOUNT " WS-ED-ITEM-AMOUNT DELIMITED BY SIZE
             INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "  NOTHING POSTED - OBTAIN A CORRECTED FILE FROM "
                  "THE BANK AND RERUN " IB-PROGRAM-ID
                  DELIMITED BY SIZE
             INTO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE
           CLOSE REJECT-REPORT-FILE.

       END PROGRAM INBCTL001.
