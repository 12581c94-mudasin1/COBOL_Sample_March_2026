       77  WS-EDITED-AMOUNT-2           PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-EDITED-PCT                PIC ZZ9.99.
       77  WS-RECEIPT-COUNT-ED          PIC ZZ9.
       77  WS-SUPPRESSED-COUNT          PIC 9(07) VALUE 0.
       77  WS-MAIL-IDX                  PIC 9(01) VALUE 0.
      * AS-107: Mailing block for the statement's addressee, looked up
      *         on the party master through PTYADR001.
       COPY PARTYADR.

      * AS-105: Premium receipts ("PP" events) per policy within the
      *         statement year, tallied on one pass of the log. The
              EXIT PARAGRAPH
           END-IF

      * AS-206: The statement goes to the owner, or the insured
      *         where no owner is linked, at the party master's
      *         address. A returned-mail party gets no statement and
      *         none is logged sent, so it mails on the first run
      *         after a new address is posted; PTYADR001 reports it.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE PM-OWNER-PARTY-ID TO PA-PARTY-ID
           IF PA-PARTY-ID = SPACES
              MOVE PM-INSURED-PARTY-ID TO PA-PARTY-ID
           END-IF
           MOVE PM-POLICY-ID TO PA-POLICY-ID
           MOVE "ANNSTM01" TO PA-PROGRAM-ID
           MOVE "ANNSTMT" TO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF PA-MAIL-SUPPRESSED
              ADD 1 TO WS-SUPPRESSED-COUNT
              EXIT PARAGRAPH
           END-IF

           PERFORM 2200-DERIVE-COLLECTED-PREMIUM
           PERFORM 3000-PRINT-STATEMENT
           ADD 1 TO WS-STATEMENT-COUNT
           STRING "  INSURED " PM-INSURED-NAME
               DELIMITED BY SIZE INTO ST-PRINT-LINE
           WRITE ST-PRINT-LINE
           IF PA-ADDRESS-FOUND
              PERFORM 3050-PRINT-ADDRESS-BLOCK
           END-IF

           MOVE PM-MODAL-PREMIUM TO WS-EDITED-AMOUNT
           MOVE SPACES TO ST-PRINT-LINE
              WRITE ST-PRINT-LINE
           END-IF.

       3050-PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO ST-PRINT-LINE
           WRITE ST-PRINT-LINE
           MOVE SPACES TO ST-PRINT-LINE
           STRING "  " PA-MAIL-NAME DELIMITED BY SIZE
               INTO ST-PRINT-LINE
           WRITE ST-PRINT-LINE
           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > 3
              IF PA-MAIL-LINE(WS-MAIL-IDX) NOT = SPACES
                 MOVE SPACES TO ST-PRINT-LINE
                 STRING "  " PA-MAIL-LINE(WS-MAIL-IDX)
                     DELIMITED BY SIZE INTO ST-PRINT-LINE
                 WRITE ST-PRINT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO ST-PRINT-LINE
           WRITE ST-PRINT-LINE.

       3200-FIND-RECEIPT-TALLY.
           MOVE ZERO TO WS-RECEIPT-COUNT-ED
           MOVE 'N' TO WS-PP-FOUND
           DISPLAY "ANNSTM001: STATEMENTS MAILED = "
              WS-STATEMENT-COUNT
           DISPLAY "ANNSTM001: ALREADY SENT      = "
              WS-ALREADY-SENT-COUNT
           DISPLAY "ANNSTM001: RETURNED-MAIL HELD = "
              WS-SUPPRESSED-COUNT.

       END PROGRAM ANNSTM001.
