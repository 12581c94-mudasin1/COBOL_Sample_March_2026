      *   type, and every letter is logged to the correspondence log  *
      *   so we can prove a lapse notice went out before a claim was  *
      *   denied - and so a rerun never sends the same letter twice.  *
      *   Every letter carries the owner's mailing block from the     *
      *   party master; mail to a returned-mail party is held back.   *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT BENEF-LETTER-FILE ASSIGN TO "BENLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-FILE-STATUS.
      * CG-1106: Bank-draft cancellation letters - the owner is told
      *          the draft has stopped and premium must now be sent.
           SELECT DRAFT-LETTER-FILE ASSIGN TO "DFTLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-FILE-STATUS.

      * CG-1104: Append-only correspondence log - the proof a letter
      *          went out, and the rerun guard.
       01  CM-LETTER-LINE               PIC X(132).
       FD  BENEF-LETTER-FILE.
       01  BN-LETTER-LINE               PIC X(132).
       FD  DRAFT-LETTER-FILE.
       01  DF-LETTER-LINE               PIC X(132).

       FD  CORRESPONDENCE-LOG-FILE.
       01  CL-LOG-LINE                  PIC X(80).
       77  WS-RI-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CM-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BN-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DF-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY AUDITLOG.
      * CG-106: Run-control records to the shared batch control file
       77  WS-REINSTATE-COUNT           PIC 9(05) VALUE 0.
       77  WS-CLAIM-COUNT               PIC 9(05) VALUE 0.
       77  WS-BENEF-COUNT               PIC 9(05) VALUE 0.
       77  WS-DRAFT-COUNT               PIC 9(05) VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.
       77  WS-SKIPPED-COUNT             PIC 9(05) VALUE 0.
       77  WS-LETTER-TYPE               PIC X(03) VALUE SPACES.
       01  WS-SENT-WORK-KEY             PIC X(31).

       COPY POLDATA.
      * CG-108: Mailing block for the letter's addressee, looked up on
      *         the party master through PTYADR001.
       COPY PARTYADR.
       77  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE 0.
       77  WS-MAIL-IDX                  PIC 9(01) VALUE 0.
       01  WS-ADDRESS-LINE              PIC X(132).

       PROCEDURE DIVISION.

                       REINSTATE-LETTER-FILE
                       CLAIM-LETTER-FILE
                       BENEF-LETTER-FILE
                       DRAFT-LETTER-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              WHEN AL-ACTION-TYPE = "BD"
                 MOVE "BEN" TO WS-LETTER-TYPE
                 PERFORM 3500-WRITE-BENEF-LETTER
      * CG-206: Bank draft stopped after consecutive returned debits
      *         (SVC-BILL-001.cob SV-2978) - the owner has to start
      *         paying directly before the grace period runs out.
              WHEN AL-ACTION-TYPE = "DRAFTOFF"
                 MOVE "DFT" TO WS-LETTER-TYPE
                 PERFORM 3600-WRITE-DRAFT-LETTER
              WHEN AL-PROGRAM-ID = "CLMADJ00" AND
                   (AL-ACTION-TYPE = "SETTLED" OR
                    AL-ACTION-TYPE = "REJECTED")
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      *===============================================================*
      * CG-2400: ADDRESS THE LETTER FROM THE PARTY MASTER - TO THE    *
      *          OWNER, OR THE INSURED WHERE NO OWNER IS LINKED.      *
      *          A PARTY FLAGGED RETURNED-MAIL GETS NO LETTER, AND    *
      *          THE EVENT IS NOT LOGGED AS LETTERED, SO IT LETTERS   *
      *          ON THE FIRST RUN AFTER A NEW ADDRESS IS POSTED.      *
      *          PTYADR001 REPORTS EVERY LETTER HELD BACK OR SENT     *
      *          WITHOUT AN ADDRESS ON THE MAIL EXCEPTION REPORT.     *
      *===============================================================*
       2400-GET-MAILING-ADDRESS.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE PM-OWNER-PARTY-ID TO PA-PARTY-ID
           IF PA-PARTY-ID = SPACES
              MOVE PM-INSURED-PARTY-ID TO PA-PARTY-ID
           END-IF
           MOVE PM-POLICY-ID TO PA-POLICY-ID
           MOVE "CORRGN01" TO PA-PROGRAM-ID
           STRING "LETTER" WS-LETTER-TYPE
               DELIMITED BY SIZE INTO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF PA-MAIL-SUPPRESSED
              ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

       2450-WRITE-ADDRESS-BLOCK.
      * CG-205: The block prints under the heading line of whichever
      *         letter is being written; a party with no address on
      *         file leaves the letter as it always was.
           IF NOT PA-ADDRESS-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ADDRESS-LINE
           STRING "  " PA-MAIL-NAME DELIMITED BY SIZE
               INTO WS-ADDRESS-LINE
           PERFORM 2460-WRITE-LETTER-LINE
           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > 3
              IF PA-MAIL-LINE(WS-MAIL-IDX) NOT = SPACES
                 MOVE SPACES TO WS-ADDRESS-LINE
                 STRING "  " PA-MAIL-LINE(WS-MAIL-IDX)
                     DELIMITED BY SIZE INTO WS-ADDRESS-LINE
                 PERFORM 2460-WRITE-LETTER-LINE
              END-IF
           END-PERFORM.

       2460-WRITE-LETTER-LINE.
           EVALUATE WS-LETTER-TYPE
              WHEN "ISS"
                 MOVE WS-ADDRESS-LINE TO IL-LETTER-LINE
                 WRITE IL-LETTER-LINE
              WHEN "AMD"
                 MOVE WS-ADDRESS-LINE TO AM-LETTER-LINE
                 WRITE AM-LETTER-LINE
              WHEN "GRC"
                 MOVE WS-ADDRESS-LINE TO GR-LETTER-LINE
                 WRITE GR-LETTER-LINE
              WHEN "LPS"
                 MOVE WS-ADDRESS-LINE TO LP-LETTER-LINE
                 WRITE LP-LETTER-LINE
              WHEN "RIN"
                 MOVE WS-ADDRESS-LINE TO RI-LETTER-LINE
                 WRITE RI-LETTER-LINE
              WHEN "CLM"
                 MOVE WS-ADDRESS-LINE TO CM-LETTER-LINE
                 WRITE CM-LETTER-LINE
              WHEN "BEN"
                 MOVE WS-ADDRESS-LINE TO BN-LETTER-LINE
                 WRITE BN-LETTER-LINE
              WHEN "DFT"
                 MOVE WS-ADDRESS-LINE TO DF-LETTER-LINE
                 WRITE DF-LETTER-LINE
           END-EVALUATE.

       3000-WRITE-ISSUE-LETTER.
           PERFORM 2200-CHECK-ALREADY-SENT
           IF WS-SENT-WAS-FOUND
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IL-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO IL-LETTER-LINE
           WRITE IL-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE PM-MODAL-PREMIUM TO WS-EDITED-AMOUNT
           MOVE SPACES TO IL-LETTER-LINE
           STRING "  YOUR " PM-PLAN-CODE " POLICY WAS ISSUED "
              AND PM-UW-REQUIRED AND PM-AMEND-PENDING
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AM-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO AM-LETTER-LINE
           WRITE AM-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
      * CG-301: The confirmation shows the before/after values the
      *         servicing transaction left in PM-OLD-*/PM-NEW-*.
           MOVE SPACES TO AM-LETTER-LINE
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GR-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO GR-LETTER-LINE
           WRITE GR-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE PM-MODAL-PREMIUM TO WS-EDITED-AMOUNT
           MOVE SPACES TO GR-LETTER-LINE
           STRING "  PREMIUM " WS-EDITED-AMOUNT
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LP-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO LP-LETTER-LINE
           WRITE LP-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LP-LETTER-LINE
           STRING "  YOUR POLICY LAPSED " AL-LOG-DATE
               " FOR NON-PAYMENT OF PREMIUM"
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO RI-LETTER-LINE
           WRITE RI-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO RI-LETTER-LINE
           STRING "  REINSTATE WITHIN " PM-REINSTATE-DAYS
               " DAYS OF LAPSE FOR " WS-EDITED-AMOUNT
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CM-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " CLAIM " PM-CLAIM-ID
               DELIMITED BY SIZE INTO CM-LETTER-LINE
           WRITE CM-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO CM-LETTER-LINE
           IF AL-ACTION-TYPE = "SETTLED"
              MOVE PM-CLAIM-PAYMENT-AMOUNT TO WS-EDITED-AMOUNT
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BN-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO BN-LETTER-LINE
           WRITE BN-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO BN-LETTER-LINE
           STRING "  YOUR BENEFICIARY DESIGNATION WAS RECORDED "
               AL-LOG-DATE
               DELIMITED BY SIZE INTO BN-LETTER-LINE
           WRITE BN-LETTER-LINE.

       3600-WRITE-DRAFT-LETTER.
           PERFORM 2200-CHECK-ALREADY-SENT
           IF WS-SENT-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM 2300-READ-POLICY-FOR-EVENT
           IF WS-PM-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2400-GET-MAILING-ADDRESS
           IF PA-MAIL-SUPPRESSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DF-LETTER-LINE
           STRING "POLICY " PM-POLICY-ID " - " PM-INSURED-NAME
               DELIMITED BY SIZE INTO DF-LETTER-LINE
           WRITE DF-LETTER-LINE
           PERFORM 2450-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO DF-LETTER-LINE
           STRING "  YOUR BANK RETURNED THE PREMIUM DRAFT DATED "
               PM-DRAFT-LAST-RETURN-DATE " - "
               PM-DRAFT-RETURN-COUNT " RETURNS IN A ROW"
               DELIMITED BY SIZE INTO DF-LETTER-LINE
           WRITE DF-LETTER-LINE
           MOVE PM-MODAL-PREMIUM TO WS-EDITED-AMOUNT
           MOVE SPACES TO DF-LETTER-LINE
           STRING "  BANK DRAFT HAS STOPPED AS OF " AL-LOG-DATE
               " - PLEASE REMIT PREMIUM " WS-EDITED-AMOUNT
               " DIRECTLY"
               DELIMITED BY SIZE INTO DF-LETTER-LINE
           WRITE DF-LETTER-LINE
           ADD 1 TO WS-DRAFT-COUNT
           PERFORM 8500-LOG-LETTER-SENT.

       8500-LOG-LETTER-SENT.
      * CG-401: One append per letter, and the in-storage index is
      *         kept current so a later event in the same run cannot
                 REINSTATE-LETTER-FILE
                 CLAIM-LETTER-FILE
                 BENEF-LETTER-FILE
                 DRAFT-LETTER-FILE
           MOVE "C" TO BC-COMPLETION-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL
           DISPLAY "CORRGEN001: EVENTS READ        = " WS-EVENT-COUNT
              WS-REINSTATE-COUNT
           DISPLAY "CORRGEN001: CLAIM LETTERS      = " WS-CLAIM-COUNT
           DISPLAY "CORRGEN001: BENEFICIARY CONFS  = " WS-BENEF-COUNT
           DISPLAY "CORRGEN001: DRAFT STOPPED      = " WS-DRAFT-COUNT
           DISPLAY "CORRGEN001: EVENTS SKIPPED     = "
              WS-SKIPPED-COUNT
           DISPLAY "CORRGEN001: RETURNED-MAIL HELD = "
              WS-SUPPRESSED-COUNT.

       END PROGRAM CORRGEN001.
