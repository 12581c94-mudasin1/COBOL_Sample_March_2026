           05  FD-PM-REST-OF-RECORD     PIC X(3000).

       FD  MATURITY-EXTRACT-FILE.
       01  MX-EXTRACT-LINE              PIC X(304).

       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).
       COPY PAYDISB.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-CURR-TIME                 PIC 9(08) VALUE 0.
      * MP-1110: Accounting period check through PERCTL001 - a policy
      *          that matured in a month finance has since closed
      *          books its payout forward as a prior-period
      *          adjustment. See CASH-APP-001.cob CA-1113.
       COPY PERADJ.
       77  WS-PRIOR-PERIOD-COUNT        PIC 9(07) VALUE 0.
       77  WS-PRIOR-PERIOD-TOTAL        PIC S9(13)V99 VALUE 0.
       77  WS-MORE-POLICIES             PIC X VALUE 'Y'.
           88  WS-NO-MORE-POLICIES      VALUE 'N'.
       77  WS-MATURED-COUNT             PIC 9(05) VALUE 0.
           05  MD-LOAN-OFFSET           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-NET-PAYOUT            PIC ZZZ,ZZZ,ZZ9.99.
      * MP-114: The owner's mailing block off the party master, the
      *         PARTYADR.CPY PA-MAILING-BLOCK shape, so the payout
      *         check prints with its address.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-MAILING-BLOCK.
               10  MD-MAIL-NAME         PIC X(50).
               10  MD-MAIL-LINE         OCCURS 3 TIMES PIC X(50).
       COPY PARTYADR.
       77  WS-HELD-COUNT                PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

           WRITE MX-EXTRACT-LINE.

       3300-WRITE-EXTRACT-LINE.
      * MP-303: Payable to the owner, else the insured. A returned-
      *         mail party's payout is held off the extract and
      *         reported by PTYADR001; the register still carries it
      *         "I" so UNCLFND001 ages it like any uncashed check.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE PM-OWNER-PARTY-ID TO PA-PARTY-ID
           IF PA-PARTY-ID = SPACES
              MOVE PM-INSURED-PARTY-ID TO PA-PARTY-ID
           END-IF
           MOVE PM-POLICY-ID TO PA-POLICY-ID
           MOVE "MATPRC01" TO PA-PROGRAM-ID
           MOVE "MATPAYO" TO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF PA-MAIL-SUPPRESSED
              ADD 1 TO WS-HELD-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXTRACT-DETAIL
           MOVE PA-MAILING-BLOCK TO MD-MAILING-BLOCK
           MOVE PM-POLICY-ID TO MD-POLICY-ID
           MOVE PM-INSURED-NAME TO MD-INSURED-NAME
           MOVE PM-EXPIRY-DATE TO MD-EXPIRY-DATE
           END-IF
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           WRITE PR-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE
           PERFORM 8390-CHECK-ACCOUNTING-PERIOD.

      *===============================================================*
      * MP-8390: ASK PERCTL001 WHETHER THE MATURITY DATE FALLS IN A   *
      *          CLOSED MONTH. SEE CLM-PAY-001.cob CP-8390.           *
      *===============================================================*
       8390-CHECK-ACCOUNTING-PERIOD.
           MOVE "MATPROC001" TO PK-PROGRAM-ID
           MOVE PD-POLICY-ID TO PK-POLICY-ID
           MOVE PD-PAYMENT-REF TO PK-REFERENCE
           MOVE "MATURITY" TO PK-TXN-TYPE
           MOVE PM-EXPIRY-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE PD-PAYMENT-AMOUNT TO PK-AMOUNT
           MOVE "5200" TO PK-DEBIT-ACCOUNT
           MOVE "1000" TO PK-CREDIT-ACCOUNT
           MOVE PD-JURISDICTION-STATE TO PK-JURISDICTION
           MOVE "MATPROC" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST
           IF PK-PRIOR-PERIOD
              ADD 1 TO WS-PRIOR-PERIOD-COUNT
              ADD PK-AMOUNT TO WS-PRIOR-PERIOD-TOTAL
           END-IF.

       8850-WRITE-BEFORE-IMAGE.
      * MP-403: The record as it stood at the read goes to the
           DISPLAY "MATPROC001: POLICIES MATURED = " WS-MATURED-COUNT
           DISPLAY "MATPROC001: ROP PAYOUTS      = " WS-PAYOUT-COUNT
           DISPLAY "MATPROC001: PAYOUT TOTAL     = " WS-PAYOUT-TOTAL
           DISPLAY "MATPROC001: RETURNED-MAIL HELD = " WS-HELD-COUNT
           DISPLAY "MATPROC001: RENEWAL OFFERS   = " WS-OFFER-COUNT
           DISPLAY "MATPROC001: POLICIES RENEWED = " WS-RENEWED-COUNT
           DISPLAY "MATPROC001: CONVERSIONS      = "
              WS-CONVERTED-COUNT
           DISPLAY "MATPROC001: PRIOR-PERIOD ADJ = "
              WS-PRIOR-PERIOD-COUNT
           DISPLAY "MATPROC001: PRIOR-PERIOD AMT = "
              WS-PRIOR-PERIOD-TOTAL.

       END PROGRAM MATPROC001.
