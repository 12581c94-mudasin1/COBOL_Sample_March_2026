       01  AE-EXTRACT-LINE              PIC X(132).

       FD  CHECK-EXTRACT-FILE.
       01  CE-EXTRACT-LINE              PIC X(320).

       FD  PAYMENT-REGISTER-FILE.
       01  PR-REGISTER-LINE             PIC X(160).
       77  WS-CHECK-TOTAL               PIC 9(13)V99 VALUE 0.
       77  WS-BENE-IDX                  PIC 9(02) VALUE 0.
       77  WS-BEFORE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-INSURED-PAY-AMOUNT        PIC 9(11)V99 VALUE 0.
      * CP-1113: Accounting period check through PERCTL001 - a claim
      *          settled in a month finance has since closed books
      *          its disbursement forward as a prior-period
      *          adjustment. See CASH-APP-001.cob CA-1113.
       COPY PERADJ.
       77  WS-PRIOR-PERIOD-COUNT        PIC 9(07) VALUE 0.
       77  WS-PRIOR-PERIOD-TOTAL        PIC S9(13)V99 VALUE 0.

      * CP-1107: Payment reference carried on both the extract and
      *          the register: the claim ID plus the beneficiary's
      *          position on the claim, so one reference always maps
      *          back to exactly one payee on one claim. A collateral
      *          assignee is position 00.
      * CP-1108: Run-control records to the shared batch control file
      *          through BATCTL001. See PREM-BILL-001.cob PB-1108.
       COPY RUNCTL.
           05  ED-AMOUNT                PIC Z(10)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-PAYMENT-DATE          PIC 9(08).
      * CP-1111: The payee's mailing block off the party master, the
      *          PARTYADR.CPY PA-MAILING-BLOCK shape. Filled only for
      *          a check - the ACH extract line ends ahead of it, so
      *          its layout is unchanged.
           05  FILLER                   PIC X(28) VALUE SPACES.
           05  ED-MAILING-BLOCK.
               10  ED-MAIL-NAME         PIC X(50).
               10  ED-MAIL-LINE         OCCURS 3 TIMES PIC X(50).

      * CP-1112: Check address lookup through PTYADR001.
       COPY PARTYADR.
       77  WS-PAYEE-PARTY-ID            PIC X(10) VALUE SPACES.
       77  WS-HELD-COUNT                PIC 9(05) VALUE 0.
       77  WS-HELD-TOTAL                PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.


       2100-DISBURSE-ONE-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
      * CP-306: A collateral assignee CLMADJ001 settled first is paid
      *         ahead of everyone else on the claim.
           IF PM-ASSIGN-SETTLE-AMT NUMERIC AND
              PM-ASSIGN-SETTLE-AMT > 0
              PERFORM 2150-PAY-ASSIGNEE
           END-IF
      * CP-303: A living benefit pays the insured, never the
      *         beneficiary table - the designation of record stays
      *         untouched for the eventual death claim.
           END-IF
           PERFORM 8200-WRITE-AUDIT-LOG.

       2150-PAY-ASSIGNEE.
      * CP-307: One payment instruction for the assignee's share, on
      *         the extract matching the claim's own payment mode.
           MOVE PM-CLAIM-ID TO WS-REF-CLAIM-ID
           MOVE ZERO TO WS-REF-BENE-SEQ

           MOVE SPACES TO WS-EXTRACT-DETAIL
           MOVE WS-PAYMENT-REF TO ED-PAYMENT-REF
           MOVE PM-POLICY-ID TO ED-POLICY-ID
           MOVE PM-ASSIGNEE-NAME TO ED-PAYEE-NAME
           MOVE PM-ASSIGN-SETTLE-AMT TO ED-AMOUNT
           MOVE WS-CURR-DATE TO ED-PAYMENT-DATE

           IF PM-CLAIM-MODE-CHECK
              MOVE PM-ASSIGNEE-PARTY-ID TO WS-PAYEE-PARTY-ID
              PERFORM 2300-ADDRESS-CHECK
              IF PA-MAIL-SUPPRESSED
                 ADD 1 TO WS-HELD-COUNT
                 ADD PM-ASSIGN-SETTLE-AMT TO WS-HELD-TOTAL
              ELSE
                 MOVE WS-EXTRACT-DETAIL TO CE-EXTRACT-LINE
                 WRITE CE-EXTRACT-LINE
                 ADD 1 TO WS-CHECK-COUNT
                 ADD PM-ASSIGN-SETTLE-AMT TO WS-CHECK-TOTAL
              END-IF
           ELSE
              MOVE WS-EXTRACT-DETAIL TO AE-EXTRACT-LINE
              WRITE AE-EXTRACT-LINE
              ADD 1 TO WS-ACH-COUNT
              ADD PM-ASSIGN-SETTLE-AMT TO WS-ACH-TOTAL
           END-IF
           PERFORM 8330-WRITE-ASSIGNEE-REGISTER.

       2200-PAY-ONE-BENEFICIARY.
      * CP-301: One payment instruction per beneficiary with a share
      *         of the settlement, split by the payment mode the
           MOVE WS-CURR-DATE TO ED-PAYMENT-DATE

           IF PM-BENEF-MODE-CHECK(WS-BENE-IDX)
              MOVE PM-BENEF-PARTY-ID(WS-BENE-IDX) TO WS-PAYEE-PARTY-ID
              PERFORM 2300-ADDRESS-CHECK
              IF PA-MAIL-SUPPRESSED
                 ADD 1 TO WS-HELD-COUNT
                 ADD PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
                   TO WS-HELD-TOTAL
              ELSE
                 MOVE WS-EXTRACT-DETAIL TO CE-EXTRACT-LINE
                 WRITE CE-EXTRACT-LINE
                 ADD 1 TO WS-CHECK-COUNT
                 ADD PM-BENEFICIARY-SETTLE-AMT(WS-BENE-IDX)
                   TO WS-CHECK-TOTAL
              END-IF
           ELSE
              MOVE WS-EXTRACT-DETAIL TO AE-EXTRACT-LINE
              WRITE AE-EXTRACT-LINE
       2250-PAY-ACCEL-BENEFIT.
      * CP-304: One payment instruction for the whole accelerated
      *         benefit, payee the insured, on the extract matching
      *         the claim's own payment mode - net of whatever a
      *         collateral assignee was paid first.
           MOVE PM-CLAIM-PAYMENT-AMOUNT TO WS-INSURED-PAY-AMOUNT
           IF PM-ASSIGN-SETTLE-AMT NUMERIC
              SUBTRACT PM-ASSIGN-SETTLE-AMT FROM WS-INSURED-PAY-AMOUNT
           END-IF
           IF WS-INSURED-PAY-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PM-CLAIM-ID TO WS-REF-CLAIM-ID
           MOVE WS-PAYMENT-REF TO ED-PAYMENT-REF
           MOVE PM-POLICY-ID TO ED-POLICY-ID
           MOVE PM-INSURED-NAME TO ED-PAYEE-NAME
           MOVE WS-INSURED-PAY-AMOUNT TO ED-AMOUNT
           MOVE WS-CURR-DATE TO ED-PAYMENT-DATE

           IF PM-CLAIM-MODE-CHECK
              MOVE PM-INSURED-PARTY-ID TO WS-PAYEE-PARTY-ID
              PERFORM 2300-ADDRESS-CHECK
              IF PA-MAIL-SUPPRESSED
                 ADD 1 TO WS-HELD-COUNT
                 ADD WS-INSURED-PAY-AMOUNT TO WS-HELD-TOTAL
              ELSE
                 MOVE WS-EXTRACT-DETAIL TO CE-EXTRACT-LINE
                 WRITE CE-EXTRACT-LINE
                 ADD 1 TO WS-CHECK-COUNT
                 ADD WS-INSURED-PAY-AMOUNT TO WS-CHECK-TOTAL
              END-IF
           ELSE
              MOVE WS-EXTRACT-DETAIL TO AE-EXTRACT-LINE
              WRITE AE-EXTRACT-LINE
              ADD 1 TO WS-ACH-COUNT
              ADD WS-INSURED-PAY-AMOUNT TO WS-ACH-TOTAL
           END-IF
           PERFORM 8350-WRITE-ACCEL-REGISTER.

      *===============================================================*
      * CP-2300: ADDRESS A CHECK FROM THE PAYEE'S PARTY. A PAYEE      *
      *          FLAGGED RETURNED-MAIL GETS NO CHECK PRINTED - IT IS  *
      *          HELD OFF THE EXTRACT AND REPORTED BY PTYADR001, BUT  *
      *          STILL REGISTERED "I" SO UNCLFND001 AGES IT TOWARD    *
      *          ESCHEAT LIKE ANY OTHER UNCASHED PAYMENT. A PAYEE    *
      *          WITH NO PARTY LINKED PRINTS AS IT ALWAYS DID.        *
      *===============================================================*
       2300-ADDRESS-CHECK.
           MOVE SPACES TO PA-ADDRESS-REQUEST
           MOVE WS-PAYEE-PARTY-ID TO PA-PARTY-ID
           MOVE PM-POLICY-ID TO PA-POLICY-ID
           MOVE "CLMPAY01" TO PA-PROGRAM-ID
           MOVE "CLMCHK" TO PA-DOCUMENT-TYPE
           CALL "PTYADR001" USING PA-ADDRESS-REQUEST
           IF PA-ADDRESS-FOUND
              MOVE PA-MAILING-BLOCK TO ED-MAILING-BLOCK
           END-IF.

       8350-WRITE-ACCEL-REGISTER.
      * CP-403: The accelerated payout registers like any other
      *         disbursement so UNCLFND001 and DISTRN001 track it;
           MOVE PM-POLICY-ID TO PD-POLICY-ID
           MOVE PM-INSURED-NAME TO PD-PAYEE-NAME
           MOVE PM-CLAIM-PAYMENT-MODE TO PD-PAY-MODE
           MOVE WS-INSURED-PAY-AMOUNT TO PD-PAYMENT-AMOUNT
           MOVE WS-CURR-DATE TO PD-PAYMENT-DATE
           MOVE "CLMPAY01" TO PD-PROGRAM-ID
           MOVE "I" TO PD-PAYOUT-STATUS
           MOVE WS-CURR-DATE TO PD-STATUS-DATE
           MOVE PM-JURISDICTION-STATE TO PD-JURISDICTION-STATE
           OPEN EXTEND PAYMENT-REGISTER-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              OPEN OUTPUT PAYMENT-REGISTER-FILE
              CLOSE PAYMENT-REGISTER-FILE
              OPEN EXTEND PAYMENT-REGISTER-FILE
           END-IF
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           WRITE PR-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE
           PERFORM 8390-CHECK-ACCOUNTING-PERIOD.

       8330-WRITE-ASSIGNEE-REGISTER.
      * CP-405: The assignee's payment registers like any other so
      *         UNCLFND001 and DISTRN001 track it; the payee is the
      *         assignee of record.
           MOVE SPACES TO PD-DISBURSEMENT-RECORD
           MOVE WS-PAYMENT-REF TO PD-PAYMENT-REF
           MOVE PM-CLAIM-ID TO PD-CLAIM-ID
           MOVE PM-POLICY-ID TO PD-POLICY-ID
           MOVE PM-ASSIGNEE-NAME TO PD-PAYEE-NAME
           MOVE PM-CLAIM-PAYMENT-MODE TO PD-PAY-MODE
           MOVE PM-ASSIGN-SETTLE-AMT TO PD-PAYMENT-AMOUNT
           MOVE WS-CURR-DATE TO PD-PAYMENT-DATE
           MOVE "CLMPAY01" TO PD-PROGRAM-ID
           MOVE "I" TO PD-PAYOUT-STATUS
           END-IF
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           WRITE PR-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE
           PERFORM 8390-CHECK-ACCOUNTING-PERIOD.

       8200-WRITE-AUDIT-LOG.
      * CP-401: One append to the transaction log per claim disbursed.
           END-IF
           MOVE PD-DISBURSEMENT-RECORD TO PR-REGISTER-LINE
           WRITE PR-REGISTER-LINE
           CLOSE PAYMENT-REGISTER-FILE
           PERFORM 8390-CHECK-ACCOUNTING-PERIOD.

      *===============================================================*
      * CP-8390: ASK PERCTL001 WHETHER THE CLAIM'S SETTLEMENT DATE    *
      *          FALLS IN A CLOSED MONTH, FOR THE REGISTER ENTRY JUST *
      *          WRITTEN - BENEFICIARY, ASSIGNEE OR ACCELERATED.      *
      *===============================================================*
       8390-CHECK-ACCOUNTING-PERIOD.
           MOVE "CLMPAY001" TO PK-PROGRAM-ID
           MOVE PD-POLICY-ID TO PK-POLICY-ID
           MOVE PD-PAYMENT-REF TO PK-REFERENCE
           MOVE "CLAIMPAY" TO PK-TXN-TYPE
           MOVE PM-CLAIM-SETTLE-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE PD-PAYMENT-AMOUNT TO PK-AMOUNT
           MOVE "5100" TO PK-DEBIT-ACCOUNT
           MOVE "1000" TO PK-CREDIT-ACCOUNT
           MOVE PD-JURISDICTION-STATE TO PK-JURISDICTION
           MOVE "CLMPAY" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST
           IF PK-PRIOR-PERIOD
              ADD 1 TO WS-PRIOR-PERIOD-COUNT
              ADD PK-AMOUNT TO WS-PRIOR-PERIOD-TOTAL
           END-IF.

       8850-WRITE-BEFORE-IMAGE.
      * CP-404: The record as it stood at the read goes to the
       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-CLAIM-COUNT TO BC-RECORDS-READ
      * CP-406: Held checks are registered disbursements too, so they
      *         count with the extracts.
           COMPUTE BC-RECORDS-WRITTEN =
                   WS-ACH-COUNT + WS-CHECK-COUNT + WS-HELD-COUNT
           COMPUTE BC-AMOUNT-TOTAL =
                   WS-ACH-TOTAL + WS-CHECK-TOTAL + WS-HELD-TOTAL
           CALL "BATCTL001" USING BC-RUN-CONTROL-RECORD.

       9000-FINALIZE.
           DISPLAY "CLMPAY001: ACH PAYMENTS     = " WS-ACH-COUNT
           DISPLAY "CLMPAY001: CHECK PAYMENTS   = " WS-CHECK-COUNT
           DISPLAY "CLMPAY001: ACH TOTAL        = " WS-ACH-TOTAL
           DISPLAY "CLMPAY001: CHECK TOTAL      = " WS-CHECK-TOTAL
           DISPLAY "CLMPAY001: CHECKS HELD      = " WS-HELD-COUNT
           DISPLAY "CLMPAY001: HELD TOTAL       = " WS-HELD-TOTAL
           DISPLAY "CLMPAY001: PRIOR-PERIOD ADJ = "
              WS-PRIOR-PERIOD-COUNT
           DISPLAY "CLMPAY001: PRIOR-PERIOD AMT = "
              WS-PRIOR-PERIOD-TOTAL.

       END PROGRAM CLMPAY001.
