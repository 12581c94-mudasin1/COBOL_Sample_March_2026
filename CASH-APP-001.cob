      *   the persistent cash suspense file for the daily resolution   *
      *   run (CSHSUS001), so the master reconciles to the bank        *
      *   instead of to assumed collection.                            *
      *   Both bank files carry a bank header and trailer              *
      *   (BANKCTL.CPY) and are checked whole through INBCTL001 before *
      *   anything posts: a file that does not foot to its trailer, or *
      *   that the bank has sent before, stops the whole run - neither *
      *   file posts, the rejection goes to the operator report and    *
      *   the run ends with a failed run-control status so BATGAT001   *
      *   holds the jobs downstream until a corrected file is rerun.   *
      *===============================================================*

       ENVIRONMENT DIVISION.
       77  WS-RT-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RETURN-COUNT              PIC 9(07) VALUE 0.
       77  WS-REVERSED-COUNT            PIC 9(07) VALUE 0.
       77  WS-UNSETTLED-DRAFT-COUNT     PIC 9(07) VALUE 0.
       77  WS-RETURN-TOTAL              PIC 9(13)V99 VALUE 0.
       77  WS-REVERSED-TOTAL            PIC 9(13)V99 VALUE 0.
       77  WS-MORE-RETURNS              PIC X VALUE 'Y'.
           05  RM-AMOUNT                PIC 9(09)V99.
           05  FILLER                   PIC X(01).
           05  RM-RECEIPT-DATE          PIC 9(08).
      * CA-1114: Bank header/trailer lines that open and close each
      *          feed, and the INBCTL001 file-control interface.
       COPY BANKCTL.
       COPY INBFILE.
       77  WS-BANK-LINE-COUNT           PIC 9(07) VALUE 0.
       77  WS-BANK-FILE-SW              PIC X(01) VALUE "N".
           88  WS-BANK-FILE-REJECTED    VALUE "Y".
      * CA-1115: Each checked file's control record, held until both
      *          files have passed so they are logged together.
       01  WS-REMIT-FILE-CONTROL        PIC X(157) VALUE SPACES.
       01  WS-RETURN-FILE-CONTROL       PIC X(157) VALUE SPACES.

      * CA-1104: One transaction record passed to SVCBILL001 per
      *          receipt, same layout servicing already uses for any
      *          returns pass so CSHSUS001 re-attempts a parked
      *          return as a reversal, never as a premium payment.
       77  WS-SUSPENSE-ITEM-TYPE        PIC X(01) VALUE "P".
      * CA-1113: Accounting period check through PERCTL001. A receipt
      *          or return dated in a month finance has closed still
      *          posts at its own receipt date, but its cash books to
      *          the open month as a prior-period adjustment.
       COPY PERADJ.
       77  WS-PRIOR-PERIOD-COUNT        PIC 9(07) VALUE 0.
       77  WS-PRIOR-PERIOD-TOTAL        PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT RETURNS-FILE
           IF WS-RT-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-RETURNS
           END-IF
      * CA-1116: Check both bank files whole before either posts. One
      *          refused file refuses the run: the remittances and
      *          returns are one day's settlement with the bank.
           IF WS-RM-FILE-STATUS = "00"
              PERFORM 1200-CHECK-REMITTANCE-FILE
           END-IF
           IF WS-RT-FILE-STATUS = "00"
              PERFORM 1300-CHECK-RETURNS-FILE
           END-IF
           IF WS-BANK-FILE-REJECTED
              MOVE 'N' TO WS-MORE-RECEIPTS WS-MORE-RETURNS
           ELSE
              PERFORM 1500-ACCEPT-BANK-FILES
           END-IF.

      *===============================================================*
      * CA-1200: FIRST PASS OVER THE REMITTANCE FILE - KEEP THE BANK  *
      *          HEADER AND TRAILER, COUNT AND SUM THE RECEIPTS       *
      *          BETWEEN THEM, AND HAVE INBCTL001 CHECK THE FILE.     *
      *          AN ACCEPTED FILE IS REOPENED AND POSITIONED PAST     *
      *          ITS HEADER FOR THE POSTING PASS.                     *
      *===============================================================*
       1200-CHECK-REMITTANCE-FILE.
           MOVE "REMITIN" TO IB-FEED-NAME
           PERFORM 1400-START-BANK-FILE
           PERFORM 1210-READ-REMIT-CONTROL
              UNTIL WS-NO-MORE-RECEIPTS
           CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           MOVE IB-INBOUND-FILE-REQUEST TO WS-REMIT-FILE-CONTROL
           CLOSE REMITTANCE-FILE
           OPEN INPUT REMITTANCE-FILE
           MOVE 'Y' TO WS-MORE-RECEIPTS
           IF IB-FILE-REJECTED
              MOVE "Y" TO WS-BANK-FILE-SW
              DISPLAY "CASHAPP001: REMITIN REJECTED - " IB-REASON
              EXIT PARAGRAPH
           END-IF
           READ REMITTANCE-FILE
              AT END
                 MOVE 'N' TO WS-MORE-RECEIPTS
           END-READ.

       1210-READ-REMIT-CONTROL.
           READ REMITTANCE-FILE
              AT END
                 MOVE 'N' TO WS-MORE-RECEIPTS
                 EXIT PARAGRAPH
           END-READ
           MOVE RM-REMIT-LINE TO BK-CONTROL-RECORD
                                 WS-REMITTANCE-DETAIL
           PERFORM 1410-TALLY-BANK-LINE.

      *===============================================================*
      * CA-1300: THE SAME FIRST PASS OVER THE RETURNS FILE.           *
      *===============================================================*
       1300-CHECK-RETURNS-FILE.
           MOVE "RETNIN" TO IB-FEED-NAME
           PERFORM 1400-START-BANK-FILE
           PERFORM 1310-READ-RETURN-CONTROL
              UNTIL WS-NO-MORE-RETURNS
           CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           MOVE IB-INBOUND-FILE-REQUEST TO WS-RETURN-FILE-CONTROL
           CLOSE RETURNS-FILE
           OPEN INPUT RETURNS-FILE
           MOVE 'Y' TO WS-MORE-RETURNS
           IF IB-FILE-REJECTED
              MOVE "Y" TO WS-BANK-FILE-SW
              DISPLAY "CASHAPP001: RETNIN REJECTED - " IB-REASON
              EXIT PARAGRAPH
           END-IF
           READ RETURNS-FILE
              AT END
                 MOVE 'N' TO WS-MORE-RETURNS
           END-READ.

       1310-READ-RETURN-CONTROL.
           READ RETURNS-FILE
              AT END
                 MOVE 'N' TO WS-MORE-RETURNS
                 EXIT PARAGRAPH
           END-READ
           MOVE RT-RETURN-LINE TO BK-CONTROL-RECORD
                                  WS-REMITTANCE-DETAIL
           PERFORM 1410-TALLY-BANK-LINE.

      *===============================================================*
      * CA-1400: FILE-CONTROL TOTALS FOR ONE BANK FILE. ONLY THE      *
      *          FIRST LINE CAN BE THE HEADER; ANYTHING AFTER THE     *
      *          TRAILER MEANS THE FILE IS NOT WHAT THE BANK FOOTED.  *
      *          AN AMOUNT THAT IS NOT DIGITS ADDS NOTHING, SO THE    *
      *          FILE FAILS TO FOOT RATHER THAN ABENDING HERE.        *
      *===============================================================*
       1400-START-BANK-FILE.
           MOVE "CASHAPP001" TO IB-PROGRAM-ID
           MOVE SPACES TO IB-FILE-ID IB-REASON IB-RESULT
           MOVE ZERO TO IB-CREATION-DATE IB-TRAILER-COUNT
                        IB-TRAILER-AMOUNT IB-ITEM-COUNT
                        IB-ITEM-AMOUNT IB-AFTER-TRAILER-COUNT
                        IB-LOG-DATE IB-LOG-TIME
           MOVE "N" TO IB-HEADER-IND IB-TRAILER-IND
           MOVE "C" TO IB-ACTION
           MOVE ZERO TO WS-BANK-LINE-COUNT.

       1410-TALLY-BANK-LINE.
           ADD 1 TO WS-BANK-LINE-COUNT
           EVALUATE TRUE
               WHEN IB-TRAILER-FOUND
                   ADD 1 TO IB-AFTER-TRAILER-COUNT
               WHEN BK-HEADER-RECORD AND WS-BANK-LINE-COUNT = 1
                   MOVE "Y" TO IB-HEADER-IND
                   MOVE BK-FILE-ID TO IB-FILE-ID
                   MOVE BK-CREATION-DATE TO IB-CREATION-DATE
               WHEN BK-TRAILER-RECORD
                   MOVE "Y" TO IB-TRAILER-IND
                   MOVE BK-ITEM-COUNT TO IB-TRAILER-COUNT
                   MOVE BK-AMOUNT-TOTAL TO IB-TRAILER-AMOUNT
               WHEN OTHER
                   ADD 1 TO IB-ITEM-COUNT
                   IF RM-AMOUNT NUMERIC
                      ADD RM-AMOUNT TO IB-ITEM-AMOUNT
                   END-IF
           END-EVALUATE.

      *===============================================================*
      * CA-1500: BOTH FILES PASSED - LOG EACH FILE ID ON THE INBOUND- *
      *          FILE LOG NOW, BEFORE THE FIRST RECEIPT POSTS, SO A   *
      *          RESEND OF EITHER FILE IS REFUSED EVEN IF THIS RUN    *
      *          STOPS PART-WAY.                                      *
      *===============================================================*
       1500-ACCEPT-BANK-FILES.
           IF WS-REMIT-FILE-CONTROL NOT = SPACES
              MOVE WS-REMIT-FILE-CONTROL TO IB-INBOUND-FILE-REQUEST
              MOVE "A" TO IB-ACTION
              CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           END-IF
           IF WS-RETURN-FILE-CONTROL NOT = SPACES
              MOVE WS-RETURN-FILE-CONTROL TO IB-INBOUND-FILE-REQUEST
              MOVE "A" TO IB-ACTION
              CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           END-IF.

       2000-POST-RECEIPTS.
           IF WS-NO-MORE-RECEIPTS
              EXIT PARAGRAPH
           END-IF
      * CA-203: The bank trailer closes the receipts.
           MOVE RM-REMIT-LINE TO BK-CONTROL-RECORD
           IF BK-TRAILER-RECORD
              MOVE 'N' TO WS-MORE-RECEIPTS
              EXIT PARAGRAPH
           END-IF

           MOVE RM-REMIT-LINE TO WS-REMITTANCE-DETAIL
           ADD 1 TO WS-RECEIPT-COUNT
           IF PM-RETURN-CODE = 0
              ADD 1 TO WS-POSTED-COUNT
              ADD RM-AMOUNT TO WS-POSTED-TOTAL
              MOVE "PREMPAY" TO PK-TXN-TYPE
              MOVE RM-AMOUNT TO PK-AMOUNT
              PERFORM 8950-CHECK-ACCOUNTING-PERIOD
           ELSE
              PERFORM 2200-WRITE-SUSPENSE-RECEIPT
           END-IF.
           IF WS-NO-MORE-RETURNS
              EXIT PARAGRAPH
           END-IF
      * CA-306: The bank trailer closes the returns.
           MOVE RT-RETURN-LINE TO BK-CONTROL-RECORD
           IF BK-TRAILER-RECORD
              MOVE 'N' TO WS-MORE-RETURNS
              EXIT PARAGRAPH
           END-IF

           MOVE RT-RETURN-LINE TO WS-REMITTANCE-DETAIL
           ADD 1 TO WS-RETURN-COUNT

           CALL "SVCBILL001" USING WS-PAYMENT-TRANSACTION

      * CA-305: A returned bank draft (PRMDFT001) that never settled
      *         on the books comes back from SVCBILL001 with a zero
      *         amount - it never posted as cash, so it is not netted
      *         out of tonight's premium cash either.
           IF PM-RETURN-CODE = 0
              IF PM-PAYMENT-AMOUNT = ZERO
                 ADD 1 TO WS-UNSETTLED-DRAFT-COUNT
              ELSE
                 ADD 1 TO WS-REVERSED-COUNT
                 ADD RM-AMOUNT TO WS-REVERSED-TOTAL
                 MOVE "PREMRTN" TO PK-TXN-TYPE
                 COMPUTE PK-AMOUNT = 0 - RM-AMOUNT
                 PERFORM 8950-CHECK-ACCOUNTING-PERIOD
              END-IF
           ELSE
      * CA-303: A return that cannot be reversed (unknown policy, or
      *         more money coming back than was ever posted) parks on
              PERFORM 2200-WRITE-SUSPENSE-RECEIPT
           END-IF.

      *===============================================================*
      * CA-8950: ASK PERCTL001 WHETHER THE RECEIPT DATE FALLS IN A    *
      *          CLOSED MONTH. THE CASH IS ALREADY POSTED AT ITS TRUE *
      *          DATE; A CLOSED MONTH ONLY MOVES WHERE GLEXT001 BOOKS *
      *          IT. THE AMOUNT IS SIGNED - A REVERSED RETURN BOOKS   *
      *          THE PAIR THE OTHER WAY ROUND.                        *
      *===============================================================*
       8950-CHECK-ACCOUNTING-PERIOD.
           MOVE "CASHAPP001" TO PK-PROGRAM-ID
           MOVE RM-POLICY-ID TO PK-POLICY-ID
           MOVE RM-POLICY-ID TO PK-REFERENCE
           MOVE RM-RECEIPT-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE "1000" TO PK-DEBIT-ACCOUNT
           MOVE "4000" TO PK-CREDIT-ACCOUNT
           MOVE SPACES TO PK-JURISDICTION
           MOVE "CASHAPP" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST
           IF PK-PRIOR-PERIOD
              ADD 1 TO WS-PRIOR-PERIOD-COUNT
              ADD PK-AMOUNT TO WS-PRIOR-PERIOD-TOTAL
           END-IF.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-RECEIPT-COUNT TO BC-RECORDS-READ
           IF WS-RT-FILE-STATUS = "00" OR WS-RT-FILE-STATUS = "10"
              CLOSE RETURNS-FILE
           END-IF
      * CA-1117: A refused bank file ends the run failed, not
      *          complete, and RC 8 stops the stream the same way
      *          BATGAT001 does.
           IF WS-BANK-FILE-REJECTED
              MOVE "F" TO BC-COMPLETION-STATUS
              DISPLAY "CASHAPP001: BANK FILE REJECTED - NOTHING POSTED"
                      " - SEE INBREJ"
           ELSE
              MOVE "C" TO BC-COMPLETION-STATUS
           END-IF
           PERFORM 8900-WRITE-RUN-CONTROL
           IF WS-BANK-FILE-REJECTED
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CASHAPP001: RECEIPTS READ     = " WS-RECEIPT-COUNT
           DISPLAY "CASHAPP001: RECEIPTS POSTED   = " WS-POSTED-COUNT
           DISPLAY "CASHAPP001: RECEIPTS SUSPENSE = " WS-SUSPENSE-COUNT
           DISPLAY "CASHAPP001: RETURNS REVERSED  = " WS-REVERSED-COUNT
           DISPLAY "CASHAPP001: AMOUNT RETURNED   = " WS-RETURN-TOTAL
           DISPLAY "CASHAPP001: AMOUNT REVERSED   = "
              WS-REVERSED-TOTAL
           DISPLAY "CASHAPP001: UNSETTLED DRAFTS  = "
              WS-UNSETTLED-DRAFT-COUNT
           DISPLAY "CASHAPP001: PRIOR-PERIOD ADJ  = "
              WS-PRIOR-PERIOD-COUNT
           DISPLAY "CASHAPP001: PRIOR-PERIOD AMT  = "
              WS-PRIOR-PERIOD-TOTAL.

       END PROGRAM CASHAPP001.
