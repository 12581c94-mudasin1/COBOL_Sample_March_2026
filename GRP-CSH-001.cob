      *   any overage past the last member - so one employer check    *
      *   stops becoming forty hand-keyed REMITIN lines at the cash   *
      *   desk.                                                        *
      *   GRPREMIT carries a bank header and trailer (BANKCTL.CPY)    *
      *   and is checked whole through INBCTL001 before anything      *
      *   posts, as CASHAPP001 checks REMITIN: a file that does not   *
      *   foot or that the bank has sent before posts nothing, goes   *
      *   to the operator report, and ends the run failed so          *
      *   BATGAT001 holds the jobs downstream.                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
           05  GR-AMOUNT                PIC 9(09)V99.
           05  FILLER                   PIC X(01).
           05  GR-RECEIPT-DATE          PIC 9(08).
      * GC-1109: Bank header/trailer lines and the INBCTL001 file-
      *          control interface. See CASH-APP-001.cob CA-1114.
       COPY BANKCTL.
       COPY INBFILE.
       77  WS-BANK-LINE-COUNT           PIC 9(07) VALUE 0.
       77  WS-BANK-FILE-SW              PIC X(01) VALUE "N".
           88  WS-BANK-FILE-REJECTED    VALUE "Y".

      * GC-1107: One transaction record passed to SVCBILL001 per
      *          member posting, same layout servicing already uses.
           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-PAYMENT-TRANSACTION.

      * GC-1108: Accounting period check through PERCTL001. See
      *          CASH-APP-001.cob CA-1113 - a group remittance dated
      *          in a closed month books forward as a prior-period
      *          adjustment, member by member.
       COPY PERADJ.
       77  WS-PRIOR-PERIOD-COUNT        PIC 9(07) VALUE 0.
       77  WS-PRIOR-PERIOD-TOTAL        PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           OPEN INPUT GROUP-REMIT-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
              MOVE 'N' TO WS-MORE-REMITS
           ELSE
              PERFORM 1200-CHECK-GROUP-REMIT-FILE
           END-IF
      * GC-201: Exceptions park on the shared keyed suspense file -
      *         the open/fallback pattern CASH-APP-001.cob CA-1110
              OPEN I-O CASH-SUSPENSE-FILE
           END-IF.

      *===============================================================*
      * GC-1200: FIRST PASS OVER THE GROUP REMITTANCE FILE - KEEP THE *
      *          BANK HEADER AND TRAILER, COUNT AND SUM THE LINES     *
      *          BETWEEN THEM, AND HAVE INBCTL001 CHECK THE FILE. AN  *
      *          ACCEPTED FILE IS LOGGED BEFORE THE FIRST MEMBER      *
      *          POSTS, THEN REOPENED PAST ITS HEADER. SEE            *
      *          CASH-APP-001.cob CA-1200 AND CA-1400.                *
      *===============================================================*
       1200-CHECK-GROUP-REMIT-FILE.
           MOVE "GRPCSH001" TO IB-PROGRAM-ID
           MOVE "GRPREMIT" TO IB-FEED-NAME
           MOVE SPACES TO IB-FILE-ID IB-REASON IB-RESULT
           MOVE ZERO TO IB-CREATION-DATE IB-TRAILER-COUNT
                        IB-TRAILER-AMOUNT IB-ITEM-COUNT
                        IB-ITEM-AMOUNT IB-AFTER-TRAILER-COUNT
                        IB-LOG-DATE IB-LOG-TIME
           MOVE "N" TO IB-HEADER-IND IB-TRAILER-IND
           MOVE "C" TO IB-ACTION
           MOVE ZERO TO WS-BANK-LINE-COUNT
           PERFORM 1210-READ-REMIT-CONTROL
              UNTIL WS-NO-MORE-REMITS
           CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           CLOSE GROUP-REMIT-FILE
           OPEN INPUT GROUP-REMIT-FILE
           IF IB-FILE-REJECTED
              MOVE "Y" TO WS-BANK-FILE-SW
              DISPLAY "GRPCSH001: GRPREMIT REJECTED - " IB-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO IB-ACTION
           CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           MOVE 'Y' TO WS-MORE-REMITS
           READ GROUP-REMIT-FILE
              AT END
                 MOVE 'N' TO WS-MORE-REMITS
           END-READ.

       1210-READ-REMIT-CONTROL.
           READ GROUP-REMIT-FILE
              AT END
                 MOVE 'N' TO WS-MORE-REMITS
                 EXIT PARAGRAPH
           END-READ
           MOVE GR-REMIT-LINE TO BK-CONTROL-RECORD
                                 WS-GROUP-REMIT-DETAIL
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
                   IF GR-AMOUNT NUMERIC
                      ADD GR-AMOUNT TO IB-ITEM-AMOUNT
                   END-IF
           END-EVALUATE.

       1500-LOAD-MEMBERSHIP.
           READ POLICY-MASTER-FILE
              AT END
           IF WS-NO-MORE-REMITS
              EXIT PARAGRAPH
           END-IF
      * GC-204: The bank trailer closes the remittances.
           MOVE GR-REMIT-LINE TO BK-CONTROL-RECORD
           IF BK-TRAILER-RECORD
              MOVE 'N' TO WS-MORE-REMITS
              EXIT PARAGRAPH
           END-IF

           MOVE GR-REMIT-LINE TO WS-GROUP-REMIT-DETAIL
           ADD 1 TO WS-REMIT-COUNT
              ADD 1 TO WS-APPLIED-COUNT
              ADD WS-MEM-MODAL-PREMIUM(WS-MEM-IDX)
                TO WS-APPLIED-TOTAL
              PERFORM 8950-CHECK-ACCOUNTING-PERIOD
           ELSE
      * GC-205: A rejected member posting is a true exception - the
      *         member's share stays in the remittance residue and a
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD SS-AMOUNT TO WS-SUSPENSE-TOTAL.

      *===============================================================*
      * GC-8950: ASK PERCTL001 WHETHER THE GROUP'S RECEIPT DATE FALLS *
      *          IN A CLOSED MONTH, FOR THE MEMBER JUST POSTED. SEE   *
      *          CASH-APP-001.cob CA-8950.                            *
      *===============================================================*
       8950-CHECK-ACCOUNTING-PERIOD.
           MOVE "GRPCSH001" TO PK-PROGRAM-ID
           MOVE WS-MEM-POLICY-ID(WS-MEM-IDX) TO PK-POLICY-ID
           MOVE GR-GROUP-ID TO PK-REFERENCE
           MOVE "PREMPAY" TO PK-TXN-TYPE
           MOVE GR-RECEIPT-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE WS-MEM-MODAL-PREMIUM(WS-MEM-IDX) TO PK-AMOUNT
           MOVE "1000" TO PK-DEBIT-ACCOUNT
           MOVE "4000" TO PK-CREDIT-ACCOUNT
           MOVE SPACES TO PK-JURISDICTION
           MOVE "GRPCSH" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST
           IF PK-PRIOR-PERIOD
              ADD 1 TO WS-PRIOR-PERIOD-COUNT
              ADD PK-AMOUNT TO WS-PRIOR-PERIOD-TOTAL
           END-IF.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-REMIT-COUNT TO BC-RECORDS-READ
           IF WS-CS-FILE-STATUS NOT = "35"
              CLOSE CASH-SUSPENSE-FILE
           END-IF
      * GC-1110: A refused bank file ends the run failed. See
      *          CASH-APP-001.cob CA-1117.
           IF WS-BANK-FILE-REJECTED
              MOVE "F" TO BC-COMPLETION-STATUS
              DISPLAY "GRPCSH001: BANK FILE REJECTED - NOTHING POSTED"
                      " - SEE INBREJ"
           ELSE
              MOVE "C" TO BC-COMPLETION-STATUS
           END-IF
           PERFORM 8900-WRITE-RUN-CONTROL
           IF WS-BANK-FILE-REJECTED
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "GRPCSH001: REMITTANCES READ  = " WS-REMIT-COUNT
           DISPLAY "GRPCSH001: MEMBERS POSTED    = " WS-APPLIED-COUNT
           DISPLAY "GRPCSH001: EXCEPTIONS PARKED = "
           DISPLAY "GRPCSH001: AMOUNT REMITTED   = " WS-REMIT-TOTAL
           DISPLAY "GRPCSH001: AMOUNT APPLIED    = " WS-APPLIED-TOTAL
           DISPLAY "GRPCSH001: AMOUNT SUSPENDED  = "
              WS-SUSPENSE-TOTAL
           DISPLAY "GRPCSH001: PRIOR-PERIOD ADJ  = "
              WS-PRIOR-PERIOD-COUNT
           DISPLAY "GRPCSH001: PRIOR-PERIOD AMT  = "
              WS-PRIOR-PERIOD-TOTAL.

       END PROGRAM GRPCSH001.
