           COPY POLDATA REPLACING WS-POLICY-MASTER-REC BY
                WS-REPOST-TRANSACTION.

      * SU-1107: Accounting period check through PERCTL001. See
      *          CASH-APP-001.cob CA-1113 - a parked item resolved
      *          after its receipt month closed books forward as a
      *          prior-period adjustment.
       COPY PERADJ.
       77  WS-PRIOR-PERIOD-COUNT        PIC 9(07) VALUE 0.
       77  WS-PRIOR-PERIOD-TOTAL        PIC S9(13)V99 VALUE 0.

       01  WS-AGING-DETAIL.
           05  AD-POLICY-ID             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
              IF SS-TYPE-RETURN
                 ADD 1 TO WS-REVERSED-COUNT
                 ADD SS-AMOUNT TO WS-REVERSED-TOTAL
                 MOVE "PREMRTN" TO PK-TXN-TYPE
                 COMPUTE PK-AMOUNT = 0 - SS-AMOUNT
              ELSE
                 ADD 1 TO WS-REPOSTED-COUNT
                 ADD SS-AMOUNT TO WS-REPOSTED-TOTAL
                 MOVE "PREMPAY" TO PK-TXN-TYPE
                 MOVE SS-AMOUNT TO PK-AMOUNT
              END-IF
              PERFORM 8950-CHECK-ACCOUNTING-PERIOD
              PERFORM 2400-REWRITE-SUSPENSE-ITEM
              EXIT PARAGRAPH
           END-IF
               DELIMITED BY SIZE INTO AG-REPORT-LINE
           WRITE AG-REPORT-LINE.

      *===============================================================*
      * SU-8950: ASK PERCTL001 WHETHER THE ORIGINAL RECEIPT DATE      *
      *          FALLS IN A CLOSED MONTH. SEE CASH-APP-001.cob        *
      *          CA-8950.                                             *
      *===============================================================*
       8950-CHECK-ACCOUNTING-PERIOD.
           MOVE "CSHSUS001" TO PK-PROGRAM-ID
           MOVE SS-POLICY-ID TO PK-POLICY-ID
           MOVE SS-POLICY-ID TO PK-REFERENCE
           MOVE SS-RECEIPT-DATE TO PK-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO PK-POSTING-DATE
           MOVE "1000" TO PK-DEBIT-ACCOUNT
           MOVE "4000" TO PK-CREDIT-ACCOUNT
           MOVE SPACES TO PK-JURISDICTION
           MOVE "CSHSUS" TO PK-GL-SOURCE
           CALL "PERCTL001" USING PK-PERIOD-REQUEST
           IF PK-PRIOR-PERIOD
              ADD 1 TO WS-PRIOR-PERIOD-COUNT
              ADD PK-AMOUNT TO WS-PRIOR-PERIOD-TOTAL
           END-IF.

       8900-WRITE-RUN-CONTROL.
           MOVE ZERO TO BC-RUN-DATE BC-RUN-TIME
           MOVE WS-ITEM-COUNT TO BC-RECORDS-READ
           DISPLAY "CSHSUS001: REPOSTED TOTAL    = " WS-REPOSTED-TOTAL
           DISPLAY "CSHSUS001: REVERSED TOTAL    = " WS-REVERSED-TOTAL
           DISPLAY "CSHSUS001: OPEN TOTAL        = " WS-OPEN-TOTAL
           DISPLAY "CSHSUS001: REFUND TOTAL      = " WS-REFUND-TOTAL
           DISPLAY "CSHSUS001: PRIOR-PERIOD ADJ  = "
              WS-PRIOR-PERIOD-COUNT
           DISPLAY "CSHSUS001: PRIOR-PERIOD AMT  = "
              WS-PRIOR-PERIOD-TOTAL.

       END PROGRAM CSHSUS001.
