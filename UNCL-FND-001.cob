      *   report grouped by jurisdiction, the way PREMTAX001 groups   *
      *   premium tax, so the annual unclaimed-property filing comes  *
      *   off the system.                                             *
      *   Death benefits DMFMCH001 found owing on a Death Master File *
      *   match, where no beneficiary has come forward inside the     *
      *   jurisdiction's window, are reported the same way.           *
      *   The cleared-items feed carries a bank header and trailer    *
      *   (BANKCTL.CPY) and is checked whole through INBCTL001 first: *
      *   a feed that does not foot to its trailer, or that the bank  *
      *   has sent before, clears nothing and ages nothing - a        *
      *   missing cleared item would age money the payee has in fact  *
      *   collected - and the run ends failed so BATGAT001 holds the  *
      *   jobs downstream.                                            *
      *===============================================================*

       ENVIRONMENT DIVISION.

      * UF-1102: Bank cleared-items feed, one payment reference per
      *          line.
      * UF-1105: Each line also carries the amount the bank cleared,
      *          which the bank trailer foots (WS-CLEARED-DETAIL).
           SELECT CLEARED-ITEMS-FILE ASSIGN TO "PAYCLRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.

      * UF-1104: DMFMCH001's claim-search cases, updated in place
      *          when a case passes its statutory window unclaimed.
           SELECT DMF-CASE-FILE ASSIGN TO "DMFCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHEAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.
       FD  CLEARED-ITEMS-FILE.
       01  CL-CLEARED-LINE              PIC X(80).

       FD  DMF-CASE-FILE.
       01  DC-CASE-LINE                 PIC X(270).

       FD  ESCHEAT-REPORT-FILE.
       01  ER-REPORT-LINE               PIC X(132).

       77  WS-PR-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-FILE-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DC-FILE-STATUS            PIC X(02) VALUE SPACES.
       COPY PAYDISB.
       COPY DMFCASE.
       77  WS-CURR-DATE                 PIC 9(08) VALUE 0.
       77  WS-MORE-PAYOUTS              PIC X VALUE 'Y'.
           88  WS-NO-MORE-PAYOUTS       VALUE 'N'.
       77  WS-STALE-TOTAL               PIC 9(13)V99 VALUE 0.
       77  WS-DAYS-OUTSTANDING          PIC 9(05) VALUE 0.
       77  WS-DORMANCY-DAYS             PIC 9(05) VALUE 0.
       77  WS-MORE-CASES                PIC X VALUE 'Y'.
           88  WS-NO-MORE-CASES         VALUE 'N'.
       77  WS-CASE-COUNT                PIC 9(05) VALUE 0.
       77  WS-CASE-ESCHEAT-COUNT        PIC 9(05) VALUE 0.
       77  WS-CASE-ESCHEAT-TOTAL        PIC 9(13)V99 VALUE 0.
       77  WS-CASE-HEADING-SW           PIC X VALUE 'N'.
           88  WS-CASE-HEADING-DONE     VALUE 'Y'.
       77  WS-DAYS-OPEN                 PIC 9(05) VALUE 0.
      * UF-108: The jurisdiction and amount 2200 and 2310 work from,
      *         set by whichever pass is reporting.
       77  WS-JURIS-KEY                 PIC X(02) VALUE SPACES.
       77  WS-JURIS-AMOUNT              PIC 9(11)V99 VALUE 0.

      * UF-109: However early the death, a claim-search case is given
      *         at least this long to find the beneficiaries before
      *         its benefit is reported for escheatment. A compliance
      *         term in the style of SVC-BILL-001.cob SV-1000.
       77  WS-CASE-MIN-SEARCH-DAYS      PIC 9(05) VALUE 180.

      * UF-104: Cleared payment references from the bank feed, read
      *         whole up front. The grow-as-you-go table pattern
           88  WS-CLRD-WAS-FOUND        VALUE 'Y'.
       01  WS-CLEARED-TABLE.
           05  WS-CLRD-PAYMENT-REF      OCCURS 2000 TIMES PIC X(16).
      * UF-110: Cleared-item line layout, and the bank header/trailer
      *         lines and INBCTL001 file-control interface. See
      *         CASH-APP-001.cob CA-1114.
       01  WS-CLEARED-DETAIL.
           05  CL-PAYMENT-REF           PIC X(16).
           05  FILLER                   PIC X(01).
           05  CL-CLEARED-AMOUNT        PIC 9(09)V99.
           05  FILLER                   PIC X(52).
       COPY BANKCTL.
       COPY INBFILE.
       77  WS-BANK-LINE-COUNT           PIC 9(07) VALUE 0.
       77  WS-BANK-FILE-SW              PIC X(01) VALUE "N".
           88  WS-BANK-FILE-REJECTED    VALUE "Y".

      * UF-105: Per-jurisdiction dormancy thresholds are company
      *         compliance terms, plain constants in the style of
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CLEARED-ITEMS
      * UF-111: A refused cleared-items feed stops the aging - without
      *         it every item the bank did clear would age as unpaid.
           IF WS-BANK-FILE-REJECTED
              PERFORM 1600-REPORT-REJECTED-FEED
           ELSE
              PERFORM 2000-AGE-PAYOUTS
                 UNTIL WS-NO-MORE-PAYOUTS
              PERFORM 2500-AGE-DMF-CASES
              PERFORM 3000-WRITE-SUMMARY
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

              MOVE 'Y' TO WS-CL-EOF-SWITCH
              EXIT PARAGRAPH
           END-IF
           MOVE "UNCLFND001" TO IB-PROGRAM-ID
           MOVE "PAYCLRD" TO IB-FEED-NAME
           MOVE SPACES TO IB-FILE-ID IB-REASON IB-RESULT
           MOVE ZERO TO IB-CREATION-DATE IB-TRAILER-COUNT
                        IB-TRAILER-AMOUNT IB-ITEM-COUNT
                        IB-ITEM-AMOUNT IB-AFTER-TRAILER-COUNT
                        IB-LOG-DATE IB-LOG-TIME
           MOVE "N" TO IB-HEADER-IND IB-TRAILER-IND
           MOVE "C" TO IB-ACTION
           MOVE ZERO TO WS-BANK-LINE-COUNT
           PERFORM 1510-READ-NEXT-CLEARED
           PERFORM 1520-TABLE-ONE-CLEARED
              UNTIL WS-CL-EOF
           CLOSE CLEARED-ITEMS-FILE
      * UF-112: The feed is checked whole before a single item counts
      *         as cleared; an accepted feed is logged before the
      *         register is touched. See CASH-APP-001.cob CA-1200.
           CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           IF IB-FILE-REJECTED
              MOVE "Y" TO WS-BANK-FILE-SW
              MOVE ZERO TO WS-CLRD-COUNT
              DISPLAY "UNCLFND001: PAYCLRD REJECTED - " IB-REASON
           ELSE
              MOVE "A" TO IB-ACTION
              CALL "INBCTL001" USING IB-INBOUND-FILE-REQUEST
           END-IF.

       1510-READ-NEXT-CLEARED.
           READ CLEARED-ITEMS-FILE
                 MOVE 'Y' TO WS-CL-EOF-SWITCH
           END-READ.

      * UF-113: Only the first line can be the bank header, and the
      *         bank trailer carries the totals, not a cleared item.
      *         See CASH-APP-001.cob CA-1400.
       1520-TABLE-ONE-CLEARED.
           MOVE CL-CLEARED-LINE TO BK-CONTROL-RECORD
                                   WS-CLEARED-DETAIL
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
                   IF CL-CLEARED-AMOUNT NUMERIC
                      ADD CL-CLEARED-AMOUNT TO IB-ITEM-AMOUNT
                   END-IF
                   PERFORM 1530-TABLE-CLEARED-REF
           END-EVALUATE
           PERFORM 1510-READ-NEXT-CLEARED.

       1530-TABLE-CLEARED-REF.
           IF WS-CLRD-COUNT < WS-CLRD-MAX
              ADD 1 TO WS-CLRD-COUNT
              MOVE CL-PAYMENT-REF
                TO WS-CLRD-PAYMENT-REF(WS-CLRD-COUNT)
           ELSE
              DISPLAY "WARNING: CLEARED TABLE FULL - ITEM DROPPED"
           END-IF.

      *===============================================================*
      * UF-1600: A REFUSED CLEARED-ITEMS FEED IS NOTED ON THE         *
      *          ESCHEATMENT REPORT IN PLACE OF THE AGING, SO NOBODY  *
      *          FILES FROM A REPORT THAT WAS NEVER PRODUCED.         *
      *===============================================================*
       1600-REPORT-REJECTED-FEED.
           MOVE SPACES TO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE SPACES TO ER-REPORT-LINE
           STRING "CLEARED-ITEMS FEED REJECTED - " IB-REASON
               DELIMITED BY SIZE INTO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE SPACES TO ER-REPORT-LINE
           STRING "NO PAYOUTS OR DMF CASES AGED THIS RUN - RERUN "
                  "WITH A CORRECTED FILE (SEE INBREJ)"
               DELIMITED BY SIZE INTO ER-REPORT-LINE
           WRITE ER-REPORT-LINE.

      *===============================================================*
      * UF-2000: WALK THE REGISTER: MARK CLEARED ITEMS, AGE THE REST  *
      *         else is checked against this run's cleared-items feed
      *         first, since a check that finally cleared stops its
      *         dormancy clock.
      * UF-203: A payment held on a sanctions match never reached
      *         the payee, so it has no dormancy clock to run - it
      *         ages only once compliance releases it back to "I".
           IF PD-STAT-CLEARED OR PD-STAT-VOIDED OR PD-STAT-HELD
              EXIT PARAGRAPH
           END-IF

           END-IF

      * UF-202: Age outstanding payouts on the issuing state's clock.
           MOVE PD-JURISDICTION-STATE TO WS-JURIS-KEY
           PERFORM 2200-FIND-DORMANCY-DAYS
           IF PD-PAYMENT-DATE NOT NUMERIC OR PD-PAYMENT-DATE = ZERO
              EXIT PARAGRAPH
           MOVE WS-DORM-DEFAULT-DAYS TO WS-DORMANCY-DAYS
           PERFORM VARYING WS-DORM-IDX FROM 1 BY 1
                   UNTIL WS-DORM-IDX > WS-DORM-COUNT
              IF WS-DORM-STATE(WS-DORM-IDX) = WS-JURIS-KEY
                 MOVE WS-DORM-DAYS(WS-DORM-IDX) TO WS-DORMANCY-DAYS
              END-IF
           END-PERFORM.
           MOVE PD-PAYMENT-AMOUNT TO DF-AMOUNT
           MOVE WS-DETAIL-FIELDS TO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE PD-JURISDICTION-STATE TO WS-JURIS-KEY
           MOVE PD-PAYMENT-AMOUNT TO WS-JURIS-AMOUNT
           PERFORM 2310-ADD-TO-JURISDICTION.

       2310-ADD-TO-JURISDICTION.
           MOVE 'N' TO WS-JURIS-FOUND
           PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                   UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
              IF WS-JURIS-CODE(WS-JURIS-IDX) = WS-JURIS-KEY
                 ADD 1 TO WS-JURIS-ITEM-COUNT(WS-JURIS-IDX)
                 ADD WS-JURIS-AMOUNT
                   TO WS-JURIS-STALE-TOTAL(WS-JURIS-IDX)
                 MOVE 'Y' TO WS-JURIS-FOUND
              END-IF
           END-PERFORM
           IF NOT WS-JURIS-WAS-FOUND AND WS-JURIS-COUNT < 60
              ADD 1 TO WS-JURIS-COUNT
              MOVE WS-JURIS-KEY TO WS-JURIS-CODE(WS-JURIS-COUNT)
              MOVE 1 TO WS-JURIS-ITEM-COUNT(WS-JURIS-COUNT)
              MOVE WS-JURIS-AMOUNT
                TO WS-JURIS-STALE-TOTAL(WS-JURIS-COUNT)
           ELSE
              IF NOT WS-JURIS-WAS-FOUND
                 DISPLAY "WARNING: JURISDICTION TABLE FULL - DROPPED "
                         WS-JURIS-KEY
              END-IF
           END-IF.

                      PD-PAYMENT-REF " STATUS " WS-PR-FILE-STATUS
           END-IF.

      *===============================================================*
      * UF-2500: DEATH BENEFITS NOBODY HAS CLAIMED. A CLAIM-SEARCH    *
      *          CASE STILL OPEN WITH NO BENEFICIARY LOCATED ONCE THE *
      *          JURISDICTION'S DORMANCY CLOCK HAS RUN FROM THE DATE  *
      *          OF DEATH - AND THE MINIMUM SEARCH PERIOD FROM THE    *
      *          MATCH - IS MARKED UNCLAIMED AND REPORTED, AND STAYS  *
      *          ON THE REPORT EVERY RUN UNTIL THE CLAIMS TEAM CLOSES *
      *          IT.                                                  *
      *===============================================================*
       2500-AGE-DMF-CASES.
           OPEN I-O DMF-CASE-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 2510-AGE-ONE-CASE
              UNTIL WS-NO-MORE-CASES
           CLOSE DMF-CASE-FILE.

       2510-AGE-ONE-CASE.
           READ DMF-CASE-FILE
              AT END
                 MOVE 'N' TO WS-MORE-CASES
           END-READ
           IF WS-NO-MORE-CASES
              EXIT PARAGRAPH
           END-IF
           MOVE DC-CASE-LINE TO DC-DMF-CASE-RECORD
           ADD 1 TO WS-CASE-COUNT
           IF DC-CASE-UNCLAIMED
              PERFORM 2530-REPORT-UNCLAIMED-CASE
              EXIT PARAGRAPH
           END-IF
           IF NOT DC-CASE-OPEN
              EXIT PARAGRAPH
           END-IF
           IF DC-DATE-OF-DEATH NOT NUMERIC OR DC-DATE-OF-DEATH = ZERO
              OR DC-OPEN-DATE NOT NUMERIC OR DC-OPEN-DATE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE DC-JURISDICTION-STATE TO WS-JURIS-KEY
           PERFORM 2200-FIND-DORMANCY-DAYS
           COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 - FUNCTION INTEGER-OF-DATE(DC-DATE-OF-DEATH)
           COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 - FUNCTION INTEGER-OF-DATE(DC-OPEN-DATE)
           IF WS-DAYS-OUTSTANDING > WS-DORMANCY-DAYS AND
              WS-DAYS-OPEN >= WS-CASE-MIN-SEARCH-DAYS
              MOVE "U" TO DC-CASE-STATUS
              MOVE WS-CURR-DATE TO DC-STATUS-DATE
              MOVE "UNCLFND1" TO DC-STATUS-USER
              MOVE "NO BENEFICIARY FOUND - ESCHEATMENT"
                TO DC-STATUS-REASON
              MOVE DC-DMF-CASE-RECORD TO DC-CASE-LINE
              REWRITE DC-CASE-LINE
              IF WS-DC-FILE-STATUS NOT = "00"
                 DISPLAY "UNCLFND001: WARNING - REWRITE FAILED FOR "
                         DC-CASE-ID " STATUS " WS-DC-FILE-STATUS
              END-IF
              PERFORM 2530-REPORT-UNCLAIMED-CASE
           END-IF.

       2530-REPORT-UNCLAIMED-CASE.
           IF NOT WS-CASE-HEADING-DONE
              MOVE 'Y' TO WS-CASE-HEADING-SW
              MOVE SPACES TO ER-REPORT-LINE
              WRITE ER-REPORT-LINE
              MOVE "UNCLAIMED DEATH BENEFITS - DEATH MASTER FILE CASES"
                TO ER-REPORT-LINE
              WRITE ER-REPORT-LINE
              MOVE SPACES TO ER-REPORT-LINE
              STRING "CASE ID           POLICY ID     INSURED         "
                     "                ST  DIED              AMOUNT"
                  DELIMITED BY SIZE INTO ER-REPORT-LINE
              WRITE ER-REPORT-LINE
           END-IF
           ADD 1 TO WS-CASE-ESCHEAT-COUNT
           ADD 1 TO WS-STALE-COUNT
           ADD DC-BENEFIT-AMOUNT TO WS-CASE-ESCHEAT-TOTAL
                                    WS-STALE-TOTAL
           MOVE SPACES TO WS-DETAIL-FIELDS
           MOVE DC-CASE-ID TO DF-PAYMENT-REF
           MOVE DC-POLICY-ID TO DF-POLICY-ID
           MOVE DC-INSURED-NAME TO DF-PAYEE-NAME
           MOVE DC-JURISDICTION-STATE TO DF-JURISDICTION
           MOVE DC-DATE-OF-DEATH TO DF-PAYMENT-DATE
           MOVE DC-BENEFIT-AMOUNT TO DF-AMOUNT
           MOVE WS-DETAIL-FIELDS TO ER-REPORT-LINE
           WRITE ER-REPORT-LINE
           MOVE DC-JURISDICTION-STATE TO WS-JURIS-KEY
           MOVE DC-BENEFIT-AMOUNT TO WS-JURIS-AMOUNT
           PERFORM 2310-ADD-TO-JURISDICTION.

       3100-WRITE-HEADINGS.
           MOVE SPACES TO ER-REPORT-LINE
           STRING "UNCLAIMED FUNDS ESCHEATMENT REPORT - RUN DATE "
              CLOSE PAYMENT-REGISTER-FILE
           END-IF
           CLOSE ESCHEAT-REPORT-FILE
      * UF-114: A refused bank file ends the run failed. See
      *         CASH-APP-001.cob CA-1117.
           IF WS-BANK-FILE-REJECTED
              MOVE "F" TO BC-COMPLETION-STATUS
              DISPLAY "UNCLFND001: BANK FILE REJECTED - NOTHING AGED"
                      " - SEE INBREJ"
           ELSE
              MOVE "C" TO BC-COMPLETION-STATUS
           END-IF
           PERFORM 8900-WRITE-RUN-CONTROL
           IF WS-BANK-FILE-REJECTED
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "UNCLFND001: PAYOUTS ON REGISTER = " WS-PAYOUT-COUNT
           DISPLAY "UNCLFND001: NEWLY CLEARED       = "
              WS-CLEARED-COUNT
           DISPLAY "UNCLFND001: STALE ITEMS         = " WS-STALE-COUNT
           DISPLAY "UNCLFND001: STALE FUNDS TOTAL   = "
              WS-STALE-TOTAL
           DISPLAY "UNCLFND001: DMF CASES READ      = " WS-CASE-COUNT
           DISPLAY "UNCLFND001: UNCLAIMED DEATH BENEFITS = "
              WS-CASE-ESCHEAT-COUNT
           DISPLAY "UNCLFND001: UNCLAIMED BENEFIT TOTAL  = "
              WS-CASE-ESCHEAT-TOTAL.

       END PROGRAM UNCLFND001.
