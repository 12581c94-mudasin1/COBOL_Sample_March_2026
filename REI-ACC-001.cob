       77  WS-COVERED-TO                PIC 9(08) VALUE 0.
       77  WS-COVERED-DAYS              PIC S9(05) VALUE 0.
       77  WS-COLLECTED-PREMIUM         PIC 9(11)V99 VALUE 0.
      * RA-110: Days of the covered slice that fell before a recapture
      *         inside it, ceded on the pre-recapture share.
       77  WS-PRE-RECAPTURE-DAYS        PIC S9(05) VALUE 0.
       77  WS-RECAPTURE-COUNT           PIC 9(05) VALUE 0.

      * RA-105: One settlement row per distinct treaty, accumulated
      *         over the ceded book and the recoverable file; the
      * RA-201: Only premium actually being collected belongs on the
      *         settlement - a ceded policy that has lapsed or
      *         terminated stops ceding premium with it.
      * RA-206: A cession REIRCP001 recaptured in full during the
      *         statement year still settles the premium ceded up to
      *         the recapture date.
           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
           IF (PM-REINSURANCE-CEDED OR
               (PM-RECAPTURE-DATE NUMERIC AND
                PM-RECAPTURE-DATE > WS-YEAR-START))
              AND PM-SUM-ASSURED > 0 AND
              (PM-STAT-ACTIVE OR PM-STAT-GRACE OR PM-STAT-REINSTATED)
              PERFORM 2100-APPORTION-ONE-POLICY
           END-IF.
              ADD 1 TO WS-NO-COLLECTION-COUNT
              EXIT PARAGRAPH
           END-IF
      * RA-207: A recapture inside the covered slice pro-rates the
      *         ceded premium by days: the pre-recapture ceded amount
      *         up to the recapture date, the current one after it. A
      *         recapture after the slice (last year settled after
      *         this year's recapture) cedes all of it on the old
      *         share.
           IF PM-RECAPTURE-DATE NUMERIC AND
              PM-RECAPTURE-DATE > WS-COVERED-FROM
              ADD 1 TO WS-RECAPTURE-COUNT
              IF PM-RECAPTURE-DATE >= WS-COVERED-TO
                 MOVE WS-COVERED-DAYS TO WS-PRE-RECAPTURE-DAYS
              ELSE
                 COMPUTE WS-PRE-RECAPTURE-DAYS =
                         FUNCTION INTEGER-OF-DATE(PM-RECAPTURE-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-COVERED-FROM)
              END-IF
              IF WS-PRE-RECAPTURE-DAYS > WS-COVERED-DAYS
                 MOVE WS-COVERED-DAYS TO WS-PRE-RECAPTURE-DAYS
              END-IF
              COMPUTE WS-CEDED-SHARE ROUNDED =
                      WS-COLLECTED-PREMIUM
                    * ((WS-PRE-RECAPTURE-DAYS * PM-PRE-RECAPTURE-CEDED)
                     + ((WS-COVERED-DAYS - WS-PRE-RECAPTURE-DAYS)
                        * PM-CEDED-AMOUNT))
                    / (WS-COVERED-DAYS * PM-SUM-ASSURED)
           ELSE
              COMPUTE WS-CEDED-SHARE ROUNDED =
                      WS-COLLECTED-PREMIUM
                    * (PM-CEDED-AMOUNT / PM-SUM-ASSURED)
           END-IF
           MOVE PM-TREATY-ID TO WS-WORK-TREATY-ID
           PERFORM 2200-FIND-STMT-ENTRY
           IF WS-STMT-WAS-FOUND
           DISPLAY "REIACC001: NOTHING COLLECTED = "
              WS-NO-COLLECTION-COUNT
           DISPLAY "REIACC001: OUT OF PERIOD     = "
              WS-OUT-OF-PERIOD-COUNT
           DISPLAY "REIACC001: RECAPTURE PRO-RATED = "
              WS-RECAPTURE-COUNT.

       END PROGRAM REIACC001.
