       COPY AUDITLOG.
       COPY COMMSTMT.
      * UW-109: Producer hierarchy for the upline override cascade,
      *         read by key off the producer master through
      *         PRODTBL001. See SVC-BILL-001.cob SV-1119.
       COPY PRODLKUP.
       77  WS-UPLINE-AGENT-ID           PIC X(08) VALUE SPACES.
       77  WS-OVERRIDE-RATE             PIC 9V9999 VALUE 0.
       77  WS-OVERRIDE-AMOUNT           PIC S9(07)V99 VALUE 0.
           IF CS-COMMISSION-RATE = 0 OR CS-COMMISSION-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
      * UW-406: The writing agent's upline and rate come off the
      *         producer master; the upline itself must be licensed
      *         and appointed in the policy's state on the event
      *         date or the override is withheld and reported.
           MOVE CS-AGENT-ID TO PL-AGENT-ID
           MOVE SPACES TO PL-STATE
           MOVE CS-STMT-DATE TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           MOVE PL-UPLINE-AGENT-ID TO WS-UPLINE-AGENT-ID
           MOVE PL-OVERRIDE-RATE TO WS-OVERRIDE-RATE
           IF WS-UPLINE-AGENT-ID = SPACES OR WS-OVERRIDE-RATE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-UPLINE-AGENT-ID TO PL-AGENT-ID
           MOVE PM-JURISDICTION-STATE TO PL-STATE
           MOVE CS-STMT-DATE TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           IF NOT PL-AUTHORIZED
              DISPLAY "WARNING: OVERRIDE WITHHELD - UPLINE "
                      WS-UPLINE-AGENT-ID " NOT AUTHORIZED IN "
                      PM-JURISDICTION-STATE " RESULT " PL-RESULT
                      " POLICY " CS-POLICY-ID
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERRIDE-AMOUNT ROUNDED =
                   CS-COMMISSION-AMOUNT * WS-OVERRIDE-RATE
                 / CS-COMMISSION-RATE
