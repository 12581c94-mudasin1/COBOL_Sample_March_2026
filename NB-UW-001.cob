      *         large cases.
       COPY TREATY.
       77  WS-TREATY-IDX                PIC 9(02) VALUE 0.
      * NB-106: Agent license/appointment status gates agent-channel
      *         issue.
      * NB-109: Read by key off the producer master through
      *         PRODTBL001 (PRODLKUP.CPY), against the policy's state.
       COPY PRODLKUP.
       77  WS-UPLINE-AGENT-ID           PIC X(08) VALUE SPACES.
       77  WS-OVERRIDE-RATE             PIC 9V9999 VALUE 0.
       77  WS-OVERRIDE-AMOUNT           PIC S9(07)V99 VALUE 0.

      * NB-207: Agent-channel business must have a currently licensed
      *         and appointed agent, checked against the producer
      *         master, or the case holds instead of issuing on an
      *         unverified agent.
           IF PM-CHANNEL-AGENT
              PERFORM 1250-VALIDATE-AGENT-LICENSE
           END-IF.

       1250-VALIDATE-AGENT-LICENSE.
      * NB-212: The agent must hold a license and an appointment in
      *         force in the policy's jurisdiction state on the
      *         process date, not merely be on file somewhere.
           MOVE PM-AGENT-ID TO PL-AGENT-ID
           MOVE PM-JURISDICTION-STATE TO PL-STATE
           MOVE PM-PROCESS-DATE TO PL-AS-OF-DATE
           CALL "PRODTBL001" USING PL-PRODUCER-REQUEST
           EVALUATE TRUE
              WHEN PL-AUTHORIZED
                 CONTINUE
              WHEN PL-NOT-FOUND
              WHEN PL-MASTER-UNAVAILABLE
                 MOVE 26 TO WS-RESULT-CODE
                 MOVE "AGENT ID NOT FOUND ON PRODUCER MASTER"
                   TO WS-RESULT-MESSAGE
              WHEN PL-TERMINATED
                 MOVE 25 TO WS-RESULT-CODE
                 MOVE "AGENT TERMINATED ON PRODUCER MASTER"
                   TO WS-RESULT-MESSAGE
              WHEN PL-NOT-LICENSED
                 MOVE 25 TO WS-RESULT-CODE
                 MOVE "AGENT NOT LICENSED IN POLICY STATE"
                   TO WS-RESULT-MESSAGE
              WHEN OTHER
                 MOVE 25 TO WS-RESULT-CODE
                 MOVE "AGENT NOT APPOINTED IN POLICY STATE"
                   TO WS-RESULT-MESSAGE
           END-EVALUATE.

      *===============================================================*
      * NB-209: SCAN OUR OWN BOOK FOR IN-FORCE POLICIES ON THE SAME   *
           IF CS-COMMISSION-RATE = 0 OR CS-COMMISSION-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
      * NB-1112: The writing agent's upline and rate come off the
      *          producer master; the upline itself must be licensed
      *          and appointed in the policy's state on the event
      *          date or the override is withheld and reported.
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
