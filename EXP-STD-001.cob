           END-IF

           MOVE FD-POLICY-MASTER-REC TO WS-POLICY-MASTER-REC
      * ES-206: A free-look void was never in force - no exposure.
           IF PM-STAT-PENDING OR PM-STAT-DECLINED OR PM-STAT-VOIDED
              EXIT PARAGRAPH
           END-IF
           IF PM-ISSUE-DATE NOT NUMERIC OR PM-ISSUE-DATE = ZERO
