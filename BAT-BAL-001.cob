      *   notice spike), and runs that wrote a start record but       *
      *   never wrote completion - the failure mode that let          *
      *   PREMBILL001 die mid-book two nights running before anyone   *
      *   noticed the due notices looked thin. A run that ended "F"   *
      *   (refused its inbound bank file) is a completion of its own  *
      *   kind, flagged while it is still the program's latest run.   *
      *===============================================================*

       ENVIRONMENT DIVISION.
               10  WS-PGM-PREV-DATE         PIC 9(08).
               10  WS-PGM-PREV-READ         PIC 9(07).
               10  WS-PGM-PREV-WRITTEN      PIC 9(07).
      * BB-106: Failed runs, and the status of the latest run seen.
               10  WS-PGM-FAILS             PIC 9(05).
               10  WS-PGM-LAST-STATUS       PIC X(01).
       77  WS-PGM-IDX                   PIC 9(02) VALUE 0.
       77  WS-PGM-FOUND                 PIC X VALUE 'N'.
           88  WS-PGM-WAS-FOUND         VALUE 'Y'.
           IF NOT WS-PGM-WAS-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE BC-COMPLETION-STATUS TO WS-PGM-LAST-STATUS(WS-PGM-IDX)
           EVALUATE TRUE
              WHEN BC-RUN-STARTED
                 ADD 1 TO WS-PGM-STARTS(WS-PGM-IDX)
      * BB-202: A failed run ended on purpose - it closes its start
      *         record, but its counts are not a run to compare.
              WHEN BC-RUN-FAILED
                 ADD 1 TO WS-PGM-FAILS(WS-PGM-IDX)
      * BB-201: The file is append-ordered, so each completed run
      *         shifts the one before it into the prior slot.
              WHEN BC-RUN-COMPLETE
                           WS-PGM-PREV-DATE(WS-PGM-IDX)
                           WS-PGM-PREV-READ(WS-PGM-IDX)
                           WS-PGM-PREV-WRITTEN(WS-PGM-IDX)
                           WS-PGM-FAILS(WS-PGM-IDX)
              MOVE SPACE TO WS-PGM-LAST-STATUS(WS-PGM-IDX)
              MOVE 'Y' TO WS-PGM-FOUND
           ELSE
              DISPLAY "WARNING: PROGRAM TABLE FULL - DROPPED "

       3200-EVALUATE-ONE-PROGRAM.
           IF WS-PGM-STARTS(WS-PGM-IDX) >
              WS-PGM-COMPLETES(WS-PGM-IDX) + WS-PGM-FAILS(WS-PGM-IDX)
              MOVE "RUN STARTED BUT NEVER WROTE COMPLETION"
                TO DF-FLAG-TEXT
              PERFORM 3300-WRITE-FLAG-LINE
           END-IF
           IF WS-PGM-LAST-STATUS(WS-PGM-IDX) = "F"
              MOVE "LATEST RUN FAILED - INBOUND FILE REJECTED"
                TO DF-FLAG-TEXT
              PERFORM 3300-WRITE-FLAG-LINE
           END-IF

           IF WS-PGM-PREV-DATE(WS-PGM-IDX) = ZERO
              EXIT PARAGRAPH
