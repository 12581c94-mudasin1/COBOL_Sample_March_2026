      *   compares counts after the fact; this gate is what stops an  *
      *   out-of-sequence rerun before it settles claims off a stale  *
      *   FX table or balances a night PREMBILL001 never finished.    *
      *   A partitioned prerequisite is held until every partition    *
      *   has completed too. A predecessor whose last run ended "F"   *
      *   (it refused a bad inbound bank file) holds the job until a  *
      *   rerun on a corrected file completes.                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
      *         showed for each: the latest record's status and run
      *         date, appended-order wins.
       77  WS-PRE-COUNT                 PIC 9(02) VALUE 0.
       77  WS-PRE-MAX                   PIC 9(02) VALUE 40.
       77  WS-PRE-IDX                   PIC 9(02) VALUE 0.
       01  WS-PREREQ-TABLE.
           05  WS-PRE-ENTRY OCCURS 40 TIMES.
               10  WS-PRE-PROGRAM-ID        PIC X(12).
               10  WS-PRE-LAST-STATUS       PIC X(01).
               10  WS-PRE-LAST-DATE         PIC 9(08).

      * BG-104: A prerequisite that runs in partitions gives its
      *         partition count in columns 14-15 of its gate line.
      *         Each partition reports under the first eight
      *         characters of the program name plus "-Pnn" (the
      *         PREMBILL001 sweep runs as PREMBILL-P01, PREMBILL-P02,
      *         ...), and every one of them must have completed today
      *         as well as the program itself, so a sweep is only
      *         complete when all of its partitions are.
       77  WS-GL-PART-COUNT             PIC 9(02) VALUE 0.
       77  WS-GL-PART-IDX               PIC 9(02) VALUE 0.
       01  WS-PARTITION-PROGRAM-ID.
           05  WS-PPG-PREFIX            PIC X(08).
           05  FILLER                   PIC X(02) VALUE "-P".
           05  WS-PPG-NO                PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
                         GR-REQUEST-LINE(1:12)
              END-IF
           END-IF
           IF GR-REQUEST-LINE(1:12) NOT = SPACES
              AND GR-REQUEST-LINE(14:2) IS NUMERIC
              MOVE GR-REQUEST-LINE(14:2) TO WS-GL-PART-COUNT
              MOVE GR-REQUEST-LINE(1:8) TO WS-PPG-PREFIX
              PERFORM 1530-TABLE-ONE-PARTITION
                 VARYING WS-GL-PART-IDX FROM 1 BY 1
                 UNTIL WS-GL-PART-IDX > WS-GL-PART-COUNT
           END-IF
           PERFORM 1510-READ-NEXT-PREREQ.

       1530-TABLE-ONE-PARTITION.
           MOVE WS-GL-PART-IDX TO WS-PPG-NO
           IF WS-PRE-COUNT < WS-PRE-MAX
              ADD 1 TO WS-PRE-COUNT
              MOVE WS-PARTITION-PROGRAM-ID
                TO WS-PRE-PROGRAM-ID(WS-PRE-COUNT)
              MOVE SPACE TO WS-PRE-LAST-STATUS(WS-PRE-COUNT)
              MOVE ZERO TO WS-PRE-LAST-DATE(WS-PRE-COUNT)
           ELSE
              DISPLAY "WARNING: PREREQUISITE TABLE FULL - DROPPED "
                      WS-PARTITION-PROGRAM-ID
           END-IF.

       2000-SCAN-CONTROL-RECORDS.
      * BG-202: The control file is append-ordered, so the last
      *         record seen for a program is its current state - a
                         " - PREREQUISITE "
                         WS-PRE-PROGRAM-ID(WS-PRE-IDX)
                         " STARTED BUT NEVER COMPLETED"
      * BG-203: A failed run refused its input and posted nothing -
      *         whatever its date, nothing downstream may run on it.
              WHEN WS-PRE-LAST-STATUS(WS-PRE-IDX) = "F"
                 ADD 1 TO WS-HOLD-COUNT
                 DISPLAY "BATGAT001: HOLD " WS-GATED-JOB
                         " - PREREQUISITE "
                         WS-PRE-PROGRAM-ID(WS-PRE-IDX)
                         " FAILED - INPUT FILE REJECTED"
              WHEN WS-PRE-LAST-DATE(WS-PRE-IDX) NOT = WS-CURR-DATE
                 ADD 1 TO WS-HOLD-COUNT
                 DISPLAY "BATGAT001: HOLD " WS-GATED-JOB
