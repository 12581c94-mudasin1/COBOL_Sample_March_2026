      *   BATCTL001 writer. BATBAL001 compares consecutive completed
      *   runs and flags variances and runs that started but never
      *   completed, instead of the counts scrolling away on the
      *   operator console. An "F" record takes the place of the
      *   "C" when the run refused its input outright (a rejected
      *   inbound bank file, INBFILE.CPY): BATGAT001 holds the
      *   downstream jobs on it until a rerun completes.
      ****************************************************************
       01  BC-RUN-CONTROL-RECORD.
           05  BC-PROGRAM-ID               PIC X(12).
           05  BC-COMPLETION-STATUS        PIC X(01).
               88  BC-RUN-STARTED          VALUE "S".
               88  BC-RUN-COMPLETE         VALUE "C".
               88  BC-RUN-FAILED           VALUE "F".
