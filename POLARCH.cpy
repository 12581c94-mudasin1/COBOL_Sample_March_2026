      ****************************************************************
      * COPYBOOK: POLARCH.CPY
      * CLOSED-POLICY ARCHIVE RECORD FOR POLARC001
      * PURPOSE:
      *   One record per policy taken off the live master: the full
      *   master record exactly as it stood when it left, with the
      *   date it was archived, the terminal status it was archived
      *   in, and the date that status was reached. Keyed by policy
      *   ID so POLINQ001 can still answer for a closed policy and a
      *   restore can put the record back unchanged. The image field
      *   matches the oversized FD convention NB-UW-001.cob NB-1102
      *   set for the master.
      ****************************************************************
       01  AK-ARCHIVE-RECORD.
           05  AK-POLICY-ID                PIC X(12).
           05  AK-ARCHIVE-DATE             PIC 9(08).
           05  AK-ARCHIVE-TIME             PIC 9(08).
           05  AK-TERMINAL-STATUS          PIC X(02).
           05  AK-TERMINAL-DATE            PIC 9(08).
           05  AK-RETENTION-YEARS          PIC 9(02).
           05  AK-POLICY-IMAGE             PIC X(3012).
