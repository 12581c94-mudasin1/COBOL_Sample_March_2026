      ****************************************************************
      * COPYBOOK: PRDAUDIT.CPY
      * PRODUCER MASTER AUDIT RECORD FOR PRDMNT001
      * PURPOSE:
      *   One record per producer added, changed, licensed, or
      *   terminated, carrying the whole producer record as it stood
      *   before the change and as it stands after, so a commission
      *   or license question can be answered from the record in
      *   force on the day. Appended to its own audit file the way
      *   PTYAUDIT.CPY records are for the party master.
      ****************************************************************
       01  PQ-PRODUCER-AUDIT-RECORD.
           05  PQ-AGENT-ID                 PIC X(08).
           05  PQ-PROGRAM-ID               PIC X(08).
           05  PQ-LOG-DATE                 PIC 9(08).
           05  PQ-LOG-TIME                 PIC 9(08).
           05  PQ-ACTION-TYPE              PIC X(10).
           05  PQ-ACTION-USER              PIC X(12).
           05  PQ-ACTION-REASON            PIC X(40).
           05  PQ-BEFORE-IMAGE             PIC X(1200).
           05  PQ-AFTER-IMAGE              PIC X(1200).
