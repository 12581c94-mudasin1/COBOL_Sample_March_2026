      ****************************************************************
      * COPYBOOK: PRODLKUP.CPY
      * CALL INTERFACE FOR THE PRODTBL001 PRODUCER MASTER LOOKUP
      * PURPOSE:
      *   The caller names the agent, the state the business is in,
      *   and the date the producer has to be good on; PRODTBL001
      *   reads the producer master (PRODUCER.CPY) by key and hands
      *   back whether the producer may be paid on business in that
      *   state on that date, with the hierarchy and party link off
      *   the record - the way PARTYADR.CPY fronts the party master,
      *   so no caller keeps its own copy of the producer file
      *   handling. A blank state asks only whether the producer is
      *   on file and not terminated. A zero date means today.
      ****************************************************************
       01  PL-PRODUCER-REQUEST.
           05  PL-AGENT-ID                 PIC X(08).
           05  PL-STATE                    PIC X(02).
           05  PL-AS-OF-DATE               PIC 9(08).
           05  PL-RESULT                   PIC X(01).
               88  PL-AUTHORIZED           VALUE "A".
               88  PL-NOT-FOUND            VALUE "N".
               88  PL-TERMINATED           VALUE "T".
               88  PL-NOT-LICENSED         VALUE "L".
               88  PL-NOT-APPOINTED        VALUE "P".
               88  PL-MASTER-UNAVAILABLE   VALUE "U".
           05  PL-PRODUCER-NAME            PIC X(50).
           05  PL-UPLINE-AGENT-ID          PIC X(08).
           05  PL-OVERRIDE-RATE            PIC 9V9999.
           05  PL-AGENT-PARTY-ID           PIC X(10).
           05  PL-LIC-EXPIRY-DATE          PIC 9(08).
