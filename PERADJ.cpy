      ****************************************************************
      * COPYBOOK: PERADJ.CPY
      * CALL INTERFACE FOR THE PERCTL001 ACCOUNTING PERIOD CHECK, AND
      * THE PRIOR-PERIOD ADJUSTMENT REGISTER RECORD IT WRITES
      * PURPOSE:
      *   The posting run names the transaction, its true effective
      *   date, the date it is being posted, and the GL effect it
      *   carries (signed amount, debit and credit accounts, and the
      *   journal source GLEXT001 books it under); PERCTL001 reads
      *   the period-control file (ACCTPER.CPY) and hands back
      *   whether the effective month is still open. When it is
      *   closed, the transaction is still processed at its true
      *   effective date, but its GL effect is booked to the first
      *   open period - PK-BOOK-PERIOD/PK-BOOK-DATE - and PERCTL001
      *   has already appended this same record to the append-only
      *   prior-period adjustment register GLEXT001 journals and
      *   reports separately. A negative amount books the same pair
      *   of accounts the other way round, as GLEXT001 GL-503 does.
      ****************************************************************
       01  PK-PERIOD-REQUEST.
           05  PK-PROGRAM-ID               PIC X(12).
           05  PK-POLICY-ID                PIC X(12).
           05  PK-REFERENCE                PIC X(16).
           05  PK-TXN-TYPE                 PIC X(10).
           05  PK-EFFECTIVE-DATE           PIC 9(08).
           05  PK-POSTING-DATE             PIC 9(08).
           05  PK-AMOUNT                   PIC S9(11)V99.
           05  PK-DEBIT-ACCOUNT            PIC X(04).
           05  PK-CREDIT-ACCOUNT           PIC X(04).
           05  PK-JURISDICTION             PIC X(02).
           05  PK-GL-SOURCE                PIC X(10).
           05  PK-RESULT                   PIC X(01).
               88  PK-PERIOD-OPEN          VALUE "O".
               88  PK-PRIOR-PERIOD         VALUE "P".
               88  PK-NO-PERIOD-CONTROL    VALUE "U".
           05  PK-EFFECTIVE-PERIOD         PIC 9(06).
           05  PK-BOOK-PERIOD              PIC 9(06).
           05  PK-BOOK-DATE                PIC 9(08).
