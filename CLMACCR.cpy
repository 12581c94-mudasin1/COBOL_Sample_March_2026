      ****************************************************************
      * COPYBOOK: CLMACCR.CPY
      * MONTH-END PENDING CLAIM LIABILITY ACCRUAL RECORD FOR
      * CLMLIAB001/GLEXT001
      * PURPOSE:
      *   One record per jurisdiction per journal date: the month's
      *   accrual of death and acceleration claims owed but not yet
      *   disbursed, net of the expected reinsurance recoverable,
      *   booked claim expense against claim reserve at month end,
      *   and its reversal on the first day of the next month, so
      *   the benefit GLEXT001 books when the money goes out through
      *   PAYDISB is never counted twice. CLMLIAB001 rewrites the
      *   file whole every run - a rerun for the same month replaces
      *   its accrual rather than adding to it - and GLEXT001
      *   journals each record on its own journal date.
      ****************************************************************
       01  LA-ACCRUAL-RECORD.
           05  LA-JOURNAL-DATE             PIC 9(08).
           05  LA-ACCRUAL-PERIOD           PIC 9(06).
           05  LA-ENTRY-TYPE               PIC X(01).
               88  LA-ENTRY-ACCRUAL        VALUE "A".
               88  LA-ENTRY-REVERSAL       VALUE "R".
           05  LA-DEBIT-ACCOUNT            PIC X(04).
           05  LA-CREDIT-ACCOUNT           PIC X(04).
           05  LA-JURISDICTION             PIC X(02).
           05  LA-AMOUNT                   PIC 9(13)V99.
           05  LA-CLAIM-COUNT              PIC 9(05).
           05  LA-PROGRAM-ID               PIC X(12).
