      ****************************************************************
      * COPYBOOK: ACCTPER.CPY
      * ACCOUNTING PERIOD CONTROL RECORD FOR PERMNT001/PERCTL001
      * PURPOSE:
      *   One record per accounting month finance has opened or
      *   closed, keyed by the period (YYYYMM) on the persistent
      *   keyed period-control file. PERMNT001 is the only program
      *   that writes it; the posting runs ask PERCTL001 (PERADJ.CPY)
      *   whether a transaction's effective date falls in a closed
      *   month. A month with no record has never been closed and is
      *   open.
      ****************************************************************
       01  GP-PERIOD-RECORD.
           05  GP-PERIOD                   PIC 9(06).
           05  GP-PERIOD-STATUS            PIC X(01).
               88  GP-PERIOD-OPEN          VALUE "O".
               88  GP-PERIOD-CLOSED        VALUE "C".
           05  GP-CLOSE-DATE               PIC 9(08).
           05  GP-CLOSED-BY                PIC X(12).
      * GP-101: A closed month reopened for a late correction keeps
      *         its last close date and user; the reopen is stamped
      *         here so the history of the month shows both.
           05  GP-REOPEN-DATE              PIC 9(08).
           05  GP-REOPENED-BY              PIC X(12).
           05  GP-LAST-MAINT-DATE          PIC 9(08).
           05  GP-LAST-MAINT-USER          PIC X(12).
