      *         register record carries this one's reference in
      *         PD-ORIGINAL-REF so the claim file shows both
      *         instruments.
      * PD-105: "H" (held) is set by SNCSCR001 when the payee is a
      *         potential sanctions-list match. DISTRN001 never
      *         transmits a held item; compliance's release decision
      *         puts it back to "I", a confirmed match leaves it held
      *         and blocked.
           05  PD-PAYOUT-STATUS            PIC X(01).
               88  PD-STAT-ISSUED          VALUE "I".
               88  PD-STAT-CLEARED         VALUE "C".
               88  PD-STAT-STALE           VALUE "S".
               88  PD-STAT-VOIDED          VALUE "V".
               88  PD-STAT-HELD            VALUE "H".
           05  PD-STATUS-DATE              PIC 9(08).
           05  PD-JURISDICTION-STATE       PIC X(02).
      * PD-102: Stamped by DISTRN001 when the instruction actually
      * PD-104: On a reissued payment, the reference of the voided
      *         original it replaces; spaces on a first issue.
           05  PD-ORIGINAL-REF             PIC X(16).
      * PD-106: Sanctions screening outcome, stamped by SNCSCR001.
      *         Spaces means not yet screened; DISTRN001 transmits only
      *         an item screened clear or released by compliance.
           05  PD-SCREEN-STATUS            PIC X(01).
               88  PD-SCREEN-CLEAR         VALUE "C".
               88  PD-SCREEN-HIT           VALUE "H".
               88  PD-SCREEN-RELEASED      VALUE "R".
               88  PD-SCREEN-CONFIRMED     VALUE "B".
               88  PD-SCREEN-PASSED        VALUE "C" "R".
