               88  CS-COMM-CHGBK-REVERSAL  VALUE "CR".
               88  CS-COMM-PAYMENT-REVERSAL VALUE "RV".
               88  CS-COMM-OVERRIDE        VALUE "OV".
      * CS-102: A free-look cancellation reverses everything still
      *         credited on the policy ("FL", negative) and cascades
      *         the upline's share as its own type ("FO", negative),
      *         so the ledger can book both as free-look entries.
               88  CS-COMM-FREE-LOOK       VALUE "FL".
               88  CS-COMM-FREE-LOOK-OVRD  VALUE "FO".
      * CS-103: An agent-of-record change marks the policy leaving
      *         one agent ("TO") and arriving with the other ("TI"),
      *         zero amount, dated the change's effective date.
               88  CS-COMM-TRANSFER-OUT    VALUE "TO".
               88  CS-COMM-TRANSFER-IN     VALUE "TI".
               88  CS-COMM-TRANSFER        VALUE "TO" "TI".
      * CS-101: Signed so a chargeback ("CB") carries the clawed-back
      *         amount as a negative entry and its reinstatement
      *         reversal ("CR") re-credits it, keeping the statement
           05  CS-PREMIUM-BASE             PIC 9(09)V99.
           05  CS-COMMISSION-RATE          PIC 9V9999.
           05  CS-COMMISSION-AMOUNT        PIC S9(07)V99.
      * CS-104: The other agent on a transfer event - the successor on
      *         a "TO", the prior agent on a "TI". Spaces otherwise.
           05  CS-OTHER-AGENT-ID           PIC X(08).
