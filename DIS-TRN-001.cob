       77  WS-CHECK-COUNT               PIC 9(07) VALUE 0.
       77  WS-ACH-TOTAL                 PIC 9(13)V99 VALUE 0.
       77  WS-CHECK-TOTAL               PIC 9(13)V99 VALUE 0.
       77  WS-UNSCREENED-COUNT          PIC 9(07) VALUE 0.
       77  WS-HELD-COUNT                PIC 9(07) VALUE 0.

      * DT-1105: ACH batch record layouts - a header naming the batch
      *          date, one detail per payment, and a trailer carrying
      *         a claim from disbursing twice.
           IF PD-STAT-ISSUED AND
              (PD-TRANSMIT-DATE NOT NUMERIC OR PD-TRANSMIT-DATE = ZERO)
      * DT-203: Nothing leaves before SNCSCR001 has screened the payee
      *         - clear, or released by compliance after review. An
      *         unscreened item waits for the next screening run; a
      *         held item ("H") is never issued status, so it never
      *         reaches here at all.
              IF PD-SCREEN-PASSED
                 PERFORM 2100-TRANSMIT-ONE-PAYOUT
              ELSE
                 ADD 1 TO WS-UNSCREENED-COUNT
              END-IF
           END-IF
           IF PD-STAT-HELD
              ADD 1 TO WS-HELD-COUNT
           END-IF.

       2100-TRANSMIT-ONE-PAYOUT.
           DISPLAY "DISTRN001: ACH TRANSMITTED   = " WS-ACH-COUNT
           DISPLAY "DISTRN001: CHECKS ON POSPAY  = " WS-CHECK-COUNT
           DISPLAY "DISTRN001: ACH TOTAL         = " WS-ACH-TOTAL
           DISPLAY "DISTRN001: CHECK TOTAL       = " WS-CHECK-TOTAL
           DISPLAY "DISTRN001: AWAITING SCREEN   = " WS-UNSCREENED-COUNT
           DISPLAY "DISTRN001: SANCTIONS HELD    = " WS-HELD-COUNT.

       END PROGRAM DISTRN001.
