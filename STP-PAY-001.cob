           MOVE WS-CURR-DATE TO PD-PAYMENT-DATE
                                PD-STATUS-DATE
           MOVE ZERO TO PD-TRANSMIT-DATE
      * SP-204: A new instrument is screened afresh before it goes.
           MOVE SPACE TO PD-SCREEN-STATUS
           MOVE "STPPAY01" TO PD-PROGRAM-ID
           MOVE WS-REQ-PAYMENT-REF(WS-REQ-IDX) TO PD-ORIGINAL-REF
           IF WS-NEW-COUNT < WS-NEW-MAX
