      ****************************************************************
      * COPYBOOK: INBFILE.CPY
      * CALL INTERFACE FOR THE INBCTL001 INBOUND BANK FILE CONTROL,
      * AND THE INBOUND-FILE LOG RECORD IT WRITES
      * PURPOSE:
      *   The reading program makes one pass over the bank feed,
      *   keeping the header (BANKCTL.CPY) and the trailer and
      *   counting and summing the detail lines between them, then
      *   calls INBCTL001 with IB-ACTION "C". INBCTL001 hands back
      *   IB-RESULT "A" when the file is whole, foots to its trailer
      *   and carries a file ID not already accepted for that feed,
      *   or "R" with IB-REASON after writing the rejection to the
      *   operator report INBREJ. Before posting, the program calls
      *   again with IB-ACTION "A" and INBCTL001 appends this same
      *   record to the append-only inbound-file log INBLOG, so the
      *   same bank file can never post twice.
      ****************************************************************
       01  IB-INBOUND-FILE-REQUEST.
           05  IB-PROGRAM-ID               PIC X(12).
           05  IB-FEED-NAME                PIC X(08).
           05  IB-FILE-ID                  PIC X(20).
           05  IB-CREATION-DATE            PIC 9(08).
           05  IB-HEADER-IND               PIC X(01).
               88  IB-HEADER-FOUND         VALUE "Y".
           05  IB-TRAILER-IND              PIC X(01).
               88  IB-TRAILER-FOUND        VALUE "Y".
           05  IB-TRAILER-COUNT            PIC 9(07).
           05  IB-TRAILER-AMOUNT           PIC 9(13)V99.
           05  IB-ITEM-COUNT               PIC 9(07).
           05  IB-ITEM-AMOUNT              PIC 9(13)V99.
           05  IB-AFTER-TRAILER-COUNT      PIC 9(05).
           05  IB-ACTION                   PIC X(01).
               88  IB-ACTION-CHECK         VALUE "C".
               88  IB-ACTION-ACCEPT        VALUE "A".
           05  IB-RESULT                   PIC X(01).
               88  IB-FILE-ACCEPTED        VALUE "A".
               88  IB-FILE-REJECTED        VALUE "R".
           05  IB-REASON                   PIC X(40).
           05  IB-LOG-DATE                 PIC 9(08).
           05  IB-LOG-TIME                 PIC 9(08).
