      ****************************************************************
      * COPYBOOK: BANKCTL.CPY
      * BANK HEADER AND TRAILER LINES ON THE INBOUND BANK FEEDS
      * PURPOSE:
      *   REMITIN, RETNIN, GRPREMIT and PAYCLRD each arrive as one
      *   bank header line ("HDR": the bank's file ID and the date
      *   the bank created the file), the detail lines in the feed's
      *   own layout, and one trailer line ("TRL": the detail item
      *   count and the total of the detail amounts). The reading
      *   program foots the details against the trailer, and
      *   INBCTL001 refuses a file ID it has already accepted, before
      *   a single detail line posts (INBFILE.CPY).
      ****************************************************************
       01  BK-CONTROL-RECORD.
           05  BK-RECORD-TYPE              PIC X(03).
               88  BK-HEADER-RECORD        VALUE "HDR".
               88  BK-TRAILER-RECORD       VALUE "TRL".
           05  FILLER                      PIC X(01).
           05  BK-HEADER-DATA.
               10  BK-FILE-ID              PIC X(20).
               10  FILLER                  PIC X(01).
               10  BK-CREATION-DATE        PIC 9(08).
               10  FILLER                  PIC X(47).
           05  BK-TRAILER-DATA REDEFINES BK-HEADER-DATA.
               10  BK-ITEM-COUNT           PIC 9(07).
               10  FILLER                  PIC X(01).
               10  BK-AMOUNT-TOTAL         PIC 9(13)V99.
               10  FILLER                  PIC X(53).
