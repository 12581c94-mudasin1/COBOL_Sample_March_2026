      ****************************************************************
      * COPYBOOK: PTYAUDIT.CPY
      * PARTY ADDRESS-CHANGE AUDIT RECORD FOR PTYMNT001
      * PURPOSE:
      *   One record per change to a party's mailing address or
      *   returned-mail flag, carrying the address as it stood before
      *   the change and as it stands after, so a disputed mailing
      *   can be traced to the address in force on the day it went
      *   out. Appended to its own audit file the way AUDITLOG.CPY
      *   records are appended to the policy transaction log; the
      *   132-byte AUDITLOG line has no room for two addresses.
      ****************************************************************
       01  PX-PARTY-AUDIT-RECORD.
           05  PX-PARTY-ID                 PIC X(10).
           05  PX-PROGRAM-ID               PIC X(08).
           05  PX-LOG-DATE                 PIC 9(08).
           05  PX-LOG-TIME                 PIC 9(08).
           05  PX-ACTION-TYPE              PIC X(10).
           05  PX-ACTION-USER              PIC X(12).
           05  PX-BEFORE-ADDRESS.
               10  PX-BEFORE-LINE-1        PIC X(40).
               10  PX-BEFORE-LINE-2        PIC X(40).
               10  PX-BEFORE-CITY          PIC X(28).
               10  PX-BEFORE-STATE-CODE    PIC X(02).
               10  PX-BEFORE-POSTAL-CODE   PIC X(10).
           05  PX-BEFORE-RETURNED-IND      PIC X(01).
           05  PX-AFTER-ADDRESS.
               10  PX-AFTER-LINE-1         PIC X(40).
               10  PX-AFTER-LINE-2         PIC X(40).
               10  PX-AFTER-CITY           PIC X(28).
               10  PX-AFTER-STATE-CODE     PIC X(02).
               10  PX-AFTER-POSTAL-CODE    PIC X(10).
           05  PX-AFTER-RETURNED-IND       PIC X(01).
           05  PX-ACTION-REASON            PIC X(40).
