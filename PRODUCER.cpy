      ****************************************************************
      * COPYBOOK: PRODUCER.CPY
      * SHARED PRODUCER MASTER RECORD FOR PRDMNT001/PRODTBL001
      * PURPOSE:
      *   One record per agent, general agent, or house account the
      *   company pays, keyed by agent ID on the persistent keyed
      *   producer master, so an agent-channel application, an
      *   agent-of-record change, and every override cascade check
      *   the producer against one system of record. PRDMNT001 is the
      *   only program that writes it; NBUW001, UWDEC001, SVCBILL001,
      *   and TAXRPT001 read it through PRODTBL001 (PRODLKUP.CPY).
      ****************************************************************
       01  PR-PRODUCER-RECORD.
           05  PR-AGENT-ID                 PIC X(08).
           05  PR-PRODUCER-NAME            PIC X(50).
           05  PR-MAILING-ADDRESS.
               10  PR-ADDRESS-LINE-1       PIC X(40).
               10  PR-ADDRESS-LINE-2       PIC X(40).
               10  PR-CITY                 PIC X(28).
               10  PR-STATE-CODE           PIC X(02).
               10  PR-POSTAL-CODE          PIC X(10).
           05  PR-TIN                      PIC X(09).
           05  PR-TIN-TYPE                 PIC X(01).
               88  PR-TIN-SSN              VALUE "S".
               88  PR-TIN-EIN              VALUE "E".
      * PR-104: A terminated producer is kept on file with the date
      *         the contract ended - commission already earned is
      *         still paid and reported against the record - but can
      *         sell nothing and take over nothing from that date.
           05  PR-PRODUCER-STATUS          PIC X(01).
               88  PR-PRODUCER-ACTIVE      VALUE "A".
               88  PR-PRODUCER-TERMINATED  VALUE "T".
           05  PR-CONTRACT-DATE            PIC 9(08).
           05  PR-TERMINATION-DATE         PIC 9(08).
      * PR-101: Producer hierarchy - the general agent this producer
      *         reports to and the contractual override rate the
      *         upline earns on this producer's production. Spaces /
      *         zero for a producer with no upline (house accounts
      *         and the general agents themselves).
           05  PR-UPLINE-AGENT-ID          PIC X(08).
           05  PR-OVERRIDE-RATE            PIC 9V9999.
      * PR-102: The producer's own row on the party master (PARTY.CPY)
      *         - the legal name, mailing address, and taxpayer ID the
      *         year-end information returns go out under. Spaces
      *         until the site links one.
           05  PR-AGENT-PARTY-ID           PIC X(10).
      * PR-103: One entry per state the producer holds a resident or
      *         non-resident license in, each with its own license and
      *         appointment dates. A zero expiry is open-ended; a zero
      *         appointment effective date means licensed there but
      *         not appointed by the company.
           05  PR-STATE-COUNT              PIC 9(02).
           05  PR-STATE-ENTRY OCCURS 20 TIMES.
               10  PR-LIC-STATE            PIC X(02).
               10  PR-LIC-NUMBER           PIC X(12).
               10  PR-LIC-EFF-DATE         PIC 9(08).
               10  PR-LIC-EXPIRY-DATE      PIC 9(08).
               10  PR-APPT-EFF-DATE        PIC 9(08).
               10  PR-APPT-EXPIRY-DATE     PIC 9(08).
           05  PR-CREATE-DATE              PIC 9(08).
           05  PR-LAST-MAINT-DATE          PIC 9(08).
           05  PR-LAST-MAINT-USER          PIC X(12).
