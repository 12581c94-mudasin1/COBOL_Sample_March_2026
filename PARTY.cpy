      ****************************************************************
      * COPYBOOK: PARTY.CPY
      * SHARED PARTY MASTER RECORD FOR PTYMNT001/PTYADR001
      * PURPOSE:
      *   One record per person or entity the company deals with -
      *   owner, insured, payor, assignee, beneficiary - keyed by
      *   party ID on the persistent keyed party file, so a name and
      *   a mailing address are held once and every policy that
      *   names the party in a role (POLDATA.CPY PM-107) mails to the
      *   same place. PTYMNT001 is the only program that writes it;
      *   every print and extract program reads its address block
      *   through PTYADR001. PT-RETURNED-MAIL is set when the post
      *   office sends mail back and cleared by the next address
      *   change - while it is set no letter, statement, notice, or
      *   check goes out to the party.
      ****************************************************************
       01  PT-PARTY-RECORD.
           05  PT-PARTY-ID                 PIC X(10).
           05  PT-PARTY-TYPE               PIC X(01).
               88  PT-PARTY-PERSON         VALUE "P".
               88  PT-PARTY-ENTITY         VALUE "E".
           05  PT-PARTY-NAME               PIC X(50).
           05  PT-MAILING-ADDRESS.
               10  PT-ADDRESS-LINE-1       PIC X(40).
               10  PT-ADDRESS-LINE-2       PIC X(40).
               10  PT-CITY                 PIC X(28).
               10  PT-STATE-CODE           PIC X(02).
               10  PT-POSTAL-CODE          PIC X(10).
           05  PT-DATE-OF-BIRTH            PIC 9(08).
           05  PT-TIN                      PIC X(09).
           05  PT-TIN-TYPE                 PIC X(01).
               88  PT-TIN-SSN              VALUE "S".
               88  PT-TIN-EIN              VALUE "E".
           05  PT-RETURNED-MAIL-IND        PIC X(01).
               88  PT-RETURNED-MAIL        VALUE "Y".
           05  PT-RETURNED-MAIL-DATE       PIC 9(08).
           05  PT-ADDRESS-CHANGE-DATE      PIC 9(08).
           05  PT-CREATE-DATE              PIC 9(08).
           05  PT-LAST-MAINT-DATE          PIC 9(08).
           05  PT-LAST-MAINT-USER          PIC X(12).
