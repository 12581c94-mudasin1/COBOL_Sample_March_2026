      ****************************************************************
      * COPYBOOK: PARTYADR.CPY
      * CALL INTERFACE FOR THE PTYADR001 ADDRESS-BLOCK LOOKUP
      * PURPOSE:
      *   The caller names the party and the document it is about to
      *   produce; PTYADR001 reads the party master and hands back a
      *   ready-to-print mailing block - name, street lines, and a
      *   city/state/postal line - the way BATCTL001 takes RUNCTL.CPY,
      *   so no print program keeps its own copy of the party file
      *   handling. PA-MAIL-SUPPRESSED comes back for a party flagged
      *   returned-mail and PA-NO-ADDRESS for a party not on file or
      *   with no street address; either way PTYADR001 has already
      *   put the document on the mail exception report, and the
      *   caller must not mail it. PA-PARTY-NAME carries the party's
      *   name as it stands on file whatever the mail result, for a
      *   caller that needs only to name the party - a payee, say.
      ****************************************************************
       01  PA-ADDRESS-REQUEST.
           05  PA-PARTY-ID                 PIC X(10).
           05  PA-POLICY-ID                PIC X(12).
           05  PA-PROGRAM-ID               PIC X(08).
           05  PA-DOCUMENT-TYPE            PIC X(08).
           05  PA-RESULT                   PIC X(01).
               88  PA-ADDRESS-FOUND        VALUE "F".
               88  PA-MAIL-SUPPRESSED      VALUE "S".
               88  PA-NO-ADDRESS           VALUE "N".
           05  PA-MAILING-BLOCK.
               10  PA-MAIL-NAME            PIC X(50).
               10  PA-MAIL-LINE            OCCURS 3 TIMES
                                           PIC X(50).
           05  PA-PARTY-NAME               PIC X(50).
