      *================================================================
      * OPROLREC.CPY
      * RECORD LAYOUT FOR OPERATOR-ROLE-FILE - ONE ENTRY PER USERID
      * ALLOWED TO RUN A PRIVILEGED SECURITY UTILITY, KEYED INDEXED
      * FILE CARRYING ONE FLAG PER ROLE SO A USERID MAY HOLD MORE THAN
      * ONE. SECADMIN COVERS LOCKRESET, TOKENREVOKE, USERREVOKE AND
      * OPROLEMAINT ITSELF; BRANCHADMIN COVERS BRNCHMAINT; AUDITOR
      * COVERS AUDITINQUIRY. A USERID WITH NO ENTRY HOLDS NO ROLE.
      * THE RESERVED BYTES TAKE FURTHER ROLES WITHOUT A RELOAD.
      *================================================================
       01  ORL-ROLE-RECORD.
           05  ORL-USERID              PIC X(20).
           05  ORL-SECADMIN-FLAG       PIC X(01).
               88  ORL-HOLDS-SECADMIN          VALUE 'Y'.
           05  ORL-BRANCHADMIN-FLAG    PIC X(01).
               88  ORL-HOLDS-BRANCHADMIN       VALUE 'Y'.
           05  ORL-AUDITOR-FLAG        PIC X(01).
               88  ORL-HOLDS-AUDITOR           VALUE 'Y'.
           05  FILLER                  PIC X(05).
           05  ORL-CHANGED-BY          PIC X(20).
           05  ORL-CHANGED-TIMESTAMP   PIC X(26).
