      *================================================================
      * OPACTREC.CPY
      * RECORD LAYOUT FOR OPERATOR-ACTION-LOG - ONE RECORD PER SIGN-ON
      * AND PER ACTION ATTEMPTED THROUGH A PRIVILEGED SECURITY
      * UTILITY, WRITTEN BY OPERAUTH WHETHER THE ACTION WAS PERMITTED
      * OR REFUSED. THE TARGET IS WHATEVER THE ACTION WAS AIMED AT - A
      * USERID, A TOKEN OR A BRANCH NUMBER. OAL-REFUSAL-REASON SAYS
      * WHY A REFUSED ACTION WAS REFUSED; OAL-REASON-TEXT IS THE
      * OPERATOR'S OWN REASON FOR THE ACTION (A HELPDESK TICKET OR
      * SIMILAR). PRIVACTRPT BUILDS THE DAILY REPORT FROM THIS FILE.
      *================================================================
       01  OAL-ACTION-RECORD.
           05  OAL-TIMESTAMP           PIC X(26).
           05  OAL-OPERATOR-ID         PIC X(20).
           05  OAL-PROGRAM-ID          PIC X(20).
           05  OAL-REQUIRED-ROLE       PIC X(11).
           05  OAL-ACTION              PIC X(08).
           05  OAL-TARGET              PIC X(20).
           05  OAL-DISPOSITION         PIC X(01).
               88  OAL-ACTION-PERMITTED        VALUE 'P'.
               88  OAL-ACTION-REFUSED          VALUE 'R'.
           05  OAL-REFUSAL-REASON      PIC X(08).
           05  OAL-REASON-TEXT         PIC X(40).
