      *================================================================
      * ATTESTRC.CPY
      * RECORD LAYOUT FOR ATTESTATION-FILE - THE BRANCH MANAGERS'
      * QUARTERLY RECERTIFICATION DECISIONS, KEYED BACK FROM THE
      * SIGNED RECERTLIST PACK, ONE RECORD PER USERID. KEEP LEAVES THE
      * ACCOUNT AS IT IS; SUSPEND AND CLOSE BECOME THE HR-ACTION-FILE
      * ACTIONS OF THE SAME NAME. THE BRANCH NUMBER IS THE BRANCH THE
      * MANAGER SIGNED FOR, AND MUST BE THE USERID'S HOME BRANCH.
      *================================================================
       01  ATT-ATTEST-RECORD.
           05  ATT-USERID              PIC X(20).
           05  ATT-DECISION            PIC X(07).
               88  ATT-DECISION-KEEP           VALUE 'KEEP   '.
               88  ATT-DECISION-SUSPEND        VALUE 'SUSPEND'.
               88  ATT-DECISION-CLOSE          VALUE 'CLOSE  '.
           05  ATT-BRANCH-NUMBER       PIC 9(04).
           05  ATT-MANAGER-ID          PIC X(20).
           05  ATT-ATTEST-DATE         PIC 9(08).
