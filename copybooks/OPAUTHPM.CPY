      *================================================================
      * OPAUTHPM.CPY
      * PARAMETER AREA FOR THE OPERAUTH CALLABLE OPERATOR CHECK USED
      * BY EVERY PRIVILEGED SECURITY UTILITY. THE UTILITY CALLS ONCE
      * WITH OPA-SIGN-ON SET AND ITS OWN NAME AND REQUIRED ROLE
      * FILLED IN; OPERAUTH PROMPTS FOR THE OPERATOR'S CREDENTIALS,
      * AUTHENTICATES THEM THROUGH AUTHCORE, CHECKS THE ROLE AND
      * RETURNS THE OPERATOR'S USERID. BEFORE EACH ACTION THE UTILITY
      * CALLS AGAIN WITH OPA-CHECK-ACTION SET AND THE ACTION, THE
      * TARGET AND (WHEN THE ACTION AFFECTS ONE) THE TARGET USERID;
      * OPERAUTH ASKS FOR THE OPERATOR'S REASON AND REFUSES AN ACTION
      * ON THE OPERATOR'S OWN USERID. EITHER CALL LOGS THE OUTCOME TO
      * THE OPERATOR ACTION LOG AND RETURNS OPA-PERMITTED OR
      * OPA-REFUSED, WITH THE REFUSAL REASON.
      *================================================================
       01  OPA-OPERATOR-PARM.
           05  OPA-FUNCTION            PIC X(01).
               88  OPA-SIGN-ON                 VALUE 'S'.
               88  OPA-CHECK-ACTION            VALUE 'C'.
           05  OPA-CALLER-ID           PIC X(20).
           05  OPA-REQUIRED-ROLE       PIC X(11).
               88  OPA-ROLE-SECADMIN           VALUE 'SECADMIN   '.
               88  OPA-ROLE-BRANCHADMIN        VALUE 'BRANCHADMIN'.
               88  OPA-ROLE-AUDITOR            VALUE 'AUDITOR    '.
           05  OPA-OPERATOR-ID         PIC X(20).
           05  OPA-ACTION              PIC X(08).
           05  OPA-TARGET              PIC X(20).
           05  OPA-TARGET-USERID       PIC X(20).
           05  OPA-RESULT-CODE         PIC X(01).
               88  OPA-PERMITTED               VALUE 'P'.
               88  OPA-REFUSED                 VALUE 'R'.
           05  OPA-REFUSAL-REASON      PIC X(08).
               88  OPA-AUTH-FAILED             VALUE 'AUTHFAIL'.
               88  OPA-NO-ROLE                 VALUE 'NOROLE  '.
               88  OPA-NOT-SIGNED-ON           VALUE 'NOSIGNON'.
               88  OPA-SELF-ACTION             VALUE 'SELFACT '.
               88  OPA-NO-REASON               VALUE 'NOREASON'.
