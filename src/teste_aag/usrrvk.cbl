000180*                  REVOKED - THE SAME FLAG TOKENREVOKE SETS, SO
000190*                  THE REVOCATIONS STAY VISIBLE UNTIL THE
000200*                  NIGHTLY PURGE.
000202* 10/15/2026 OSG   THE OPERATOR MUST NOW SIGN ON THROUGH OPERAUTH
000204*                  AND HOLD THE SECADMIN ROLE, AND MAY NOT REVOKE
000206*                  THEIR OWN SESSIONS. THE REVOCATION, PERMITTED
000207*                  OR REFUSED, IS LOGGED TO THE OPERATOR ACTION
000208*                  LOG WITH THE OPERATOR'S REASON.
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000370 WORKING-STORAGE SECTION.
000380 01  WS-SES-STATUS               PIC X(02).
000390 01  WS-REVOKE-USERID            PIC X(20).
000392
000394 COPY OPAUTHPM.
000400
000410 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000420     88  WS-EOF-YES                      VALUE 'Y'.
000530     STOP RUN.
000540
000550 1000-INITIALIZE.
000551     MOVE 'USERREVOKE' TO OPA-CALLER-ID.
000552     MOVE 'SECADMIN' TO OPA-REQUIRED-ROLE.
000553     SET OPA-SIGN-ON TO TRUE.
000554     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
000555     IF OPA-REFUSED
000556         STOP RUN
000557     END-IF.
000560     OPEN I-O SESSION-TOKEN-FILE.
000570     IF WS-SES-STATUS NOT = '00'
000580         DISPLAY 'UNABLE TO OPEN SESSION-TOKEN FILE - STATUS '
000610     END-IF.
000620     DISPLAY 'USERID TO REVOKE:'.
000630     ACCEPT WS-REVOKE-USERID.
000631     SET OPA-CHECK-ACTION TO TRUE.
000632     MOVE 'USERRVK ' TO OPA-ACTION.
000633     MOVE WS-REVOKE-USERID TO OPA-TARGET.
000634     MOVE WS-REVOKE-USERID TO OPA-TARGET-USERID.
000635     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
000636     IF OPA-REFUSED
000637         MOVE 'Y' TO WS-EOF-SWITCH
000638         GO TO 1000-EXIT
000639     END-IF.
000640     MOVE LOW-VALUES TO SES-TOKEN.
000650     START SESSION-TOKEN-FILE KEY NOT LESS THAN SES-TOKEN
000660         INVALID KEY
000910     EXIT.
000920
000930 8000-TERMINATE.
000931     IF OPA-REFUSED
000932         CLOSE SESSION-TOKEN-FILE
000933         GO TO 8000-EXIT
000934     END-IF.
000940     IF WS-REVOKED-COUNT = ZERO
000950         DISPLAY 'NO ACTIVE TOKENS FOR ' WS-REVOKE-USERID
000960     ELSE
