000140*                  KILLED AHEAD OF EXPIRY. THE RECORD IS FLAGGED
000150*                  REVOKED RATHER THAN DELETED SO THE REVOCATION
000160*                  STAYS VISIBLE UNTIL THE NIGHTLY PURGE.
000162* 10/15/2026 OSG   THE OPERATOR MUST NOW SIGN ON THROUGH OPERAUTH
000164*                  AND HOLD THE SECADMIN ROLE. THE REVOCATION IS
000166*                  CHECKED ONCE THE TOKEN'S OWNER IS KNOWN, SO AN
000167*                  OPERATOR CANNOT REVOKE THEIR OWN TOKEN, AND IS
000168*                  LOGGED TO THE OPERATOR ACTION LOG WITH THE
000169*                  OPERATOR'S REASON.
000170*================================================================
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000330 WORKING-STORAGE SECTION.
000340 01  WS-SES-STATUS               PIC X(02).
000350 01  WS-REVOKE-TOKEN             PIC X(20).
000352
000354 COPY OPAUTHPM.
000360
000370 PROCEDURE DIVISION.
000380 0000-MAINLINE.
000420     STOP RUN.
000430
000440 1000-INITIALIZE.
000441     MOVE 'TOKENREVOKE' TO OPA-CALLER-ID.
000442     MOVE 'SECADMIN' TO OPA-REQUIRED-ROLE.
000443     SET OPA-SIGN-ON TO TRUE.
000444     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
000445     IF OPA-REFUSED
000446         STOP RUN
000447     END-IF.
000450     OPEN I-O SESSION-TOKEN-FILE.
000460     IF WS-SES-STATUS NOT = '00'
000470         DISPLAY 'UNABLE TO OPEN SESSION-TOKEN FILE - STATUS '
000600             DISPLAY 'NO TOKEN RECORD FOR ' WS-REVOKE-TOKEN
000610             GO TO 2000-EXIT
000620     END-READ.
000621     SET OPA-CHECK-ACTION TO TRUE.
000622     MOVE 'TOKENRVK' TO OPA-ACTION.
000623     MOVE WS-REVOKE-TOKEN TO OPA-TARGET.
000624     MOVE SES-USERID TO OPA-TARGET-USERID.
000625     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
000626     IF OPA-REFUSED
000627         GO TO 2000-EXIT
000628     END-IF.
000630     IF SES-TOKEN-REVOKED
000640         DISPLAY 'TOKEN ALREADY REVOKED FOR ' SES-USERID
000650         GO TO 2000-EXIT
