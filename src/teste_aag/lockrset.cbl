000140* 08/08/2026 OSG   REVIEW ROUND 3: CHECK FILE STATUS AFTER OPENING
000150*                  FAILED-ATTEMPT-COUNT SO A FAILURE TO OPEN THE
000160*                  LOCKOUT FILE DOES NOT FAIL SILENTLY.
000162* 10/15/2026 OSG   THE OPERATOR MUST NOW SIGN ON THROUGH OPERAUTH
000164*                  AND HOLD THE SECADMIN ROLE BEFORE THE LOCKOUT
000166*                  FILE IS EVEN OPENED, AND MAY NOT UNLOCK THEIR
000168*                  OWN USERID. THE UNLOCK, PERMITTED OR REFUSED,
000169*                  GOES TO THE OPERATOR ACTION LOG WITH A REASON.
000170*================================================================
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000330 WORKING-STORAGE SECTION.
000340 01  WS-LOCK-STATUS              PIC X(02).
000350 01  WS-RESET-USERID             PIC X(20).
000352
000354 COPY OPAUTHPM.
000360
000370 PROCEDURE DIVISION.
000380 0000-MAINLINE.
000420     STOP RUN.
000430
000440 1000-INITIALIZE.
000441     MOVE 'LOCKRESET' TO OPA-CALLER-ID.
000442     MOVE 'SECADMIN' TO OPA-REQUIRED-ROLE.
000443     SET OPA-SIGN-ON TO TRUE.
000444     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
000445     IF OPA-REFUSED
000446         STOP RUN
000447     END-IF.
000450     OPEN I-O FAILED-ATTEMPT-COUNT.
000460     IF WS-LOCK-STATUS NOT = '00'
000470         DISPLAY 'UNABLE TO OPEN LOCKOUT FILE - STATUS '
000540     EXIT.
000550
000560 2000-RESET-LOCKOUT.
000561     SET OPA-CHECK-ACTION TO TRUE.
000562     MOVE 'UNLOCK  ' TO OPA-ACTION.
000563     MOVE WS-RESET-USERID TO OPA-TARGET.
000564     MOVE WS-RESET-USERID TO OPA-TARGET-USERID.
000565     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
000566     IF OPA-REFUSED
000567         GO TO 2000-EXIT
000568     END-IF.
000570     MOVE WS-RESET-USERID TO LCK-USERID.
000580     READ FAILED-ATTEMPT-COUNT
000590         INVALID KEY
