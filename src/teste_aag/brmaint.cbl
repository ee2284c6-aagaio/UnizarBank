000200*                  EVERY CHANGE WRITES ONE BEFORE/AFTER RECORD
000210*                  TO THE BRANCH-CHANGE LOG SO A MOVED REGION
000220*                  TOTAL ON THE DAILY REPORT CAN BE EXPLAINED.
000222* 10/15/2026 OSG   THE OPERATOR MUST NOW SIGN ON THROUGH OPERAUTH
000224*                  AND HOLD THE BRANCHADMIN ROLE BEFORE THE
000226*                  BRANCH MASTER IS OPENED. EVERY ACTION IS
000227*                  CHECKED AND LOGGED TO THE OPERATOR ACTION LOG,
000228*                  WITH THE OPERATOR'S REASON, BEFORE IT IS TRIED.
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000940 01  WS-SYS-DATE                 PIC 9(08).
000950 01  WS-SYS-TIME                 PIC 9(08).
000960 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000962
000964 COPY OPAUTHPM.
000970
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001040     STOP RUN.
001050
001060 1000-INITIALIZE.
001061     MOVE 'BRNCHMAINT' TO OPA-CALLER-ID.
001062     MOVE 'BRANCHADMIN' TO OPA-REQUIRED-ROLE.
001063     SET OPA-SIGN-ON TO TRUE.
001064     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001065     IF OPA-REFUSED
001066         STOP RUN
001067     END-IF.
001070     OPEN I-O BRANCH-MASTER.
001080     IF WS-BRM-STATUS NOT = '00'
001090         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
001280     END-IF.
001290     DISPLAY 'BRANCH NUMBER:'.
001300     ACCEPT WS-BRANCH-NUMBER.
001301     SET OPA-CHECK-ACTION TO TRUE.
001302     MOVE WS-ACTION TO OPA-ACTION.
001303     MOVE WS-BRANCH-NUMBER TO OPA-TARGET.
001304     MOVE SPACES TO OPA-TARGET-USERID.
001305     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001306     IF OPA-REFUSED
001307         GO TO 2000-EXIT
001308     END-IF.
001310     IF WS-ACTION-ADD
001320         PERFORM 3000-ADD-BRANCH THRU 3000-EXIT
001330     END-IF.
