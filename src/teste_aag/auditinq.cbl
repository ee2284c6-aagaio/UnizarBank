000220*                  REPORT AND WRITES ONE RECORD, IN THE AUDITREC
000230*                  LAYOUT, TO THE MACHINE-READABLE EXTRACT FILE
000240*                  FOR THE REGULATOR.
000242* 10/15/2026 OSG   THE OPERATOR MUST NOW SIGN ON THROUGH OPERAUTH
000244*                  AND HOLD THE AUDITOR ROLE, AND MAY NOT PULL
000246*                  THEIR OWN USERID'S HISTORY. THE INQUIRY,
000247*                  PERMITTED OR REFUSED, IS LOGGED TO THE
000248*                  OPERATOR ACTION LOG WITH ITS SELECTION USERID
000249*                  (BLANK FOR ALL) AND THE OPERATOR'S REASON.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000810 01  WS-SYS-DATE                 PIC 9(08).
000820 01  WS-SYS-TIME                 PIC 9(08).
000830 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000832
000834 COPY OPAUTHPM.
000840
000850 01  WS-HEADING-LINE-1.
000860     05  FILLER                  PIC X(80) VALUE
001420     STOP RUN.
001430
001440 1000-INITIALIZE.
001441     MOVE 'AUDITINQUIRY' TO OPA-CALLER-ID.
001442     MOVE 'AUDITOR' TO OPA-REQUIRED-ROLE.
001443     SET OPA-SIGN-ON TO TRUE.
001444     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001445     IF OPA-REFUSED
001446         STOP RUN
001447     END-IF.
001450     DISPLAY 'USERID (BLANK FOR ALL):'.
001460     ACCEPT WS-WANTED-USERID.
001470     DISPLAY 'BRANCH NUMBER (0 FOR ALL):'.
001500     ACCEPT WS-FROM-DATE.
001510     DISPLAY 'TO DATE (YYYY-MM-DD):'.
001520     ACCEPT WS-TO-DATE.
001522     SET OPA-CHECK-ACTION TO TRUE.
001523     MOVE 'INQUIRY ' TO OPA-ACTION.
001524     MOVE WS-WANTED-USERID TO OPA-TARGET.
001525     MOVE WS-WANTED-USERID TO OPA-TARGET-USERID.
001526     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001527     IF OPA-REFUSED
001528         STOP RUN
001529     END-IF.
001530     OPEN OUTPUT AUDIT-EXTRACT-FILE.
001540     OPEN OUTPUT INQUIRY-REPORT.
001550     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
