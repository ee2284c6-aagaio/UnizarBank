000305*                  KILLS THE SESSION LEFT ON A WALKED-AWAY
000306*                  TERMINAL. THE NEW USERREVOKE UTILITY REVOKES
000307*                  BY USERID FOR THE OPERATOR CASES.
000308* 10/15/2026 OSG   LOGIN NOW CHECKS THE BRANCH CALENDAR
000309*                  (BRNCHCAL). AN ATTEMPT AT A BRANCH OUTSIDE ITS
000310*                  OPENING HOURS FOR THE WEEKDAY, OR ON ONE OF ITS
000311*                  CLOSURE DATES, IS REFUSED WITH RESULT CODE 'H'
000312*                  BEFORE ANY CREDENTIAL IS CHECKED, AUDITED AS A
000313*                  FAILURE AND RAISED ON SECEVENT AS OUTHOURS. A
000314*                  BRANCH WITH NO CALENDAR ENTRY IS UNRESTRICTED.
000315*                  SQLBATCHAUTH IS EXEMPT.
000316*================================================================
000317 ENVIRONMENT DIVISION.
000318 INPUT-OUTPUT SECTION.
000319 FILE-CONTROL.
000320     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000330         ORGANIZATION IS SEQUENTIAL.
000340
000590         RECORD KEY IS SES-TOKEN
000600         FILE STATUS IS WS-SES-STATUS.
000610
000612     SELECT BRANCH-CALENDAR ASSIGN TO "BRNCHCAL"
000613         ORGANIZATION IS INDEXED
000614         ACCESS MODE IS DYNAMIC
000615         RECORD KEY IS BCL-BRANCH-NUMBER
000616         FILE STATUS IS WS-BCL-STATUS.
000617
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIT-TRAIL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY SESSTOKN.
000870
000872 FD  BRANCH-CALENDAR
000874     LABEL RECORDS ARE STANDARD.
000876     COPY BRCALREC.
000878
000880 WORKING-STORAGE SECTION.
000890 COPY USERSREC.
000900 77  WS-FIRST-CALL-SWITCH        PIC X(01) VALUE 'Y'.
001260 01  WS-SYS-TIME                 PIC 9(08).
001270 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001272 01  WS-EVENT-TYPE               PIC X(08).
001273 01  WS-BCL-STATUS               PIC X(02).
001274 77  WS-HOURS-SWITCH             PIC X(01) VALUE 'Y'.
001275     88  WS-WITHIN-HOURS                 VALUE 'Y'.
001276     88  WS-OUTSIDE-HOURS                VALUE 'N'.
001277 01  WS-DAY-OF-WEEK              PIC 9(01).
001278 01  WS-TIME-HHMM                PIC 9(04).
001279 77  WS-CLOSURE-SUB              PIC 9(02) COMP.
001280
001290 LINKAGE SECTION.
001300 COPY AUTHPARM.
001700             WS-SES-STATUS
001710         STOP RUN
001720     END-IF.
001722     OPEN INPUT BRANCH-CALENDAR.
001723     IF WS-BCL-STATUS NOT = '00'
001724         DISPLAY 'UNABLE TO OPEN BRANCH-CALENDAR FILE - STATUS '
001725             WS-BCL-STATUS
001726         STOP RUN
001727     END-IF.
001730     EXEC SQL
001740         CONNECT TO 'MYDB'
001750     END-EXEC.
001880* STATUS AND HIGH-VALUE CHECKS, THEN AUDIT, LOCKOUT COUNTER AND
001890* SESSION TOKEN. EVERY OUTCOME WRITES AN AUDIT RECORD UNDER THE
001900* CALLER'S PROGRAM NAME.
001902* THE BRANCH CALENDAR IS CHECKED FIRST - A BRANCH THAT IS SHUT
001904* GETS NO CREDENTIAL CHECK, NO OTP PROMPT AND NO LOCKOUT COUNT.
001910*----------------------------------------------------------------
001920 3000-AUTHENTICATE-USER.
001921     PERFORM 7990-CHECK-TRADING-HOURS THRU 7990-EXIT.
001922     IF WS-OUTSIDE-HOURS
001923         SET ATH-AUTH-OUT-OF-HOURS TO TRUE
001924         MOVE 9999 TO SQLCODE
001925         PERFORM 7500-WRITE-AUDIT-RECORD THRU 7500-EXIT
001926         MOVE 'OUTHOURS' TO WS-EVENT-TYPE
001927         PERFORM 7900-WRITE-SECURITY-EVENT THRU 7900-EXIT
001928         GO TO 3000-EXIT
001929     END-IF.
001930     PERFORM 3100-CHECK-LOCKOUT THRU 3100-EXIT.
001940     IF LCK-ACCOUNT-LOCKED
001950         SET ATH-AUTH-LOCKED TO TRUE
005210     PERFORM 7970-READ-NEXT-SESSION THRU 7970-EXIT.
005220 7980-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260* BRANCH TRADING HOURS. THE OVERNIGHT ROSTER RUNS AFTER HOURS BY
005270* DESIGN, SO SQLBATCHAUTH IS NEVER HELD TO THE CALENDAR, AND A
005280* BRANCH WITH NO CALENDAR ENTRY IS NOT RESTRICTED. OTHERWISE THE
005290* ATTEMPT MUST FALL FROM THE WEEKDAY'S OPENING TIME UP TO ITS
005300* CLOSING TIME, ON A DATE NOT LISTED AS A CLOSURE. THE TIMESTAMP
005310* BUILT HERE IS THE ONE THE REFUSAL IS AUDITED UNDER.
005320*----------------------------------------------------------------
005330 7990-CHECK-TRADING-HOURS.
005340     SET WS-WITHIN-HOURS TO TRUE.
005350     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
005360     IF ATH-CALLER-ID = 'SQLBATCHAUTH'
005370         GO TO 7990-EXIT
005380     END-IF.
005390     MOVE WS-BRANCH-NUMBER TO BCL-BRANCH-NUMBER.
005400     READ BRANCH-CALENDAR
005410         INVALID KEY
005420             GO TO 7990-EXIT
005430     END-READ.
005440     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
005450     MOVE WS-SYS-TIME (1:4) TO WS-TIME-HHMM.
005460     IF WS-TIME-HHMM < BCL-OPEN-TIME (WS-DAY-OF-WEEK)
005470         OR WS-TIME-HHMM NOT < BCL-CLOSE-TIME (WS-DAY-OF-WEEK)
005480         SET WS-OUTSIDE-HOURS TO TRUE
005490         GO TO 7990-EXIT
005500     END-IF.
005510     MOVE 1 TO WS-CLOSURE-SUB.
005520     PERFORM 7995-CHECK-CLOSURE-DATE THRU 7995-EXIT
005530         UNTIL WS-CLOSURE-SUB > BCL-CLOSURE-COUNT
005540         OR WS-OUTSIDE-HOURS.
005550 7990-EXIT.
005560     EXIT.
005570
005580 7995-CHECK-CLOSURE-DATE.
005590     IF BCL-CLOSURE-DATE (WS-CLOSURE-SUB) = WS-SYS-DATE
005600         SET WS-OUTSIDE-HOURS TO TRUE
005610     END-IF.
005620     ADD 1 TO WS-CLOSURE-SUB.
005630 7995-EXIT.
005640     EXIT.
