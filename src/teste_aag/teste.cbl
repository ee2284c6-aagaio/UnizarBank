000567*                  BRANCH LAUNCHES. THIS PROGRAM NOW ONLY
000568*                  GATHERS CREDENTIALS, VALIDATES THE BRANCH AND
000569*                  REPORTS THE OUTCOME.
000571* 10/15/2026 OSG   A LOGIN REFUSED BECAUSE THE BRANCH IS OUTSIDE
000572*                  ITS TRADING HOURS OR CLOSED FOR THE DAY NOW
000573*                  GETS A MESSAGE OF ITS OWN.
000579*================================================================
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
001350     IF ATH-AUTH-OTP-REJECT
001360         DISPLAY 'INVALID ONE-TIME PASSCODE'
001370     END-IF.
001372     IF ATH-AUTH-OUT-OF-HOURS
001374         DISPLAY 'BRANCH CLOSED - OUTSIDE TRADING HOURS'
001376     END-IF.
001380 3000-EXIT.
001390     EXIT.
001400
