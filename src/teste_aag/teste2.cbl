000417*                  WHICH FRONT END THEIR BRANCH LAUNCHES. THIS
000418*                  PROGRAM NOW ONLY GATHERS CREDENTIALS,
000419*                  VALIDATES THE BRANCH AND REPORTS THE OUTCOME.
000421* 10/15/2026 OSG   A LOGIN REFUSED BECAUSE THE BRANCH IS OUTSIDE
000422*                  ITS TRADING HOURS OR CLOSED FOR THE DAY NOW
000423*                  GETS A MESSAGE OF ITS OWN.
000429*================================================================
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
001230     IF ATH-AUTH-OTP-REJECT
001240         DISPLAY 'INVALID ONE-TIME PASSCODE'
001250     END-IF.
001252     IF ATH-AUTH-OUT-OF-HOURS
001254         DISPLAY 'BRANCH CLOSED - OUTSIDE TRADING HOURS'
001256     END-IF.
001260 3000-EXIT.
001270     EXIT.
001280
