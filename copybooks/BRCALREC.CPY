      *================================================================
      * BRCALREC.CPY
      * RECORD LAYOUT FOR BRANCH-CALENDAR - ONE ENTRY PER BRANCH,
      * KEYED ON BRANCH NUMBER, CARRYING THE OPENING AND CLOSING TIME
      * (HHMM) FOR EACH WEEKDAY, MONDAY IN SLOT 1 THROUGH SUNDAY IN
      * SLOT 7 TO MATCH ACCEPT ... FROM DAY-OF-WEEK, AND THE DATES THE
      * BRANCH IS SHUT (BANK HOLIDAYS AND LOCAL CLOSURES). A LOGIN IS
      * IN HOURS FROM THE OPENING TIME UP TO, NOT INCLUDING, THE
      * CLOSING TIME; A DAY WITH BOTH TIMES ZERO IS CLOSED ALL DAY.
      * ONLY THE FIRST BCL-CLOSURE-COUNT CLOSURE DATES ARE IN USE.
      * MAINTAINED BY BRCALMAINT; READ BY AUTHCORE AT EVERY LOGIN.
      *================================================================
       01  BCL-CALENDAR-RECORD.
           05  BCL-BRANCH-NUMBER       PIC 9(04).
           05  BCL-WEEKDAY-HOURS       OCCURS 7 TIMES.
               10  BCL-OPEN-TIME       PIC 9(04).
               10  BCL-CLOSE-TIME      PIC 9(04).
           05  BCL-CLOSURE-COUNT       PIC 9(02).
           05  BCL-CLOSURE-DATE        PIC 9(08)
                                       OCCURS 24 TIMES.
           05  BCL-CHANGED-BY          PIC X(20).
           05  BCL-CHANGED-TIMESTAMP   PIC X(26).
