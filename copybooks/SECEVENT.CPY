      * SECEVENT.CPY
      * RECORD LAYOUT FOR SECURITY-EVENT-FILE - THE INTRADAY SECURITY
      * EVENT FEED. THE AUTHENTICATION PROGRAMS APPEND ONE RECORD THE
      * MOMENT A LOCKOUT TRIPS, AN OTP IS REJECTED, A LOGIN IS TRIED
      * OUTSIDE THE BRANCH'S TRADING HOURS, AN OPERATOR REISSUES A
      * TELLER'S OTP OR THE BATCH CIRCUIT BREAKER STOPS THE ROSTER, SO
      * OPERATIONS CAN SEE THE EVENT THE SAME DAY INSTEAD OF ON THE
      * NEXT MORNING'S SECURITY EXCEPTION REPORT. SECEVTMON READS THE
      * FEED BACK.
      *================================================================
       01  SEV-EVENT-RECORD.
           05  SEV-TIMESTAMP           PIC X(26).
               88  SEV-LOCKOUT-TRIPPED         VALUE 'LOCKOUT '.
               88  SEV-OTP-REJECTED            VALUE 'OTPREJCT'.
               88  SEV-BREAKER-STOPPED         VALUE 'BRKRSTOP'.
               88  SEV-OUT-OF-HOURS            VALUE 'OUTHOURS'.
               88  SEV-OTP-REISSUED            VALUE 'OTPREISS'.
           05  SEV-USERID              PIC X(20).
           05  SEV-BRANCH-NUMBER       PIC 9(04).
           05  SEV-PROGRAM-ID          PIC X(20).
