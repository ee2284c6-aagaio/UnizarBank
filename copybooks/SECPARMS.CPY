      * SECPARMS.CPY
      * RECORD LAYOUT FOR SECURITY-PARM-FILE - A ONE-RECORD SEQUENTIAL
      * FILE CARRYING THE RUNTIME SECURITY THRESHOLDS, READ AT STARTUP
      * BY AUTHCORE, SQLBATCHAUTH, SECEXCPTRPT, LOGINANOMRPT,
      * PROFILEINQUIRY AND OTPREISSUE SO FRAUD CAN TIGHTEN A CONTROL
      * WITHOUT A RECOMPILE.
      * EACH VALUE IS HELD AS DISPLAY DIGITS WITH A NUMERIC REDEFINE; A
      * READER THAT FINDS THE FILE MISSING, EMPTY OR NON-NUMERIC FALLS
      * BACK TO ITS COMPILED-IN DEFAULT AND SAYS SO, AND EVERY READER
      * PRINTS THE VALUES IN FORCE SO AN AUDITOR CAN SEE WHAT A GIVEN
      * RUN APPLIED.
      *================================================================
       01  SPF-PARM-RECORD.
           05  SPF-MAX-FAILED-X        PIC X(04).
           05  SPF-BURST-WINDOW-X      PIC X(05).
           05  SPF-BURST-WINDOW-N REDEFINES SPF-BURST-WINDOW-X
                                       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SPF-ANOMALY-WINDOW-X    PIC X(04).
           05  SPF-ANOMALY-WINDOW-N REDEFINES SPF-ANOMALY-WINDOW-X
                                       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SPF-OTP-REISSUE-LIMIT-X PIC X(02).
           05  SPF-OTP-REISSUE-LIMIT-N REDEFINES SPF-OTP-REISSUE-LIMIT-X
                                       PIC 9(02).
           05  FILLER                  PIC X(51).
