      *================================================================
      * SIEMREC.CPY
      * RECORD LAYOUT FOR THE GROUP SECURITY MONITORING INTERFACE
      * WRITTEN DAILY BY SIEMEXTRACT. EACH BUSINESS DATE SENT IS ONE
      * GROUP: A HEADER NAMING THE SOURCE SYSTEM AND THE BUSINESS
      * DATE, ONE DETAIL PER EVENT TAGGED WITH ITS CATEGORY AND THE
      * REGION OF ITS BRANCH, AND A TRAILER CARRYING THE RECORD
      * COUNTS AND THE HASH TOTAL. THE HASH IS THE SUM, OVER EVERY
      * DETAIL, OF THE EVENT TIME (HHMMSS) PLUS THE BRANCH NUMBER.
      * A GROUP WITH NO TRAILER IS INCOMPLETE AND MUST BE REJECTED.
      * THE RECORD IS ALL DISPLAY SO THE PLATFORM CAN READ IT AS TEXT.
      *================================================================
       01  SIM-INTERFACE-RECORD.
           05  SIM-RECORD-TYPE         PIC X(01).
               88  SIM-HEADER                  VALUE 'H'.
               88  SIM-DETAIL                  VALUE 'D'.
               88  SIM-TRAILER                 VALUE 'T'.
           05  SIM-SOURCE-SYSTEM       PIC X(08).
           05  SIM-BUSINESS-DATE       PIC 9(08).
           05  SIM-BODY                PIC X(133).
           05  SIM-HEADER-BODY REDEFINES SIM-BODY.
               10  SIM-HDR-CREATED-TS  PIC X(26).
               10  SIM-HDR-LAYOUT-VERSION
                                       PIC X(04).
               10  FILLER              PIC X(103).
           05  SIM-DETAIL-BODY REDEFINES SIM-BODY.
               10  SIM-DTL-SEQUENCE    PIC 9(09).
               10  SIM-DTL-CATEGORY    PIC X(08).
                   88  SIM-CAT-LOGIN-SUCCESS   VALUE 'LOGINOK '.
                   88  SIM-CAT-LOGIN-FAILURE   VALUE 'LOGINBAD'.
                   88  SIM-CAT-LOCKOUT         VALUE 'LOCKOUT '.
                   88  SIM-CAT-OTP-REJECT      VALUE 'OTPREJCT'.
                   88  SIM-CAT-BREAKER-STOP    VALUE 'BRKRSTOP'.
                   88  SIM-CAT-DATABASE-ERROR  VALUE 'DBERROR '.
               10  SIM-DTL-SOURCE-FILE PIC X(08).
               10  SIM-DTL-EVENT-TS    PIC X(26).
               10  SIM-DTL-USERID      PIC X(20).
               10  SIM-DTL-BRANCH-NUMBER
                                       PIC 9(04).
               10  SIM-DTL-REGION-CODE PIC X(03).
               10  SIM-DTL-PROGRAM-ID  PIC X(20).
               10  SIM-DTL-OUTCOME     PIC X(01).
               10  SIM-DTL-DB-OPERATION
                                       PIC X(10).
               10  SIM-DTL-SQLCODE     PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(14).
           05  SIM-TRAILER-BODY REDEFINES SIM-BODY.
               10  SIM-TRL-DETAIL-COUNT
                                       PIC 9(09).
               10  SIM-TRL-RECORD-COUNT
                                       PIC 9(09).
               10  SIM-TRL-LOGIN-COUNT PIC 9(09).
               10  SIM-TRL-SECEVENT-COUNT
                                       PIC 9(09).
               10  SIM-TRL-DBERROR-COUNT
                                       PIC 9(09).
               10  SIM-TRL-HASH-TOTAL  PIC 9(15).
               10  FILLER              PIC X(73).
