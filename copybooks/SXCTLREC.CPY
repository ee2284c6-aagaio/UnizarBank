      *================================================================
      * SXCTLREC.CPY
      * RECORD LAYOUT FOR SIEM-CONTROL - ONE ENTRY PER BUSINESS DATE
      * SIEMEXTRACT HAS SENT, KEYED ON THE DATE AND WRITTEN ONLY ONCE
      * THE DATE'S TRAILER IS ON THE EXTRACT. THE HIGHEST DATE ON FILE
      * IS WHERE THE NEXT RUN PICKS UP, SO A RERUN SENDS NOTHING TWICE
      * AND A MISSED NIGHT IS CAUGHT UP DATE BY DATE. THE COUNTS AND
      * HASH ARE THE ONES CARRIED ON THE TRAILER THAT WAS SENT.
      *================================================================
       01  SXC-CONTROL-RECORD.
           05  SXC-BUSINESS-DATE       PIC 9(08).
           05  SXC-SENT-TIMESTAMP      PIC X(26).
           05  SXC-DETAIL-COUNT        PIC 9(09).
           05  SXC-LOGIN-COUNT         PIC 9(09).
           05  SXC-SECEVENT-COUNT      PIC 9(09).
           05  SXC-DBERROR-COUNT       PIC 9(09).
           05  SXC-HASH-TOTAL          PIC 9(15).
           05  FILLER                  PIC X(20).
