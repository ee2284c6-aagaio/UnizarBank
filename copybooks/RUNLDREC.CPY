      *================================================================
      * RUNLDREC.CPY
      * RECORD LAYOUT FOR RUN-LEDGER - ONE ENTRY PER EVENT IN THE LIFE
      * OF AN OVERNIGHT CHAIN STEP, KEYED ON THE BUSINESS DATE, THE
      * STEP NAME, THE ENTRY TIMESTAMP AND THE ENTRY TYPE, SO EVERY
      * STEP (INCLUDING THE FOUR PARALLEL SQLBATCHAUTH STREAMS) ADDS
      * ITS OWN RECORDS AND NEVER UPDATES ANOTHER STEP'S. A STEP
      * WRITES A START ENTRY WHEN IT IS CLEARED TO RUN AND AN END
      * ENTRY CARRYING ITS RETURN CODE AND KEY COUNTS WHEN IT
      * FINISHES; A START WITH NO LATER END IS A STEP STILL RUNNING
      * OR ONE THAT ABENDED. A STEP REFUSED BECAUSE A PREDECESSOR HAD
      * NOT COMPLETED CLEANLY WRITES A REFUSED ENTRY NAMING THAT
      * PREDECESSOR INSTEAD. THE TIMESTAMPS ARE YYYY-MM-DD-HH.MM.SS.HH
      * (TO THE HUNDREDTH OF A SECOND) SO THEY SORT IN TIME ORDER.
      * WRITTEN ONLY BY RUNLEDGER; READ BY BATCHWINRPT.
      *================================================================
       01  RLG-LEDGER-RECORD.
           05  RLG-LEDGER-KEY.
               10  RLG-BUSINESS-DATE   PIC 9(08).
               10  RLG-STEP-NAME       PIC X(14).
               10  RLG-ENTRY-TIMESTAMP PIC X(26).
               10  RLG-ENTRY-TYPE      PIC X(01).
                   88  RLG-STEP-STARTED        VALUE 'S'.
                   88  RLG-STEP-ENDED          VALUE 'E'.
                   88  RLG-STEP-REFUSED        VALUE 'R'.
           05  RLG-START-TIMESTAMP     PIC X(26).
           05  RLG-RETURN-CODE         PIC 9(04).
           05  RLG-INPUT-COUNT         PIC 9(09).
           05  RLG-OUTPUT-COUNT        PIC 9(09).
           05  RLG-REFUSAL-REASON      PIC X(08).
           05  RLG-BLOCKING-STEP       PIC X(14).
           05  FILLER                  PIC X(21).
