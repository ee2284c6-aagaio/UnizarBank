      *================================================================
      * RUNLEDPM.CPY
      * PARAMETER AREA FOR THE RUNLEDGER CALLABLE RUN-LEDGER SERVICE
      * USED BY EVERY STEP OF THE OVERNIGHT CHAIN. THE STEP CALLS
      * ONCE AT THE TOP OF ITS INITIALIZATION, BEFORE IT OPENS
      * ANYTHING, WITH RLP-STEP-START SET AND ITS LEDGER STEP NAME
      * FILLED IN; RUNLEDGER WORKS OUT THE BUSINESS DATE, CHECKS THAT
      * EVERY PREDECESSOR NAMED IN RUNSTEPS.CPY HAS COMPLETED CLEANLY
      * FOR THAT DATE ON ITS CURRENT INPUTS, LOGS THE START (OR THE
      * REFUSAL) AND RETURNS RLP-CLEARED OR RLP-REFUSED. A REFUSED
      * STEP ENDS AT ONCE WITH RETURN CODE 16. AT THE END OF THE RUN
      * THE STEP CALLS AGAIN, WITH THE SAME AREA, RLP-STEP-END SET AND
      * ITS RETURN CODE AND KEY INPUT AND OUTPUT COUNTS FILLED IN.
      * A RETURN CODE OF 4 OR LESS IS A CLEAN COMPLETION.
      *================================================================
       01  RLP-LEDGER-PARM.
           05  RLP-FUNCTION            PIC X(01).
               88  RLP-STEP-START              VALUE 'S'.
               88  RLP-STEP-END                VALUE 'E'.
           05  RLP-STEP-NAME           PIC X(14).
           05  RLP-BUSINESS-DATE       PIC 9(08).
           05  RLP-START-TIMESTAMP     PIC X(26).
           05  RLP-STEP-RC             PIC 9(04).
           05  RLP-INPUT-COUNT         PIC 9(09).
           05  RLP-OUTPUT-COUNT        PIC 9(09).
           05  RLP-RESULT-CODE         PIC X(01).
               88  RLP-CLEARED                 VALUE 'C'.
               88  RLP-REFUSED                 VALUE 'R'.
           05  RLP-REFUSAL-REASON      PIC X(08).
               88  RLP-NOT-IN-CHAIN            VALUE 'NOTCHAIN'.
               88  RLP-NO-BUSINESS-DATE        VALUE 'NODATE  '.
               88  RLP-LEDGER-ERROR            VALUE 'LEDGRERR'.
               88  RLP-PRED-NOT-RUN            VALUE 'NOTRUN  '.
               88  RLP-PRED-RUNNING            VALUE 'RUNNING '.
               88  RLP-PRED-FAILED             VALUE 'FAILED  '.
               88  RLP-PRED-STALE              VALUE 'STALE   '.
           05  RLP-BLOCKING-STEP       PIC X(14).
