      *================================================================
      * RUNSTEPS.CPY
      * THE OVERNIGHT CHAIN IN RUN ORDER. EACH ENTRY CARRIES THE STEP
      * NAME THE STEP LOGS UNDER ON THE RUN-LEDGER, ITS TARGET ELAPSED
      * TIME IN MINUTES FOR THE BATCH-WINDOW REPORT, AND THE ENTRY
      * NUMBERS OF THE STEPS THAT MUST HAVE COMPLETED CLEANLY FOR THE
      * SAME BUSINESS DATE BEFORE IT MAY START. A PREDECESSOR ALWAYS
      * SITS EARLIER IN THE TABLE THAN THE STEPS THAT NEED IT. ENTRY
      * 1 HAS NO PREDECESSORS AND OPENS THE BUSINESS DATE. COPIED BY
      * RUNLEDGER AND BATCHWINRPT SO THEY CANNOT DISAGREE ON THE
      * CHAIN.
      *================================================================
       01  RLS-STEP-TABLE-VALUES.
           05  FILLER              PIC X(14) VALUE 'TRANAUTHEDIT'.
           05  FILLER              PIC X(13) VALUE '0200000000000'.
           05  FILLER              PIC X(14) VALUE 'SQLBATCHAUTH-1'.
           05  FILLER              PIC X(13) VALUE '0901010000000'.
           05  FILLER              PIC X(14) VALUE 'SQLBATCHAUTH-2'.
           05  FILLER              PIC X(13) VALUE '0901010000000'.
           05  FILLER              PIC X(14) VALUE 'SQLBATCHAUTH-3'.
           05  FILLER              PIC X(13) VALUE '0901010000000'.
           05  FILLER              PIC X(14) VALUE 'SQLBATCHAUTH-4'.
           05  FILLER              PIC X(13) VALUE '0901010000000'.
           05  FILLER              PIC X(14) VALUE 'RESULTMERGE'.
           05  FILLER              PIC X(13) VALUE '0154020304050'.
           05  FILLER              PIC X(14) VALUE 'BATCHRECON'.
           05  FILLER              PIC X(13) VALUE '0151060000000'.
           05  FILLER              PIC X(14) VALUE 'TOKENPURGE'.
           05  FILLER              PIC X(13) VALUE '0101070000000'.
           05  FILLER              PIC X(14) VALUE 'OTPGENERATE'.
           05  FILLER              PIC X(13) VALUE '0201080000000'.
           05  FILLER              PIC X(14) VALUE 'DAILYAUTHRPT'.
           05  FILLER              PIC X(13) VALUE '0151090000000'.
       01  RLS-STEP-TABLE REDEFINES RLS-STEP-TABLE-VALUES.
           05  RLS-STEP-ENTRY          OCCURS 10 TIMES.
               10  RLS-STEP-NAME       PIC X(14).
               10  RLS-TARGET-MINUTES  PIC 9(03).
               10  RLS-PRED-COUNT      PIC 9(01).
               10  RLS-PRED-STEP       PIC 9(02) OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
       77  RLS-STEP-COUNT              PIC 9(02) VALUE 10.
