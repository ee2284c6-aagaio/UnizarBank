000200*                  MORNING. A HIGH-VALUE ACCOUNT WITH NO ENTRY
000210*                  HERE IS HARD-DENIED AT LOGIN, SO THIS JOB
000220*                  MUST COMPLETE BEFORE THE BRANCHES OPEN.
000221* 10/15/2026 OSG   NOW A STEP OF THE LOGGED OVERNIGHT CHAIN: THE
000222*                  START IS REFUSED (RETURN CODE 16) UNLESS THE
000223*                  RUN-LEDGER SHOWS TOKENPURGE COMPLETED CLEANLY
000224*                  FOR THE BUSINESS DATE, AND THE END IS LOGGED
000225*                  WITH THE NUMBER OF CODES GENERATED, ONE PER
000226*                  HIGH-VALUE USERID FETCHED.
000227* 10/15/2026 OSG   A STOP ON A FAILED OPEN NOW LOGS THE END OF THE
000228*                  STEP ON THE RUN-LEDGER WITH RETURN CODE 8, SO
000229*                  IT IS NOT LEFT LOOKING AS IF STILL RUNNING.
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
001310       'OTP CODES GENERATED:      '.
001320     05  TOT-COUNT-EDITED        PIC Z,ZZZ,ZZ9.
001330     05  FILLER                  PIC X(45) VALUE SPACES.
001333
001336 COPY RUNLEDPM.
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001365     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     SORT DIST-SORT-FILE
001390         ON ASCENDING KEY SRT-BRANCH-NUMBER SRT-USERID
001436     IF WS-SQL-ERROR-SEEN
001437         MOVE 8 TO RETURN-CODE
001438     END-IF.
001439     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
001440     STOP RUN.
001450
001451*----------------------------------------------------------------
001452* NOTHING IS OPENED UNTIL THE RUN-LEDGER CLEARS THE STEP - A STEP
001453* WHOSE PREDECESSORS HAVE NOT COMPLETED CLEANLY FOR THE BUSINESS
001454* DATE ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
001455*----------------------------------------------------------------
001456 0100-START-RUN-LEDGER.
001457     MOVE 'OTPGENERATE' TO RLP-STEP-NAME.
001458     SET RLP-STEP-START TO TRUE.
001459     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
001460     IF RLP-REFUSED
001461         DISPLAY 'OTPGENERATE - NOT RUN - SEE RUN-LEDGER'
001462         MOVE 16 TO RETURN-CODE
001463         STOP RUN
001464     END-IF.
001465 0100-EXIT.
001466     EXIT.
001467
001468 1000-INITIALIZE.
001470     OPEN OUTPUT OTP-CODE-FILE.
001480     IF WS-OTP-STATUS NOT = '00'
001490         DISPLAY 'UNABLE TO OPEN OTP-CODE FILE - STATUS '
001500             WS-OTP-STATUS
001503         MOVE 8 TO RETURN-CODE
001506         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
001510         STOP RUN
001520     END-IF.
001530     OPEN EXTEND DB-ERROR-LOG.
003250     CLOSE OTP-DIST-REPORT.
003260 8000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
003310* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
003320* CODE IS PUT BACK AFTERWARDS.
003330*----------------------------------------------------------------
003340 8900-END-RUN-LEDGER.
003350     MOVE RETURN-CODE TO RLP-STEP-RC.
003360     MOVE WS-GENERATED-COUNT TO RLP-INPUT-COUNT.
003370     MOVE WS-GENERATED-COUNT TO RLP-OUTPUT-COUNT.
003380     SET RLP-STEP-END TO TRUE.
003390     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
003400     MOVE RLP-STEP-RC TO RETURN-CODE.
003410 8900-EXIT.
003420     EXIT.
