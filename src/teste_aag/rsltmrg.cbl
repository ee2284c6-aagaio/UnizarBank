000400*                  RESTARTED FIRST AND THE MERGE RUNS ONCE THE
000410*                  ROSTER IS WHOLE. DISPLAYS PER-STREAM AND TOTAL
000420*                  COUNTS FOR THE OPERATOR LOG.
000421* 10/15/2026 OSG   NOW A STEP OF THE LOGGED OVERNIGHT CHAIN: THE
000422*                  START IS REFUSED (RETURN CODE 16) UNLESS THE
000423*                  RUN-LEDGER SHOWS ALL FOUR SQLBATCHAUTH STREAMS
000424*                  COMPLETED CLEANLY FOR THE BUSINESS DATE SINCE
000425*                  TRANAUTHEDIT LAST RAN. THE CHECKPOINT CHECK
000426*                  STAYS AS A SECOND GUARD. THE END IS LOGGED WITH
000427*                  THE RESULT RECORDS MERGED AND AUDIT RECORDS
000428*                  APPENDED.
000429* 10/15/2026 OSG   A STOP ON A FAILED OPEN NOW LOGS THE END OF THE
000430*                  STEP ON THE RUN-LEDGER WITH RETURN CODE 8, SO
000431*                  IT IS NOT LEFT LOOKING AS IF STILL RUNNING.
000432*================================================================
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
002280 77  WS-EVENT-MERGED-COUNT       PIC 9(09) COMP VALUE ZERO.
002290 77  WS-DELTA-APPLIED-COUNT      PIC 9(09) COMP VALUE ZERO.
002300 01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
002303
002306 COPY RUNLEDPM.
002310
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002335     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2100-COPY-STREAM-1 THRU 2100-EXIT.
002360     PERFORM 2200-COPY-STREAM-2 THRU 2200-EXIT.
002410     PERFORM 3300-MERGE-EVENTS THRU 3300-EXIT.
002420     PERFORM 3400-APPLY-LOCKOUT-DELTAS THRU 3400-EXIT.
002430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002435     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
002440     STOP RUN.
002450
002451*----------------------------------------------------------------
002452* NOTHING IS OPENED UNTIL THE RUN-LEDGER CLEARS THE STEP - A STEP
002453* WHOSE PREDECESSORS HAVE NOT COMPLETED CLEANLY FOR THE BUSINESS
002454* DATE ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
002455*----------------------------------------------------------------
002456 0100-START-RUN-LEDGER.
002457     MOVE 'RESULTMERGE' TO RLP-STEP-NAME.
002458     SET RLP-STEP-START TO TRUE.
002459     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
002460     IF RLP-REFUSED
002461         DISPLAY 'RESULTMERGE - NOT RUN - SEE RUN-LEDGER'
002462         MOVE 16 TO RETURN-CODE
002463         STOP RUN
002464     END-IF.
002465 0100-EXIT.
002466     EXIT.
002467
002468 1000-INITIALIZE.
002470     PERFORM 1100-VERIFY-STREAMS-DONE THRU 1100-EXIT.
002480     IF WS-STREAMS-NOT-DONE
002490         DISPLAY 'RESULTMERGE - A STREAM HAS NOT COMPLETED - '
002500             'MERGE NOT RUN'
002510         MOVE 8 TO RETURN-CODE
002515         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
002520         STOP RUN
002530     END-IF.
002540     OPEN OUTPUT AUTH-RESULT-FILE.
005370     IF WS-LOCK-STATUS NOT = '00'
005380         DISPLAY 'UNABLE TO OPEN LOCKOUT FILE - STATUS '
005390             WS-LOCK-STATUS
005393         MOVE 8 TO RETURN-CODE
005396         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
005400         STOP RUN
005410     END-IF.
005420     PERFORM 3410-APPLY-ONE-DELTA THRU 3410-EXIT
005930     ADD 1 TO WS-STREAM-NUMBER.
005940 8100-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------
005980* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
005990* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
006000* CODE IS PUT BACK AFTERWARDS.
006010*----------------------------------------------------------------
006020 8900-END-RUN-LEDGER.
006030     MOVE RETURN-CODE TO RLP-STEP-RC.
006040     MOVE WS-MERGED-TOTAL TO RLP-INPUT-COUNT.
006050     MOVE WS-AUDIT-MERGED-COUNT TO RLP-OUTPUT-COUNT.
006060     SET RLP-STEP-END TO TRUE.
006070     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
006080     MOVE RLP-STEP-RC TO RETURN-CODE.
006090 8900-EXIT.
006100     EXIT.
