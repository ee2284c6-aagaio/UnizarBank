000140*                  SO THE FILE ONLY EVER HOLDS TOKENS THAT COULD
000150*                  STILL VALIDATE. DISPLAYS PURGED/RETAINED
000160*                  COUNTS FOR THE OPERATOR LOG.
000161* 10/15/2026 OSG   NOW A STEP OF THE LOGGED OVERNIGHT CHAIN: THE
000162*                  START IS REFUSED (RETURN CODE 16) UNLESS THE
000163*                  RUN-LEDGER SHOWS BATCHRECON COMPLETED CLEANLY
000164*                  FOR THE BUSINESS DATE, AND THE END IS LOGGED
000165*                  WITH TOKENS READ AND TOKENS PURGED.
000166* 10/15/2026 OSG   A STOP ON A FAILED OPEN NOW LOGS THE END OF THE
000167*                  STEP ON THE RUN-LEDGER WITH RETURN CODE 8, SO
000168*                  IT IS NOT LEFT LOOKING AS IF STILL RUNNING.
000170*================================================================
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000440 01  WS-SYS-DATE                 PIC 9(08).
000450 01  WS-SYS-TIME                 PIC 9(08).
000460 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000463
000466 COPY RUNLEDPM.
000470
000480 PROCEDURE DIVISION.
000490 0000-MAINLINE.
000495     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
000500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000510     PERFORM 2000-PURGE-TOKEN THRU 2000-EXIT
000520         UNTIL WS-EOF-YES.
000530     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000535     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
000540     STOP RUN.
000550
000551*----------------------------------------------------------------
000552* NOTHING IS OPENED UNTIL THE RUN-LEDGER CLEARS THE STEP - A STEP
000553* WHOSE PREDECESSORS HAVE NOT COMPLETED CLEANLY FOR THE BUSINESS
000554* DATE ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
000555*----------------------------------------------------------------
000556 0100-START-RUN-LEDGER.
000557     MOVE 'TOKENPURGE' TO RLP-STEP-NAME.
000558     SET RLP-STEP-START TO TRUE.
000559     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
000560     IF RLP-REFUSED
000561         DISPLAY 'TOKENPURGE - NOT RUN - SEE RUN-LEDGER'
000562         MOVE 16 TO RETURN-CODE
000563         STOP RUN
000564     END-IF.
000565 0100-EXIT.
000566     EXIT.
000567
000568 1000-INITIALIZE.
000570     OPEN I-O SESSION-TOKEN-FILE.
000580     IF WS-SES-STATUS NOT = '00'
000590         DISPLAY 'UNABLE TO OPEN SESSION-TOKEN FILE - STATUS '
000600             WS-SES-STATUS
000603         MOVE 8 TO RETURN-CODE
000606         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
000610         STOP RUN
000620     END-IF.
000630     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
001100     CLOSE SESSION-TOKEN-FILE.
001110 8000-EXIT.
001120     EXIT.
001130
001140*----------------------------------------------------------------
001150* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
001160* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
001170* CODE IS PUT BACK AFTERWARDS.
001180*----------------------------------------------------------------
001190 8900-END-RUN-LEDGER.
001200     MOVE RETURN-CODE TO RLP-STEP-RC.
001210     COMPUTE RLP-INPUT-COUNT =
001220         WS-PURGED-COUNT + WS-RETAINED-COUNT.
001230     MOVE WS-PURGED-COUNT TO RLP-OUTPUT-COUNT.
001240     SET RLP-STEP-END TO TRUE.
001250     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
001260     MOVE RLP-STEP-RC TO RETURN-CODE.
001270 8900-EXIT.
001280     EXIT.
