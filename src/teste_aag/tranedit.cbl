000360*                  THE REGION-TO-STREAM MAP AND PER-STREAM
000370*                  COUNTS PRINT ON THE SUMMARY. THE COMBINED
000380*                  CLEAN FILE IS STILL WRITTEN FOR BATCHRECON.
000381* 10/15/2026 OSG   THE STEP NOW LOGS ITS START AND END ON THE
000382*                  SHARED RUN-LEDGER THROUGH RUNLEDGER. AS HEAD
000383*                  OF THE OVERNIGHT CHAIN IT OPENS THE BUSINESS
000384*                  DATE EVERY LATER STEP RUNS UNDER. RECORDS READ
000385*                  AND RECORDS PASSED CLEAN ARE ITS LEDGER COUNTS.
000386* 10/15/2026 OSG   A STOP ON A FAILED OPEN OR A FULL REGION-STREAM
000387*                  TABLE NOW LOGS THE END OF THE STEP ON THE
000388*                  RUN-LEDGER WITH RETURN CODE 8, SO IT IS NOT
000389*                  LEFT LOOKING AS IF STILL RUNNING.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001910     05  FILLER                  PIC X(10) VALUE ' RECORDS: '.
001920     05  STL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001930     05  FILLER                  PIC X(49) VALUE SPACES.
001933
001936 COPY RUNLEDPM.
001940
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001965     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     SORT EDIT-SORT-FILE
001990         ON ASCENDING KEY SED-USERID
002040     IF WS-REJECT-COUNT > ZERO
002050         MOVE 4 TO RETURN-CODE
002060     END-IF.
002065     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
002070     STOP RUN.
002080
002081*----------------------------------------------------------------
002082* NOTHING IS OPENED UNTIL THE RUN-LEDGER CLEARS THE STEP - A STEP
002083* WHOSE PREDECESSORS HAVE NOT COMPLETED CLEANLY FOR THE BUSINESS
002084* DATE ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
002085*----------------------------------------------------------------
002086 0100-START-RUN-LEDGER.
002087     MOVE 'TRANAUTHEDIT' TO RLP-STEP-NAME.
002088     SET RLP-STEP-START TO TRUE.
002089     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
002090     IF RLP-REFUSED
002091         DISPLAY 'TRANAUTHEDIT - NOT RUN - SEE RUN-LEDGER'
002092         MOVE 16 TO RETURN-CODE
002093         STOP RUN
002094     END-IF.
002095 0100-EXIT.
002096     EXIT.
002097
002098 1000-INITIALIZE.
002100     OPEN INPUT BRANCH-MASTER.
002110     IF WS-BRM-STATUS NOT = '00'
002120         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
002130             WS-BRM-STATUS
002133         MOVE 8 TO RETURN-CODE
002136         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
002140         STOP RUN
002150     END-IF.
002160     OPEN OUTPUT TRAN-CLEAN-FILE.
003260         DISPLAY 'TRANAUTHEDIT - REGION-STREAM TABLE FULL - '
003270             'RUN STOPPED'
003280         MOVE 8 TO RETURN-CODE
003285         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
003290         STOP RUN
003300     END-IF.
003310     ADD 1 TO WS-REGION-ENTRY-COUNT.
004310     CLOSE EDIT-SUMMARY-REPORT.
004320 8000-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
004370* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
004380* CODE IS PUT BACK AFTERWARDS.
004390*----------------------------------------------------------------
004400 8900-END-RUN-LEDGER.
004410     MOVE RETURN-CODE TO RLP-STEP-RC.
004420     MOVE WS-READ-COUNT TO RLP-INPUT-COUNT.
004430     MOVE WS-CLEAN-COUNT TO RLP-OUTPUT-COUNT.
004440     SET RLP-STEP-END TO TRUE.
004450     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
004460     MOVE RLP-STEP-RC TO RETURN-CODE.
004470 8900-EXIT.
004480     EXIT.
