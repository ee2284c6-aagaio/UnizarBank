000240*                  SQLBATCHAUTH AND DATED THE RUN DATE, SO THE
000250*                  STEP MUST RUN THE SAME OPERATING DATE AS THE
000260*                  BATCH IT IS PROVING.
000261* 10/15/2026 OSG   NOW A STEP OF THE LOGGED OVERNIGHT CHAIN: THE
000262*                  START IS REFUSED (RETURN CODE 16) UNLESS THE
000263*                  RUN-LEDGER SHOWS RESULTMERGE COMPLETED CLEANLY
000264*                  FOR THE BUSINESS DATE, AND THE END IS LOGGED
000265*                  WITH THE ROSTER AND RESULT TOTALS. AN OUT OF
000266*                  BALANCE RUN (RETURN CODE 8) NOW HOLDS THE REST
000267*                  OF THE CHAIN THROUGH THE LEDGER AS WELL.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
001540 01  WS-OUT-OF-BALANCE-LINE.
001550     05  FILLER                  PIC X(80) VALUE
001560       'RUN IS OUT OF BALANCE - HOLD DOWNSTREAM JOBS'.
001563
001566 COPY RUNLEDPM.
001570
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001595     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 1200-SORT-THE-FILES THRU 1200-EXIT.
001620     PERFORM 1300-PRIME-MATCH THRU 1300-EXIT.
001690     IF WS-DISCREPANCY-COUNT > ZERO
001700         MOVE 8 TO RETURN-CODE
001710     END-IF.
001715     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
001720     STOP RUN.
001730
001731*----------------------------------------------------------------
001732* NOTHING IS OPENED UNTIL THE RUN-LEDGER CLEARS THE STEP - A STEP
001733* WHOSE PREDECESSORS HAVE NOT COMPLETED CLEANLY FOR THE BUSINESS
001734* DATE ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
001735*----------------------------------------------------------------
001736 0100-START-RUN-LEDGER.
001737     MOVE 'BATCHRECON' TO RLP-STEP-NAME.
001738     SET RLP-STEP-START TO TRUE.
001739     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
001740     IF RLP-REFUSED
001741         DISPLAY 'BATCHRECON - NOT RUN - SEE RUN-LEDGER'
001742         MOVE 16 TO RETURN-CODE
001743         STOP RUN
001744     END-IF.
001745 0100-EXIT.
001746     EXIT.
001747
001748 1000-INITIALIZE.
001750     OPEN OUTPUT RECON-REPORT.
001760     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
001770     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
003880     CLOSE RECON-REPORT.
003890 8000-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------
003930* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
003940* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
003950* CODE IS PUT BACK AFTERWARDS.
003960*----------------------------------------------------------------
003970 8900-END-RUN-LEDGER.
003980     MOVE RETURN-CODE TO RLP-STEP-RC.
003990     MOVE WS-TRAN-TOTAL TO RLP-INPUT-COUNT.
004000     MOVE WS-RESULT-TOTAL TO RLP-OUTPUT-COUNT.
004010     SET RLP-STEP-END TO TRUE.
004020     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
004030     MOVE RLP-STEP-RC TO RETURN-CODE.
004040 8900-EXIT.
004050     EXIT.
