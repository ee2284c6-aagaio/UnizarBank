000627*                  EVENT FILES TO THE SHARED DATASETS, AND
000628*                  APPLIES THE LOCKOUT DELTAS SERIALLY. A
000629*                  BREAKER TRIP NOW STOPS ONLY ITS OWN STREAM.
000630* 10/15/2026 OSG   EACH STREAM NOW READS ITS STREAM NUMBER (1-4)
000631*                  FROM A CARD AND LOGS ITS START AND END ON THE
000632*                  SHARED RUN-LEDGER AS SQLBATCHAUTH-N. THE START
000633*                  IS REFUSED (RETURN CODE 16, NOTHING OPENED)
000634*                  UNLESS TRANAUTHEDIT COMPLETED CLEANLY FOR THE
000635*                  BUSINESS DATE. THE LEDGER HOLDS ONE RECORD PER
000636*                  EVENT UNDER ITS OWN KEY, SO THE STREAMS STILL
000637*                  NEVER UPDATE A SHARED RECORD. ROSTER RECORDS
000638*                  READ AND PAIRS RESULTED ARE THE LEDGER COUNTS;
000639*                  A BREAKER STOP LOGS RETURN CODE 12, WHICH HOLDS
000640*                  RESULTMERGE UNTIL THE STREAM IS RESTARTED.
000641* 10/15/2026 OSG   A STOP ON A FAILED OPEN NOW LOGS THE END OF THE
000642*                  STEP ON THE RUN-LEDGER WITH RETURN CODE 8, SO
000643*                  IT IS NOT LEFT LOOKING AS IF STILL RUNNING.
000644*================================================================
000645 ENVIRONMENT DIVISION.
000646 INPUT-OUTPUT SECTION.
000647 FILE-CONTROL.
000648     SELECT TRAN-AUTH-FILE ASSIGN TO "TRANAUTH"
000649         ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT AUTH-RESULT-FILE ASSIGN TO "AUTHRSLT"
000670         ORGANIZATION IS SEQUENTIAL.
001370 01  WS-SYS-TIME                 PIC 9(08).
001380 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001382 01  WS-EVENT-TYPE               PIC X(08).
001383
001384 01  WS-STREAM-CARD              PIC X(01).
001385     88  WS-STREAM-VALID                 VALUE '1' THRU '4'.
001386 77  WS-TRAN-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
001387 COPY RUNLEDPM.
001390
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001415     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001440         UNTIL WS-EOF-YES OR WS-BREAKER-TRIPPED.
001455     IF WS-BREAKER-TRIPPED
001456         MOVE 12 TO RETURN-CODE
001457     END-IF.
001458     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
001460     STOP RUN.
001470
001471*----------------------------------------------------------------
001472* THE SCHEDULER GIVES EACH INSTANCE ITS STREAM NUMBER ON A CARD SO
001473* THE STREAM LOGS ON THE RUN-LEDGER UNDER ITS OWN STEP NAME.
001474* NOTHING IS OPENED UNTIL THE LEDGER CLEARS THE STREAM - IF
001475* TRANAUTHEDIT HAS NOT COMPLETED CLEANLY FOR THE BUSINESS DATE THE
001476* STREAM ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
001477*----------------------------------------------------------------
001478 0100-START-RUN-LEDGER.
001479     ACCEPT WS-STREAM-CARD.
001480     IF NOT WS-STREAM-VALID
001481         DISPLAY 'SQLBATCHAUTH - STREAM CARD MUST BE 1 TO 4 - '
001482             'NOT RUN'
001483         MOVE 16 TO RETURN-CODE
001484         STOP RUN
001485     END-IF.
001486     MOVE SPACES TO RLP-STEP-NAME.
001487     STRING 'SQLBATCHAUTH-' WS-STREAM-CARD
001488         DELIMITED BY SIZE INTO RLP-STEP-NAME
001489     END-STRING.
001490     SET RLP-STEP-START TO TRUE.
001491     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
001492     IF RLP-REFUSED
001493         DISPLAY 'SQLBATCHAUTH - STREAM ' WS-STREAM-CARD
001494             ' NOT RUN - SEE RUN-LEDGER'
001495         MOVE 16 TO RETURN-CODE
001496         STOP RUN
001497     END-IF.
001498 0100-EXIT.
001499     EXIT.
001500
001501 1000-INITIALIZE.
001502     OPEN INPUT TRAN-AUTH-FILE.
001503     OPEN EXTEND DB-ERROR-LOG.
001510     OPEN EXTEND AUDIT-TRAIL-FILE.
001512     OPEN EXTEND SECURITY-EVENT-FILE.
001520     OPEN INPUT FAILED-ATTEMPT-COUNT.
001530     IF WS-LOCK-STATUS NOT = '00'
001540         DISPLAY 'UNABLE TO OPEN LOCKOUT FILE - STATUS '
001550             WS-LOCK-STATUS
001553         MOVE 8 TO RETURN-CODE
001556         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
001560         STOP RUN
001570     END-IF.
001572     OPEN INPUT BRANCH-MASTER.
001573     IF WS-BRM-STATUS NOT = '00'
001574         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
001575             WS-BRM-STATUS
001576         MOVE 8 TO RETURN-CODE
001577         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
001578         STOP RUN
001579     END-IF.
001580     OPEN I-O CHECKPOINT-FILE.
001590     IF WS-CHKPT-STATUS NOT = '00'
001600         DISPLAY 'UNABLE TO OPEN CHECKPOINT FILE - STATUS '
001610             WS-CHKPT-STATUS
001613         MOVE 8 TO RETURN-CODE
001616         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
001620         STOP RUN
001630     END-IF.
001632     PERFORM 8100-READ-SECURITY-PARMS THRU 8100-EXIT.
001950     READ TRAN-AUTH-FILE
001960         AT END
001970             MOVE 'Y' TO WS-EOF-SWITCH
001973         NOT AT END
001976             ADD 1 TO WS-TRAN-READ-COUNT
001980     END-READ.
001990 1100-EXIT.
002000     EXIT.
004180         WS-SYSERR-LIMIT.
004190 8100-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
004240* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
004250* CODE IS PUT BACK AFTERWARDS.
004260*----------------------------------------------------------------
004270 8900-END-RUN-LEDGER.
004280     MOVE RETURN-CODE TO RLP-STEP-RC.
004290     MOVE WS-TRAN-READ-COUNT TO RLP-INPUT-COUNT.
004300     MOVE WS-RECORD-COUNT TO RLP-OUTPUT-COUNT.
004310     SET RLP-STEP-END TO TRUE.
004320     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
004330     MOVE RLP-STEP-RC TO RETURN-CODE.
004340 8900-EXIT.
004350     EXIT.
