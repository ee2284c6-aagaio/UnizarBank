000336*                  WHICH IS HOW THE DISTRICT MANAGERS CUT THE
000337*                  NUMBERS. AN AUDIT RECORD CARRYING A BRANCH
000338*                  NOT ON THE MASTER ROLLS UP UNDER REGION '???'.
000339* 10/15/2026 OSG   A NEW SECTION AFTER THE GRAND TOTAL LISTS THE
000340*                  DAY'S LOGINS REFUSED BECAUSE THE BRANCH WAS
000341*                  OUTSIDE ITS TRADING HOURS OR CLOSED, TAKEN FROM
000342*                  THE OUTHOURS EVENTS ON THE SECURITY EVENT FEED,
000343*                  WITH A COUNT PER BRANCH AND AN OVERALL COUNT.
000344* 10/15/2026 OSG   NOW THE LAST STEP OF THE LOGGED OVERNIGHT
000345*                  CHAIN: THE START IS REFUSED (RETURN CODE 16)
000346*                  UNLESS THE RUN-LEDGER SHOWS OTPGENERATE ENDED
000347*                  CLEANLY FOR THE BUSINESS DATE. THE END IS
000348*                  LOGGED WITH THE AUDIT RECORDS REPORTED AND
000349*                  THE OUT-OF-HOURS REFUSALS LISTED.
000350* 10/15/2026 OSG   A STOP ON A FAILED OPEN NOW LOGS THE END OF THE
000351*                  STEP ON THE RUN-LEDGER WITH RETURN CODE 8, SO
000352*                  IT IS NOT LEFT LOOKING AS IF STILL RUNNING.
000353*================================================================
000354 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000409
000410     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000420
000422     SELECT OUTHOURS-SORT-FILE ASSIGN TO "SRTWORK2".
000423
000424     SELECT SECURITY-EVENT-FILE ASSIGN TO "SECEVENT"
000425         ORGANIZATION IS SEQUENTIAL.
000426
000430     SELECT DAILY-AUTH-REPORT ASSIGN TO "AUTHRPT"
000440         ORGANIZATION IS SEQUENTIAL.
000450
000600         88  SRT-FAILURE                 VALUE 'F'.
000602     05  SRT-REGION-CODE         PIC X(03).
000610
000611 SD  OUTHOURS-SORT-FILE.
000612 01  OHS-SORT-RECORD.
000613     05  OHS-BRANCH-NUMBER       PIC 9(04).
000614     05  OHS-TIMESTAMP           PIC X(26).
000615     05  OHS-USERID              PIC X(20).
000616     05  OHS-PROGRAM-ID          PIC X(20).
000617
000620 FD  DAILY-AUTH-REPORT
000630     LABEL RECORDS ARE STANDARD.
000640 01  RPT-PRINT-LINE              PIC X(80).
000650
000652 FD  SECURITY-EVENT-FILE
000654     LABEL RECORDS ARE STANDARD.
000656     COPY SECEVENT.
000658
000660 WORKING-STORAGE SECTION.
000670 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000680     88  WS-EOF-YES                      VALUE 'Y'.
000820 77  WS-GRAND-SUCCESS-COUNT       PIC 9(07) COMP VALUE ZERO.
000830 77  WS-GRAND-FAILURE-COUNT       PIC 9(07) COMP VALUE ZERO.
000840
000841 77  WS-EVENT-EOF-SWITCH          PIC X(01) VALUE 'N'.
000842     88  WS-EVENT-EOF-YES                VALUE 'Y'.
000843     88  WS-EVENT-EOF-NO                 VALUE 'N'.
000844
000845 01  WS-OHS-PRIOR-BRANCH          PIC 9(04) VALUE ZERO.
000846 77  WS-OHS-BRANCH-COUNT          PIC 9(07) COMP VALUE ZERO.
000847 77  WS-OHS-GRAND-COUNT           PIC 9(07) COMP VALUE ZERO.
000848
000850 01  WS-SYS-DATE                  PIC 9(08).
000860 01  WS-SYS-TIME                  PIC 9(08).
000870 01  WS-CURRENT-TIMESTAMP         PIC X(26).
000950     05  HDG-RUN-DATE            PIC X(10).
000960     05  FILLER                  PIC X(60) VALUE SPACES.
000970
000972 01  WS-OUTHOURS-HEADING-LINE.
000974     05  FILLER                  PIC X(80) VALUE
000976       'OUT-OF-HOURS LOGIN REFUSALS BY BRANCH'.
000978
000980 01  WS-COLUMN-HEADING-LINE.
000990     05  FILLER                  PIC X(06) VALUE 'BRANCH'.
001000     05  FILLER                  PIC X(04) VALUE SPACES.
001060
001070 01  WS-BLANK-LINE.
001080     05  FILLER                  PIC X(80) VALUE SPACES.
001081
001082 01  WS-OUTHOURS-NONE-LINE.
001084     05  FILLER                  PIC X(80) VALUE
001086       '  NO OUT-OF-HOURS LOGIN REFUSALS TODAY'.
001090
001091 01  WS-OUTHOURS-TOTAL-LINE.
001092     05  FILLER                  PIC X(30) VALUE
001093       'OUT-OF-HOURS REFUSALS TOTAL:'.
001094     05  OHT-COUNT               PIC Z,ZZZ,ZZ9.
001095
001100 01  WS-DETAIL-LINE.
001110     05  FILLER                  PIC X(10) VALUE SPACES.
001120     05  DTL-USERID              PIC X(20).
001150     05  FILLER                  PIC X(05) VALUE SPACES.
001160     05  DTL-FAILURE             PIC Z,ZZZ,ZZ9.
001170
001171 01  WS-OUTHOURS-DETAIL-LINE.
001172     05  FILLER                  PIC X(10) VALUE SPACES.
001173     05  OHD-TIME                PIC X(08).
001174     05  FILLER                  PIC X(02) VALUE SPACES.
001175     05  OHD-USERID              PIC X(20).
001176     05  FILLER                  PIC X(02) VALUE SPACES.
001177     05  OHD-PROGRAM-ID          PIC X(20).
001178
001180 01  WS-BRANCH-TOTAL-LINE.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
001320     05  FILLER                  PIC X(05) VALUE SPACES.
001330     05  GDT-FAILURE             PIC Z,ZZZ,ZZ9.
001340
001341 01  WS-OUTHOURS-BRANCH-LINE.
001342     05  FILLER                  PIC X(02) VALUE SPACES.
001343     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
001344     05  OHB-BRANCH-NUMBER       PIC 9(04).
001345     05  FILLER                  PIC X(01) VALUE SPACES.
001346     05  OHB-BRANCH-NAME         PIC X(30).
001347     05  FILLER                  PIC X(10) VALUE ' REFUSED: '.
001348     05  OHB-COUNT               PIC Z,ZZZ,ZZ9.
001349
001350 COPY RUNLEDPM.
001351
001352 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001365     PERFORM 0100-START-RUN-LEDGER THRU 0100-EXIT.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     SORT SORT-WORK-FILE
001390         ON ASCENDING KEY SRT-REGION-CODE SRT-BRANCH-NUMBER
001395             SRT-USERID
001400         INPUT PROCEDURE IS 1500-FILTER-AND-RELEASE THRU 1500-EXIT
001410         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
001412     MOVE 'N' TO WS-EOF-SWITCH.
001413     SORT OUTHOURS-SORT-FILE
001414         ON ASCENDING KEY OHS-BRANCH-NUMBER OHS-TIMESTAMP
001415         INPUT PROCEDURE IS 3000-SELECT-OUT-OF-HOURS
001416             THRU 3000-EXIT
001417         OUTPUT PROCEDURE IS 4000-PRINT-OUT-OF-HOURS
001418             THRU 4000-EXIT.
001420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001425     PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT.
001430     STOP RUN.
001440
001441*----------------------------------------------------------------
001442* NOTHING IS OPENED UNTIL THE RUN-LEDGER CLEARS THE STEP - A STEP
001443* WHOSE PREDECESSORS HAVE NOT COMPLETED CLEANLY FOR THE BUSINESS
001444* DATE ENDS HERE WITH RETURN CODE 16 AND EVERY FILE UNTOUCHED.
001445*----------------------------------------------------------------
001446 0100-START-RUN-LEDGER.
001447     MOVE 'DAILYAUTHRPT' TO RLP-STEP-NAME.
001448     SET RLP-STEP-START TO TRUE.
001449     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
001450     IF RLP-REFUSED
001451         DISPLAY 'DAILYAUTHRPT - NOT RUN - SEE RUN-LEDGER'
001452         MOVE 16 TO RETURN-CODE
001453         STOP RUN
001454     END-IF.
001455 0100-EXIT.
001456     EXIT.
001457
001458 1000-INITIALIZE.
001459     OPEN INPUT BRANCH-MASTER.
001460     IF WS-BRM-STATUS NOT = '00'
001461         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
001462             WS-BRM-STATUS
001463         MOVE 8 TO RETURN-CODE
001464         PERFORM 8900-END-RUN-LEDGER THRU 8900-EXIT
001465         STOP RUN
001466     END-IF.
001467     OPEN OUTPUT DAILY-AUTH-REPORT.
001470     MOVE 'N' TO WS-EOF-SWITCH.
001480     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
001490     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
002490 2900-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------
002530* TODAY'S OUT-OF-HOURS REFUSALS COME FROM THE SECURITY EVENT FEED,
002540* AS THE AUDIT RECORD CARRIES THE OUTCOME BUT NOT THE REASON.
002550*----------------------------------------------------------------
002560 3000-SELECT-OUT-OF-HOURS.
002570     OPEN INPUT SECURITY-EVENT-FILE.
002580     PERFORM 3050-READ-SECURITY-EVENT THRU 3050-EXIT.
002590     PERFORM 3100-RELEASE-IF-OUT-OF-HOURS THRU 3100-EXIT
002600         UNTIL WS-EVENT-EOF-YES.
002610     CLOSE SECURITY-EVENT-FILE.
002620 3000-EXIT.
002630     EXIT.
002640
002650 3050-READ-SECURITY-EVENT.
002660     READ SECURITY-EVENT-FILE
002670         AT END
002680             MOVE 'Y' TO WS-EVENT-EOF-SWITCH
002690     END-READ.
002700 3050-EXIT.
002710     EXIT.
002720
002730 3100-RELEASE-IF-OUT-OF-HOURS.
002740     IF SEV-OUT-OF-HOURS
002750         AND SEV-TIMESTAMP (1:10) = WS-CURRENT-TIMESTAMP (1:10)
002760         MOVE SEV-BRANCH-NUMBER TO OHS-BRANCH-NUMBER
002770         MOVE SEV-TIMESTAMP     TO OHS-TIMESTAMP
002780         MOVE SEV-USERID        TO OHS-USERID
002790         MOVE SEV-PROGRAM-ID    TO OHS-PROGRAM-ID
002800         RELEASE OHS-SORT-RECORD
002810     END-IF.
002820     PERFORM 3050-READ-SECURITY-EVENT THRU 3050-EXIT.
002830 3100-EXIT.
002840     EXIT.
002850
002860 4000-PRINT-OUT-OF-HOURS.
002870     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
002880     WRITE RPT-PRINT-LINE FROM WS-OUTHOURS-HEADING-LINE.
002890     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
002900     PERFORM 4050-RETURN-OUT-OF-HOURS THRU 4050-EXIT.
002910     PERFORM 4100-PROCESS-OUT-OF-HOURS THRU 4100-EXIT
002920         UNTIL WS-EOF-YES.
002930     IF WS-OHS-GRAND-COUNT = ZERO
002940         WRITE RPT-PRINT-LINE FROM WS-OUTHOURS-NONE-LINE
002950         GO TO 4000-EXIT
002960     END-IF.
002970     PERFORM 4200-WRITE-OUTHOURS-BRANCH THRU 4200-EXIT.
002980     MOVE WS-OHS-GRAND-COUNT TO OHT-COUNT.
002990     WRITE RPT-PRINT-LINE FROM WS-OUTHOURS-TOTAL-LINE.
003000 4000-EXIT.
003010     EXIT.
003020
003030 4050-RETURN-OUT-OF-HOURS.
003040     RETURN OUTHOURS-SORT-FILE
003050         AT END
003060             MOVE 'Y' TO WS-EOF-SWITCH
003070     END-RETURN.
003080 4050-EXIT.
003090     EXIT.
003100
003110 4100-PROCESS-OUT-OF-HOURS.
003120     IF WS-OHS-GRAND-COUNT = ZERO
003130         MOVE OHS-BRANCH-NUMBER TO WS-OHS-PRIOR-BRANCH
003140     END-IF.
003150     IF OHS-BRANCH-NUMBER NOT = WS-OHS-PRIOR-BRANCH
003160         PERFORM 4200-WRITE-OUTHOURS-BRANCH THRU 4200-EXIT
003170         MOVE OHS-BRANCH-NUMBER TO WS-OHS-PRIOR-BRANCH
003180     END-IF.
003190     MOVE OHS-TIMESTAMP (12:8) TO OHD-TIME.
003200     MOVE OHS-USERID           TO OHD-USERID.
003210     MOVE OHS-PROGRAM-ID       TO OHD-PROGRAM-ID.
003220     WRITE RPT-PRINT-LINE FROM WS-OUTHOURS-DETAIL-LINE.
003230     ADD 1 TO WS-OHS-BRANCH-COUNT.
003240     ADD 1 TO WS-OHS-GRAND-COUNT.
003250     PERFORM 4050-RETURN-OUT-OF-HOURS THRU 4050-EXIT.
003260 4100-EXIT.
003270     EXIT.
003280
003290 4200-WRITE-OUTHOURS-BRANCH.
003300     MOVE WS-OHS-PRIOR-BRANCH      TO OHB-BRANCH-NUMBER.
003310     MOVE WS-OHS-PRIOR-BRANCH      TO BRM-BRANCH-NUMBER.
003320     READ BRANCH-MASTER
003330         INVALID KEY
003340             MOVE 'UNKNOWN BRANCH' TO BRM-BRANCH-NAME
003350     END-READ.
003360     MOVE BRM-BRANCH-NAME          TO OHB-BRANCH-NAME.
003370     MOVE WS-OHS-BRANCH-COUNT      TO OHB-COUNT.
003380     WRITE RPT-PRINT-LINE FROM WS-OUTHOURS-BRANCH-LINE.
003390     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
003400     MOVE ZERO TO WS-OHS-BRANCH-COUNT.
003410 4200-EXIT.
003420     EXIT.
003430
003500 7000-BUILD-TIMESTAMP.
003510     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
003520     ACCEPT WS-SYS-TIME FROM TIME.
003530     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
003540         WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
003550         WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
003560         DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
003570     END-STRING.
003580 7000-EXIT.
003590     EXIT.
003600
003610 7100-WRITE-HEADINGS.
003620     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
003630     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
003640     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
003650     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
003660     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
003670     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
003680 7100-EXIT.
003690     EXIT.
003700
003710 8000-TERMINATE.
003720     CLOSE BRANCH-MASTER.
003730     CLOSE DAILY-AUTH-REPORT.
003740 8000-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780* LOG THE END OF THE STEP ON THE RUN-LEDGER WITH ITS RETURN CODE
003790* AND KEY COUNTS. THE CALL SETS RETURN-CODE, SO THE STEP'S OWN
003800* CODE IS PUT BACK AFTERWARDS.
003810*----------------------------------------------------------------
003820 8900-END-RUN-LEDGER.
003830     MOVE RETURN-CODE TO RLP-STEP-RC.
003840     COMPUTE RLP-INPUT-COUNT =
003850         WS-GRAND-SUCCESS-COUNT + WS-GRAND-FAILURE-COUNT.
003860     MOVE WS-OHS-GRAND-COUNT TO RLP-OUTPUT-COUNT.
003870     SET RLP-STEP-END TO TRUE.
003880     CALL 'RUNLEDGER' USING RLP-LEDGER-PARM.
003890     MOVE RLP-STEP-RC TO RETURN-CODE.
003900 8900-EXIT.
003910     EXIT.
