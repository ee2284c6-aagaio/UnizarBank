000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNLEDGER.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - CALLABLE RUN-LEDGER SERVICE
000120*                  FOR THE OVERNIGHT CHAIN (TRANAUTHEDIT, THE FOUR
000130*                  SQLBATCHAUTH STREAMS, RESULTMERGE, BATCHRECON,
000140*                  TOKENPURGE, OTPGENERATE AND DAILYAUTHRPT). A
000150*                  STEP SKIPPED OR RERUN OUT OF ORDER USED TO LET
000160*                  THE NEXT STEP RUN ON STALE FILES. EVERY STEP
000170*                  NOW CALLS HERE BEFORE IT OPENS ANYTHING: THE
000180*                  START IS REFUSED UNLESS EACH PREDECESSOR NAMED
000190*                  IN RUNSTEPS.CPY HAS A CLEAN COMPLETION (RETURN
000200*                  CODE 4 OR LESS) FOR THE SAME BUSINESS DATE THAT
000210*                  IS STILL CURRENT - THAT IS, NOTHING AHEAD OF IT
000220*                  HAS STARTED AGAIN SINCE. THE HEAD OF THE CHAIN
000230*                  OPENS THE BUSINESS DATE (THE DATE IT STARTS
000240*                  ON); EVERY LATER STEP WORKS UNDER THE LATEST
000250*                  DATE THE HEAD HAS OPENED, SO A CHAIN THAT RUNS
000260*                  PAST MIDNIGHT STAYS ON ONE DATE. STARTS, ENDS
000270*                  (WITH RETURN CODE AND KEY COUNTS) AND REFUSALS
000280*                  ARE ALL KEPT ON THE RUN-LEDGER FILE, WHICH
000290*                  BATCHWINRPT REPORTS FROM.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RLG-LEDGER-KEY
000380         FILE STATUS IS WS-RLG-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RUN-LEDGER-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY RUNLDREC.
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-RLG-STATUS               PIC X(02).
000480 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000490     88  WS-EOF-YES                      VALUE 'Y'.
000500     88  WS-EOF-NO                       VALUE 'N'.
000510
000520 77  WS-STEP-SUB                 PIC 9(02) COMP VALUE ZERO.
000530 77  WS-MY-STEP                  PIC 9(02) COMP VALUE ZERO.
000540 77  WS-ENTRY-STEP               PIC 9(02) COMP VALUE ZERO.
000550 77  WS-PRED-SUB                 PIC 9(02) COMP VALUE ZERO.
000560 77  WS-PRED-STEP                PIC 9(02) COMP VALUE ZERO.
000570 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000580 01  WS-REASON-TEXT              PIC X(45).
000590*----------------------------------------------------------------
000600* WHERE EACH STEP OF THE CHAIN STANDS FOR THE BUSINESS DATE, BUILT
000610* FROM ITS LATEST START AND LATEST END ON THE LEDGER. A STEP IS
000620* CLEAN WHEN ITS LATEST RUN ENDED WITH RETURN CODE 4 OR LESS,
000630* EVERY PREDECESSOR IS CLEAN, AND IT STARTED AFTER EACH
000640* PREDECESSOR'S LATEST START - OTHERWISE IT RAN ON OUTPUT THAT HAS
000650* SINCE BEEN REPLACED.
000660*----------------------------------------------------------------
000670 01  WS-STEP-STATE-TABLE.
000680     05  WS-STEP-STATE           OCCURS 10 TIMES.
000690         10  WS-STATE-START-TS   PIC X(26).
000700         10  WS-STATE-END-TS     PIC X(26).
000710         10  WS-STATE-RC         PIC 9(04).
000720         10  WS-STATE-STATUS     PIC X(08).
000730             88  WS-STATE-CLEAN          VALUE 'CLEAN   '.
000740
000750 01  WS-SYS-DATE                 PIC 9(08).
000760 01  WS-SYS-TIME                 PIC 9(08).
000770 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000780
000790 COPY RUNSTEPS.
000800
000810 LINKAGE SECTION.
000820 COPY RUNLEDPM.
000830
000840 PROCEDURE DIVISION USING RLP-LEDGER-PARM.
000850 0000-MAINLINE.
000860     SET RLP-REFUSED TO TRUE.
000870     MOVE SPACES TO RLP-REFUSAL-REASON.
000880     MOVE SPACES TO RLP-BLOCKING-STEP.
000890     IF RLP-STEP-START
000900         PERFORM 2000-START-STEP THRU 2000-EXIT
000910     ELSE
000920         PERFORM 3000-END-STEP THRU 3000-EXIT
000930     END-IF.
000940     GOBACK.
000950
000960*----------------------------------------------------------------
000970* CLEAR A STEP TO START. NOTHING IS WRITTEN BUT THE LEDGER ENTRY,
000980* SO A REFUSED STEP LEAVES EVERY FILE OF THE CHAIN AS IT WAS.
000990*----------------------------------------------------------------
001000 2000-START-STEP.
001010     MOVE ZERO TO WS-MY-STEP.
001020     PERFORM 2050-FIND-STEP THRU 2050-EXIT
001030         VARYING WS-STEP-SUB FROM 1 BY 1
001040         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
001050     IF WS-MY-STEP = ZERO
001060         SET RLP-NOT-IN-CHAIN TO TRUE
001070         DISPLAY 'RUNLEDGER - ' RLP-STEP-NAME
001080             ' IS NOT A STEP OF THE OVERNIGHT CHAIN'
001090         GO TO 2000-EXIT
001100     END-IF.
001110     PERFORM 2100-OPEN-LEDGER THRU 2100-EXIT.
001120     IF RLP-LEDGER-ERROR
001130         GO TO 2000-EXIT
001140     END-IF.
001150     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
001160     IF RLS-PRED-COUNT (WS-MY-STEP) = ZERO
001170         MOVE WS-SYS-DATE TO WS-BUSINESS-DATE
001180     ELSE
001190         PERFORM 2200-FIND-BUSINESS-DATE THRU 2200-EXIT
001200     END-IF.
001210     IF WS-BUSINESS-DATE = ZERO
001220         SET RLP-NO-BUSINESS-DATE TO TRUE
001230         DISPLAY 'RUNLEDGER - ' RLP-STEP-NAME ' REFUSED - '
001240             RLS-STEP-NAME (1) ' HAS NOT OPENED A BUSINESS DATE'
001250         CLOSE RUN-LEDGER-FILE
001260         GO TO 2000-EXIT
001270     END-IF.
001280     MOVE WS-BUSINESS-DATE TO RLP-BUSINESS-DATE.
001290     PERFORM 2300-LOAD-STEP-STATE THRU 2300-EXIT.
001300     PERFORM 2500-CHECK-ONE-PREDECESSOR THRU 2500-EXIT
001310         VARYING WS-PRED-SUB FROM 1 BY 1
001320         UNTIL WS-PRED-SUB > RLS-PRED-COUNT (WS-MY-STEP)
001330            OR RLP-REFUSAL-REASON NOT = SPACES.
001340     IF RLP-REFUSAL-REASON NOT = SPACES
001350         PERFORM 2800-LOG-REFUSAL THRU 2800-EXIT
001360     ELSE
001370         PERFORM 2900-LOG-START THRU 2900-EXIT
001380     END-IF.
001390     CLOSE RUN-LEDGER-FILE.
001400 2000-EXIT.
001410     EXIT.
001420
001430 2050-FIND-STEP.
001440     IF RLS-STEP-NAME (WS-STEP-SUB) = RLP-STEP-NAME
001450         MOVE WS-STEP-SUB TO WS-MY-STEP
001460     END-IF.
001470 2050-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------------
001510* THE FIRST STEP EVER RUN FINDS NO LEDGER AND CREATES IT EMPTY.
001520*----------------------------------------------------------------
001530 2100-OPEN-LEDGER.
001540     OPEN I-O RUN-LEDGER-FILE.
001550     IF WS-RLG-STATUS = '35'
001560         OPEN OUTPUT RUN-LEDGER-FILE
001570         CLOSE RUN-LEDGER-FILE
001580         OPEN I-O RUN-LEDGER-FILE
001590     END-IF.
001600     IF WS-RLG-STATUS NOT = '00'
001610         SET RLP-LEDGER-ERROR TO TRUE
001620         DISPLAY 'RUNLEDGER - UNABLE TO OPEN RUN-LEDGER FILE - '
001630             'STATUS ' WS-RLG-STATUS
001640     END-IF.
001650 2100-EXIT.
001660     EXIT.
001670
001680*----------------------------------------------------------------
001690* THE CURRENT BUSINESS DATE IS THE LATEST ONE THE HEAD OF THE
001700* CHAIN HAS STARTED UNDER. THE LEDGER IS KEYED ON BUSINESS DATE
001710* FIRST, SO ONE PASS MEETS THOSE STARTS IN DATE ORDER.
001720*----------------------------------------------------------------
001730 2200-FIND-BUSINESS-DATE.
001740     MOVE ZERO TO WS-BUSINESS-DATE.
001750     MOVE LOW-VALUES TO RLG-LEDGER-KEY.
001760     MOVE 'N' TO WS-EOF-SWITCH.
001770     START RUN-LEDGER-FILE KEY NOT LESS THAN RLG-LEDGER-KEY
001780         INVALID KEY
001790             MOVE 'Y' TO WS-EOF-SWITCH
001800     END-START.
001810     IF WS-EOF-NO
001820         PERFORM 2250-READ-NEXT-ENTRY THRU 2250-EXIT
001830     END-IF.
001840     PERFORM 2210-NOTE-HEAD-START THRU 2210-EXIT
001850         UNTIL WS-EOF-YES.
001860 2200-EXIT.
001870     EXIT.
001880
001890 2210-NOTE-HEAD-START.
001900     IF RLG-STEP-NAME = RLS-STEP-NAME (1)
001910         AND RLG-STEP-STARTED
001920         MOVE RLG-BUSINESS-DATE TO WS-BUSINESS-DATE
001930     END-IF.
001940     PERFORM 2250-READ-NEXT-ENTRY THRU 2250-EXIT.
001950 2210-EXIT.
001960     EXIT.
001970
001980 2250-READ-NEXT-ENTRY.
001990     READ RUN-LEDGER-FILE NEXT RECORD
002000         AT END
002010             MOVE 'Y' TO WS-EOF-SWITCH
002020     END-READ.
002030 2250-EXIT.
002040     EXIT.
002050
002060 2300-LOAD-STEP-STATE.
002070     PERFORM 2310-CLEAR-ONE-STATE THRU 2310-EXIT
002080         VARYING WS-STEP-SUB FROM 1 BY 1
002090         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
002100     MOVE LOW-VALUES TO RLG-LEDGER-KEY.
002110     MOVE WS-BUSINESS-DATE TO RLG-BUSINESS-DATE.
002120     MOVE 'N' TO WS-EOF-SWITCH.
002130     START RUN-LEDGER-FILE KEY NOT LESS THAN RLG-LEDGER-KEY
002140         INVALID KEY
002150             MOVE 'Y' TO WS-EOF-SWITCH
002160     END-START.
002170     IF WS-EOF-NO
002180         PERFORM 2250-READ-NEXT-ENTRY THRU 2250-EXIT
002190     END-IF.
002200     PERFORM 2320-APPLY-ONE-ENTRY THRU 2320-EXIT
002210         UNTIL WS-EOF-YES
002220            OR RLG-BUSINESS-DATE NOT = WS-BUSINESS-DATE.
002230     PERFORM 2400-GRADE-ONE-STEP THRU 2400-EXIT
002240         VARYING WS-STEP-SUB FROM 1 BY 1
002250         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
002260 2300-EXIT.
002270     EXIT.
002280
002290 2310-CLEAR-ONE-STATE.
002300     MOVE SPACES TO WS-STATE-START-TS (WS-STEP-SUB).
002310     MOVE SPACES TO WS-STATE-END-TS (WS-STEP-SUB).
002320     MOVE ZERO   TO WS-STATE-RC (WS-STEP-SUB).
002330     MOVE SPACES TO WS-STATE-STATUS (WS-STEP-SUB).
002340 2310-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------
002380* A STEP'S ENTRIES COME BACK IN TIMESTAMP ORDER, SO THE LAST START
002390* AND THE LAST END SEEN ARE ITS LATEST. REFUSALS CHANGE NOTHING -
002400* A REFUSED STEP DID NOT RUN.
002410*----------------------------------------------------------------
002420 2320-APPLY-ONE-ENTRY.
002430     MOVE ZERO TO WS-ENTRY-STEP.
002440     PERFORM 2330-MATCH-ENTRY-STEP THRU 2330-EXIT
002450         VARYING WS-STEP-SUB FROM 1 BY 1
002460         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
002470     IF WS-ENTRY-STEP = ZERO
002480         GO TO 2320-NEXT
002490     END-IF.
002500     IF RLG-STEP-STARTED
002510         MOVE RLG-ENTRY-TIMESTAMP
002520           TO WS-STATE-START-TS (WS-ENTRY-STEP)
002530     END-IF.
002540     IF RLG-STEP-ENDED
002550         MOVE RLG-ENTRY-TIMESTAMP
002560           TO WS-STATE-END-TS (WS-ENTRY-STEP)
002570         MOVE RLG-RETURN-CODE TO WS-STATE-RC (WS-ENTRY-STEP)
002580     END-IF.
002590 2320-NEXT.
002600     PERFORM 2250-READ-NEXT-ENTRY THRU 2250-EXIT.
002610 2320-EXIT.
002620     EXIT.
002630
002640 2330-MATCH-ENTRY-STEP.
002650     IF RLS-STEP-NAME (WS-STEP-SUB) = RLG-STEP-NAME
002660         MOVE WS-STEP-SUB TO WS-ENTRY-STEP
002670     END-IF.
002680 2330-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------
002720* GRADED IN TABLE ORDER, SO EVERY PREDECESSOR OF A STEP HAS BEEN
002730* GRADED BEFORE THE STEP ITSELF.
002740*----------------------------------------------------------------
002750 2400-GRADE-ONE-STEP.
002760     IF WS-STATE-START-TS (WS-STEP-SUB) = SPACES
002770         MOVE 'NOTRUN  ' TO WS-STATE-STATUS (WS-STEP-SUB)
002780         GO TO 2400-EXIT
002790     END-IF.
002800     IF WS-STATE-END-TS (WS-STEP-SUB)
002810         < WS-STATE-START-TS (WS-STEP-SUB)
002820         MOVE 'RUNNING ' TO WS-STATE-STATUS (WS-STEP-SUB)
002830         GO TO 2400-EXIT
002840     END-IF.
002850     IF WS-STATE-RC (WS-STEP-SUB) > 4
002860         MOVE 'FAILED  ' TO WS-STATE-STATUS (WS-STEP-SUB)
002870         GO TO 2400-EXIT
002880     END-IF.
002890     MOVE 'CLEAN   ' TO WS-STATE-STATUS (WS-STEP-SUB).
002900     PERFORM 2410-CHECK-PRED-CURRENT THRU 2410-EXIT
002910         VARYING WS-PRED-SUB FROM 1 BY 1
002920         UNTIL WS-PRED-SUB > RLS-PRED-COUNT (WS-STEP-SUB).
002930 2400-EXIT.
002940     EXIT.
002950
002960 2410-CHECK-PRED-CURRENT.
002970     MOVE RLS-PRED-STEP (WS-STEP-SUB, WS-PRED-SUB)
002980       TO WS-PRED-STEP.
002990     IF NOT WS-STATE-CLEAN (WS-PRED-STEP)
003000         OR WS-STATE-START-TS (WS-STEP-SUB)
003010             NOT > WS-STATE-START-TS (WS-PRED-STEP)
003020         MOVE 'STALE   ' TO WS-STATE-STATUS (WS-STEP-SUB)
003030     END-IF.
003040 2410-EXIT.
003050     EXIT.
003060
003070 2500-CHECK-ONE-PREDECESSOR.
003080     MOVE RLS-PRED-STEP (WS-MY-STEP, WS-PRED-SUB) TO WS-PRED-STEP.
003090     IF NOT WS-STATE-CLEAN (WS-PRED-STEP)
003100         MOVE WS-STATE-STATUS (WS-PRED-STEP) TO RLP-REFUSAL-REASON
003110         MOVE RLS-STEP-NAME (WS-PRED-STEP) TO RLP-BLOCKING-STEP
003120     END-IF.
003130 2500-EXIT.
003140     EXIT.
003150
003160 2800-LOG-REFUSAL.
003170     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003180     MOVE SPACES               TO RLG-LEDGER-RECORD.
003190     MOVE WS-BUSINESS-DATE     TO RLG-BUSINESS-DATE.
003200     MOVE RLP-STEP-NAME        TO RLG-STEP-NAME.
003210     MOVE WS-CURRENT-TIMESTAMP TO RLG-ENTRY-TIMESTAMP.
003220     SET RLG-STEP-REFUSED      TO TRUE.
003230     MOVE ZERO                 TO RLG-RETURN-CODE.
003240     MOVE ZERO                 TO RLG-INPUT-COUNT.
003250     MOVE ZERO                 TO RLG-OUTPUT-COUNT.
003260     MOVE RLP-REFUSAL-REASON   TO RLG-REFUSAL-REASON.
003270     MOVE RLP-BLOCKING-STEP    TO RLG-BLOCKING-STEP.
003280     EVALUATE TRUE
003290         WHEN RLP-PRED-NOT-RUN
003300             MOVE 'HAS NOT RUN' TO WS-REASON-TEXT
003310         WHEN RLP-PRED-RUNNING
003320             MOVE 'IS STILL RUNNING OR ENDED ABNORMALLY'
003330               TO WS-REASON-TEXT
003340         WHEN RLP-PRED-FAILED
003350             MOVE 'ENDED WITH A FAILING RETURN CODE'
003360               TO WS-REASON-TEXT
003370         WHEN OTHER
003380             MOVE 'IS OUT OF DATE - A STEP AHEAD OF IT HAS RERUN'
003390               TO WS-REASON-TEXT
003400     END-EVALUATE.
003410     DISPLAY 'RUNLEDGER - ' RLP-STEP-NAME ' REFUSED FOR BUSINESS '
003420         'DATE ' WS-BUSINESS-DATE.
003430     DISPLAY 'RUNLEDGER - PREDECESSOR ' RLP-BLOCKING-STEP ' '
003440         WS-REASON-TEXT.
003450     PERFORM 7500-WRITE-ENTRY THRU 7500-EXIT.
003460 2800-EXIT.
003470     EXIT.
003480
003490 2900-LOG-START.
003500     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003510     MOVE SPACES               TO RLG-LEDGER-RECORD.
003520     MOVE WS-BUSINESS-DATE     TO RLG-BUSINESS-DATE.
003530     MOVE RLP-STEP-NAME        TO RLG-STEP-NAME.
003540     MOVE WS-CURRENT-TIMESTAMP TO RLG-ENTRY-TIMESTAMP.
003550     SET RLG-STEP-STARTED      TO TRUE.
003560     MOVE WS-CURRENT-TIMESTAMP TO RLG-START-TIMESTAMP.
003570     MOVE ZERO                 TO RLG-RETURN-CODE.
003580     MOVE ZERO                 TO RLG-INPUT-COUNT.
003590     MOVE ZERO                 TO RLG-OUTPUT-COUNT.
003600     PERFORM 7500-WRITE-ENTRY THRU 7500-EXIT.
003610     IF RLP-LEDGER-ERROR
003620         GO TO 2900-EXIT
003630     END-IF.
003640     MOVE WS-CURRENT-TIMESTAMP TO RLP-START-TIMESTAMP.
003650     SET RLP-CLEARED TO TRUE.
003660     DISPLAY 'RUNLEDGER - ' RLP-STEP-NAME ' STARTED FOR BUSINESS '
003670         'DATE ' WS-BUSINESS-DATE.
003680 2900-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------
003720* A STEP THAT CANNOT LOG ITS END STILL SHOWS AS RUNNING ON THE
003730* LEDGER, SO THE STEP AFTER IT WILL BE HELD - THE SAFE WAY ROUND.
003740*----------------------------------------------------------------
003750 3000-END-STEP.
003760     IF RLP-BUSINESS-DATE NOT NUMERIC
003770         OR RLP-BUSINESS-DATE = ZERO
003780         SET RLP-NO-BUSINESS-DATE TO TRUE
003790         DISPLAY 'RUNLEDGER - ' RLP-STEP-NAME
003800             ' END NOT LOGGED - NO START WAS LOGGED'
003810         GO TO 3000-EXIT
003820     END-IF.
003830     PERFORM 2100-OPEN-LEDGER THRU 2100-EXIT.
003840     IF RLP-LEDGER-ERROR
003850         GO TO 3000-EXIT
003860     END-IF.
003870     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003880     MOVE SPACES               TO RLG-LEDGER-RECORD.
003890     MOVE RLP-BUSINESS-DATE    TO RLG-BUSINESS-DATE.
003900     MOVE RLP-STEP-NAME        TO RLG-STEP-NAME.
003910     MOVE WS-CURRENT-TIMESTAMP TO RLG-ENTRY-TIMESTAMP.
003920     SET RLG-STEP-ENDED        TO TRUE.
003930     MOVE RLP-START-TIMESTAMP  TO RLG-START-TIMESTAMP.
003940     MOVE RLP-STEP-RC          TO RLG-RETURN-CODE.
003950     MOVE RLP-INPUT-COUNT      TO RLG-INPUT-COUNT.
003960     MOVE RLP-OUTPUT-COUNT     TO RLG-OUTPUT-COUNT.
003970     PERFORM 7500-WRITE-ENTRY THRU 7500-EXIT.
003980     CLOSE RUN-LEDGER-FILE.
003990     IF RLP-LEDGER-ERROR
004000         GO TO 3000-EXIT
004010     END-IF.
004020     SET RLP-CLEARED TO TRUE.
004030     DISPLAY 'RUNLEDGER - ' RLP-STEP-NAME ' ENDED WITH RETURN '
004040         'CODE ' RLP-STEP-RC.
004050 3000-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* LEDGER TIMESTAMPS CARRY HUNDREDTHS SO TWO STEPS STARTED IN THE
004100* SAME SECOND STILL ORDER CORRECTLY.
004110*----------------------------------------------------------------
004120 7000-BUILD-TIMESTAMP.
004130     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004140     ACCEPT WS-SYS-TIME FROM TIME.
004150     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
004160     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
004170            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
004180            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2) '.'
004190            WS-SYS-TIME (7:2)
004200            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
004210     END-STRING.
004220 7000-EXIT.
004230     EXIT.
004240
004250 7500-WRITE-ENTRY.
004260     WRITE RLG-LEDGER-RECORD
004270         INVALID KEY
004280             SET RLP-LEDGER-ERROR TO TRUE
004290             DISPLAY 'RUNLEDGER - UNABLE TO WRITE LEDGER ENTRY '
004300                 'FOR ' RLP-STEP-NAME ' - STATUS ' WS-RLG-STATUS
004310     END-WRITE.
004320 7500-EXIT.
004330     EXIT.
