000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BATCHWINRPT.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - OVERNIGHT BATCH-WINDOW
000120*                  REPORT OFF THE RUN-LEDGER. FOR ONE BUSINESS
000130*                  DATE (A DATE CARD, OR THE LATEST DATE THE CHAIN
000140*                  HAS OPENED WHEN THE CARD IS BLANK) EVERY STEP
000150*                  IN RUNSTEPS.CPY PRINTS ITS LATEST START AND
000160*                  END, THE ELAPSED TIME OF ITS LATEST RUN AGAINST
000170*                  ITS TARGET, ITS RETURN CODE AND RUN COUNT, AND
000180*                  UNDERNEATH ITS KEY INPUT AND OUTPUT COUNTS, THE
000190*                  TIME TAKEN BY ALL ITS RUNS TOGETHER (SO RERUNS
000200*                  SHOW UP AS WINDOW USED) AND ITS REFUSED STARTS.
000210*                  THE SUMMARY GIVES THE WINDOW FROM FIRST START
000220*                  TO LAST END AGAINST THE TARGET FOR THE CHAIN'S
000230*                  LONGEST PATH (THE STREAMS RUN SIDE BY SIDE, SO
000240*                  TARGETS ARE NOT SIMPLY ADDED), THE STEPS OVER
000250*                  TARGET, AND THE STEP THAT TOOK THE LARGEST
000260*                  SHARE OF THE WINDOW. ENDS WITH RETURN CODE 4
000270*                  WHEN ANY STEP HAS NOT COMPLETED CLEANLY.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RLG-LEDGER-KEY
000360         FILE STATUS IS WS-RLG-STATUS.
000370
000380     SELECT BATCH-WINDOW-REPORT ASSIGN TO "BWINRPT"
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  RUN-LEDGER-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY RUNLDREC.
000460
000470 FD  BATCH-WINDOW-REPORT
000480     LABEL RECORDS ARE STANDARD.
000490 01  RPT-PRINT-LINE              PIC X(80).
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-RLG-STATUS               PIC X(02).
000530 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000540     88  WS-EOF-YES                      VALUE 'Y'.
000550     88  WS-EOF-NO                       VALUE 'N'.
000560
000570 01  WS-DATE-CARD                PIC X(08).
000580 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000590
000600 77  WS-STEP-SUB                 PIC 9(02) COMP VALUE ZERO.
000610 77  WS-ENTRY-STEP               PIC 9(02) COMP VALUE ZERO.
000620 77  WS-PRED-SUB                 PIC 9(02) COMP VALUE ZERO.
000630 77  WS-PRED-STEP                PIC 9(02) COMP VALUE ZERO.
000640 77  WS-LONGEST-STEP             PIC 9(02) COMP VALUE ZERO.
000650 77  WS-OVER-TARGET-COUNT        PIC 9(02) COMP VALUE ZERO.
000660 77  WS-INCOMPLETE-COUNT         PIC 9(02) COMP VALUE ZERO.
000670*----------------------------------------------------------------
000680* WHAT THE LEDGER SHOWS FOR EACH STEP OF THE CHAIN ON THE DATE.
000690* THE LATEST-RUN FIGURES COME FROM THE LAST END ENTRY; THE TOTAL
000700* ADDS UP EVERY RUN THAT LOGGED AN END. THE PATH TARGET IS THE
000710* EARLIEST THE STEP COULD FINISH, IN SECONDS FROM THE WINDOW
000720* OPENING, IF EVERY STEP UP TO IT RAN TO TARGET.
000730*----------------------------------------------------------------
000740 01  WS-WINDOW-TABLE.
000750     05  WS-WIN-ENTRY            OCCURS 10 TIMES.
000760         10  WS-WIN-FIRST-START  PIC X(26).
000770         10  WS-WIN-LAST-START   PIC X(26).
000780         10  WS-WIN-LAST-END     PIC X(26).
000790         10  WS-WIN-RC           PIC 9(04).
000800         10  WS-WIN-INPUT-COUNT  PIC 9(09).
000810         10  WS-WIN-OUTPUT-COUNT PIC 9(09).
000820         10  WS-WIN-RUN-COUNT    PIC 9(03) COMP.
000830         10  WS-WIN-REFUSED-COUNT
000840                                 PIC 9(03) COMP.
000850         10  WS-WIN-LAST-SECONDS PIC 9(07) COMP.
000860         10  WS-WIN-TOTAL-SECONDS
000870                                 PIC 9(07) COMP.
000880         10  WS-WIN-PATH-TARGET  PIC 9(07) COMP.
000890         10  WS-WIN-STATUS       PIC X(08).
000900             88  WS-WIN-COMPLETE         VALUE 'COMPLETE'.
000910
000920 01  WS-WINDOW-OPEN-TS           PIC X(26).
000930 01  WS-WINDOW-CLOSE-TS          PIC X(26).
000940 01  WS-WINDOW-SECONDS           PIC 9(07) COMP VALUE ZERO.
000950 01  WS-WINDOW-TARGET            PIC 9(07) COMP VALUE ZERO.
000960 01  WS-PATH-START               PIC 9(07) COMP VALUE ZERO.
000970 01  WS-TARGET-SECONDS           PIC 9(07) COMP VALUE ZERO.
000980 01  WS-VARIANCE-SECONDS         PIC S9(07) COMP VALUE ZERO.
000990 01  WS-WINDOW-PERCENT           PIC 9(03) COMP VALUE ZERO.
001000*----------------------------------------------------------------
001010* TIMESTAMP ARITHMETIC - A LEDGER TIMESTAMP IS TURNED INTO SECONDS
001020* SINCE THE START OF THE CALENDAR SO A STEP THAT RUNS THROUGH
001030* MIDNIGHT STILL TIMES CORRECTLY.
001040*----------------------------------------------------------------
001050 01  WS-TS-WORK                  PIC X(26).
001060 01  WS-TS-PARTS REDEFINES WS-TS-WORK.
001070     05  WS-TS-YEAR              PIC 9(04).
001080     05  FILLER                  PIC X(01).
001090     05  WS-TS-MONTH             PIC 9(02).
001100     05  FILLER                  PIC X(01).
001110     05  WS-TS-DAY               PIC 9(02).
001120     05  FILLER                  PIC X(01).
001130     05  WS-TS-HOUR              PIC 9(02).
001140     05  FILLER                  PIC X(01).
001150     05  WS-TS-MINUTE            PIC 9(02).
001160     05  FILLER                  PIC X(01).
001170     05  WS-TS-SECOND            PIC 9(02).
001180     05  FILLER                  PIC X(07).
001190 01  WS-TS-DATE                  PIC 9(08).
001200 01  WS-TS-SECONDS               PIC 9(12) COMP.
001210 01  WS-FROM-SECONDS             PIC 9(12) COMP.
001220
001230 01  WS-HMS-SECONDS              PIC 9(07) COMP.
001240 01  WS-HMS-REMAINDER            PIC 9(07) COMP.
001250 01  WS-HMS-EDIT.
001260     05  WS-HMS-HOURS            PIC 9(02).
001270     05  FILLER                  PIC X(01) VALUE ':'.
001280     05  WS-HMS-MINUTES          PIC 9(02).
001290     05  FILLER                  PIC X(01) VALUE ':'.
001300     05  WS-HMS-SECS             PIC 9(02).
001310
001320 01  WS-SYS-DATE                 PIC 9(08).
001330 01  WS-SYS-TIME                 PIC 9(08).
001340 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001350
001360 COPY RUNSTEPS.
001370
001380 01  WS-HEADING-LINE-1.
001390     05  FILLER                  PIC X(12) VALUE 'BATCHWINRPT'.
001400     05  FILLER                  PIC X(40) VALUE
001410         'OVERNIGHT BATCH WINDOW REPORT'.
001420     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001430     05  HDG-RUN-DATE            PIC X(10).
001440     05  FILLER                  PIC X(08) VALUE SPACES.
001450
001460 01  WS-HEADING-LINE-2.
001470     05  FILLER                  PIC X(15)
001480                                 VALUE 'BUSINESS DATE: '.
001490     05  HDG-BUSINESS-DATE       PIC 9(08).
001500     05  FILLER                  PIC X(57) VALUE SPACES.
001510
001520 01  WS-COLUMN-HEADING-LINE.
001530     05  FILLER                  PIC X(42) VALUE
001540         'STEP           START    END      ELAPSED  '.
001550     05  FILLER                  PIC X(38) VALUE
001560         'TARGET   VARIANCE  RC   RUN STATUS'.
001570
001580 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001590
001600 01  WS-STEP-LINE.
001610     05  DTL-STEP-NAME           PIC X(14).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  DTL-START-TIME          PIC X(08).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  DTL-END-TIME            PIC X(08).
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  DTL-ELAPSED             PIC X(08).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  DTL-TARGET              PIC X(08).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  DTL-VARIANCE.
001720         10  DTL-VARIANCE-SIGN   PIC X(01).
001730         10  DTL-VARIANCE-HMS    PIC X(08).
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  DTL-RC                  PIC X(04).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  DTL-RUNS                PIC ZZ9.
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  DTL-STATUS              PIC X(08).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810 01  WS-RC-EDITED                PIC ZZZ9.
001820
001830 01  WS-COUNT-LINE.
001840     05  FILLER                  PIC X(15) VALUE SPACES.
001850     05  FILLER                  PIC X(03) VALUE 'IN '.
001860     05  CNT-INPUT-COUNT         PIC ZZZ,ZZZ,ZZ9.
001870     05  FILLER                  PIC X(06) VALUE '  OUT '.
001880     05  CNT-OUTPUT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001890     05  FILLER                  PIC X(11) VALUE '  ALL RUNS '.
001900     05  CNT-TOTAL-ELAPSED       PIC X(08).
001910     05  FILLER                  PIC X(09) VALUE ' REFUSED '.
001920     05  CNT-REFUSED-COUNT       PIC ZZ9.
001930     05  FILLER                  PIC X(03) VALUE SPACES.
001940
001950 01  WS-WINDOW-LINE.
001960     05  FILLER                  PIC X(16)
001970                                 VALUE 'WINDOW OPENED:  '.
001980     05  WIN-OPEN-TS             PIC X(19).
001990     05  FILLER                  PIC X(10) VALUE '  CLOSED: '.
002000     05  WIN-CLOSE-TS            PIC X(19).
002010     05  FILLER                  PIC X(16) VALUE SPACES.
002020
002030 01  WS-WINDOW-TIME-LINE.
002040     05  FILLER                  PIC X(16)
002050                                 VALUE 'WINDOW ELAPSED: '.
002060     05  WIN-ELAPSED             PIC X(08).
002070     05  FILLER                  PIC X(23) VALUE
002080         '  LONGEST-PATH TARGET: '.
002090     05  WIN-TARGET              PIC X(08).
002100     05  FILLER                  PIC X(12) VALUE '  VARIANCE: '.
002110     05  WIN-VARIANCE-SIGN       PIC X(01).
002120     05  WIN-VARIANCE-HMS        PIC X(08).
002130     05  FILLER                  PIC X(04) VALUE SPACES.
002140
002150 01  WS-LONGEST-LINE.
002160     05  FILLER                  PIC X(23) VALUE
002170         'LARGEST SHARE OF WINDOW'.
002180     05  FILLER                  PIC X(02) VALUE ': '.
002190     05  LNG-STEP-NAME           PIC X(14).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  LNG-ELAPSED             PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  LNG-PERCENT             PIC ZZ9.
002240     05  FILLER                  PIC X(27) VALUE
002250         '% OF THE WINDOW'.
002260
002270 01  WS-SUMMARY-COUNT-LINE.
002280     05  SUM-LABEL               PIC X(30).
002290     05  SUM-COUNT               PIC Z9.
002300     05  FILLER                  PIC X(48) VALUE SPACES.
002310
002320 01  WS-MESSAGE-LINE             PIC X(80).
002330
002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
002380     PERFORM 3000-WRITE-STEP-LINES THRU 3000-EXIT
002390         VARYING WS-STEP-SUB FROM 1 BY 1
002400         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
002410     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
002420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002430     IF WS-INCOMPLETE-COUNT > ZERO
002440         MOVE 4 TO RETURN-CODE
002450     END-IF.
002460     STOP RUN.
002470
002480 1000-INITIALIZE.
002490     OPEN INPUT RUN-LEDGER-FILE.
002500     IF WS-RLG-STATUS NOT = '00'
002510         DISPLAY 'UNABLE TO OPEN RUN-LEDGER FILE - STATUS '
002520             WS-RLG-STATUS
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     OPEN OUTPUT BATCH-WINDOW-REPORT.
002570     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002580*----------------------------------------------------------------
002590* A DATE CARD REPORTS AN EARLIER NIGHT; WITHOUT ONE THE REPORT IS
002600* FOR THE BUSINESS DATE THE CHAIN IS WORKING ON NOW.
002610*----------------------------------------------------------------
002620     MOVE SPACES TO WS-DATE-CARD.
002630     ACCEPT WS-DATE-CARD.
002640     IF WS-DATE-CARD NUMERIC
002650         MOVE WS-DATE-CARD TO WS-BUSINESS-DATE
002660     ELSE
002670         PERFORM 1100-FIND-LATEST-DATE THRU 1100-EXIT
002680     END-IF.
002690     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
002700     DISPLAY 'BATCHWINRPT - BUSINESS DATE: ' WS-BUSINESS-DATE.
002710 1000-EXIT.
002720     EXIT.
002730
002740 1100-FIND-LATEST-DATE.
002750     MOVE ZERO TO WS-BUSINESS-DATE.
002760     MOVE LOW-VALUES TO RLG-LEDGER-KEY.
002770     MOVE 'N' TO WS-EOF-SWITCH.
002780     START RUN-LEDGER-FILE KEY NOT LESS THAN RLG-LEDGER-KEY
002790         INVALID KEY
002800             MOVE 'Y' TO WS-EOF-SWITCH
002810     END-START.
002820     IF WS-EOF-NO
002830         PERFORM 1150-READ-NEXT-ENTRY THRU 1150-EXIT
002840     END-IF.
002850     PERFORM 1160-NOTE-HEAD-START THRU 1160-EXIT
002860         UNTIL WS-EOF-YES.
002870 1100-EXIT.
002880     EXIT.
002890
002900 1150-READ-NEXT-ENTRY.
002910     READ RUN-LEDGER-FILE NEXT RECORD
002920         AT END
002930             MOVE 'Y' TO WS-EOF-SWITCH
002940     END-READ.
002950 1150-EXIT.
002960     EXIT.
002970
002980 1160-NOTE-HEAD-START.
002990     IF RLG-STEP-NAME = RLS-STEP-NAME (1)
003000         AND RLG-STEP-STARTED
003010         MOVE RLG-BUSINESS-DATE TO WS-BUSINESS-DATE
003020     END-IF.
003030     PERFORM 1150-READ-NEXT-ENTRY THRU 1150-EXIT.
003040 1160-EXIT.
003050     EXIT.
003060
003070 2000-LOAD-LEDGER.
003080     PERFORM 2050-CLEAR-ONE-STEP THRU 2050-EXIT
003090         VARYING WS-STEP-SUB FROM 1 BY 1
003100         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
003110     MOVE HIGH-VALUES TO WS-WINDOW-OPEN-TS.
003120     MOVE SPACES TO WS-WINDOW-CLOSE-TS.
003130     MOVE LOW-VALUES TO RLG-LEDGER-KEY.
003140     MOVE WS-BUSINESS-DATE TO RLG-BUSINESS-DATE.
003150     MOVE 'N' TO WS-EOF-SWITCH.
003160     START RUN-LEDGER-FILE KEY NOT LESS THAN RLG-LEDGER-KEY
003170         INVALID KEY
003180             MOVE 'Y' TO WS-EOF-SWITCH
003190     END-START.
003200     IF WS-EOF-NO
003210         PERFORM 1150-READ-NEXT-ENTRY THRU 1150-EXIT
003220     END-IF.
003230     PERFORM 2100-APPLY-ONE-ENTRY THRU 2100-EXIT
003240         UNTIL WS-EOF-YES
003250            OR RLG-BUSINESS-DATE NOT = WS-BUSINESS-DATE.
003260     PERFORM 2300-GRADE-ONE-STEP THRU 2300-EXIT
003270         VARYING WS-STEP-SUB FROM 1 BY 1
003280         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
003290 2000-EXIT.
003300     EXIT.
003310
003320 2050-CLEAR-ONE-STEP.
003330     MOVE SPACES TO WS-WIN-FIRST-START (WS-STEP-SUB).
003340     MOVE SPACES TO WS-WIN-LAST-START (WS-STEP-SUB).
003350     MOVE SPACES TO WS-WIN-LAST-END (WS-STEP-SUB).
003360     MOVE ZERO   TO WS-WIN-RC (WS-STEP-SUB).
003370     MOVE ZERO   TO WS-WIN-INPUT-COUNT (WS-STEP-SUB).
003380     MOVE ZERO   TO WS-WIN-OUTPUT-COUNT (WS-STEP-SUB).
003390     MOVE ZERO   TO WS-WIN-RUN-COUNT (WS-STEP-SUB).
003400     MOVE ZERO   TO WS-WIN-REFUSED-COUNT (WS-STEP-SUB).
003410     MOVE ZERO   TO WS-WIN-LAST-SECONDS (WS-STEP-SUB).
003420     MOVE ZERO   TO WS-WIN-TOTAL-SECONDS (WS-STEP-SUB).
003430     MOVE ZERO   TO WS-WIN-PATH-TARGET (WS-STEP-SUB).
003440     MOVE SPACES TO WS-WIN-STATUS (WS-STEP-SUB).
003450 2050-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------
003490* A STEP'S ENTRIES COME BACK IN TIMESTAMP ORDER. EACH END ENTRY
003500* CARRIES THE START OF ITS OWN RUN, SO EVERY RUN IS TIMED FROM ITS
003510* OWN PAIR OF ENTRIES.
003520*----------------------------------------------------------------
003530 2100-APPLY-ONE-ENTRY.
003540     MOVE ZERO TO WS-ENTRY-STEP.
003550     PERFORM 2110-MATCH-ENTRY-STEP THRU 2110-EXIT
003560         VARYING WS-STEP-SUB FROM 1 BY 1
003570         UNTIL WS-STEP-SUB > RLS-STEP-COUNT.
003580     IF WS-ENTRY-STEP = ZERO
003590         GO TO 2100-NEXT
003600     END-IF.
003610     IF RLG-STEP-REFUSED
003620         ADD 1 TO WS-WIN-REFUSED-COUNT (WS-ENTRY-STEP)
003630     END-IF.
003640     IF RLG-STEP-STARTED
003650         PERFORM 2150-APPLY-START THRU 2150-EXIT
003660     END-IF.
003670     IF RLG-STEP-ENDED
003680         PERFORM 2200-APPLY-END THRU 2200-EXIT
003690     END-IF.
003700 2100-NEXT.
003710     PERFORM 1150-READ-NEXT-ENTRY THRU 1150-EXIT.
003720 2100-EXIT.
003730     EXIT.
003740
003750 2110-MATCH-ENTRY-STEP.
003760     IF RLS-STEP-NAME (WS-STEP-SUB) = RLG-STEP-NAME
003770         MOVE WS-STEP-SUB TO WS-ENTRY-STEP
003780     END-IF.
003790 2110-EXIT.
003800     EXIT.
003810
003820 2150-APPLY-START.
003830     ADD 1 TO WS-WIN-RUN-COUNT (WS-ENTRY-STEP).
003840     IF WS-WIN-FIRST-START (WS-ENTRY-STEP) = SPACES
003850         MOVE RLG-ENTRY-TIMESTAMP
003860           TO WS-WIN-FIRST-START (WS-ENTRY-STEP)
003870     END-IF.
003880     MOVE RLG-ENTRY-TIMESTAMP
003890       TO WS-WIN-LAST-START (WS-ENTRY-STEP).
003900     IF RLG-ENTRY-TIMESTAMP < WS-WINDOW-OPEN-TS
003910         MOVE RLG-ENTRY-TIMESTAMP TO WS-WINDOW-OPEN-TS
003920     END-IF.
003930 2150-EXIT.
003940     EXIT.
003950
003960 2200-APPLY-END.
003970     MOVE RLG-ENTRY-TIMESTAMP TO WS-WIN-LAST-END (WS-ENTRY-STEP).
003980     MOVE RLG-RETURN-CODE     TO WS-WIN-RC (WS-ENTRY-STEP).
003990     MOVE RLG-INPUT-COUNT
004000       TO WS-WIN-INPUT-COUNT (WS-ENTRY-STEP).
004010     MOVE RLG-OUTPUT-COUNT
004020       TO WS-WIN-OUTPUT-COUNT (WS-ENTRY-STEP).
004030     IF RLG-ENTRY-TIMESTAMP > WS-WINDOW-CLOSE-TS
004040         MOVE RLG-ENTRY-TIMESTAMP TO WS-WINDOW-CLOSE-TS
004050     END-IF.
004060     IF RLG-START-TIMESTAMP = SPACES
004070         GO TO 2200-EXIT
004080     END-IF.
004090     MOVE RLG-START-TIMESTAMP TO WS-TS-WORK.
004100     PERFORM 7400-TIMESTAMP-TO-SECONDS THRU 7400-EXIT.
004110     MOVE WS-TS-SECONDS TO WS-FROM-SECONDS.
004120     MOVE RLG-ENTRY-TIMESTAMP TO WS-TS-WORK.
004130     PERFORM 7400-TIMESTAMP-TO-SECONDS THRU 7400-EXIT.
004140     COMPUTE WS-WIN-LAST-SECONDS (WS-ENTRY-STEP) =
004150         WS-TS-SECONDS - WS-FROM-SECONDS.
004160     ADD WS-WIN-LAST-SECONDS (WS-ENTRY-STEP)
004170       TO WS-WIN-TOTAL-SECONDS (WS-ENTRY-STEP).
004180 2200-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220* GRADED IN TABLE ORDER, SO A STEP'S PREDECESSORS ALREADY CARRY
004230* THEIR PATH TARGETS WHEN THE STEP'S OWN IS WORKED OUT.
004240*----------------------------------------------------------------
004250 2300-GRADE-ONE-STEP.
004260     MOVE ZERO TO WS-PATH-START.
004270     PERFORM 2310-LATEST-PRED-FINISH THRU 2310-EXIT
004280         VARYING WS-PRED-SUB FROM 1 BY 1
004290         UNTIL WS-PRED-SUB > RLS-PRED-COUNT (WS-STEP-SUB).
004300     COMPUTE WS-WIN-PATH-TARGET (WS-STEP-SUB) =
004310         WS-PATH-START + RLS-TARGET-MINUTES (WS-STEP-SUB) * 60.
004320     IF WS-WIN-PATH-TARGET (WS-STEP-SUB) > WS-WINDOW-TARGET
004330         MOVE WS-WIN-PATH-TARGET (WS-STEP-SUB) TO WS-WINDOW-TARGET
004340     END-IF.
004350     EVALUATE TRUE
004360         WHEN WS-WIN-LAST-START (WS-STEP-SUB) = SPACES
004370             IF WS-WIN-REFUSED-COUNT (WS-STEP-SUB) > ZERO
004380                 MOVE 'REFUSED ' TO WS-WIN-STATUS (WS-STEP-SUB)
004390             ELSE
004400                 MOVE 'NOT RUN ' TO WS-WIN-STATUS (WS-STEP-SUB)
004410             END-IF
004420         WHEN WS-WIN-LAST-END (WS-STEP-SUB)
004430                < WS-WIN-LAST-START (WS-STEP-SUB)
004440             MOVE 'NO END  ' TO WS-WIN-STATUS (WS-STEP-SUB)
004450         WHEN WS-WIN-RC (WS-STEP-SUB) > 4
004460             MOVE 'FAILED  ' TO WS-WIN-STATUS (WS-STEP-SUB)
004470         WHEN OTHER
004480             MOVE 'COMPLETE' TO WS-WIN-STATUS (WS-STEP-SUB)
004490     END-EVALUATE.
004500     IF NOT WS-WIN-COMPLETE (WS-STEP-SUB)
004510         ADD 1 TO WS-INCOMPLETE-COUNT
004520     END-IF.
004530     IF WS-LONGEST-STEP = ZERO
004540         MOVE WS-STEP-SUB TO WS-LONGEST-STEP
004550     END-IF.
004560     IF WS-WIN-TOTAL-SECONDS (WS-STEP-SUB)
004570         > WS-WIN-TOTAL-SECONDS (WS-LONGEST-STEP)
004580         MOVE WS-STEP-SUB TO WS-LONGEST-STEP
004590     END-IF.
004600 2300-EXIT.
004610     EXIT.
004620
004630 2310-LATEST-PRED-FINISH.
004640     MOVE RLS-PRED-STEP (WS-STEP-SUB, WS-PRED-SUB)
004650       TO WS-PRED-STEP.
004660     IF WS-WIN-PATH-TARGET (WS-PRED-STEP) > WS-PATH-START
004670         MOVE WS-WIN-PATH-TARGET (WS-PRED-STEP) TO WS-PATH-START
004680     END-IF.
004690 2310-EXIT.
004700     EXIT.
004710
004720 3000-WRITE-STEP-LINES.
004730     MOVE RLS-STEP-NAME (WS-STEP-SUB) TO DTL-STEP-NAME.
004740     MOVE WS-WIN-LAST-START (WS-STEP-SUB) (12:8)
004750       TO DTL-START-TIME.
004760     MOVE SPACES TO DTL-END-TIME.
004770     MOVE SPACES TO DTL-ELAPSED.
004780     MOVE SPACES TO DTL-VARIANCE.
004790     MOVE SPACES TO DTL-RC.
004800     COMPUTE WS-TARGET-SECONDS =
004810         RLS-TARGET-MINUTES (WS-STEP-SUB) * 60.
004820     MOVE WS-TARGET-SECONDS TO WS-HMS-SECONDS.
004830     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
004840     MOVE WS-HMS-EDIT TO DTL-TARGET.
004850     IF WS-WIN-LAST-END (WS-STEP-SUB) NOT = SPACES
004860         PERFORM 3100-FORMAT-LAST-RUN THRU 3100-EXIT
004870     END-IF.
004880     MOVE WS-WIN-RUN-COUNT (WS-STEP-SUB) TO DTL-RUNS.
004890     MOVE WS-WIN-STATUS (WS-STEP-SUB) TO DTL-STATUS.
004900     WRITE RPT-PRINT-LINE FROM WS-STEP-LINE.
004910     MOVE WS-WIN-INPUT-COUNT (WS-STEP-SUB) TO CNT-INPUT-COUNT.
004920     MOVE WS-WIN-OUTPUT-COUNT (WS-STEP-SUB) TO CNT-OUTPUT-COUNT.
004930     MOVE WS-WIN-TOTAL-SECONDS (WS-STEP-SUB) TO WS-HMS-SECONDS.
004940     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
004950     MOVE WS-HMS-EDIT TO CNT-TOTAL-ELAPSED.
004960     MOVE WS-WIN-REFUSED-COUNT (WS-STEP-SUB) TO CNT-REFUSED-COUNT.
004970     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE.
004980 3000-EXIT.
004990     EXIT.
005000
005010 3100-FORMAT-LAST-RUN.
005020     MOVE WS-WIN-LAST-END (WS-STEP-SUB) (12:8) TO DTL-END-TIME.
005030     MOVE WS-WIN-LAST-SECONDS (WS-STEP-SUB) TO WS-HMS-SECONDS.
005040     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
005050     MOVE WS-HMS-EDIT TO DTL-ELAPSED.
005060     COMPUTE WS-VARIANCE-SECONDS =
005070         WS-WIN-LAST-SECONDS (WS-STEP-SUB) - WS-TARGET-SECONDS.
005080     IF WS-VARIANCE-SECONDS > ZERO
005090         MOVE '+' TO DTL-VARIANCE-SIGN
005100         ADD 1 TO WS-OVER-TARGET-COUNT
005110     ELSE
005120         MOVE '-' TO DTL-VARIANCE-SIGN
005130     END-IF.
005140     PERFORM 7350-FORMAT-VARIANCE THRU 7350-EXIT.
005150     MOVE WS-HMS-EDIT TO DTL-VARIANCE-HMS.
005160     MOVE WS-WIN-RC (WS-STEP-SUB) TO WS-RC-EDITED.
005170     MOVE WS-RC-EDITED TO DTL-RC.
005180 3100-EXIT.
005190     EXIT.
005200
005210 4000-WRITE-SUMMARY.
005220     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005230     IF WS-WINDOW-CLOSE-TS = SPACES
005240         MOVE 'NO STEP HAS LOGGED AN END FOR THIS BUSINESS DATE'
005250           TO WS-MESSAGE-LINE
005260         WRITE RPT-PRINT-LINE FROM WS-MESSAGE-LINE
005270         GO TO 4000-COUNTS
005280     END-IF.
005290     MOVE WS-WINDOW-OPEN-TS (1:19)  TO WIN-OPEN-TS.
005300     MOVE WS-WINDOW-CLOSE-TS (1:19) TO WIN-CLOSE-TS.
005310     WRITE RPT-PRINT-LINE FROM WS-WINDOW-LINE.
005320     MOVE WS-WINDOW-OPEN-TS TO WS-TS-WORK.
005330     PERFORM 7400-TIMESTAMP-TO-SECONDS THRU 7400-EXIT.
005340     MOVE WS-TS-SECONDS TO WS-FROM-SECONDS.
005350     MOVE WS-WINDOW-CLOSE-TS TO WS-TS-WORK.
005360     PERFORM 7400-TIMESTAMP-TO-SECONDS THRU 7400-EXIT.
005370     COMPUTE WS-WINDOW-SECONDS = WS-TS-SECONDS - WS-FROM-SECONDS.
005380     MOVE WS-WINDOW-SECONDS TO WS-HMS-SECONDS.
005390     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
005400     MOVE WS-HMS-EDIT TO WIN-ELAPSED.
005410     MOVE WS-WINDOW-TARGET TO WS-HMS-SECONDS.
005420     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
005430     MOVE WS-HMS-EDIT TO WIN-TARGET.
005440     COMPUTE WS-VARIANCE-SECONDS =
005450         WS-WINDOW-SECONDS - WS-WINDOW-TARGET.
005460     IF WS-VARIANCE-SECONDS > ZERO
005470         MOVE '+' TO WIN-VARIANCE-SIGN
005480     ELSE
005490         MOVE '-' TO WIN-VARIANCE-SIGN
005500     END-IF.
005510     PERFORM 7350-FORMAT-VARIANCE THRU 7350-EXIT.
005520     MOVE WS-HMS-EDIT TO WIN-VARIANCE-HMS.
005530     WRITE RPT-PRINT-LINE FROM WS-WINDOW-TIME-LINE.
005540     MOVE RLS-STEP-NAME (WS-LONGEST-STEP) TO LNG-STEP-NAME.
005550     MOVE WS-WIN-TOTAL-SECONDS (WS-LONGEST-STEP)
005560       TO WS-HMS-SECONDS.
005570     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
005580     MOVE WS-HMS-EDIT TO LNG-ELAPSED.
005590     MOVE ZERO TO WS-WINDOW-PERCENT.
005600     IF WS-WINDOW-SECONDS > ZERO
005610         COMPUTE WS-WINDOW-PERCENT =
005620             WS-WIN-TOTAL-SECONDS (WS-LONGEST-STEP) * 100
005630             / WS-WINDOW-SECONDS
005640     END-IF.
005650     MOVE WS-WINDOW-PERCENT TO LNG-PERCENT.
005660     WRITE RPT-PRINT-LINE FROM WS-LONGEST-LINE.
005670 4000-COUNTS.
005680     MOVE 'STEPS OVER TARGET:' TO SUM-LABEL.
005690     MOVE WS-OVER-TARGET-COUNT TO SUM-COUNT.
005700     WRITE RPT-PRINT-LINE FROM WS-SUMMARY-COUNT-LINE.
005710     MOVE 'STEPS NOT COMPLETED CLEANLY:' TO SUM-LABEL.
005720     MOVE WS-INCOMPLETE-COUNT TO SUM-COUNT.
005730     WRITE RPT-PRINT-LINE FROM WS-SUMMARY-COUNT-LINE.
005740 4000-EXIT.
005750     EXIT.
005760
005770 7000-BUILD-TIMESTAMP.
005780     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
005790     ACCEPT WS-SYS-TIME FROM TIME.
005800     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
005810            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
005820            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
005830            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
005840     END-STRING.
005850 7000-EXIT.
005860     EXIT.
005870
005880 7100-WRITE-HEADINGS.
005890     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
005900     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
005910     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
005920     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
005930     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005940     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
005950     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005960 7100-EXIT.
005970     EXIT.
005980
005990 7300-FORMAT-HMS.
006000     DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HOURS
006010         REMAINDER WS-HMS-REMAINDER.
006020     DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MINUTES
006030         REMAINDER WS-HMS-SECS.
006040 7300-EXIT.
006050     EXIT.
006060
006070 7350-FORMAT-VARIANCE.
006080     IF WS-VARIANCE-SECONDS < ZERO
006090         COMPUTE WS-HMS-SECONDS = ZERO - WS-VARIANCE-SECONDS
006100     ELSE
006110         MOVE WS-VARIANCE-SECONDS TO WS-HMS-SECONDS
006120     END-IF.
006130     PERFORM 7300-FORMAT-HMS THRU 7300-EXIT.
006140 7350-EXIT.
006150     EXIT.
006160
006170 7400-TIMESTAMP-TO-SECONDS.
006180     COMPUTE WS-TS-DATE =
006190         WS-TS-YEAR * 10000 + WS-TS-MONTH * 100 + WS-TS-DAY.
006200     COMPUTE WS-TS-SECONDS =
006210         FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
006220         + WS-TS-HOUR * 3600 + WS-TS-MINUTE * 60 + WS-TS-SECOND.
006230 7400-EXIT.
006240     EXIT.
006250
006260 8000-TERMINATE.
006270     CLOSE RUN-LEDGER-FILE.
006280     CLOSE BATCH-WINDOW-REPORT.
006290 8000-EXIT.
006300     EXIT.
