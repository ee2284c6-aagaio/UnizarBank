000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIVACTRPT.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - DAILY PRIVILEGED-ACTIVITY
000120*                  REPORT. LISTS TODAY'S OPERATOR-ACTION-LOG
000130*                  RECORDS WRITTEN BY OPERAUTH FOR THE SECURITY
000140*                  UTILITIES (SIGN-ONS AND EVERY UNLOCK, TOKEN OR
000150*                  USER REVOKE, BRANCH CHANGE, AUDIT INQUIRY AND
000160*                  ROLE CHANGE), GROUPED BY OPERATOR IN TIME
000170*                  ORDER, PERMITTED AND REFUSED ALIKE, WITH THE
000180*                  REASON THE OPERATOR GAVE. EACH OPERATOR GETS A
000190*                  PERMITTED/REFUSED SUBTOTAL, AND THE GRAND
000200*                  TOTALS BREAK THE REFUSALS DOWN BY REASON.
000202* 10/15/2026 OSG   THE LAST OPERATOR'S SUBTOTAL NOW PRINTS EVEN
000204*                  WHEN ITS OPERATOR USERID IS BLANK, AS ON A
000206*                  REFUSED SIGN-ON.
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPERATOR-ACTION-LOG ASSIGN TO "OPACTLOG"
000260         ORGANIZATION IS SEQUENTIAL.
000270
000280     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000290
000300     SELECT PRIV-ACTIVITY-REPORT ASSIGN TO "PRIVRPT"
000310         ORGANIZATION IS SEQUENTIAL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  OPERATOR-ACTION-LOG
000360     LABEL RECORDS ARE STANDARD.
000370     COPY OPACTREC.
000380
000390 SD  SORT-WORK-FILE.
000400 01  SRT-ACTION-RECORD.
000410     05  SRT-TIMESTAMP           PIC X(26).
000420     05  SRT-OPERATOR-ID         PIC X(20).
000430     05  SRT-PROGRAM-ID          PIC X(20).
000440     05  SRT-REQUIRED-ROLE       PIC X(11).
000450     05  SRT-ACTION              PIC X(08).
000460     05  SRT-TARGET              PIC X(20).
000470     05  SRT-DISPOSITION         PIC X(01).
000480         88  SRT-PERMITTED               VALUE 'P'.
000490         88  SRT-REFUSED                 VALUE 'R'.
000500     05  SRT-REFUSAL-REASON      PIC X(08).
000510     05  SRT-REASON-TEXT         PIC X(40).
000520
000530 FD  PRIV-ACTIVITY-REPORT
000540     LABEL RECORDS ARE STANDARD.
000550 01  RPT-PRINT-LINE              PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000590     88  WS-EOF-YES                      VALUE 'Y'.
000600     88  WS-EOF-NO                       VALUE 'N'.
000610
000620 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
000630     88  WS-LOG-EOF-YES                  VALUE 'Y'.
000640     88  WS-LOG-EOF-NO                   VALUE 'N'.
000650
000660 01  WS-PRIOR-OPERATOR           PIC X(20) VALUE SPACES.
000670
000680 77  WS-OPER-PERMITTED           PIC 9(07) COMP VALUE ZERO.
000690 77  WS-OPER-REFUSED             PIC 9(07) COMP VALUE ZERO.
000700 77  WS-OPERATOR-COUNT           PIC 9(07) COMP VALUE ZERO.
000710 77  WS-TOTAL-PERMITTED          PIC 9(07) COMP VALUE ZERO.
000720 77  WS-TOTAL-REFUSED            PIC 9(07) COMP VALUE ZERO.
000730 77  WS-REFUSED-AUTHFAIL         PIC 9(07) COMP VALUE ZERO.
000740 77  WS-REFUSED-NOROLE           PIC 9(07) COMP VALUE ZERO.
000750 77  WS-REFUSED-NOSIGNON         PIC 9(07) COMP VALUE ZERO.
000760 77  WS-REFUSED-SELFACT          PIC 9(07) COMP VALUE ZERO.
000770 77  WS-REFUSED-NOREASON         PIC 9(07) COMP VALUE ZERO.
000780 77  WS-REFUSED-OTHER            PIC 9(07) COMP VALUE ZERO.
000790
000800 01  WS-SYS-DATE                 PIC 9(08).
000810 01  WS-SYS-TIME                 PIC 9(08).
000820 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000830
000840 01  WS-HEADING-LINE-1.
000850     05  FILLER                  PIC X(80) VALUE
000860       'UNIZAR BANK - RETAIL SYSTEMS  PRIVILEGED ACTIVITY REPORT'.
000870
000880 01  WS-HEADING-LINE-2.
000890     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
000900     05  HDG-RUN-DATE            PIC X(10).
000910     05  FILLER                  PIC X(60) VALUE SPACES.
000920
000930 01  WS-COLUMN-HEADING-LINE.
000940     05  FILLER                  PIC X(10) VALUE 'TIME'.
000950     05  FILLER                  PIC X(13) VALUE 'PROGRAM'.
000960     05  FILLER                  PIC X(09) VALUE 'ACTION'.
000970     05  FILLER                  PIC X(21) VALUE 'TARGET'.
000980     05  FILLER                  PIC X(10) VALUE 'RESULT'.
000990     05  FILLER                  PIC X(17) VALUE 'REFUSAL'.
001000
001010 01  WS-BLANK-LINE.
001020     05  FILLER                  PIC X(80) VALUE SPACES.
001030
001040 01  WS-OPERATOR-LINE.
001050     05  FILLER                  PIC X(10) VALUE 'OPERATOR: '.
001060     05  OPH-OPERATOR-ID         PIC X(20).
001070     05  FILLER                  PIC X(50) VALUE SPACES.
001080
001090 01  WS-DETAIL-LINE.
001100     05  DTL-TIME                PIC X(08).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-PROGRAM-ID          PIC X(12).
001130     05  FILLER                  PIC X(01) VALUE SPACES.
001140     05  DTL-ACTION              PIC X(08).
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  DTL-TARGET              PIC X(20).
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  DTL-DISPOSITION         PIC X(09).
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  DTL-REFUSAL-REASON      PIC X(08).
001210     05  FILLER                  PIC X(09) VALUE SPACES.
001220
001230 01  WS-REASON-LINE.
001240     05  FILLER                  PIC X(10) VALUE SPACES.
001250     05  FILLER                  PIC X(08) VALUE 'REASON: '.
001260     05  RSN-TEXT                PIC X(40).
001270     05  FILLER                  PIC X(22) VALUE SPACES.
001280
001290 01  WS-OPERATOR-TOTAL-LINE.
001300     05  FILLER                  PIC X(10) VALUE SPACES.
001310     05  FILLER                  PIC X(11) VALUE 'PERMITTED: '.
001320     05  OPT-PERMITTED           PIC ZZZ,ZZ9.
001330     05  FILLER                  PIC X(13) VALUE
001340       '    REFUSED: '.
001350     05  OPT-REFUSED             PIC ZZZ,ZZ9.
001360     05  FILLER                  PIC X(32) VALUE SPACES.
001370
001380 01  WS-NO-ACTIVITY-LINE.
001390     05  FILLER                  PIC X(80) VALUE
001400       'NO PRIVILEGED ACTIVITY LOGGED FOR THIS DATE'.
001410
001420 01  WS-TOTAL-LINE.
001430     05  TOT-LABEL               PIC X(30).
001440     05  TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001450     05  FILLER                  PIC X(39) VALUE SPACES.
001460
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     SORT SORT-WORK-FILE
001510         ON ASCENDING KEY SRT-OPERATOR-ID SRT-TIMESTAMP
001520         INPUT PROCEDURE IS 1500-FILTER-AND-RELEASE THRU 1500-EXIT
001530         OUTPUT PROCEDURE IS 2000-LIST-ACTIVITY THRU 2000-EXIT.
001540     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
001550     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001560     STOP RUN.
001570
001580 1000-INITIALIZE.
001590     OPEN OUTPUT PRIV-ACTIVITY-REPORT.
001600     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
001610     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
001620 1000-EXIT.
001630     EXIT.
001640
001650 1500-FILTER-AND-RELEASE.
001660     OPEN INPUT OPERATOR-ACTION-LOG.
001670     PERFORM 1550-READ-ACTION-RECORD THRU 1550-EXIT.
001680     PERFORM 1560-RELEASE-IF-TODAY THRU 1560-EXIT
001690         UNTIL WS-LOG-EOF-YES.
001700     CLOSE OPERATOR-ACTION-LOG.
001710 1500-EXIT.
001720     EXIT.
001730
001740 1550-READ-ACTION-RECORD.
001750     READ OPERATOR-ACTION-LOG
001760         AT END
001770             MOVE 'Y' TO WS-LOG-EOF-SWITCH
001780     END-READ.
001790 1550-EXIT.
001800     EXIT.
001810
001820 1560-RELEASE-IF-TODAY.
001830     IF OAL-TIMESTAMP (1:10) = WS-CURRENT-TIMESTAMP (1:10)
001840         RELEASE SRT-ACTION-RECORD FROM OAL-ACTION-RECORD
001850     END-IF.
001860     PERFORM 1550-READ-ACTION-RECORD THRU 1550-EXIT.
001870 1560-EXIT.
001880     EXIT.
001890
001900 2000-LIST-ACTIVITY.
001910     PERFORM 2050-RETURN-SORTED-RECORD THRU 2050-EXIT.
001920     PERFORM 2100-PROCESS-ACTION THRU 2100-EXIT
001930         UNTIL WS-EOF-YES.
001940     IF WS-OPERATOR-COUNT > ZERO
001950         PERFORM 2500-FLUSH-OPERATOR THRU 2500-EXIT
001960     END-IF.
001970 2000-EXIT.
001980     EXIT.
001990
002000 2050-RETURN-SORTED-RECORD.
002010     RETURN SORT-WORK-FILE
002020         AT END
002030             MOVE 'Y' TO WS-EOF-SWITCH
002040     END-RETURN.
002050 2050-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002090* A REFUSED SIGN-ON MAY CARRY A BLANK OPERATOR USERID, SO THE
002100* FIRST-TIME TEST IS THE OPERATOR COUNT, NOT A BLANK PRIOR KEY.
002110*----------------------------------------------------------------
002120 2100-PROCESS-ACTION.
002130     IF WS-OPERATOR-COUNT = ZERO
002140         PERFORM 2200-START-NEW-OPERATOR THRU 2200-EXIT
002150     END-IF.
002160     IF SRT-OPERATOR-ID NOT = WS-PRIOR-OPERATOR
002170         PERFORM 2500-FLUSH-OPERATOR THRU 2500-EXIT
002180         PERFORM 2200-START-NEW-OPERATOR THRU 2200-EXIT
002190     END-IF.
002200     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
002210     PERFORM 2050-RETURN-SORTED-RECORD THRU 2050-EXIT.
002220 2100-EXIT.
002230     EXIT.
002240
002250 2200-START-NEW-OPERATOR.
002260     MOVE SRT-OPERATOR-ID TO WS-PRIOR-OPERATOR.
002270     MOVE ZERO TO WS-OPER-PERMITTED.
002280     MOVE ZERO TO WS-OPER-REFUSED.
002290     ADD 1 TO WS-OPERATOR-COUNT.
002300     MOVE SRT-OPERATOR-ID TO OPH-OPERATOR-ID.
002310     WRITE RPT-PRINT-LINE FROM WS-OPERATOR-LINE.
002320 2200-EXIT.
002330     EXIT.
002340
002350 2300-WRITE-DETAIL.
002360     MOVE SRT-TIMESTAMP (12:8) TO DTL-TIME.
002370     MOVE SRT-PROGRAM-ID       TO DTL-PROGRAM-ID.
002380     MOVE SRT-ACTION           TO DTL-ACTION.
002390     MOVE SRT-TARGET           TO DTL-TARGET.
002400     IF SRT-REFUSED
002410         MOVE 'REFUSED'          TO DTL-DISPOSITION
002420         MOVE SRT-REFUSAL-REASON TO DTL-REFUSAL-REASON
002430         ADD 1 TO WS-OPER-REFUSED
002440         ADD 1 TO WS-TOTAL-REFUSED
002450         PERFORM 2400-COUNT-REFUSAL THRU 2400-EXIT
002460     ELSE
002470         MOVE 'PERMITTED'        TO DTL-DISPOSITION
002480         MOVE SPACES             TO DTL-REFUSAL-REASON
002490         ADD 1 TO WS-OPER-PERMITTED
002500         ADD 1 TO WS-TOTAL-PERMITTED
002510     END-IF.
002520     WRITE RPT-PRINT-LINE FROM WS-DETAIL-LINE.
002530     IF SRT-REASON-TEXT NOT = SPACES
002540         MOVE SRT-REASON-TEXT TO RSN-TEXT
002550         WRITE RPT-PRINT-LINE FROM WS-REASON-LINE
002560     END-IF.
002570 2300-EXIT.
002580     EXIT.
002590
002600 2400-COUNT-REFUSAL.
002610     EVALUATE SRT-REFUSAL-REASON
002620         WHEN 'AUTHFAIL'
002630             ADD 1 TO WS-REFUSED-AUTHFAIL
002640         WHEN 'NOROLE  '
002650             ADD 1 TO WS-REFUSED-NOROLE
002660         WHEN 'NOSIGNON'
002670             ADD 1 TO WS-REFUSED-NOSIGNON
002680         WHEN 'SELFACT '
002690             ADD 1 TO WS-REFUSED-SELFACT
002700         WHEN 'NOREASON'
002710             ADD 1 TO WS-REFUSED-NOREASON
002720         WHEN OTHER
002730             ADD 1 TO WS-REFUSED-OTHER
002740     END-EVALUATE.
002750 2400-EXIT.
002760     EXIT.
002770
002780 2500-FLUSH-OPERATOR.
002790     MOVE WS-OPER-PERMITTED TO OPT-PERMITTED.
002800     MOVE WS-OPER-REFUSED   TO OPT-REFUSED.
002810     WRITE RPT-PRINT-LINE FROM WS-OPERATOR-TOTAL-LINE.
002820     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
002830 2500-EXIT.
002840     EXIT.
002850
002860 2900-WRITE-SUMMARY.
002870     IF WS-OPERATOR-COUNT = ZERO
002880         WRITE RPT-PRINT-LINE FROM WS-NO-ACTIVITY-LINE
002890         WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE
002900     END-IF.
002910     MOVE 'OPERATORS ACTIVE:' TO TOT-LABEL.
002920     MOVE WS-OPERATOR-COUNT TO TOT-COUNT.
002930     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
002940     MOVE 'ACTIONS PERMITTED:' TO TOT-LABEL.
002950     MOVE WS-TOTAL-PERMITTED TO TOT-COUNT.
002960     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
002970     MOVE 'ACTIONS REFUSED:' TO TOT-LABEL.
002980     MOVE WS-TOTAL-REFUSED TO TOT-COUNT.
002990     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
003000     MOVE '  SIGN-ON FAILED (AUTHFAIL):' TO TOT-LABEL.
003010     MOVE WS-REFUSED-AUTHFAIL TO TOT-COUNT.
003020     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
003030     MOVE '  ROLE NOT HELD (NOROLE):' TO TOT-LABEL.
003040     MOVE WS-REFUSED-NOROLE TO TOT-COUNT.
003050     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
003060     MOVE '  NOT SIGNED ON (NOSIGNON):' TO TOT-LABEL.
003070     MOVE WS-REFUSED-NOSIGNON TO TOT-COUNT.
003080     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
003090     MOVE '  OWN USERID (SELFACT):' TO TOT-LABEL.
003100     MOVE WS-REFUSED-SELFACT TO TOT-COUNT.
003110     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
003120     MOVE '  NO REASON GIVEN (NOREASON):' TO TOT-LABEL.
003130     MOVE WS-REFUSED-NOREASON TO TOT-COUNT.
003140     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
003150     IF WS-REFUSED-OTHER > ZERO
003160         MOVE '  OTHER:' TO TOT-LABEL
003170         MOVE WS-REFUSED-OTHER TO TOT-COUNT
003180         WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE
003190     END-IF.
003200 2900-EXIT.
003210     EXIT.
003220
003230 7000-BUILD-TIMESTAMP.
003240     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
003250     ACCEPT WS-SYS-TIME FROM TIME.
003260     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
003270            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
003280            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
003290            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
003300     END-STRING.
003310 7000-EXIT.
003320     EXIT.
003330
003340 7100-WRITE-HEADINGS.
003350     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
003360     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
003370     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
003380     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
003390     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
003400     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
003410 7100-EXIT.
003420     EXIT.
003430
003440 8000-TERMINATE.
003450     CLOSE PRIV-ACTIVITY-REPORT.
003460 8000-EXIT.
003470     EXIT.
