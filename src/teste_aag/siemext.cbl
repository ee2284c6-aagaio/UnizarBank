000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SIEMEXTRACT.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - DAILY OUTBOUND EXTRACT OF
000120*                  AUTHENTICATION ACTIVITY FOR THE GROUP FRAUD AND
000130*                  SECURITY MONITORING PLATFORM, IN THE SIEMREC
000140*                  INTERFACE LAYOUT. EACH CLOSED BUSINESS DATE IS
000150*                  ONE GROUP: A HEADER, ONE DETAIL PER AUDITTRL
000160*                  LOGIN ATTEMPT, SECEVENT LOCKOUT, OTP REJECT AND
000170*                  BREAKER STOP AND DBERRLOG DATABASE ERROR, EACH
000180*                  TAGGED WITH ITS CATEGORY AND BRNCHMST REGION,
000190*                  AND A TRAILER WITH THE COUNTS AND HASH TOTAL.
000200*                  THE DATES ALREADY SENT ARE KEPT ON SIEMCTL: A
000210*                  RERUN SENDS NOTHING TWICE, AND A MISSED NIGHT
000220*                  IS CAUGHT UP BY SENDING EVERY DATE AFTER THE
000230*                  LAST ONE SENT. THE RECONCILIATION REPORT
000240*                  PROVES, FOR EACH DATE, THAT EVERY SOURCE RECORD
000250*                  READ WAS EXTRACTED OR ACCOUNTED FOR AND THAT
000260*                  THE EXTRACT AGREES WITH THE SOURCE COUNTS. A
000270*                  DATE THAT DOES NOT PROVE GETS NO TRAILER AND IS
000280*                  NOT RECORDED AS SENT. RETURN CODE 4 WHEN THERE
000290*                  WAS NOTHING LEFT TO SEND, 8 WHEN A DATE COULD
000300*                  NOT BE SENT.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-AUD-STATUS.
000380
000390     SELECT SECURITY-EVENT-FILE ASSIGN TO "SECEVENT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-SEV-STATUS.
000420
000430     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-DBE-STATUS.
000460
000470     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BRM-BRANCH-NUMBER
000510         FILE STATUS IS WS-BRM-STATUS.
000520
000530     SELECT SIEM-CONTROL-FILE ASSIGN TO "SIEMCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SXC-BUSINESS-DATE
000570         FILE STATUS IS WS-SXC-STATUS.
000580
000590     SELECT SIEM-EXTRACT-FILE ASSIGN TO "SIEMEXT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SIM-STATUS.
000620
000630     SELECT SIEM-RECON-REPORT ASSIGN TO "SIEMRCN"
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-TRAIL-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY AUDITREC.
000710
000720 FD  SECURITY-EVENT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY SECEVENT.
000750
000760 FD  DB-ERROR-LOG
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DBERRREC.
000790
000800 FD  BRANCH-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY BRANCHMS.
000830
000840 FD  SIEM-CONTROL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY SXCTLREC.
000870
000880*----------------------------------------------------------------
000890* EACH INTERFACE RECORD IS BUILT IN THE SIEMREC LAYOUT IN
000900* WORKING-STORAGE AND WRITTEN FROM THERE.
000910*----------------------------------------------------------------
000920 FD  SIEM-EXTRACT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  SXT-EXTRACT-RECORD          PIC X(150).
000950
000960 FD  SIEM-RECON-REPORT
000970     LABEL RECORDS ARE STANDARD.
000980 01  RPT-PRINT-LINE              PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010 COPY SIEMREC.
001020
001030 01  WS-AUD-STATUS               PIC X(02).
001040 01  WS-SEV-STATUS               PIC X(02).
001050 01  WS-DBE-STATUS               PIC X(02).
001060 01  WS-BRM-STATUS               PIC X(02).
001070 01  WS-SXC-STATUS               PIC X(02).
001080 01  WS-SIM-STATUS               PIC X(02).
001090 01  WS-SOURCE-STATUS            PIC X(02).
001100
001110 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001120     88  WS-EOF-YES                      VALUE 'Y'.
001130     88  WS-EOF-NO                       VALUE 'N'.
001140
001150 77  WS-CONTROL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001160     88  WS-CONTROL-EOF-YES              VALUE 'Y'.
001170     88  WS-CONTROL-EOF-NO               VALUE 'N'.
001180
001190 77  WS-DAY-RESULT-SWITCH        PIC X(01) VALUE 'G'.
001200     88  WS-DAY-GOOD                     VALUE 'G'.
001210     88  WS-DAY-FAILED                   VALUE 'F'.
001220
001230 77  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
001240     88  WS-TRAILER-WRITTEN              VALUE 'Y'.
001250     88  WS-TRAILER-NOT-WRITTEN          VALUE 'N'.
001260
001270 77  WS-RUN-STOP-SWITCH          PIC X(01) VALUE 'N'.
001280     88  WS-RUN-STOPPED                  VALUE 'Y'.
001290     88  WS-RUN-NOT-STOPPED              VALUE 'N'.
001300
001310 01  WS-SOURCE-SYSTEM            PIC X(08) VALUE 'UNIZARBK'.
001320 01  WS-LAYOUT-VERSION           PIC X(04) VALUE '0100'.
001330
001340*----------------------------------------------------------------
001350* BUSINESS DATES. THE DATE CARD NAMES THE LAST DATE TO SEND; A
001360* BLANK CARD MEANS YESTERDAY. ONLY CLOSED DATES ARE SENT, SO A
001370* LATE EVENT CAN NEVER FALL BEHIND A DATE ALREADY SENT.
001380*----------------------------------------------------------------
001390 01  WS-DATE-CARD                PIC X(08).
001400 01  WS-THROUGH-DATE             PIC 9(08) VALUE ZERO.
001410 01  WS-LAST-SENT-DATE           PIC 9(08) VALUE ZERO.
001420 01  WS-EXTRACT-DATE             PIC 9(08) VALUE ZERO.
001430 01  WS-EXTRACT-DATE-TEXT        PIC X(10).
001440 01  WS-DATE-INTEGER             PIC 9(08).
001450 77  WS-FIRST-DAY-INTEGER        PIC 9(08) COMP VALUE ZERO.
001460 77  WS-LAST-DAY-INTEGER         PIC 9(08) COMP VALUE ZERO.
001470 77  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
001480
001490*----------------------------------------------------------------
001500* PER-SOURCE COUNTS FOR THE DATE BEING SENT. EVERY RECORD READ
001510* LANDS IN EXACTLY ONE OF OTHER DATES, NOT SENT (A RECORD OF A
001520* TYPE THE INTERFACE DOES NOT CARRY) OR EXTRACTED.
001530*----------------------------------------------------------------
001540 01  WS-SOURCE-NAME-VALUES.
001550     05  FILLER                  PIC X(08) VALUE 'AUDITTRL'.
001560     05  FILLER                  PIC X(08) VALUE 'SECEVENT'.
001570     05  FILLER                  PIC X(08) VALUE 'DBERRLOG'.
001580 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
001590     05  WS-SOURCE-NAME          PIC X(08) OCCURS 3 TIMES.
001600
001610 01  WS-SOURCE-COUNTS.
001620     05  WS-SOURCE-ENTRY         OCCURS 3 TIMES.
001630         10  WS-SRC-READ         PIC 9(09) COMP.
001640         10  WS-SRC-OTHER-DATE   PIC 9(09) COMP.
001650         10  WS-SRC-NOT-SENT     PIC 9(09) COMP.
001660         10  WS-SRC-EXTRACTED    PIC 9(09) COMP.
001670         10  WS-SRC-RESULT       PIC X(09).
001680 77  WS-SRC-SUB                  PIC 9(02) COMP VALUE ZERO.
001690
001700*----------------------------------------------------------------
001710* EVENT CATEGORIES CARRIED ON THE INTERFACE AND THE SOURCE EACH
001720* ONE COMES FROM.
001730*----------------------------------------------------------------
001740 01  WS-CATEGORY-VALUES.
001750     05  FILLER                  PIC X(09) VALUE 'LOGINOK 1'.
001760     05  FILLER                  PIC X(09) VALUE 'LOGINBAD1'.
001770     05  FILLER                  PIC X(09) VALUE 'LOCKOUT 2'.
001780     05  FILLER                  PIC X(09) VALUE 'OTPREJCT2'.
001790     05  FILLER                  PIC X(09) VALUE 'BRKRSTOP2'.
001800     05  FILLER                  PIC X(09) VALUE 'DBERROR 3'.
001810 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
001820     05  WS-CATEGORY-ENTRY       OCCURS 6 TIMES.
001830         10  WS-CAT-NAME         PIC X(08).
001840         10  WS-CAT-SOURCE       PIC 9(01).
001850 01  WS-CATEGORY-COUNTS.
001860     05  WS-CAT-COUNT            PIC 9(09) COMP OCCURS 6 TIMES.
001870 77  WS-CAT-SUB                  PIC 9(02) COMP VALUE ZERO.
001880 77  WS-CAT-SUM                  PIC 9(09) COMP VALUE ZERO.
001890
001900 77  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
001910 77  WS-EXTRACTED-TOTAL          PIC 9(09) COMP VALUE ZERO.
001920 77  WS-ACCOUNTED-COUNT          PIC 9(09) COMP VALUE ZERO.
001930 77  WS-REGION-MISS-COUNT        PIC 9(09) COMP VALUE ZERO.
001940 01  WS-HASH-TOTAL               PIC 9(15) COMP-3 VALUE ZERO.
001950 01  WS-EVENT-TIME-TEXT.
001960     05  WS-EVENT-HH             PIC X(02).
001970     05  WS-EVENT-MM             PIC X(02).
001980     05  WS-EVENT-SS             PIC X(02).
001990 01  WS-EVENT-TIME REDEFINES WS-EVENT-TIME-TEXT
002000                                 PIC 9(06).
002010 01  WS-FAILURE-REASON           PIC X(32) VALUE SPACES.
002020
002030 77  WS-DAYS-SENT                PIC 9(04) COMP VALUE ZERO.
002040 77  WS-RUN-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
002050
002060 01  WS-SYS-DATE                 PIC 9(08).
002070 01  WS-SYS-TIME                 PIC 9(08).
002080 01  WS-CURRENT-TIMESTAMP        PIC X(26).
002090
002100 01  WS-HEADING-LINE-1.
002110     05  FILLER                  PIC X(12) VALUE 'SIEMEXTRACT'.
002120     05  FILLER                  PIC X(40) VALUE
002130         'SIEM EXTRACT RECONCILIATION'.
002140     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002150     05  HDG-RUN-DATE            PIC X(10).
002160     05  FILLER                  PIC X(08) VALUE SPACES.
002170
002180 01  WS-HEADING-LINE-2.
002190     05  FILLER                  PIC X(22)
002200                                 VALUE 'SENT THROUGH BEFORE:  '.
002210     05  HDG-LAST-SENT-DATE      PIC X(08).
002220     05  FILLER                  PIC X(20)
002230                                 VALUE '   SENDING THROUGH: '.
002240     05  HDG-THROUGH-DATE        PIC 9(08).
002250     05  FILLER                  PIC X(22) VALUE SPACES.
002260
002270 01  WS-DAY-HEADING-LINE.
002280     05  FILLER                  PIC X(15)
002290                                 VALUE 'BUSINESS DATE: '.
002300     05  DAY-BUSINESS-DATE       PIC X(10).
002310     05  FILLER                  PIC X(55) VALUE SPACES.
002320
002330 01  WS-COLUMN-HEADING-LINE.
002340     05  FILLER                  PIC X(36) VALUE
002350         'SOURCE           READ  OTHER DATES  '.
002360     05  FILLER                  PIC X(44) VALUE
002370         '   NOT SENT    EXTRACTED  RESULT'.
002380
002390 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002400
002410 01  WS-SOURCE-LINE.
002420     05  SRC-NAME                PIC X(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  SRC-READ                PIC ZZZ,ZZZ,ZZ9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  SRC-OTHER-DATE          PIC ZZZ,ZZZ,ZZ9.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  SRC-NOT-SENT            PIC ZZZ,ZZZ,ZZ9.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  SRC-EXTRACTED           PIC ZZZ,ZZZ,ZZ9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  SRC-RESULT              PIC X(09).
002530     05  FILLER                  PIC X(09) VALUE SPACES.
002540
002550 01  WS-CATEGORY-LINE.
002560     05  FILLER                  PIC X(14)
002570                                 VALUE '    CATEGORY  '.
002580     05  CAT-NAME                PIC X(08).
002590     05  FILLER                  PIC X(07) VALUE '  FROM '.
002600     05  CAT-SOURCE              PIC X(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  CAT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002630     05  FILLER                  PIC X(30) VALUE SPACES.
002640
002650 01  WS-EXTRACT-TOTAL-LINE.
002660     05  FILLER                  PIC X(17)
002670                                 VALUE 'DETAILS WRITTEN: '.
002680     05  EXT-DETAIL-COUNT        PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER                  PIC X(14)
002700                                 VALUE '   HASH TOTAL '.
002710     05  EXT-HASH-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002720     05  FILLER                  PIC X(19) VALUE SPACES.
002730
002740 01  WS-REGION-MISS-LINE.
002750     05  FILLER                  PIC X(38) VALUE
002760         'BRANCHES NOT ON BRNCHMST (REGION ???):'.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  RMS-COUNT               PIC ZZZ,ZZZ,ZZ9.
002790     05  FILLER                  PIC X(30) VALUE SPACES.
002800
002810 01  WS-MESSAGE-LINE             PIC X(80).
002820
002830 01  WS-SUMMARY-LINE.
002840     05  FILLER                  PIC X(12) VALUE 'DATES SENT: '.
002850     05  SUM-DAYS-SENT           PIC ZZZ9.
002860     05  FILLER                  PIC X(18)
002870                                 VALUE '   DETAILS SENT:  '.
002880     05  SUM-DETAIL-COUNT        PIC ZZZ,ZZZ,ZZ9.
002890     05  FILLER                  PIC X(35) VALUE SPACES.
002900 01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
002910
002920 PROCEDURE DIVISION.
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 2000-EXTRACT-DAY THRU 2000-EXIT
002960         VARYING WS-DAY-INTEGER FROM WS-FIRST-DAY-INTEGER BY 1
002970         UNTIL WS-DAY-INTEGER > WS-LAST-DAY-INTEGER
002980            OR WS-RUN-STOPPED.
002990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003000     STOP RUN.
003010
003020*----------------------------------------------------------------
003030* WORK OUT THE DATES TO SEND: FROM THE DAY AFTER THE LAST DATE ON
003040* SIEM-CONTROL THROUGH THE CARD DATE (OR YESTERDAY). ON THE VERY
003050* FIRST RUN ONLY THE THROUGH DATE IS SENT - HISTORY IS NOT
003060* BACKFILLED. SIEM-CONTROL IS CREATED EMPTY WHEN IT IS MISSING.
003070*----------------------------------------------------------------
003080 1000-INITIALIZE.
003090     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003100     MOVE SPACES TO WS-DATE-CARD.
003110     ACCEPT WS-DATE-CARD.
003120     IF WS-DATE-CARD = SPACES
003130         COMPUTE WS-DATE-INTEGER =
003140             FUNCTION INTEGER-OF-DATE (WS-SYS-DATE) - 1
003150         COMPUTE WS-THROUGH-DATE =
003160             FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
003170     ELSE
003180         IF WS-DATE-CARD IS NUMERIC
003190             MOVE WS-DATE-CARD TO WS-THROUGH-DATE
003200         END-IF
003210     END-IF.
003220     IF WS-THROUGH-DATE > ZERO
003230         COMPUTE WS-LAST-DAY-INTEGER =
003240             FUNCTION INTEGER-OF-DATE (WS-THROUGH-DATE)
003250     END-IF.
003260     IF WS-LAST-DAY-INTEGER = ZERO
003270         DISPLAY 'SIEMEXTRACT - DATE CARD ' WS-DATE-CARD
003280             ' IS NOT A VALID YYYYMMDD DATE - NOTHING SENT'
003290         MOVE 8 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     IF WS-THROUGH-DATE NOT < WS-SYS-DATE
003330         DISPLAY 'SIEMEXTRACT - BUSINESS DATE ' WS-THROUGH-DATE
003340             ' IS NOT YET CLOSED - NOTHING SENT'
003350         MOVE 8 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     OPEN I-O SIEM-CONTROL-FILE.
003390     IF WS-SXC-STATUS = '35'
003400         OPEN OUTPUT SIEM-CONTROL-FILE
003410         CLOSE SIEM-CONTROL-FILE
003420         OPEN I-O SIEM-CONTROL-FILE
003430     END-IF.
003440     IF WS-SXC-STATUS NOT = '00'
003450         DISPLAY 'UNABLE TO OPEN SIEM-CONTROL FILE - STATUS '
003460             WS-SXC-STATUS
003470         MOVE 8 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     OPEN INPUT BRANCH-MASTER.
003510     IF WS-BRM-STATUS NOT = '00'
003520         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
003530             WS-BRM-STATUS
003540         CLOSE SIEM-CONTROL-FILE
003550         MOVE 8 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN OUTPUT SIEM-EXTRACT-FILE.
003590     IF WS-SIM-STATUS NOT = '00'
003600         DISPLAY 'UNABLE TO OPEN SIEM EXTRACT FILE - STATUS '
003610             WS-SIM-STATUS
003620         CLOSE SIEM-CONTROL-FILE
003630         CLOSE BRANCH-MASTER
003640         MOVE 8 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     OPEN OUTPUT SIEM-RECON-REPORT.
003680     PERFORM 1100-FIND-LAST-SENT THRU 1100-EXIT.
003690     IF WS-LAST-SENT-DATE = ZERO
003700         MOVE WS-LAST-DAY-INTEGER TO WS-FIRST-DAY-INTEGER
003710     ELSE
003720         COMPUTE WS-FIRST-DAY-INTEGER =
003730             FUNCTION INTEGER-OF-DATE (WS-LAST-SENT-DATE) + 1
003740     END-IF.
003750     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
003760     IF WS-FIRST-DAY-INTEGER > WS-LAST-DAY-INTEGER
003770         MOVE SPACES TO WS-MESSAGE-LINE
003780         STRING 'NOTHING TO SEND - EVERY DATE THROUGH '
003790                WS-LAST-SENT-DATE ' HAS ALREADY BEEN SENT'
003800                DELIMITED BY SIZE INTO WS-MESSAGE-LINE
003810         END-STRING
003820         WRITE RPT-PRINT-LINE FROM WS-MESSAGE-LINE
003830         DISPLAY 'SIEMEXTRACT - ' WS-MESSAGE-LINE
003840     END-IF.
003850 1000-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* SIEM-CONTROL IS KEYED ON THE BUSINESS DATE, SO THE LAST ENTRY
003900* READ IN KEY ORDER IS THE LAST DATE SENT.
003910*----------------------------------------------------------------
003920 1100-FIND-LAST-SENT.
003930     MOVE ZERO TO SXC-BUSINESS-DATE.
003940     START SIEM-CONTROL-FILE KEY NOT LESS THAN SXC-BUSINESS-DATE
003950         INVALID KEY
003960             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
003970     END-START.
003980     PERFORM 1150-READ-NEXT-CONTROL THRU 1150-EXIT
003990         UNTIL WS-CONTROL-EOF-YES.
004000 1100-EXIT.
004010     EXIT.
004020
004030 1150-READ-NEXT-CONTROL.
004040     READ SIEM-CONTROL-FILE NEXT RECORD
004050         AT END
004060             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
004070         NOT AT END
004080             MOVE SXC-BUSINESS-DATE TO WS-LAST-SENT-DATE
004090     END-READ.
004100 1150-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140* ONE BUSINESS DATE: HEADER, THE THREE SOURCES IN TURN, THE PROOF
004150* AND THEN THE TRAILER. A DATE THAT FAILS ANYWHERE ALONG THE WAY
004160* GETS NO TRAILER, IS NOT RECORDED AS SENT AND STOPS THE CATCH-UP
004170* SO THE DATES STAY IN ORDER ON THE PLATFORM.
004180*----------------------------------------------------------------
004190 2000-EXTRACT-DAY.
004200     COMPUTE WS-EXTRACT-DATE =
004210         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
004220     PERFORM 2050-START-DAY THRU 2050-EXIT.
004230     PERFORM 2100-EXTRACT-AUDIT THRU 2100-EXIT.
004240     IF WS-DAY-GOOD
004250         PERFORM 2200-EXTRACT-EVENTS THRU 2200-EXIT
004260     END-IF.
004270     IF WS-DAY-GOOD
004280         PERFORM 2300-EXTRACT-DB-ERRORS THRU 2300-EXIT
004290     END-IF.
004300     IF WS-DAY-GOOD
004310         PERFORM 2400-PROVE-DAY THRU 2400-EXIT
004320     END-IF.
004330     IF WS-DAY-GOOD
004340         PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT
004350     END-IF.
004360     IF WS-DAY-GOOD
004370         PERFORM 2600-RECORD-DAY-SENT THRU 2600-EXIT
004380     END-IF.
004390     PERFORM 3000-REPORT-DAY THRU 3000-EXIT.
004400     IF WS-DAY-FAILED
004410         SET WS-RUN-STOPPED TO TRUE
004420     END-IF.
004430 2000-EXIT.
004440     EXIT.
004450
004460 2050-START-DAY.
004470     STRING WS-EXTRACT-DATE (1:4) '-' WS-EXTRACT-DATE (5:2) '-'
004480            WS-EXTRACT-DATE (7:2)
004490            DELIMITED BY SIZE INTO WS-EXTRACT-DATE-TEXT
004500     END-STRING.
004510     SET WS-DAY-GOOD TO TRUE.
004520     SET WS-TRAILER-NOT-WRITTEN TO TRUE.
004530     MOVE SPACES TO WS-FAILURE-REASON.
004540     INITIALIZE WS-SOURCE-COUNTS.
004550     INITIALIZE WS-CATEGORY-COUNTS.
004560     MOVE ZERO TO WS-DETAIL-COUNT.
004570     MOVE ZERO TO WS-HASH-TOTAL.
004580     MOVE ZERO TO WS-REGION-MISS-COUNT.
004590     MOVE SPACES TO SIM-INTERFACE-RECORD.
004600     SET SIM-HEADER TO TRUE.
004610     MOVE WS-SOURCE-SYSTEM     TO SIM-SOURCE-SYSTEM.
004620     MOVE WS-EXTRACT-DATE      TO SIM-BUSINESS-DATE.
004630     MOVE WS-CURRENT-TIMESTAMP TO SIM-HDR-CREATED-TS.
004640     MOVE WS-LAYOUT-VERSION    TO SIM-HDR-LAYOUT-VERSION.
004650     WRITE SXT-EXTRACT-RECORD FROM SIM-INTERFACE-RECORD.
004660     PERFORM 7250-CHECK-EXTRACT-WRITE THRU 7250-EXIT.
004670 2050-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* AUDITTRL - EVERY LOGIN ATTEMPT ON THE DATE, SUCCESS OR FAILURE.
004720*----------------------------------------------------------------
004730 2100-EXTRACT-AUDIT.
004740     IF WS-DAY-FAILED
004750         GO TO 2100-EXIT
004760     END-IF.
004770     MOVE 1 TO WS-SRC-SUB.
004780     OPEN INPUT AUDIT-TRAIL-FILE.
004790     IF WS-AUD-STATUS NOT = '00'
004800         MOVE WS-AUD-STATUS TO WS-SOURCE-STATUS
004810         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
004820         GO TO 2100-EXIT
004830     END-IF.
004840     MOVE 'N' TO WS-EOF-SWITCH.
004850     PERFORM 2160-READ-AUDIT THRU 2160-EXIT.
004860     PERFORM 2150-PROCESS-AUDIT THRU 2150-EXIT
004870         UNTIL WS-EOF-YES.
004880     CLOSE AUDIT-TRAIL-FILE.
004890 2100-EXIT.
004900     EXIT.
004910
004920 2150-PROCESS-AUDIT.
004930     PERFORM 2155-SELECT-AUDIT THRU 2155-EXIT.
004940     PERFORM 2160-READ-AUDIT THRU 2160-EXIT.
004950 2150-EXIT.
004960     EXIT.
004970
004980 2155-SELECT-AUDIT.
004990     IF AUD-TIMESTAMP (1:10) NOT = WS-EXTRACT-DATE-TEXT
005000         ADD 1 TO WS-SRC-OTHER-DATE (WS-SRC-SUB)
005010         GO TO 2155-EXIT
005020     END-IF.
005030     IF NOT AUD-SUCCESS AND NOT AUD-FAILURE
005040         ADD 1 TO WS-SRC-NOT-SENT (WS-SRC-SUB)
005050         GO TO 2155-EXIT
005060     END-IF.
005070     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
005080     IF AUD-SUCCESS
005090         SET SIM-CAT-LOGIN-SUCCESS TO TRUE
005100         MOVE 1 TO WS-CAT-SUB
005110     ELSE
005120         SET SIM-CAT-LOGIN-FAILURE TO TRUE
005130         MOVE 2 TO WS-CAT-SUB
005140     END-IF.
005150     MOVE AUD-TIMESTAMP     TO SIM-DTL-EVENT-TS.
005160     MOVE AUD-USERID        TO SIM-DTL-USERID.
005170     MOVE AUD-BRANCH-NUMBER TO SIM-DTL-BRANCH-NUMBER.
005180     MOVE AUD-PROGRAM-ID    TO SIM-DTL-PROGRAM-ID.
005190     MOVE AUD-OUTCOME       TO SIM-DTL-OUTCOME.
005200     PERFORM 7450-LOOK-UP-REGION THRU 7450-EXIT.
005210     PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT.
005220 2155-EXIT.
005230     EXIT.
005240
005250 2160-READ-AUDIT.
005260     READ AUDIT-TRAIL-FILE
005270         AT END
005280             MOVE 'Y' TO WS-EOF-SWITCH
005290     END-READ.
005300     IF WS-EOF-NO
005310         IF WS-AUD-STATUS = '00'
005320             ADD 1 TO WS-SRC-READ (WS-SRC-SUB)
005330         ELSE
005340             MOVE WS-AUD-STATUS TO WS-SOURCE-STATUS
005350             PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
005360         END-IF
005370     END-IF.
005380 2160-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* SECEVENT - LOCKOUTS, OTP REJECTS AND BREAKER STOPS. OUT-OF-HOURS
005430* REFUSALS ARE ALREADY ON AUDITTRL AS FAILED LOGINS, SO THEY ARE
005440* COUNTED AS NOT SENT RATHER THAN SENT TWICE. OPERATOR OTP
005442* REISSUES ARE NOT PART OF THE AGREED INTERFACE AND ARE COUNTED
005444* AS NOT SENT LIKEWISE.
005450*----------------------------------------------------------------
005460 2200-EXTRACT-EVENTS.
005470     MOVE 2 TO WS-SRC-SUB.
005480     OPEN INPUT SECURITY-EVENT-FILE.
005490     IF WS-SEV-STATUS NOT = '00'
005500         MOVE WS-SEV-STATUS TO WS-SOURCE-STATUS
005510         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
005520         GO TO 2200-EXIT
005530     END-IF.
005540     MOVE 'N' TO WS-EOF-SWITCH.
005550     PERFORM 2260-READ-EVENT THRU 2260-EXIT.
005560     PERFORM 2250-PROCESS-EVENT THRU 2250-EXIT
005570         UNTIL WS-EOF-YES.
005580     CLOSE SECURITY-EVENT-FILE.
005590 2200-EXIT.
005600     EXIT.
005610
005620 2250-PROCESS-EVENT.
005630     PERFORM 2255-SELECT-EVENT THRU 2255-EXIT.
005640     PERFORM 2260-READ-EVENT THRU 2260-EXIT.
005650 2250-EXIT.
005660     EXIT.
005670
005680 2255-SELECT-EVENT.
005690     IF SEV-TIMESTAMP (1:10) NOT = WS-EXTRACT-DATE-TEXT
005700         ADD 1 TO WS-SRC-OTHER-DATE (WS-SRC-SUB)
005710         GO TO 2255-EXIT
005720     END-IF.
005730     EVALUATE TRUE
005740         WHEN SEV-LOCKOUT-TRIPPED
005750             MOVE 3 TO WS-CAT-SUB
005760         WHEN SEV-OTP-REJECTED
005770             MOVE 4 TO WS-CAT-SUB
005780         WHEN SEV-BREAKER-STOPPED
005790             MOVE 5 TO WS-CAT-SUB
005800         WHEN OTHER
005810             ADD 1 TO WS-SRC-NOT-SENT (WS-SRC-SUB)
005820             GO TO 2255-EXIT
005830     END-EVALUATE.
005840     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
005850     MOVE WS-CAT-NAME (WS-CAT-SUB) TO SIM-DTL-CATEGORY.
005860     MOVE SEV-TIMESTAMP     TO SIM-DTL-EVENT-TS.
005870     MOVE SEV-USERID        TO SIM-DTL-USERID.
005880     MOVE SEV-BRANCH-NUMBER TO SIM-DTL-BRANCH-NUMBER.
005890     MOVE SEV-PROGRAM-ID    TO SIM-DTL-PROGRAM-ID.
005900     PERFORM 7450-LOOK-UP-REGION THRU 7450-EXIT.
005910     PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT.
005920 2255-EXIT.
005930     EXIT.
005940
005950 2260-READ-EVENT.
005960     READ SECURITY-EVENT-FILE
005970         AT END
005980             MOVE 'Y' TO WS-EOF-SWITCH
005990     END-READ.
006000     IF WS-EOF-NO
006010         IF WS-SEV-STATUS = '00'
006020             ADD 1 TO WS-SRC-READ (WS-SRC-SUB)
006030         ELSE
006040             MOVE WS-SEV-STATUS TO WS-SOURCE-STATUS
006050             PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
006060         END-IF
006070     END-IF.
006080 2260-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* DBERRLOG - EVERY DATABASE ERROR ON THE DATE. THESE CARRY NO
006130* USERID OR BRANCH, SO THE BRANCH IS ZERO AND THE REGION BLANK.
006140*----------------------------------------------------------------
006150 2300-EXTRACT-DB-ERRORS.
006160     MOVE 3 TO WS-SRC-SUB.
006170     OPEN INPUT DB-ERROR-LOG.
006180     IF WS-DBE-STATUS NOT = '00'
006190         MOVE WS-DBE-STATUS TO WS-SOURCE-STATUS
006200         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
006210         GO TO 2300-EXIT
006220     END-IF.
006230     MOVE 'N' TO WS-EOF-SWITCH.
006240     PERFORM 2360-READ-DB-ERROR THRU 2360-EXIT.
006250     PERFORM 2350-PROCESS-DB-ERROR THRU 2350-EXIT
006260         UNTIL WS-EOF-YES.
006270     CLOSE DB-ERROR-LOG.
006280 2300-EXIT.
006290     EXIT.
006300
006310 2350-PROCESS-DB-ERROR.
006320     PERFORM 2355-SELECT-DB-ERROR THRU 2355-EXIT.
006330     PERFORM 2360-READ-DB-ERROR THRU 2360-EXIT.
006340 2350-EXIT.
006350     EXIT.
006360
006370 2355-SELECT-DB-ERROR.
006380     IF DBE-TIMESTAMP (1:10) NOT = WS-EXTRACT-DATE-TEXT
006390         ADD 1 TO WS-SRC-OTHER-DATE (WS-SRC-SUB)
006400         GO TO 2355-EXIT
006410     END-IF.
006420     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
006430     SET SIM-CAT-DATABASE-ERROR TO TRUE.
006440     MOVE 6 TO WS-CAT-SUB.
006450     MOVE DBE-TIMESTAMP     TO SIM-DTL-EVENT-TS.
006460     MOVE DBE-PROGRAM-ID    TO SIM-DTL-PROGRAM-ID.
006470     MOVE DBE-OPERATION     TO SIM-DTL-DB-OPERATION.
006480     MOVE DBE-SQLCODE       TO SIM-DTL-SQLCODE.
006490     PERFORM 7450-LOOK-UP-REGION THRU 7450-EXIT.
006500     PERFORM 7500-WRITE-DETAIL THRU 7500-EXIT.
006510 2355-EXIT.
006520     EXIT.
006530
006540 2360-READ-DB-ERROR.
006550     READ DB-ERROR-LOG
006560         AT END
006570             MOVE 'Y' TO WS-EOF-SWITCH
006580     END-READ.
006590     IF WS-EOF-NO
006600         IF WS-DBE-STATUS = '00'
006610             ADD 1 TO WS-SRC-READ (WS-SRC-SUB)
006620         ELSE
006630             MOVE WS-DBE-STATUS TO WS-SOURCE-STATUS
006640             PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
006650         END-IF
006660     END-IF.
006670 2360-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710* THE PROOF. FOR EACH SOURCE, RECORDS READ MUST EQUAL OTHER DATES
006720* PLUS NOT SENT PLUS EXTRACTED, AND THE CATEGORY COUNTS FROM THAT
006730* SOURCE MUST ADD UP TO ITS EXTRACTED COUNT. THE SOURCES TOGETHER
006740* MUST ADD UP TO THE DETAILS ACTUALLY WRITTEN TO THE EXTRACT.
006750*----------------------------------------------------------------
006760 2400-PROVE-DAY.
006770     MOVE ZERO TO WS-EXTRACTED-TOTAL.
006780     PERFORM 2410-PROVE-SOURCE THRU 2410-EXIT
006790         VARYING WS-SRC-SUB FROM 1 BY 1
006800         UNTIL WS-SRC-SUB > 3.
006810     IF WS-EXTRACTED-TOTAL NOT = WS-DETAIL-COUNT
006820         SET WS-DAY-FAILED TO TRUE
006830     END-IF.
006840     IF WS-DAY-FAILED
006850         MOVE 'SOURCE AND EXTRACT COUNTS DIFFER'
006860             TO WS-FAILURE-REASON
006870     END-IF.
006880 2400-EXIT.
006890     EXIT.
006900
006910 2410-PROVE-SOURCE.
006920     MOVE 'AGREES' TO WS-SRC-RESULT (WS-SRC-SUB).
006930     COMPUTE WS-ACCOUNTED-COUNT = WS-SRC-OTHER-DATE (WS-SRC-SUB)
006940         + WS-SRC-NOT-SENT (WS-SRC-SUB)
006950         + WS-SRC-EXTRACTED (WS-SRC-SUB).
006960     MOVE ZERO TO WS-CAT-SUM.
006970     PERFORM 2420-ADD-CATEGORY THRU 2420-EXIT
006980         VARYING WS-CAT-SUB FROM 1 BY 1
006990         UNTIL WS-CAT-SUB > 6.
007000     IF WS-ACCOUNTED-COUNT NOT = WS-SRC-READ (WS-SRC-SUB)
007010         OR WS-CAT-SUM NOT = WS-SRC-EXTRACTED (WS-SRC-SUB)
007020         MOVE '*MISMATCH' TO WS-SRC-RESULT (WS-SRC-SUB)
007030         SET WS-DAY-FAILED TO TRUE
007040     END-IF.
007050     ADD WS-SRC-EXTRACTED (WS-SRC-SUB) TO WS-EXTRACTED-TOTAL.
007060 2410-EXIT.
007070     EXIT.
007080
007090 2420-ADD-CATEGORY.
007100     IF WS-CAT-SOURCE (WS-CAT-SUB) = WS-SRC-SUB
007110         ADD WS-CAT-COUNT (WS-CAT-SUB) TO WS-CAT-SUM
007120     END-IF.
007130 2420-EXIT.
007140     EXIT.
007150
007160 2500-WRITE-TRAILER.
007170     MOVE SPACES TO SIM-INTERFACE-RECORD.
007180     SET SIM-TRAILER TO TRUE.
007190     MOVE WS-SOURCE-SYSTEM     TO SIM-SOURCE-SYSTEM.
007200     MOVE WS-EXTRACT-DATE      TO SIM-BUSINESS-DATE.
007210     MOVE WS-DETAIL-COUNT      TO SIM-TRL-DETAIL-COUNT.
007220     COMPUTE SIM-TRL-RECORD-COUNT = WS-DETAIL-COUNT + 2.
007230     MOVE WS-SRC-EXTRACTED (1) TO SIM-TRL-LOGIN-COUNT.
007240     MOVE WS-SRC-EXTRACTED (2) TO SIM-TRL-SECEVENT-COUNT.
007250     MOVE WS-SRC-EXTRACTED (3) TO SIM-TRL-DBERROR-COUNT.
007260     MOVE WS-HASH-TOTAL        TO SIM-TRL-HASH-TOTAL.
007270     WRITE SXT-EXTRACT-RECORD FROM SIM-INTERFACE-RECORD.
007280     PERFORM 7250-CHECK-EXTRACT-WRITE THRU 7250-EXIT.
007290     IF WS-DAY-GOOD
007300         SET WS-TRAILER-WRITTEN TO TRUE
007310     END-IF.
007320 2500-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* THE DATE IS ON THE EXTRACT WITH ITS TRAILER. IF IT CANNOT BE
007370* RECORDED HERE A RERUN WOULD SEND IT AGAIN, SO THE CATCH-UP STOPS
007380* AND THE RUN ENDS WITH RETURN CODE 8 FOR OPERATIONS TO RESOLVE.
007390*----------------------------------------------------------------
007400 2600-RECORD-DAY-SENT.
007410     INITIALIZE SXC-CONTROL-RECORD.
007420     MOVE WS-EXTRACT-DATE      TO SXC-BUSINESS-DATE.
007430     MOVE WS-CURRENT-TIMESTAMP TO SXC-SENT-TIMESTAMP.
007440     MOVE WS-DETAIL-COUNT      TO SXC-DETAIL-COUNT.
007450     MOVE WS-SRC-EXTRACTED (1) TO SXC-LOGIN-COUNT.
007460     MOVE WS-SRC-EXTRACTED (2) TO SXC-SECEVENT-COUNT.
007470     MOVE WS-SRC-EXTRACTED (3) TO SXC-DBERROR-COUNT.
007480     MOVE WS-HASH-TOTAL        TO SXC-HASH-TOTAL.
007490     WRITE SXC-CONTROL-RECORD.
007500     IF WS-SXC-STATUS = '00'
007510         ADD 1 TO WS-DAYS-SENT
007520         ADD WS-DETAIL-COUNT TO WS-RUN-DETAIL-COUNT
007530     ELSE
007540         DISPLAY 'SIEMEXTRACT - SIEM-CONTROL UPDATE FAILED FOR '
007550             WS-EXTRACT-DATE ' - STATUS ' WS-SXC-STATUS
007560         MOVE 'SIEM-CONTROL UPDATE FAILED' TO WS-FAILURE-REASON
007570         SET WS-DAY-FAILED TO TRUE
007580     END-IF.
007590 2600-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------
007630* RECONCILIATION FOR ONE DATE - THE SOURCE COUNTS, THE CATEGORY
007640* BREAKDOWN, THE EXTRACT TOTALS AND THE OUTCOME FOR THE DATE.
007650*----------------------------------------------------------------
007660 3000-REPORT-DAY.
007670     MOVE WS-EXTRACT-DATE-TEXT TO DAY-BUSINESS-DATE.
007680     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
007690     WRITE RPT-PRINT-LINE FROM WS-DAY-HEADING-LINE.
007700     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
007710     PERFORM 3010-REPORT-SOURCE THRU 3010-EXIT
007720         VARYING WS-SRC-SUB FROM 1 BY 1
007730         UNTIL WS-SRC-SUB > 3.
007740     PERFORM 3020-REPORT-CATEGORY THRU 3020-EXIT
007750         VARYING WS-CAT-SUB FROM 1 BY 1
007760         UNTIL WS-CAT-SUB > 6.
007770     MOVE WS-DETAIL-COUNT TO EXT-DETAIL-COUNT.
007780     MOVE WS-HASH-TOTAL TO EXT-HASH-TOTAL.
007790     WRITE RPT-PRINT-LINE FROM WS-EXTRACT-TOTAL-LINE.
007800     MOVE WS-REGION-MISS-COUNT TO RMS-COUNT.
007810     WRITE RPT-PRINT-LINE FROM WS-REGION-MISS-LINE.
007820     MOVE SPACES TO WS-MESSAGE-LINE.
007830     EVALUATE TRUE
007840         WHEN WS-DAY-GOOD
007850             STRING 'SENT - TRAILER WRITTEN AND SOURCE COUNTS '
007860                    'AGREE WITH THE EXTRACT'
007870                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
007880             END-STRING
007890         WHEN WS-TRAILER-WRITTEN
007900             STRING '*** SENT BUT NOT RECORDED - '
007910                    WS-FAILURE-REASON
007920                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
007930             END-STRING
007940         WHEN OTHER
007950             STRING '*** NOT SENT - NO TRAILER - '
007960                    WS-FAILURE-REASON
007970                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
007980             END-STRING
007990     END-EVALUATE.
008000     WRITE RPT-PRINT-LINE FROM WS-MESSAGE-LINE.
008010     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDITED.
008020     DISPLAY 'SIEMEXTRACT - ' WS-EXTRACT-DATE ' DETAILS '
008030         WS-COUNT-EDITED ' - ' WS-MESSAGE-LINE (1:40).
008040 3000-EXIT.
008050     EXIT.
008060
008070 3010-REPORT-SOURCE.
008080     MOVE WS-SOURCE-NAME (WS-SRC-SUB)     TO SRC-NAME.
008090     MOVE WS-SRC-READ (WS-SRC-SUB)        TO SRC-READ.
008100     MOVE WS-SRC-OTHER-DATE (WS-SRC-SUB)  TO SRC-OTHER-DATE.
008110     MOVE WS-SRC-NOT-SENT (WS-SRC-SUB)    TO SRC-NOT-SENT.
008120     MOVE WS-SRC-EXTRACTED (WS-SRC-SUB)   TO SRC-EXTRACTED.
008130     MOVE WS-SRC-RESULT (WS-SRC-SUB)      TO SRC-RESULT.
008140     WRITE RPT-PRINT-LINE FROM WS-SOURCE-LINE.
008150 3010-EXIT.
008160     EXIT.
008170
008180 3020-REPORT-CATEGORY.
008190     MOVE WS-CAT-NAME (WS-CAT-SUB) TO CAT-NAME.
008200     MOVE WS-SOURCE-NAME (WS-CAT-SOURCE (WS-CAT-SUB))
008210         TO CAT-SOURCE.
008220     MOVE WS-CAT-COUNT (WS-CAT-SUB) TO CAT-COUNT.
008230     WRITE RPT-PRINT-LINE FROM WS-CATEGORY-LINE.
008240 3020-EXIT.
008250     EXIT.
008260
008270 7000-BUILD-TIMESTAMP.
008280     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
008290     ACCEPT WS-SYS-TIME FROM TIME.
008300     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
008310            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
008320            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
008330            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
008340     END-STRING.
008350 7000-EXIT.
008360     EXIT.
008370
008380 7100-WRITE-HEADINGS.
008390     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
008400     IF WS-LAST-SENT-DATE = ZERO
008410         MOVE 'NONE' TO HDG-LAST-SENT-DATE
008420     ELSE
008430         MOVE WS-LAST-SENT-DATE TO HDG-LAST-SENT-DATE
008440     END-IF.
008450     MOVE WS-THROUGH-DATE TO HDG-THROUGH-DATE.
008460     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
008470     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
008480 7100-EXIT.
008490     EXIT.
008500
008510 7220-REPORT-OPEN-FAILURE.
008520     DISPLAY 'SIEMEXTRACT - ' WS-SOURCE-NAME (WS-SRC-SUB)
008530         ' OPEN FAILED - STATUS ' WS-SOURCE-STATUS.
008540     MOVE SPACES TO WS-FAILURE-REASON.
008550     STRING WS-SOURCE-NAME (WS-SRC-SUB) ' OPEN FAILED - STATUS '
008560            WS-SOURCE-STATUS
008570            DELIMITED BY SIZE INTO WS-FAILURE-REASON
008580     END-STRING.
008590     SET WS-DAY-FAILED TO TRUE.
008600 7220-EXIT.
008610     EXIT.
008620
008630 7230-REPORT-READ-FAILURE.
008640     DISPLAY 'SIEMEXTRACT - ' WS-SOURCE-NAME (WS-SRC-SUB)
008650         ' READ FAILED - STATUS ' WS-SOURCE-STATUS.
008660     MOVE SPACES TO WS-FAILURE-REASON.
008670     STRING WS-SOURCE-NAME (WS-SRC-SUB) ' READ FAILED - STATUS '
008680            WS-SOURCE-STATUS
008690            DELIMITED BY SIZE INTO WS-FAILURE-REASON
008700     END-STRING.
008710     SET WS-DAY-FAILED TO TRUE.
008720     MOVE 'Y' TO WS-EOF-SWITCH.
008730 7230-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770* A WRITE FAILURE ENDS THE DATE; ONLY THE FIRST ONE IS REPORTED.
008780*----------------------------------------------------------------
008790 7250-CHECK-EXTRACT-WRITE.
008800     IF WS-SIM-STATUS NOT = '00'
008810         IF WS-DAY-GOOD
008820             DISPLAY 'SIEMEXTRACT - EXTRACT WRITE FAILED - '
008830                 'STATUS ' WS-SIM-STATUS
008840             MOVE SPACES TO WS-FAILURE-REASON
008850             STRING 'EXTRACT WRITE FAILED - STATUS '
008860                    WS-SIM-STATUS
008870                    DELIMITED BY SIZE INTO WS-FAILURE-REASON
008880             END-STRING
008890         END-IF
008900         SET WS-DAY-FAILED TO TRUE
008910         MOVE 'Y' TO WS-EOF-SWITCH
008920     END-IF.
008930 7250-EXIT.
008940     EXIT.
008950
008960 7400-START-DETAIL.
008970     MOVE SPACES TO SIM-INTERFACE-RECORD.
008980     SET SIM-DETAIL TO TRUE.
008990     MOVE WS-SOURCE-SYSTEM TO SIM-SOURCE-SYSTEM.
009000     MOVE WS-EXTRACT-DATE  TO SIM-BUSINESS-DATE.
009010     ADD 1 TO WS-DETAIL-COUNT.
009020     MOVE WS-DETAIL-COUNT  TO SIM-DTL-SEQUENCE.
009030     MOVE WS-SOURCE-NAME (WS-SRC-SUB) TO SIM-DTL-SOURCE-FILE.
009040     MOVE ZERO TO SIM-DTL-BRANCH-NUMBER.
009050     MOVE ZERO TO SIM-DTL-SQLCODE.
009060 7400-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------
009100* A BRANCH THE LOGIN PROGRAMS VALIDATED CAN STILL BE MISSING HERE
009110* IF THE MASTER CHANGED SINCE - SEND THOSE UNDER '???' RATHER
009120* THAN DROPPING THE EVENT. NO BRANCH AT ALL LEAVES THE REGION
009130* BLANK.
009140*----------------------------------------------------------------
009150 7450-LOOK-UP-REGION.
009160     IF SIM-DTL-BRANCH-NUMBER = ZERO
009170         MOVE SPACES TO SIM-DTL-REGION-CODE
009180         GO TO 7450-EXIT
009190     END-IF.
009200     MOVE SIM-DTL-BRANCH-NUMBER TO BRM-BRANCH-NUMBER.
009210     READ BRANCH-MASTER
009220         INVALID KEY
009230             MOVE '???' TO SIM-DTL-REGION-CODE
009240             ADD 1 TO WS-REGION-MISS-COUNT
009250         NOT INVALID KEY
009260             MOVE BRM-REGION-CODE TO SIM-DTL-REGION-CODE
009270     END-READ.
009280 7450-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320* WRITE ONE DETAIL AND ADD IT TO THE DATE'S COUNTS AND HASH. THE
009330* HASH IS THE EVENT TIME (HHMMSS) PLUS THE BRANCH NUMBER, AS
009340* DESCRIBED IN SIEMREC.CPY.
009350*----------------------------------------------------------------
009360 7500-WRITE-DETAIL.
009370     ADD 1 TO WS-SRC-EXTRACTED (WS-SRC-SUB).
009380     ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB).
009390     MOVE SIM-DTL-EVENT-TS (12:2) TO WS-EVENT-HH.
009400     MOVE SIM-DTL-EVENT-TS (15:2) TO WS-EVENT-MM.
009410     MOVE SIM-DTL-EVENT-TS (18:2) TO WS-EVENT-SS.
009420     IF WS-EVENT-TIME IS NUMERIC
009430         ADD WS-EVENT-TIME TO WS-HASH-TOTAL
009440     END-IF.
009450     ADD SIM-DTL-BRANCH-NUMBER TO WS-HASH-TOTAL.
009460     WRITE SXT-EXTRACT-RECORD FROM SIM-INTERFACE-RECORD.
009470     PERFORM 7250-CHECK-EXTRACT-WRITE THRU 7250-EXIT.
009480 7500-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------
009520* RUN SUMMARY. RETURN CODE 8 WHEN A DATE COULD NOT BE SENT, 4
009530* WHEN EVERY DATE HAD ALREADY BEEN SENT.
009540*----------------------------------------------------------------
009550 8000-TERMINATE.
009560     MOVE WS-DAYS-SENT TO SUM-DAYS-SENT.
009570     MOVE WS-RUN-DETAIL-COUNT TO SUM-DETAIL-COUNT.
009580     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
009590     WRITE RPT-PRINT-LINE FROM WS-SUMMARY-LINE.
009600     IF WS-RUN-STOPPED
009610         MOVE SPACES TO WS-MESSAGE-LINE
009620         STRING '*** CATCH-UP STOPPED AT ' WS-EXTRACT-DATE
009630                ' - LATER DATES GO ON THE NEXT RUN'
009640                DELIMITED BY SIZE INTO WS-MESSAGE-LINE
009650         END-STRING
009660         WRITE RPT-PRINT-LINE FROM WS-MESSAGE-LINE
009670         MOVE 8 TO RETURN-CODE
009680     ELSE
009690         IF WS-DAYS-SENT = ZERO
009700             MOVE 4 TO RETURN-CODE
009710         END-IF
009720     END-IF.
009730     CLOSE SIEM-CONTROL-FILE.
009740     CLOSE BRANCH-MASTER.
009750     CLOSE SIEM-EXTRACT-FILE.
009760     CLOSE SIEM-RECON-REPORT.
009770 8000-EXIT.
009780     EXIT.
