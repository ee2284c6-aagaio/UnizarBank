000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOGINANOMRPT.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - NIGHTLY LOGIN ANOMALY REPORT
000120*                  FOR FRAUD. SECEXCPTRPT ONLY LOOKS AT FAILURES;
000130*                  THIS LOOKS AT TODAY'S SUCCESSFUL LOGINS ON THE
000140*                  AUDIT TRAIL, SORTED BY USERID AND TIMESTAMP AND
000150*                  MATCHED AGAINST USERS, AND FLAGS A SUCCESS AT A
000160*                  BRANCH OTHER THAN THE USERID'S HOME BRANCH, AND
000170*                  A USERID SUCCEEDING AT TWO DIFFERENT BRANCHES
000180*                  INSIDE A SHORT WINDOW - WORST WHEN THE TWO
000190*                  BRANCHES SIT IN DIFFERENT REGIONS. THE WINDOW
000200*                  COMES FROM SECURITY-PARM-FILE (SECPARMS) WITH A
000210*                  COMPILED FALLBACK. CASES ARE RANKED BY SEVERITY
000220*                  WITH THE BRANCH-MASTER NAMES, HIGH-VALUE
000230*                  ACCOUNTS IN A SECTION OF THEIR OWN. ENDS WITH
000240*                  RETURN CODE 8 ON A DATABASE ERROR.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000300         ORGANIZATION IS SEQUENTIAL.
000310
000320     SELECT SORTED-LOGIN-FILE ASSIGN TO "LASUCSRT"
000330         ORGANIZATION IS SEQUENTIAL.
000340
000350     SELECT CASE-WORK-FILE ASSIGN TO "LACASES"
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BRM-BRANCH-NUMBER
000450         FILE STATUS IS WS-BRM-STATUS.
000460
000470     SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARMS"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SPF-STATUS.
000500
000510     SELECT LOGIN-SORT-FILE ASSIGN TO "SRTWORK1".
000520     SELECT CASE-SORT-FILE ASSIGN TO "SRTWORK2".
000530
000540     SELECT ANOMALY-REPORT ASSIGN TO "LOGANRPT"
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  AUDIT-TRAIL-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY AUDITREC.
000620
000630 FD  SORTED-LOGIN-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  SLG-LOGIN-RECORD.
000660     05  SLG-USERID              PIC X(20).
000670     05  SLG-TIMESTAMP           PIC X(26).
000680     05  SLG-PROGRAM-ID          PIC X(20).
000690     05  SLG-BRANCH-NUMBER       PIC 9(04).
000700     05  SLG-OUTCOME             PIC X(01).
000710
000720*----------------------------------------------------------------
000730* ONE RECORD PER CASE FOUND. THE SECTION PUTS HIGH-VALUE ACCOUNTS
000740* FIRST; SEVERITY 1 IS THE WORST. THE OTHER- FIELDS HOLD THE HOME
000750* BRANCH FOR AN OFF-HOME CASE, THE EARLIER LOGIN FOR A MULTI-
000760* BRANCH OR MULTI-REGION CASE.
000770*----------------------------------------------------------------
000780 FD  CASE-WORK-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CSW-CASE-RECORD.
000810     05  CSW-SECTION             PIC X(01).
000820     05  CSW-SEVERITY            PIC 9(01).
000830     05  CSW-USERID              PIC X(20).
000840     05  CSW-TIMESTAMP           PIC X(26).
000850     05  CSW-CASE-TYPE           PIC X(12).
000860     05  CSW-BRANCH-NUMBER       PIC 9(04).
000870     05  CSW-BRANCH-NAME         PIC X(30).
000880     05  CSW-REGION-CODE         PIC X(03).
000890     05  CSW-OTHER-TIMESTAMP     PIC X(26).
000900     05  CSW-OTHER-BRANCH        PIC 9(04).
000910     05  CSW-OTHER-NAME          PIC X(30).
000920     05  CSW-OTHER-REGION        PIC X(03).
000930     05  CSW-GAP-MINUTES         PIC 9(04).
000940
000950 FD  DB-ERROR-LOG
000960     LABEL RECORDS ARE STANDARD.
000970     COPY DBERRREC.
000980
000990 FD  BRANCH-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY BRANCHMS.
001020
001030 FD  SECURITY-PARM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SECPARMS.
001060
001070 SD  LOGIN-SORT-FILE.
001080 01  SRL-LOGIN-RECORD.
001090     05  SRL-USERID              PIC X(20).
001100     05  SRL-TIMESTAMP           PIC X(26).
001110     05  SRL-PROGRAM-ID          PIC X(20).
001120     05  SRL-BRANCH-NUMBER       PIC 9(04).
001130     05  SRL-OUTCOME             PIC X(01).
001140
001150 SD  CASE-SORT-FILE.
001160 01  SRC-CASE-RECORD.
001170     05  SRC-SECTION             PIC X(01).
001180         88  SRC-HIGH-VALUE-SECTION      VALUE '1'.
001190     05  SRC-SEVERITY            PIC 9(01).
001200     05  SRC-USERID              PIC X(20).
001210     05  SRC-TIMESTAMP           PIC X(26).
001220     05  SRC-CASE-TYPE           PIC X(12).
001230         88  SRC-OFF-HOME                VALUE 'OFF-HOME'.
001240     05  SRC-BRANCH-NUMBER       PIC 9(04).
001250     05  SRC-BRANCH-NAME         PIC X(30).
001260     05  SRC-REGION-CODE         PIC X(03).
001270     05  SRC-OTHER-TIMESTAMP     PIC X(26).
001280     05  SRC-OTHER-BRANCH        PIC 9(04).
001290     05  SRC-OTHER-NAME          PIC X(30).
001300     05  SRC-OTHER-REGION        PIC X(03).
001310     05  SRC-GAP-MINUTES         PIC 9(04).
001320
001330 FD  ANOMALY-REPORT
001340     LABEL RECORDS ARE STANDARD.
001350 01  RPT-PRINT-LINE              PIC X(80).
001360
001370 WORKING-STORAGE SECTION.
001380 COPY USERSREC.
001390 77  WS-FETCH-DONE-SWITCH        PIC X(01) VALUE 'N'.
001400     88  WS-FETCH-DONE                   VALUE 'Y'.
001410     88  WS-FETCH-MORE                   VALUE 'N'.
001420
001430 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001440     88  WS-EOF-YES                      VALUE 'Y'.
001450     88  WS-EOF-NO                       VALUE 'N'.
001460
001470 77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
001480     88  WS-AUDIT-EOF-YES                VALUE 'Y'.
001490     88  WS-AUDIT-EOF-NO                 VALUE 'N'.
001500
001510 01  SQLCODE                     PIC S9(09) COMP VALUE ZERO.
001520 01  WS-SQL-OPERATION            PIC X(10).
001530
001540 77  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
001550     88  WS-SQL-ERROR-SEEN               VALUE 'Y'.
001560     88  WS-SQL-CLEAN                    VALUE 'N'.
001570
001580 01  WS-BRM-STATUS               PIC X(02).
001590 01  WS-SPF-STATUS               PIC X(02).
001600
001610*----------------------------------------------------------------
001620* DETECTION WINDOW - TWO SUCCESSES AT DIFFERENT BRANCHES NO MORE
001630* THAN WS-ANOMALY-WINDOW-MINS APART ARE A CASE. THE COMPILED VALUE
001640* IS THE FALLBACK; SECURITY-PARM-FILE OVERRIDES IT AT STARTUP.
001650*----------------------------------------------------------------
001660 77  WS-ANOMALY-WINDOW-MINS      PIC 9(04) VALUE 60.
001670 77  WS-ANOMALY-WINDOW-SECS      PIC 9(07) COMP.
001680
001690*----------------------------------------------------------------
001700* BALANCE-LINE KEYS - HIGH-VALUES MARKS A SIDE AT END. THE USERS
001710* CURSOR IS ORDERED ON USER_ID TO MATCH THE SORTED LOGINS.
001720*----------------------------------------------------------------
001730 01  WS-LOGIN-KEY                PIC X(20).
001740 01  WS-USER-KEY                 PIC X(20).
001750
001760*----------------------------------------------------------------
001770* THE PREVIOUS TIMED SUCCESS FOR THE CURRENT USERID, CLEARED AT
001780* EACH USERS ROW. WITH LOGINS IN TIME ORDER, ANY TWO BRANCHES (OR
001790* REGIONS) INSIDE THE WINDOW MEANS SOME ADJACENT PAIR DIFFERS
001800* INSIDE IT TOO, SO ONE PRIOR LOGIN IS ALL THAT NEEDS KEEPING.
001810*----------------------------------------------------------------
001820 77  WS-PRIOR-LOGIN-SWITCH       PIC X(01) VALUE 'N'.
001830     88  WS-PRIOR-LOGIN-HELD             VALUE 'Y'.
001840     88  WS-NO-PRIOR-LOGIN               VALUE 'N'.
001850 01  WS-PRIOR-TIMESTAMP          PIC X(26).
001860 01  WS-PRIOR-BRANCH             PIC 9(04).
001870 01  WS-PRIOR-NAME               PIC X(30).
001880 01  WS-PRIOR-REGION             PIC X(03).
001890 77  WS-PRIOR-SECS               PIC 9(05) COMP.
001900
001910 01  WS-THIS-NAME                PIC X(30).
001920 01  WS-THIS-REGION              PIC X(03).
001930 77  WS-THIS-SECS                PIC 9(05) COMP.
001940 77  WS-GAP-SECS                 PIC 9(05) COMP.
001950 77  WS-SECS-HH                  PIC 9(02).
001960 77  WS-SECS-MM                  PIC 9(02).
001970 77  WS-SECS-SS                  PIC 9(02).
001980
001990 01  WS-PRINT-SECTION            PIC X(01) VALUE SPACE.
002000
002010 77  WS-SUCCESS-COUNT            PIC 9(07) COMP VALUE ZERO.
002020 77  WS-NOUSER-COUNT             PIC 9(07) COMP VALUE ZERO.
002030 77  WS-CASE-COUNT               PIC 9(07) COMP VALUE ZERO.
002040 77  WS-MULTI-REGION-COUNT       PIC 9(07) COMP VALUE ZERO.
002050 77  WS-MULTI-BRANCH-COUNT       PIC 9(07) COMP VALUE ZERO.
002060 77  WS-OFF-HOME-COUNT           PIC 9(07) COMP VALUE ZERO.
002070 77  WS-HIGH-VALUE-CASE-COUNT    PIC 9(07) COMP VALUE ZERO.
002080 01  WS-COUNT-EDITED             PIC Z,ZZZ,ZZ9.
002090
002100 01  WS-SYS-DATE                 PIC 9(08).
002110 01  WS-SYS-TIME                 PIC 9(08).
002120 01  WS-CURRENT-TIMESTAMP        PIC X(26).
002130
002140 01  WS-HEADING-LINE-1.
002150     05  FILLER                  PIC X(80) VALUE
002160       'UNIZAR BANK - RETAIL SYSTEMS  LOGIN ANOMALY REPORT'.
002170
002180 01  WS-HEADING-LINE-2.
002190     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002200     05  HDG-RUN-DATE            PIC X(10).
002210     05  FILLER                  PIC X(60) VALUE SPACES.
002220
002230 01  WS-PARM-LINE.
002240     05  FILLER                  PIC X(33) VALUE
002250       'MULTI-BRANCH WINDOW IN FORCE:    '.
002260     05  HDG-WINDOW-MINS         PIC ZZZ9.
002270     05  FILLER                  PIC X(08) VALUE ' MINUTES'.
002280     05  FILLER                  PIC X(35) VALUE SPACES.
002290
002300 01  WS-SEVERITY-KEY-LINE.
002310     05  FILLER                  PIC X(80) VALUE
002320       'SEVERITY 1 MULTI-REGION  2 MULTI-BRANCH  3 OFF-HOME'.
002330
002340 01  WS-HIGH-VALUE-SECTION-LINE.
002350     05  FILLER                  PIC X(80) VALUE
002360       '*** HIGH-VALUE ACCOUNTS ***'.
002370
002380 01  WS-STANDARD-SECTION-LINE.
002390     05  FILLER                  PIC X(80) VALUE
002400       '*** STANDARD ACCOUNTS ***'.
002410
002420 01  WS-COLUMN-HEADING-LINE.
002430     05  FILLER                  PIC X(03) VALUE 'SEV'.
002440     05  FILLER                  PIC X(13) VALUE 'CASE'.
002450     05  FILLER                  PIC X(21) VALUE 'USERID'.
002460     05  FILLER                  PIC X(09) VALUE 'TIME'.
002470     05  FILLER                  PIC X(05) VALUE 'BRCH'.
002480     05  FILLER                  PIC X(21) VALUE 'BRANCH NAME'.
002490     05  FILLER                  PIC X(08) VALUE 'RGN'.
002500
002510 01  WS-BLANK-LINE.
002520     05  FILLER                  PIC X(80) VALUE SPACES.
002530
002540 01  WS-DETAIL-LINE.
002550     05  DTL-SEVERITY            PIC 9(01).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  DTL-CASE-TYPE           PIC X(12).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  DTL-USERID              PIC X(20).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  DTL-TIME                PIC X(08).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  DTL-BRANCH-NUMBER       PIC 9(04).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  DTL-BRANCH-NAME         PIC X(20).
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  DTL-REGION-CODE         PIC X(03).
002680     05  FILLER                  PIC X(05) VALUE SPACES.
002690
002700 01  WS-OTHER-LINE.
002710     05  FILLER                  PIC X(16) VALUE SPACES.
002720     05  OTH-LABEL               PIC X(12).
002730     05  OTH-TIME                PIC X(08).
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  OTH-BRANCH-NUMBER       PIC 9(04).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  OTH-BRANCH-NAME         PIC X(20).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  OTH-REGION-CODE         PIC X(03).
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  OTH-GAP-AREA.
002820         10  OTH-GAP-LABEL       PIC X(04).
002830         10  OTH-GAP-MINUTES     PIC ZZZ9.
002840         10  OTH-GAP-UNIT        PIC X(04).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860
002870 01  WS-NO-CASE-LINE.
002880     05  FILLER                  PIC X(80) VALUE
002890       'NO LOGIN ANOMALIES FOUND FOR THIS DATE'.
002900
002910 01  WS-TOTAL-LINE.
002920     05  TOT-LABEL               PIC X(30).
002930     05  TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002940     05  FILLER                  PIC X(39) VALUE SPACES.
002950
002960 PROCEDURE DIVISION.
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002990     SORT LOGIN-SORT-FILE
003000         ON ASCENDING KEY SRL-USERID SRL-TIMESTAMP
003010         INPUT PROCEDURE IS 1500-FILTER-AND-RELEASE THRU 1500-EXIT
003020         GIVING SORTED-LOGIN-FILE.
003030     PERFORM 1300-PRIME-MATCH THRU 1300-EXIT.
003040     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
003050         UNTIL WS-LOGIN-KEY = HIGH-VALUES
003060         AND WS-USER-KEY = HIGH-VALUES.
003070     PERFORM 1400-END-MATCH THRU 1400-EXIT.
003080     SORT CASE-SORT-FILE
003090         ON ASCENDING KEY SRC-SECTION SRC-SEVERITY
003100                          SRC-USERID SRC-TIMESTAMP
003110         USING CASE-WORK-FILE
003120         OUTPUT PROCEDURE IS 3000-PRINT-CASES THRU 3000-EXIT.
003130     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
003140     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003150     IF WS-SQL-ERROR-SEEN
003160         MOVE 8 TO RETURN-CODE
003170     END-IF.
003180     STOP RUN.
003190
003200 1000-INITIALIZE.
003210     OPEN EXTEND DB-ERROR-LOG.
003220     OPEN INPUT BRANCH-MASTER.
003230     IF WS-BRM-STATUS NOT = '00'
003240         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
003250             WS-BRM-STATUS
003260         STOP RUN
003270     END-IF.
003280     OPEN OUTPUT CASE-WORK-FILE.
003290     OPEN OUTPUT ANOMALY-REPORT.
003300     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003310     PERFORM 8100-READ-SECURITY-PARMS THRU 8100-EXIT.
003320     COMPUTE WS-ANOMALY-WINDOW-SECS = WS-ANOMALY-WINDOW-MINS * 60.
003330     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
003340     EXEC SQL
003350         CONNECT TO 'MYDB'
003360     END-EXEC.
003370     MOVE 'CONNECT' TO WS-SQL-OPERATION.
003380     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003390     EXEC SQL
003400         DECLARE C1 CURSOR FOR
003410             SELECT USER_ID, ACCOUNT_STATUS, LAST_LOGIN_DATE,
003420                    HIGH_VALUE_FLAG, HOME_BRANCH
003430               FROM USERS
003440              ORDER BY USER_ID
003450     END-EXEC.
003460 1000-EXIT.
003470     EXIT.
003480
003490 1300-PRIME-MATCH.
003500     OPEN INPUT SORTED-LOGIN-FILE.
003510     PERFORM 2110-READ-LOGIN THRU 2110-EXIT.
003520     EXEC SQL
003530         OPEN C1
003540     END-EXEC.
003550     MOVE 'OPEN' TO WS-SQL-OPERATION.
003560     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003570     IF SQLCODE NOT = ZERO
003580         SET WS-FETCH-DONE TO TRUE
003590         MOVE HIGH-VALUES TO WS-USER-KEY
003600     ELSE
003610         PERFORM 2210-FETCH-USER THRU 2210-EXIT
003620     END-IF.
003630 1300-EXIT.
003640     EXIT.
003650
003660 1400-END-MATCH.
003670     EXEC SQL
003680         CLOSE C1
003690     END-EXEC.
003700     MOVE 'CLOSE' TO WS-SQL-OPERATION.
003710     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003720     CLOSE SORTED-LOGIN-FILE.
003730     CLOSE CASE-WORK-FILE.
003740 1400-EXIT.
003750     EXIT.
003760
003770 1500-FILTER-AND-RELEASE.
003780     OPEN INPUT AUDIT-TRAIL-FILE.
003790     PERFORM 1550-READ-AUDIT-RECORD THRU 1550-EXIT.
003800     PERFORM 1560-RELEASE-IF-WANTED THRU 1560-EXIT
003810         UNTIL WS-AUDIT-EOF-YES.
003820     CLOSE AUDIT-TRAIL-FILE.
003830 1500-EXIT.
003840     EXIT.
003850
003860 1550-READ-AUDIT-RECORD.
003870     READ AUDIT-TRAIL-FILE
003880         AT END
003890             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
003900     END-READ.
003910 1550-EXIT.
003920     EXIT.
003930
003940 1560-RELEASE-IF-WANTED.
003950     IF AUD-TIMESTAMP (1:10) = WS-CURRENT-TIMESTAMP (1:10)
003960         AND AUD-SUCCESS
003970         RELEASE SRL-LOGIN-RECORD FROM AUD-AUDIT-RECORD
003980     END-IF.
003990     PERFORM 1550-READ-AUDIT-RECORD THRU 1550-EXIT.
004000 1560-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040* ONE STEP OF THE MATCH: A LOGIN BELOW THE CURRENT USERS ROW NAMES
004050* A USERID NOT ON USERS (NO HOME BRANCH TO TEST, SO ONLY COUNTED);
004060* ONE EQUAL TO IT IS CHECKED; A USERS ROW BELOW THE NEXT LOGIN HAS
004070* HAD ALL ITS LOGINS AND THE NEXT ROW IS FETCHED.
004080*----------------------------------------------------------------
004090 2000-MATCH-ONE-KEY.
004100     IF WS-LOGIN-KEY < WS-USER-KEY
004110         ADD 1 TO WS-NOUSER-COUNT
004120         PERFORM 2110-READ-LOGIN THRU 2110-EXIT
004130         GO TO 2000-EXIT
004140     END-IF.
004150     IF WS-LOGIN-KEY = WS-USER-KEY
004160         PERFORM 2300-CHECK-LOGIN THRU 2300-EXIT
004170         PERFORM 2110-READ-LOGIN THRU 2110-EXIT
004180         GO TO 2000-EXIT
004190     END-IF.
004200     PERFORM 2210-FETCH-USER THRU 2210-EXIT.
004210 2000-EXIT.
004220     EXIT.
004230
004240 2110-READ-LOGIN.
004250     READ SORTED-LOGIN-FILE
004260         AT END
004270             MOVE HIGH-VALUES TO WS-LOGIN-KEY
004280         NOT AT END
004290             MOVE SLG-USERID TO WS-LOGIN-KEY
004300             ADD 1 TO WS-SUCCESS-COUNT
004310     END-READ.
004320 2110-EXIT.
004330     EXIT.
004340
004350 2210-FETCH-USER.
004360     SET WS-NO-PRIOR-LOGIN TO TRUE.
004370     EXEC SQL
004380         FETCH C1 INTO :USR-USER-ID, :USR-ACCOUNT-STATUS,
004390             :USR-LAST-LOGIN-DATE, :USR-HIGH-VALUE-FLAG,
004400             :USR-HOME-BRANCH
004410     END-EXEC.
004420     IF SQLCODE NOT = ZERO
004430         IF SQLCODE NOT = 100
004440             MOVE 'FETCH' TO WS-SQL-OPERATION
004450             PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT
004460         END-IF
004470         SET WS-FETCH-DONE TO TRUE
004480         MOVE HIGH-VALUES TO WS-USER-KEY
004490         GO TO 2210-EXIT
004500     END-IF.
004510     MOVE USR-USER-ID TO WS-USER-KEY.
004520 2210-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* A SQLBATCHAUTH SUCCESS CARRIES THE TIME THE OVERNIGHT BATCH RAN,
004570* NOT THE TIME THE TELLER WAS AT THE BRANCH, SO IT IS TESTED FOR
004580* OFF-HOME BUT KEPT OUT OF THE WINDOW COMPARISON.
004590*----------------------------------------------------------------
004600 2300-CHECK-LOGIN.
004610     MOVE SLG-BRANCH-NUMBER TO BRM-BRANCH-NUMBER.
004620     PERFORM 7200-READ-BRANCH THRU 7200-EXIT.
004630     MOVE BRM-BRANCH-NAME TO WS-THIS-NAME.
004640     MOVE BRM-REGION-CODE TO WS-THIS-REGION.
004650     IF SLG-BRANCH-NUMBER NOT = USR-HOME-BRANCH
004660         PERFORM 2400-WRITE-OFF-HOME THRU 2400-EXIT
004670     END-IF.
004680     IF SLG-PROGRAM-ID = 'SQLBATCHAUTH'
004690         GO TO 2300-EXIT
004700     END-IF.
004710     MOVE SLG-TIMESTAMP (12:2) TO WS-SECS-HH.
004720     MOVE SLG-TIMESTAMP (15:2) TO WS-SECS-MM.
004730     MOVE SLG-TIMESTAMP (18:2) TO WS-SECS-SS.
004740     COMPUTE WS-THIS-SECS =
004750         WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.
004760     IF WS-PRIOR-LOGIN-HELD
004770         AND SLG-BRANCH-NUMBER NOT = WS-PRIOR-BRANCH
004780         COMPUTE WS-GAP-SECS = WS-THIS-SECS - WS-PRIOR-SECS
004790         IF WS-GAP-SECS <= WS-ANOMALY-WINDOW-SECS
004800             PERFORM 2500-WRITE-MULTI-BRANCH THRU 2500-EXIT
004810         END-IF
004820     END-IF.
004830     SET WS-PRIOR-LOGIN-HELD TO TRUE.
004840     MOVE SLG-TIMESTAMP     TO WS-PRIOR-TIMESTAMP.
004850     MOVE SLG-BRANCH-NUMBER TO WS-PRIOR-BRANCH.
004860     MOVE WS-THIS-NAME      TO WS-PRIOR-NAME.
004870     MOVE WS-THIS-REGION    TO WS-PRIOR-REGION.
004880     MOVE WS-THIS-SECS      TO WS-PRIOR-SECS.
004890 2300-EXIT.
004900     EXIT.
004910
004920 2400-WRITE-OFF-HOME.
004930     MOVE 3                 TO CSW-SEVERITY.
004940     MOVE 'OFF-HOME'        TO CSW-CASE-TYPE.
004950     MOVE SPACES            TO CSW-OTHER-TIMESTAMP.
004960     MOVE USR-HOME-BRANCH   TO CSW-OTHER-BRANCH.
004970     MOVE USR-HOME-BRANCH   TO BRM-BRANCH-NUMBER.
004980     PERFORM 7200-READ-BRANCH THRU 7200-EXIT.
004990     MOVE BRM-BRANCH-NAME   TO CSW-OTHER-NAME.
005000     MOVE BRM-REGION-CODE   TO CSW-OTHER-REGION.
005010     MOVE ZERO              TO CSW-GAP-MINUTES.
005020     ADD 1 TO WS-OFF-HOME-COUNT.
005030     PERFORM 2600-WRITE-CASE THRU 2600-EXIT.
005040 2400-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080* TWO BRANCHES IN DIFFERENT REGIONS INSIDE THE WINDOW IS THE WORST
005090* CASE. A BRANCH MISSING FROM BRANCH-MASTER HAS NO REGION TO
005100* COMPARE AND IS TAKEN AS A MULTI-BRANCH CASE ONLY.
005110*----------------------------------------------------------------
005120 2500-WRITE-MULTI-BRANCH.
005130     IF WS-THIS-REGION NOT = WS-PRIOR-REGION
005140         AND WS-THIS-REGION NOT = SPACES
005150         AND WS-PRIOR-REGION NOT = SPACES
005160         MOVE 1              TO CSW-SEVERITY
005170         MOVE 'MULTI-REGION' TO CSW-CASE-TYPE
005180         ADD 1 TO WS-MULTI-REGION-COUNT
005190     ELSE
005200         MOVE 2              TO CSW-SEVERITY
005210         MOVE 'MULTI-BRANCH' TO CSW-CASE-TYPE
005220         ADD 1 TO WS-MULTI-BRANCH-COUNT
005230     END-IF.
005240     MOVE WS-PRIOR-TIMESTAMP TO CSW-OTHER-TIMESTAMP.
005250     MOVE WS-PRIOR-BRANCH    TO CSW-OTHER-BRANCH.
005260     MOVE WS-PRIOR-NAME      TO CSW-OTHER-NAME.
005270     MOVE WS-PRIOR-REGION    TO CSW-OTHER-REGION.
005280     DIVIDE WS-GAP-SECS BY 60 GIVING CSW-GAP-MINUTES.
005290     PERFORM 2600-WRITE-CASE THRU 2600-EXIT.
005300 2500-EXIT.
005310     EXIT.
005320
005330 2600-WRITE-CASE.
005340     IF USR-HIGH-VALUE-ACCOUNT
005350         MOVE '1' TO CSW-SECTION
005360         ADD 1 TO WS-HIGH-VALUE-CASE-COUNT
005370     ELSE
005380         MOVE '2' TO CSW-SECTION
005390     END-IF.
005400     MOVE SLG-USERID        TO CSW-USERID.
005410     MOVE SLG-TIMESTAMP     TO CSW-TIMESTAMP.
005420     MOVE SLG-BRANCH-NUMBER TO CSW-BRANCH-NUMBER.
005430     MOVE WS-THIS-NAME      TO CSW-BRANCH-NAME.
005440     MOVE WS-THIS-REGION    TO CSW-REGION-CODE.
005450     WRITE CSW-CASE-RECORD.
005460     ADD 1 TO WS-CASE-COUNT.
005470 2600-EXIT.
005480     EXIT.
005490
005500 2900-WRITE-SUMMARY.
005510     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005520     MOVE 'SUCCESSFUL LOGINS TODAY:      ' TO TOT-LABEL.
005530     MOVE WS-SUCCESS-COUNT TO TOT-COUNT.
005540     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005550     MOVE '  USERID NOT ON USERS:        ' TO TOT-LABEL.
005560     MOVE WS-NOUSER-COUNT TO TOT-COUNT.
005570     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005580     MOVE 'CASES REPORTED:               ' TO TOT-LABEL.
005590     MOVE WS-CASE-COUNT TO TOT-COUNT.
005600     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005610     MOVE '  1 MULTI-REGION:             ' TO TOT-LABEL.
005620     MOVE WS-MULTI-REGION-COUNT TO TOT-COUNT.
005630     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005640     MOVE '  2 MULTI-BRANCH:             ' TO TOT-LABEL.
005650     MOVE WS-MULTI-BRANCH-COUNT TO TOT-COUNT.
005660     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005670     MOVE '  3 OFF-HOME:                 ' TO TOT-LABEL.
005680     MOVE WS-OFF-HOME-COUNT TO TOT-COUNT.
005690     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005700     MOVE '  ON HIGH-VALUE ACCOUNTS:     ' TO TOT-LABEL.
005710     MOVE WS-HIGH-VALUE-CASE-COUNT TO TOT-COUNT.
005720     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005730 2900-EXIT.
005740     EXIT.
005750
005760 3000-PRINT-CASES.
005770     IF WS-CASE-COUNT = ZERO
005780         WRITE RPT-PRINT-LINE FROM WS-NO-CASE-LINE
005790     END-IF.
005800     PERFORM 3050-RETURN-CASE THRU 3050-EXIT.
005810     PERFORM 3100-WRITE-CASE THRU 3100-EXIT
005820         UNTIL WS-EOF-YES.
005830 3000-EXIT.
005840     EXIT.
005850
005860 3050-RETURN-CASE.
005870     RETURN CASE-SORT-FILE
005880         AT END
005890             MOVE 'Y' TO WS-EOF-SWITCH
005900     END-RETURN.
005910 3050-EXIT.
005920     EXIT.
005930
005940 3100-WRITE-CASE.
005950     IF SRC-SECTION NOT = WS-PRINT-SECTION
005960         PERFORM 3200-WRITE-SECTION-HEADING THRU 3200-EXIT
005970     END-IF.
005980     MOVE SRC-SEVERITY         TO DTL-SEVERITY.
005990     MOVE SRC-CASE-TYPE        TO DTL-CASE-TYPE.
006000     MOVE SRC-USERID           TO DTL-USERID.
006010     MOVE SRC-TIMESTAMP (12:8) TO DTL-TIME.
006020     MOVE SRC-BRANCH-NUMBER    TO DTL-BRANCH-NUMBER.
006030     MOVE SRC-BRANCH-NAME      TO DTL-BRANCH-NAME.
006040     MOVE SRC-REGION-CODE      TO DTL-REGION-CODE.
006050     WRITE RPT-PRINT-LINE FROM WS-DETAIL-LINE.
006060     MOVE SRC-OTHER-BRANCH     TO OTH-BRANCH-NUMBER.
006070     MOVE SRC-OTHER-NAME       TO OTH-BRANCH-NAME.
006080     MOVE SRC-OTHER-REGION     TO OTH-REGION-CODE.
006090     IF SRC-OFF-HOME
006100         MOVE 'HOME BRANCH ' TO OTH-LABEL
006110         MOVE SPACES         TO OTH-TIME
006120         MOVE SPACES         TO OTH-GAP-AREA
006130     ELSE
006140         MOVE 'PRIOR LOGIN '       TO OTH-LABEL
006150         MOVE SRC-OTHER-TIMESTAMP (12:8) TO OTH-TIME
006160         MOVE 'GAP '               TO OTH-GAP-LABEL
006170         MOVE SRC-GAP-MINUTES      TO OTH-GAP-MINUTES
006180         MOVE ' MIN'               TO OTH-GAP-UNIT
006190     END-IF.
006200     WRITE RPT-PRINT-LINE FROM WS-OTHER-LINE.
006210     PERFORM 3050-RETURN-CASE THRU 3050-EXIT.
006220 3100-EXIT.
006230     EXIT.
006240
006250 3200-WRITE-SECTION-HEADING.
006260     MOVE SRC-SECTION TO WS-PRINT-SECTION.
006270     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
006280     IF SRC-HIGH-VALUE-SECTION
006290         WRITE RPT-PRINT-LINE FROM WS-HIGH-VALUE-SECTION-LINE
006300     ELSE
006310         WRITE RPT-PRINT-LINE FROM WS-STANDARD-SECTION-LINE
006320     END-IF.
006330     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
006340 3200-EXIT.
006350     EXIT.
006360
006370 7000-BUILD-TIMESTAMP.
006380     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
006390     ACCEPT WS-SYS-TIME FROM TIME.
006400     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
006410            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
006420            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
006430            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
006440     END-STRING.
006450 7000-EXIT.
006460     EXIT.
006470
006480 7100-WRITE-HEADINGS.
006490     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
006500     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
006510     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
006520     MOVE WS-ANOMALY-WINDOW-MINS TO HDG-WINDOW-MINS.
006530     WRITE RPT-PRINT-LINE FROM WS-PARM-LINE.
006540     WRITE RPT-PRINT-LINE FROM WS-SEVERITY-KEY-LINE.
006550 7100-EXIT.
006560     EXIT.
006570
006580 7200-READ-BRANCH.
006590     READ BRANCH-MASTER
006600         INVALID KEY
006610             MOVE 'NOT ON BRANCH MASTER' TO BRM-BRANCH-NAME
006620             MOVE SPACES TO BRM-REGION-CODE
006630     END-READ.
006640 7200-EXIT.
006650     EXIT.
006660
006670 7600-LOG-SQL-ERROR.
006680     IF SQLCODE NOT = ZERO
006690         SET WS-SQL-ERROR-SEEN TO TRUE
006700         PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT
006710         MOVE 'LOGINANOMRPT'        TO DBE-PROGRAM-ID
006720         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
006730         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
006740         MOVE SQLCODE               TO DBE-SQLCODE
006750         WRITE DBE-ERROR-RECORD
006760     END-IF.
006770 7600-EXIT.
006780     EXIT.
006790
006800 8000-TERMINATE.
006810     MOVE WS-CASE-COUNT TO WS-COUNT-EDITED.
006820     DISPLAY 'LOGINANOMRPT - CASES REPORTED:  ' WS-COUNT-EDITED.
006830     CLOSE DB-ERROR-LOG.
006840     CLOSE BRANCH-MASTER.
006850     CLOSE ANOMALY-REPORT.
006860 8000-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900* PICK UP THE MULTI-BRANCH WINDOW. A MISSING, EMPTY OR NON-NUMERIC
006910* PARAMETER FILE LEAVES THE COMPILED-IN DEFAULT IN FORCE. THE
006920* VALUE IN FORCE ALSO PRINTS IN THE REPORT HEADING.
006930*----------------------------------------------------------------
006940 8100-READ-SECURITY-PARMS.
006950     OPEN INPUT SECURITY-PARM-FILE.
006960     IF WS-SPF-STATUS NOT = '00'
006970         DISPLAY 'LOGINANOMRPT - SECURITY PARM FILE NOT'
006980             ' AVAILABLE - COMPILED DEFAULTS IN FORCE'
006990         GO TO 8100-SHOW-VALUES
007000     END-IF.
007010     READ SECURITY-PARM-FILE
007020         AT END
007030             DISPLAY 'LOGINANOMRPT - SECURITY PARM FILE'
007040                 ' EMPTY - COMPILED DEFAULTS IN FORCE'
007050             CLOSE SECURITY-PARM-FILE
007060             GO TO 8100-SHOW-VALUES
007070     END-READ.
007080     IF SPF-ANOMALY-WINDOW-X NUMERIC
007090         AND SPF-ANOMALY-WINDOW-N > ZERO
007100         MOVE SPF-ANOMALY-WINDOW-N TO WS-ANOMALY-WINDOW-MINS
007110     END-IF.
007120     CLOSE SECURITY-PARM-FILE.
007130 8100-SHOW-VALUES.
007140     DISPLAY 'LOGINANOMRPT - WINDOW MINUTES IN FORCE: '
007150         WS-ANOMALY-WINDOW-MINS.
007160 8100-EXIT.
007170     EXIT.
