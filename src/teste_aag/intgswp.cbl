000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTEGSWEEP.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - WEEKLY REFERENTIAL
000120*                  INTEGRITY SWEEP OVER THE USERID-KEYED CONTROL
000130*                  FILES. LOCKOUT, PWPOLICY, PWDHIST, OTPCODE AND
000140*                  SESSTOKN ARE EACH CHECKED AGAINST USERS, SO AN
000150*                  ENTRY LEFT BEHIND BY A HAND-DELETED USERS ROW
000160*                  IS FOUND; AN OTP ENTRY FOR AN ACCOUNT THAT IS
000170*                  NO LONGER HIGH-VALUE IS FLAGGED, SINCE AUTHCORE
000180*                  WOULD STILL DEMAND THE SECOND FACTOR FROM IT;
000190*                  AND EVERY USERS HOME BRANCH IS CHECKED AGAINST
000200*                  THE BRANCH MASTER. EVERY BREAK IS LISTED BY
000210*                  FILE AND TYPE OF BREAK WITH CONTROL COUNTS.
000220*                  A RUN-MODE CARD OF 'FIX' DELETES THE ORPHAN
000230*                  AND NOT-HIGH-VALUE ENTRIES AND WRITES EACH
000240*                  DELETED RECORD TO THE SWEEP DELETION LOG SO IT
000250*                  CAN BE PUT BACK BY HAND IF NEED BE. A HOME
000260*                  BRANCH MISSING FROM THE MASTER IS NEVER FIXED
000270*                  HERE - IT NEEDS BRNCHMAINT OR AN HR CORRECTION.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000330         ORGANIZATION IS SEQUENTIAL.
000340
000350     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BRM-BRANCH-NUMBER
000390         FILE STATUS IS WS-BRM-STATUS.
000400
000410     SELECT FAILED-ATTEMPT-COUNT ASSIGN TO "LOCKOUT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LCK-USERID
000450         FILE STATUS IS WS-LOCK-STATUS.
000460
000470     SELECT PASSWORD-POLICY ASSIGN TO "PWPOLICY"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PWP-USERID
000510         FILE STATUS IS WS-PWP-STATUS.
000520
000530     SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PWH-USERID
000570         FILE STATUS IS WS-PWH-STATUS.
000580
000590     SELECT OTP-CODE-FILE ASSIGN TO "OTPCODE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OTP-USERID
000630         FILE STATUS IS WS-OTP-STATUS.
000640
000650     SELECT SESSION-TOKEN-FILE ASSIGN TO "SESSTOKN"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SES-TOKEN
000690         FILE STATUS IS WS-SES-STATUS.
000700
000710     SELECT USER-WORK-FILE ASSIGN TO "IGUSERS"
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT TOKEN-WORK-FILE ASSIGN TO "IGTOKENS"
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT SWEEP-DELETION-LOG ASSIGN TO "IGDELLOG"
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT USER-SORT-FILE ASSIGN TO "SRTWORK1".
000810     SELECT TOKEN-SORT-FILE ASSIGN TO "SRTWORK2".
000820     SELECT BREAK-SORT-FILE ASSIGN TO "SRTWORK3".
000830
000840     SELECT SWEEP-REPORT ASSIGN TO "IGSWPRPT"
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DB-ERROR-LOG
000900     LABEL RECORDS ARE STANDARD.
000910     COPY DBERRREC.
000920
000930 FD  BRANCH-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY BRANCHMS.
000960
000970 FD  FAILED-ATTEMPT-COUNT
000980     LABEL RECORDS ARE STANDARD.
000990     COPY LOCKREC.
001000
001010 FD  PASSWORD-POLICY
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PWPOLICY.
001040
001050 FD  PASSWORD-HISTORY
001060     LABEL RECORDS ARE STANDARD.
001070     COPY PWDHIST.
001080
001090 FD  OTP-CODE-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY OTPREC.
001120
001130 FD  SESSION-TOKEN-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY SESSTOKN.
001160
001170*----------------------------------------------------------------
001180* ONE RECORD PER USERS ROW, SORTED INTO THE SAME COLLATING ORDER
001190* AS THE INDEXED FILE KEYS SO EACH CONTROL FILE CAN BE MATCHED
001200* AGAINST IT BY BALANCE LINE.
001210*----------------------------------------------------------------
001220 FD  USER-WORK-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  IGU-USER-RECORD.
001250     05  IGU-USERID              PIC X(20).
001260     05  IGU-ACCOUNT-STATUS      PIC X(01).
001270     05  IGU-HIGH-VALUE-FLAG     PIC X(01).
001280         88  IGU-HIGH-VALUE-ACCOUNT      VALUE 'Y'.
001290     05  IGU-HOME-BRANCH         PIC 9(04).
001300
001310*----------------------------------------------------------------
001320* EVERY SESSION TOKEN - LIVE, REVOKED OR EXPIRED - SORTED BY
001330* OWNING USERID, CARRYING THE WHOLE TOKEN RECORD SO AN ORPHAN CAN
001340* BE DELETED BY ITS TOKEN KEY AND LOGGED IN FULL.
001350*----------------------------------------------------------------
001360 FD  TOKEN-WORK-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  IGT-TOKEN-RECORD.
001390     05  IGT-USERID              PIC X(20).
001400     05  IGT-TOKEN-IMAGE         PIC X(93).
001410
001420*----------------------------------------------------------------
001430* ONE RECORD PER ENTRY DELETED IN FIX MODE, CARRYING THE RECORD
001440* AS IT STOOD BEFORE THE DELETE.
001450*----------------------------------------------------------------
001460 FD  SWEEP-DELETION-LOG
001470     LABEL RECORDS ARE STANDARD.
001480 01  DLG-DELETION-RECORD.
001490     05  DLG-TIMESTAMP           PIC X(26).
001500     05  DLG-FILE-NAME           PIC X(08).
001510     05  DLG-BREAK-TYPE          PIC X(08).
001520     05  DLG-RECORD-KEY          PIC X(20).
001530     05  DLG-RECORD-IMAGE        PIC X(130).
001540
001550 SD  USER-SORT-FILE.
001560 01  SUS-SORT-RECORD.
001570     05  SUS-USERID              PIC X(20).
001580     05  SUS-ACCOUNT-STATUS      PIC X(01).
001590     05  SUS-HIGH-VALUE-FLAG     PIC X(01).
001600     05  SUS-HOME-BRANCH         PIC 9(04).
001610
001620 SD  TOKEN-SORT-FILE.
001630 01  STK-SORT-RECORD.
001640     05  STK-USERID              PIC X(20).
001650     05  STK-TOKEN-IMAGE         PIC X(93).
001660
001670 SD  BREAK-SORT-FILE.
001680 01  SBR-SORT-RECORD.
001690     05  SBR-FILE-SEQ            PIC 9(01).
001700     05  SBR-FILE-NAME           PIC X(08).
001710     05  SBR-BREAK-TYPE          PIC X(08).
001720         88  SBR-NO-USER                 VALUE 'NOUSER  '.
001730         88  SBR-NOT-HIGH-VALUE          VALUE 'NOTHV   '.
001740         88  SBR-NO-BRANCH               VALUE 'NOBRANCH'.
001750     05  SBR-USERID              PIC X(20).
001760     05  SBR-RECORD-KEY          PIC X(20).
001770     05  SBR-BRANCH-NUMBER       PIC 9(04).
001780     05  SBR-ACTION              PIC X(08).
001790         88  SBR-ACTION-DELETED          VALUE 'DELETED '.
001800
001810 FD  SWEEP-REPORT
001820     LABEL RECORDS ARE STANDARD.
001830 01  RPT-PRINT-LINE              PIC X(80).
001840
001850 WORKING-STORAGE SECTION.
001860 COPY USERSREC.
001870 77  WS-FETCH-DONE-SWITCH        PIC X(01) VALUE 'N'.
001880     88  WS-FETCH-DONE                   VALUE 'Y'.
001890     88  WS-FETCH-MORE                   VALUE 'N'.
001900
001910 77  WS-CONTROL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001920     88  WS-CONTROL-EOF-YES              VALUE 'Y'.
001930     88  WS-CONTROL-EOF-NO               VALUE 'N'.
001940
001950 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001960     88  WS-EOF-YES                      VALUE 'Y'.
001970     88  WS-EOF-NO                       VALUE 'N'.
001980
001990 77  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE 'Y'.
002000     88  WS-FIRST-RECORD                 VALUE 'Y'.
002010     88  WS-NOT-FIRST-RECORD             VALUE 'N'.
002020
002030 77  WS-USER-MATCH-SWITCH        PIC X(01) VALUE 'N'.
002040     88  WS-USER-MATCHED                 VALUE 'Y'.
002050     88  WS-USER-NOT-MATCHED             VALUE 'N'.
002060
002070 01  SQLCODE                     PIC S9(09) COMP VALUE ZERO.
002080 01  WS-SQL-OPERATION            PIC X(10).
002090
002100 77  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
002110     88  WS-SQL-ERROR-SEEN               VALUE 'Y'.
002120     88  WS-SQL-CLEAN                    VALUE 'N'.
002130
002140*----------------------------------------------------------------
002150* RUN MODE COMES FROM THE CONTROL CARD. ANYTHING BUT 'FIX' - A
002160* BLANK OR MISSING CARD INCLUDED - IS A REPORT-ONLY RUN.
002170*----------------------------------------------------------------
002180 01  WS-RUN-MODE                 PIC X(06).
002190     88  WS-FIX-MODE                     VALUE 'FIX   '.
002200     88  WS-REPORT-MODE                  VALUE 'REPORT'.
002210
002220 01  WS-BRM-STATUS               PIC X(02).
002230 01  WS-LOCK-STATUS              PIC X(02).
002240 01  WS-PWP-STATUS               PIC X(02).
002250 01  WS-PWH-STATUS               PIC X(02).
002260 01  WS-OTP-STATUS               PIC X(02).
002270 01  WS-SES-STATUS               PIC X(02).
002280
002290*----------------------------------------------------------------
002300* BALANCE-LINE KEYS - HIGH-VALUES MARKS THE USER WORK FILE AT END.
002310* WS-CONTROL-USERID IS THE USERID OF THE CONTROL RECORD IN HAND.
002320*----------------------------------------------------------------
002330 01  WS-USER-KEY                 PIC X(20).
002340 01  WS-CONTROL-USERID           PIC X(20).
002350 01  WS-RECORD-IMAGE             PIC X(130).
002360
002370*----------------------------------------------------------------
002380* CONTROL COUNTS, ONE ENTRY PER FILE IN REPORT ORDER: 1 USERS,
002390* 2 LOCKOUT, 3 PWPOLICY, 4 PWDHIST, 5 OTPCODE, 6 SESSTOKN.
002400*----------------------------------------------------------------
002410 01  WS-CONTROL-TABLE.
002420     05  WS-CONTROL-ENTRY        OCCURS 6 TIMES.
002430         10  WS-CTL-FILE-NAME    PIC X(08).
002440         10  WS-CTL-READ-COUNT   PIC 9(07) COMP.
002450         10  WS-CTL-BREAK-COUNT  PIC 9(07) COMP.
002460         10  WS-CTL-DELETE-COUNT PIC 9(07) COMP.
002470 77  WS-FILE-SUB                 PIC 9(04) COMP VALUE ZERO.
002480
002490 77  WS-NO-USER-COUNT            PIC 9(07) COMP VALUE ZERO.
002500 77  WS-NOT-HIGH-VALUE-COUNT     PIC 9(07) COMP VALUE ZERO.
002510 77  WS-NO-BRANCH-COUNT          PIC 9(07) COMP VALUE ZERO.
002520 77  WS-BREAK-COUNT              PIC 9(07) COMP VALUE ZERO.
002530 77  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
002540 77  WS-UNRESOLVED-COUNT         PIC 9(07) COMP VALUE ZERO.
002550 77  WS-GROUP-COUNT              PIC 9(07) COMP VALUE ZERO.
002560 01  WS-COUNT-EDITED             PIC Z,ZZZ,ZZ9.
002570
002580 01  WS-PRIOR-FILE-SEQ           PIC 9(01) VALUE ZERO.
002590 01  WS-PRIOR-BREAK-TYPE         PIC X(08) VALUE SPACES.
002600
002610 01  WS-SYS-DATE                 PIC 9(08).
002620 01  WS-SYS-TIME                 PIC 9(08).
002630 01  WS-CURRENT-TIMESTAMP        PIC X(26).
002640
002650 01  WS-HEADING-LINE-1.
002660     05  FILLER                  PIC X(80) VALUE
002670       'UNIZAR BANK - RETAIL SYSTEMS  INTEGRITY SWEEP'.
002680
002690 01  WS-HEADING-LINE-2.
002700     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002710     05  HDG-RUN-DATE            PIC X(10).
002720     05  FILLER                  PIC X(12) VALUE '   RUN MODE '.
002730     05  HDG-RUN-MODE            PIC X(06).
002740     05  FILLER                  PIC X(42) VALUE SPACES.
002750
002760 01  WS-LEGEND-LINE.
002770     05  FILLER                  PIC X(44) VALUE
002780       'NOUSER=USERID NOT ON USERS  NOTHV=OTP ENTRY '.
002790     05  FILLER                  PIC X(36) VALUE
002800       'FOR A NON-HIGH-VALUE ACCOUNT'.
002810
002820 01  WS-LEGEND-LINE-2.
002830     05  FILLER                  PIC X(44) VALUE
002840       'NOBRANCH=USERS HOME BRANCH NOT ON BRANCH MAS'.
002850     05  FILLER                  PIC X(36) VALUE
002860       'TER'.
002870
002880 01  WS-GROUP-HEADING-LINE.
002890     05  FILLER                  PIC X(06) VALUE 'FILE: '.
002900     05  GRH-FILE-NAME           PIC X(08).
002910     05  FILLER                  PIC X(10) VALUE '  BREAK: '.
002920     05  GRH-BREAK-TYPE          PIC X(08).
002930     05  FILLER                  PIC X(48) VALUE SPACES.
002940
002950 01  WS-COLUMN-HEADING-LINE.
002960     05  FILLER                  PIC X(21) VALUE 'USERID'.
002970     05  FILLER                  PIC X(21) VALUE 'RECORD KEY'.
002980     05  FILLER                  PIC X(29) VALUE 'DETAIL'.
002990     05  FILLER                  PIC X(09) VALUE 'ACTION'.
003000
003010 01  WS-BLANK-LINE.
003020     05  FILLER                  PIC X(80) VALUE SPACES.
003030
003040 01  WS-DETAIL-LINE.
003050     05  DTL-USERID              PIC X(20).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  DTL-RECORD-KEY          PIC X(20).
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  DTL-DETAIL              PIC X(28).
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  DTL-ACTION              PIC X(08).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130
003140 01  WS-BRANCH-DETAIL.
003150     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
003160     05  BRD-BRANCH-NUMBER       PIC 9(04).
003170     05  FILLER                  PIC X(17) VALUE ' NOT ON MASTER'.
003180
003190 01  WS-GROUP-TOTAL-LINE.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  FILLER                  PIC X(21) VALUE
003220       'BREAKS OF THIS TYPE: '.
003230     05  GRT-BREAK-COUNT         PIC Z,ZZZ,ZZ9.
003240     05  FILLER                  PIC X(48) VALUE SPACES.
003250
003260 01  WS-CONTROL-HEADING-LINE.
003270     05  FILLER                  PIC X(10) VALUE 'FILE'.
003280     05  FILLER                  PIC X(14) VALUE '  RECORDS READ'.
003290     05  FILLER                  PIC X(14) VALUE '        BREAKS'.
003300     05  FILLER                  PIC X(14) VALUE '       DELETED'.
003310     05  FILLER                  PIC X(28) VALUE SPACES.
003320
003330 01  WS-CONTROL-LINE.
003340     05  CTL-FILE-NAME           PIC X(08).
003350     05  FILLER                  PIC X(03) VALUE SPACES.
003360     05  CTL-READ-COUNT          PIC ZZZ,ZZZ,ZZ9.
003370     05  FILLER                  PIC X(03) VALUE SPACES.
003380     05  CTL-BREAK-COUNT         PIC ZZZ,ZZZ,ZZ9.
003390     05  FILLER                  PIC X(03) VALUE SPACES.
003400     05  CTL-DELETE-COUNT        PIC ZZZ,ZZZ,ZZ9.
003410     05  FILLER                  PIC X(30) VALUE SPACES.
003420
003430 01  WS-TOTAL-LINE.
003440     05  TOT-LABEL               PIC X(30).
003450     05  TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
003460     05  FILLER                  PIC X(39) VALUE SPACES.
003470
003480 PROCEDURE DIVISION.
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     SORT USER-SORT-FILE
003520         ON ASCENDING KEY SUS-USERID
003530         INPUT PROCEDURE IS 1500-EXTRACT-USERS THRU 1500-EXIT
003540         GIVING USER-WORK-FILE.
003550     IF WS-SQL-ERROR-SEEN
003560         PERFORM 8900-ABANDON-RUN THRU 8900-EXIT
003570         MOVE 8 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     PERFORM 1800-CONFIRM-RUN-MODE THRU 1800-EXIT.
003610     PERFORM 1900-OPEN-CONTROL-FILES THRU 1900-EXIT.
003620     SORT TOKEN-SORT-FILE
003630         ON ASCENDING KEY STK-USERID
003640         INPUT PROCEDURE IS 1700-RELEASE-TOKENS THRU 1700-EXIT
003650         GIVING TOKEN-WORK-FILE.
003660     SORT BREAK-SORT-FILE
003670         ON ASCENDING KEY SBR-FILE-SEQ SBR-BREAK-TYPE
003680             SBR-USERID SBR-RECORD-KEY
003690         INPUT PROCEDURE IS 2000-SWEEP-FILES THRU 2000-EXIT
003700         OUTPUT PROCEDURE IS 3000-PRINT-BREAKS THRU 3000-EXIT.
003710     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
003720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003730     IF WS-UNRESOLVED-COUNT > ZERO
003740         MOVE 4 TO RETURN-CODE
003750     END-IF.
003760     STOP RUN.
003770
003780 1000-INITIALIZE.
003790     ACCEPT WS-RUN-MODE.
003800     IF NOT WS-FIX-MODE
003810         MOVE 'REPORT' TO WS-RUN-MODE
003820     END-IF.
003830     MOVE 'USERS   ' TO WS-CTL-FILE-NAME (1).
003840     MOVE 'LOCKOUT ' TO WS-CTL-FILE-NAME (2).
003850     MOVE 'PWPOLICY' TO WS-CTL-FILE-NAME (3).
003860     MOVE 'PWDHIST ' TO WS-CTL-FILE-NAME (4).
003870     MOVE 'OTPCODE ' TO WS-CTL-FILE-NAME (5).
003880     MOVE 'SESSTOKN' TO WS-CTL-FILE-NAME (6).
003890     PERFORM 1050-CLEAR-CONTROL-ENTRY THRU 1050-EXIT
003900         VARYING WS-FILE-SUB FROM 1 BY 1
003910         UNTIL WS-FILE-SUB > 6.
003920     OPEN EXTEND DB-ERROR-LOG.
003930     OPEN INPUT BRANCH-MASTER.
003940     IF WS-BRM-STATUS NOT = '00'
003950         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
003960             WS-BRM-STATUS
003970         STOP RUN
003980     END-IF.
003990     OPEN OUTPUT SWEEP-REPORT.
004000     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
004010     EXEC SQL
004020         CONNECT TO 'MYDB'
004030     END-EXEC.
004040     MOVE 'CONNECT' TO WS-SQL-OPERATION.
004050     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004060     EXEC SQL
004070         DECLARE C1 CURSOR FOR
004080             SELECT USER_ID, ACCOUNT_STATUS, HIGH_VALUE_FLAG,
004090                    HOME_BRANCH
004100               FROM USERS
004110     END-EXEC.
004120 1000-EXIT.
004130     EXIT.
004140
004150 1050-CLEAR-CONTROL-ENTRY.
004160     MOVE ZERO TO WS-CTL-READ-COUNT (WS-FILE-SUB).
004170     MOVE ZERO TO WS-CTL-BREAK-COUNT (WS-FILE-SUB).
004180     MOVE ZERO TO WS-CTL-DELETE-COUNT (WS-FILE-SUB).
004190 1050-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230* THE USERS EXTRACT IS SORTED HERE RATHER THAN BY THE CURSOR SO
004240* ITS ORDER IS THE INDEXED FILES' KEY ORDER, WHATEVER COLLATING
004250* SEQUENCE THE DATABASE USES.
004260*----------------------------------------------------------------
004270 1500-EXTRACT-USERS.
004280     EXEC SQL
004290         OPEN C1
004300     END-EXEC.
004310     MOVE 'OPEN' TO WS-SQL-OPERATION.
004320     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004330     IF SQLCODE NOT = ZERO
004340         SET WS-FETCH-DONE TO TRUE
004350     END-IF.
004360     PERFORM 1550-FETCH-AND-RELEASE THRU 1550-EXIT
004370         UNTIL WS-FETCH-DONE.
004380     EXEC SQL
004390         CLOSE C1
004400     END-EXEC.
004410     MOVE 'CLOSE' TO WS-SQL-OPERATION.
004420     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004430 1500-EXIT.
004440     EXIT.
004450
004460 1550-FETCH-AND-RELEASE.
004470     EXEC SQL
004480         FETCH C1 INTO :USR-USER-ID, :USR-ACCOUNT-STATUS,
004490             :USR-HIGH-VALUE-FLAG, :USR-HOME-BRANCH
004500     END-EXEC.
004510     IF SQLCODE NOT = ZERO
004520         IF SQLCODE NOT = 100
004530             MOVE 'FETCH' TO WS-SQL-OPERATION
004540             PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT
004550         END-IF
004560         SET WS-FETCH-DONE TO TRUE
004570         GO TO 1550-EXIT
004580     END-IF.
004590     ADD 1 TO WS-CTL-READ-COUNT (1).
004600     MOVE USR-USER-ID         TO SUS-USERID.
004610     MOVE USR-ACCOUNT-STATUS  TO SUS-ACCOUNT-STATUS.
004620     MOVE USR-HIGH-VALUE-FLAG TO SUS-HIGH-VALUE-FLAG.
004630     MOVE USR-HOME-BRANCH     TO SUS-HOME-BRANCH.
004640     RELEASE SUS-SORT-RECORD.
004650 1550-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* THE TOKEN FILE IS KEYED ON TOKEN, NOT USERID, SO IT IS WALKED
004700* ONCE AND EVERY TOKEN IS RELEASED UNDER ITS OWNING USERID. A
004710* REVOKED OR EXPIRED TOKEN IS STILL AN ORPHAN IF ITS USERID HAS
004720* GONE, SO NONE ARE SKIPPED.
004730*----------------------------------------------------------------
004740 1700-RELEASE-TOKENS.
004750     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
004760     MOVE LOW-VALUES TO SES-TOKEN.
004770     START SESSION-TOKEN-FILE KEY NOT LESS THAN SES-TOKEN
004780         INVALID KEY
004790             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
004800     END-START.
004810     IF WS-CONTROL-EOF-NO
004820         PERFORM 1750-READ-NEXT-TOKEN THRU 1750-EXIT
004830     END-IF.
004840     PERFORM 1760-RELEASE-TOKEN THRU 1760-EXIT
004850         UNTIL WS-CONTROL-EOF-YES.
004860 1700-EXIT.
004870     EXIT.
004880
004890 1750-READ-NEXT-TOKEN.
004900     READ SESSION-TOKEN-FILE NEXT RECORD
004910         AT END
004920             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
004930     END-READ.
004940 1750-EXIT.
004950     EXIT.
004960
004970 1760-RELEASE-TOKEN.
004980     MOVE SES-USERID TO STK-USERID.
004990     MOVE SES-SESSION-TOKEN-RECORD TO STK-TOKEN-IMAGE.
005000     RELEASE STK-SORT-RECORD.
005010     PERFORM 1750-READ-NEXT-TOKEN THRU 1750-EXIT.
005020 1760-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060* AN EMPTY USERS EXTRACT WOULD MAKE EVERY CONTROL RECORD LOOK
005070* ORPHANED, SO FIX MODE IS NEVER ALLOWED TO ACT ON ONE - THE RUN
005080* DROPS BACK TO REPORTING ONLY.
005090*----------------------------------------------------------------
005100 1800-CONFIRM-RUN-MODE.
005110     IF WS-FIX-MODE
005120         AND WS-CTL-READ-COUNT (1) = ZERO
005130         DISPLAY 'INTEGSWEEP - NO USERS ROWS READ - FIX MODE '
005140             'REFUSED, REPORTING ONLY'
005150         MOVE 'REPORT' TO WS-RUN-MODE
005160     END-IF.
005170     DISPLAY 'INTEGSWEEP - RUN MODE: ' WS-RUN-MODE.
005180     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
005190 1800-EXIT.
005200     EXIT.
005210
005220 1900-OPEN-CONTROL-FILES.
005230     IF WS-FIX-MODE
005240         OPEN I-O FAILED-ATTEMPT-COUNT
005250         OPEN I-O PASSWORD-POLICY
005260         OPEN I-O PASSWORD-HISTORY
005270         OPEN I-O OTP-CODE-FILE
005280         OPEN I-O SESSION-TOKEN-FILE
005290         OPEN EXTEND SWEEP-DELETION-LOG
005300     ELSE
005310         OPEN INPUT FAILED-ATTEMPT-COUNT
005320         OPEN INPUT PASSWORD-POLICY
005330         OPEN INPUT PASSWORD-HISTORY
005340         OPEN INPUT OTP-CODE-FILE
005350         OPEN INPUT SESSION-TOKEN-FILE
005360     END-IF.
005370     IF WS-LOCK-STATUS NOT = '00'
005380         DISPLAY 'UNABLE TO OPEN LOCKOUT FILE - STATUS '
005390             WS-LOCK-STATUS
005400         STOP RUN
005410     END-IF.
005420     IF WS-PWP-STATUS NOT = '00'
005430         DISPLAY 'UNABLE TO OPEN PASSWORD-POLICY FILE - STATUS '
005440             WS-PWP-STATUS
005450         STOP RUN
005460     END-IF.
005470     IF WS-PWH-STATUS NOT = '00'
005480         DISPLAY 'UNABLE TO OPEN PASSWORD-HISTORY FILE - STATUS '
005490             WS-PWH-STATUS
005500         STOP RUN
005510     END-IF.
005520     IF WS-OTP-STATUS NOT = '00'
005530         DISPLAY 'UNABLE TO OPEN OTP-CODE FILE - STATUS '
005540             WS-OTP-STATUS
005550         STOP RUN
005560     END-IF.
005570     IF WS-SES-STATUS NOT = '00'
005580         DISPLAY 'UNABLE TO OPEN SESSION-TOKEN FILE - STATUS '
005590             WS-SES-STATUS
005600         STOP RUN
005610     END-IF.
005620 1900-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* EACH FILE IS SWEPT IN TURN AGAINST A FRESH PASS OF THE SORTED
005670* USERS EXTRACT. A BREAK IS RELEASED TO THE SORT ONLY AFTER ANY
005680* FIX-MODE DELETE HAS BEEN TRIED, SO THE LISTING SHOWS WHAT WAS
005690* ACTUALLY DONE.
005700*----------------------------------------------------------------
005710 2000-SWEEP-FILES.
005720     PERFORM 2100-CHECK-HOME-BRANCHES THRU 2100-EXIT.
005730     PERFORM 2200-SWEEP-LOCKOUT THRU 2200-EXIT.
005740     PERFORM 2300-SWEEP-POLICY THRU 2300-EXIT.
005750     PERFORM 2400-SWEEP-HISTORY THRU 2400-EXIT.
005760     PERFORM 2500-SWEEP-OTP THRU 2500-EXIT.
005770     PERFORM 2600-SWEEP-TOKENS THRU 2600-EXIT.
005780 2000-EXIT.
005790     EXIT.
005800
005810 2050-OPEN-USER-WORK.
005820     OPEN INPUT USER-WORK-FILE.
005830     PERFORM 2060-READ-USER-WORK THRU 2060-EXIT.
005840 2050-EXIT.
005850     EXIT.
005860
005870 2060-READ-USER-WORK.
005880     READ USER-WORK-FILE
005890         AT END
005900             MOVE HIGH-VALUES TO WS-USER-KEY
005910         NOT AT END
005920             MOVE IGU-USERID TO WS-USER-KEY
005930     END-READ.
005940 2060-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------
005980* STEP THE USERS EXTRACT UP TO THE CONTROL RECORD'S USERID. THE
005990* EXTRACT IS NOT ADVANCED PAST A MATCH, SO A USERID HOLDING MORE
006000* THAN ONE SESSION TOKEN MATCHES EVERY ONE OF THEM.
006010*----------------------------------------------------------------
006020 2070-POSITION-USER.
006030     PERFORM 2060-READ-USER-WORK THRU 2060-EXIT
006040         UNTIL WS-USER-KEY NOT < WS-CONTROL-USERID.
006050     IF WS-USER-KEY = WS-CONTROL-USERID
006060         SET WS-USER-MATCHED TO TRUE
006070     ELSE
006080         SET WS-USER-NOT-MATCHED TO TRUE
006090     END-IF.
006100 2070-EXIT.
006110     EXIT.
006120
006130 2100-CHECK-HOME-BRANCHES.
006140     PERFORM 2050-OPEN-USER-WORK THRU 2050-EXIT.
006150     PERFORM 2150-CHECK-ONE-BRANCH THRU 2150-EXIT
006160         UNTIL WS-USER-KEY = HIGH-VALUES.
006170     CLOSE USER-WORK-FILE.
006180 2100-EXIT.
006190     EXIT.
006200
006210 2150-CHECK-ONE-BRANCH.
006220     MOVE IGU-HOME-BRANCH TO BRM-BRANCH-NUMBER.
006230     READ BRANCH-MASTER
006240         INVALID KEY
006250             MOVE 1 TO WS-FILE-SUB
006260             PERFORM 2790-START-BREAK THRU 2790-EXIT
006270             MOVE 'NOBRANCH'      TO SBR-BREAK-TYPE
006280             MOVE IGU-USERID      TO SBR-USERID
006290             MOVE IGU-USERID      TO SBR-RECORD-KEY
006300             MOVE IGU-HOME-BRANCH TO SBR-BRANCH-NUMBER
006310             MOVE 'MANUAL  '      TO SBR-ACTION
006320             PERFORM 2800-RELEASE-BREAK THRU 2800-EXIT
006330     END-READ.
006340     PERFORM 2060-READ-USER-WORK THRU 2060-EXIT.
006350 2150-EXIT.
006360     EXIT.
006370
006380 2200-SWEEP-LOCKOUT.
006390     PERFORM 2050-OPEN-USER-WORK THRU 2050-EXIT.
006400     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
006410     MOVE LOW-VALUES TO LCK-USERID.
006420     START FAILED-ATTEMPT-COUNT KEY NOT LESS THAN LCK-USERID
006430         INVALID KEY
006440             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
006450     END-START.
006460     IF WS-CONTROL-EOF-NO
006470         PERFORM 2260-READ-NEXT-LOCKOUT THRU 2260-EXIT
006480     END-IF.
006490     PERFORM 2250-CHECK-LOCKOUT THRU 2250-EXIT
006500         UNTIL WS-CONTROL-EOF-YES.
006510     CLOSE USER-WORK-FILE.
006520 2200-EXIT.
006530     EXIT.
006540
006550 2250-CHECK-LOCKOUT.
006560     ADD 1 TO WS-CTL-READ-COUNT (2).
006570     MOVE LCK-USERID TO WS-CONTROL-USERID.
006580     PERFORM 2070-POSITION-USER THRU 2070-EXIT.
006590     IF WS-USER-NOT-MATCHED
006600         MOVE 2 TO WS-FILE-SUB
006610         PERFORM 2790-START-BREAK THRU 2790-EXIT
006620         MOVE 'NOUSER  '         TO SBR-BREAK-TYPE
006630         MOVE LCK-USERID         TO SBR-USERID
006640         MOVE LCK-USERID         TO SBR-RECORD-KEY
006650         MOVE LCK-LOCKOUT-RECORD TO WS-RECORD-IMAGE
006660         IF WS-FIX-MODE
006670             DELETE FAILED-ATTEMPT-COUNT RECORD
006680                 INVALID KEY
006690                     MOVE 'DEL FAIL' TO SBR-ACTION
006700                 NOT INVALID KEY
006710                     MOVE 'DELETED ' TO SBR-ACTION
006720             END-DELETE
006730         END-IF
006740         PERFORM 2800-RELEASE-BREAK THRU 2800-EXIT
006750     END-IF.
006760     PERFORM 2260-READ-NEXT-LOCKOUT THRU 2260-EXIT.
006770 2250-EXIT.
006780     EXIT.
006790
006800 2260-READ-NEXT-LOCKOUT.
006810     READ FAILED-ATTEMPT-COUNT NEXT RECORD
006820         AT END
006830             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
006840     END-READ.
006850 2260-EXIT.
006860     EXIT.
006870
006880 2300-SWEEP-POLICY.
006890     PERFORM 2050-OPEN-USER-WORK THRU 2050-EXIT.
006900     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
006910     MOVE LOW-VALUES TO PWP-USERID.
006920     START PASSWORD-POLICY KEY NOT LESS THAN PWP-USERID
006930         INVALID KEY
006940             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
006950     END-START.
006960     IF WS-CONTROL-EOF-NO
006970         PERFORM 2360-READ-NEXT-POLICY THRU 2360-EXIT
006980     END-IF.
006990     PERFORM 2350-CHECK-POLICY THRU 2350-EXIT
007000         UNTIL WS-CONTROL-EOF-YES.
007010     CLOSE USER-WORK-FILE.
007020 2300-EXIT.
007030     EXIT.
007040
007050 2350-CHECK-POLICY.
007060     ADD 1 TO WS-CTL-READ-COUNT (3).
007070     MOVE PWP-USERID TO WS-CONTROL-USERID.
007080     PERFORM 2070-POSITION-USER THRU 2070-EXIT.
007090     IF WS-USER-NOT-MATCHED
007100         MOVE 3 TO WS-FILE-SUB
007110         PERFORM 2790-START-BREAK THRU 2790-EXIT
007120         MOVE 'NOUSER  '         TO SBR-BREAK-TYPE
007130         MOVE PWP-USERID         TO SBR-USERID
007140         MOVE PWP-USERID         TO SBR-RECORD-KEY
007150         MOVE PWP-POLICY-RECORD  TO WS-RECORD-IMAGE
007160         IF WS-FIX-MODE
007170             DELETE PASSWORD-POLICY RECORD
007180                 INVALID KEY
007190                     MOVE 'DEL FAIL' TO SBR-ACTION
007200                 NOT INVALID KEY
007210                     MOVE 'DELETED ' TO SBR-ACTION
007220             END-DELETE
007230         END-IF
007240         PERFORM 2800-RELEASE-BREAK THRU 2800-EXIT
007250     END-IF.
007260     PERFORM 2360-READ-NEXT-POLICY THRU 2360-EXIT.
007270 2350-EXIT.
007280     EXIT.
007290
007300 2360-READ-NEXT-POLICY.
007310     READ PASSWORD-POLICY NEXT RECORD
007320         AT END
007330             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
007340     END-READ.
007350 2360-EXIT.
007360     EXIT.
007370
007380 2400-SWEEP-HISTORY.
007390     PERFORM 2050-OPEN-USER-WORK THRU 2050-EXIT.
007400     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
007410     MOVE LOW-VALUES TO PWH-USERID.
007420     START PASSWORD-HISTORY KEY NOT LESS THAN PWH-USERID
007430         INVALID KEY
007440             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
007450     END-START.
007460     IF WS-CONTROL-EOF-NO
007470         PERFORM 2460-READ-NEXT-HISTORY THRU 2460-EXIT
007480     END-IF.
007490     PERFORM 2450-CHECK-HISTORY THRU 2450-EXIT
007500         UNTIL WS-CONTROL-EOF-YES.
007510     CLOSE USER-WORK-FILE.
007520 2400-EXIT.
007530     EXIT.
007540
007550 2450-CHECK-HISTORY.
007560     ADD 1 TO WS-CTL-READ-COUNT (4).
007570     MOVE PWH-USERID TO WS-CONTROL-USERID.
007580     PERFORM 2070-POSITION-USER THRU 2070-EXIT.
007590     IF WS-USER-NOT-MATCHED
007600         MOVE 4 TO WS-FILE-SUB
007610         PERFORM 2790-START-BREAK THRU 2790-EXIT
007620         MOVE 'NOUSER  '         TO SBR-BREAK-TYPE
007630         MOVE PWH-USERID         TO SBR-USERID
007640         MOVE PWH-USERID         TO SBR-RECORD-KEY
007650         MOVE PWH-HISTORY-RECORD TO WS-RECORD-IMAGE
007660         IF WS-FIX-MODE
007670             DELETE PASSWORD-HISTORY RECORD
007680                 INVALID KEY
007690                     MOVE 'DEL FAIL' TO SBR-ACTION
007700                 NOT INVALID KEY
007710                     MOVE 'DELETED ' TO SBR-ACTION
007720             END-DELETE
007730         END-IF
007740         PERFORM 2800-RELEASE-BREAK THRU 2800-EXIT
007750     END-IF.
007760     PERFORM 2460-READ-NEXT-HISTORY THRU 2460-EXIT.
007770 2450-EXIT.
007780     EXIT.
007790
007800 2460-READ-NEXT-HISTORY.
007810     READ PASSWORD-HISTORY NEXT RECORD
007820         AT END
007830             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
007840     END-READ.
007850 2460-EXIT.
007860     EXIT.
007870
007880 2500-SWEEP-OTP.
007890     PERFORM 2050-OPEN-USER-WORK THRU 2050-EXIT.
007900     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
007910     MOVE LOW-VALUES TO OTP-USERID.
007920     START OTP-CODE-FILE KEY NOT LESS THAN OTP-USERID
007930         INVALID KEY
007940             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
007950     END-START.
007960     IF WS-CONTROL-EOF-NO
007970         PERFORM 2560-READ-NEXT-OTP THRU 2560-EXIT
007980     END-IF.
007990     PERFORM 2550-CHECK-OTP THRU 2550-EXIT
008000         UNTIL WS-CONTROL-EOF-YES.
008010     CLOSE USER-WORK-FILE.
008020 2500-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------
008060* AN OTP ENTRY IS ONLY RIGHT FOR A USERID STILL ON USERS AND
008070* STILL FLAGGED HIGH-VALUE. AUTHCORE DEMANDS A SECOND FACTOR FROM
008080* ANY USERID WITH AN ENTRY, SO A STALE ONE IS NOT HARMLESS.
008090*----------------------------------------------------------------
008100 2550-CHECK-OTP.
008110     ADD 1 TO WS-CTL-READ-COUNT (5).
008120     MOVE OTP-USERID TO WS-CONTROL-USERID.
008130     PERFORM 2070-POSITION-USER THRU 2070-EXIT.
008140     IF WS-USER-NOT-MATCHED
008150         OR NOT IGU-HIGH-VALUE-ACCOUNT
008160         PERFORM 2570-FLAG-OTP-BREAK THRU 2570-EXIT
008170     END-IF.
008180     PERFORM 2560-READ-NEXT-OTP THRU 2560-EXIT.
008190 2550-EXIT.
008200     EXIT.
008210
008220 2560-READ-NEXT-OTP.
008230     READ OTP-CODE-FILE NEXT RECORD
008240         AT END
008250             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
008260     END-READ.
008270 2560-EXIT.
008280     EXIT.
008290
008300 2570-FLAG-OTP-BREAK.
008310     MOVE 5 TO WS-FILE-SUB.
008320     PERFORM 2790-START-BREAK THRU 2790-EXIT.
008330     IF WS-USER-MATCHED
008340         MOVE 'NOTHV   '         TO SBR-BREAK-TYPE
008350     ELSE
008360         MOVE 'NOUSER  '         TO SBR-BREAK-TYPE
008370     END-IF.
008380     MOVE OTP-USERID             TO SBR-USERID.
008390     MOVE OTP-USERID             TO SBR-RECORD-KEY.
008400     MOVE OTP-CODE-RECORD        TO WS-RECORD-IMAGE.
008410     IF WS-FIX-MODE
008420         DELETE OTP-CODE-FILE RECORD
008430             INVALID KEY
008440                 MOVE 'DEL FAIL' TO SBR-ACTION
008450             NOT INVALID KEY
008460                 MOVE 'DELETED ' TO SBR-ACTION
008470         END-DELETE
008480     END-IF.
008490     PERFORM 2800-RELEASE-BREAK THRU 2800-EXIT.
008500 2570-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------------
008540* THE SORTED TOKEN EXTRACT IS MATCHED AGAINST USERS; AN ORPHAN
008550* IS DELETED FROM THE TOKEN FILE BY ITS TOKEN KEY. A TOKEN THAT
008560* HAS GONE SINCE THE EXTRACT WAS TAKEN SHOWS AS 'DEL FAIL'.
008570*----------------------------------------------------------------
008580 2600-SWEEP-TOKENS.
008590     PERFORM 2050-OPEN-USER-WORK THRU 2050-EXIT.
008600     OPEN INPUT TOKEN-WORK-FILE.
008610     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
008620     PERFORM 2660-READ-TOKEN-WORK THRU 2660-EXIT.
008630     PERFORM 2650-CHECK-TOKEN THRU 2650-EXIT
008640         UNTIL WS-CONTROL-EOF-YES.
008650     CLOSE TOKEN-WORK-FILE.
008660     CLOSE USER-WORK-FILE.
008670 2600-EXIT.
008680     EXIT.
008690
008700 2650-CHECK-TOKEN.
008710     ADD 1 TO WS-CTL-READ-COUNT (6).
008720     MOVE IGT-USERID TO WS-CONTROL-USERID.
008730     PERFORM 2070-POSITION-USER THRU 2070-EXIT.
008740     IF WS-USER-NOT-MATCHED
008750         MOVE 6 TO WS-FILE-SUB
008760         PERFORM 2790-START-BREAK THRU 2790-EXIT
008770         MOVE IGT-TOKEN-IMAGE    TO SES-SESSION-TOKEN-RECORD
008780         MOVE 'NOUSER  '         TO SBR-BREAK-TYPE
008790         MOVE IGT-USERID         TO SBR-USERID
008800         MOVE SES-TOKEN          TO SBR-RECORD-KEY
008810         MOVE IGT-TOKEN-IMAGE    TO WS-RECORD-IMAGE
008820         IF WS-FIX-MODE
008830             DELETE SESSION-TOKEN-FILE RECORD
008840                 INVALID KEY
008850                     MOVE 'DEL FAIL' TO SBR-ACTION
008860                 NOT INVALID KEY
008870                     MOVE 'DELETED ' TO SBR-ACTION
008880             END-DELETE
008890         END-IF
008900         PERFORM 2800-RELEASE-BREAK THRU 2800-EXIT
008910     END-IF.
008920     PERFORM 2660-READ-TOKEN-WORK THRU 2660-EXIT.
008930 2650-EXIT.
008940     EXIT.
008950
008960 2660-READ-TOKEN-WORK.
008970     READ TOKEN-WORK-FILE
008980         AT END
008990             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
009000     END-READ.
009010 2660-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------
009050* WS-FILE-SUB SAYS WHICH FILE THE BREAK IS ON. THE ACTION STARTS
009060* AS 'REPORTED' AND IS OVERWRITTEN BY ANY FIX-MODE DELETE.
009070*----------------------------------------------------------------
009080 2790-START-BREAK.
009090     MOVE SPACES TO SBR-SORT-RECORD.
009100     MOVE WS-FILE-SUB TO SBR-FILE-SEQ.
009110     MOVE WS-CTL-FILE-NAME (WS-FILE-SUB) TO SBR-FILE-NAME.
009120     MOVE ZERO TO SBR-BRANCH-NUMBER.
009130     MOVE 'REPORTED' TO SBR-ACTION.
009140     MOVE SPACES TO WS-RECORD-IMAGE.
009150 2790-EXIT.
009160     EXIT.
009170
009180 2800-RELEASE-BREAK.
009190     ADD 1 TO WS-BREAK-COUNT.
009200     ADD 1 TO WS-CTL-BREAK-COUNT (WS-FILE-SUB).
009210     IF SBR-NO-USER
009220         ADD 1 TO WS-NO-USER-COUNT
009230     END-IF.
009240     IF SBR-NOT-HIGH-VALUE
009250         ADD 1 TO WS-NOT-HIGH-VALUE-COUNT
009260     END-IF.
009270     IF SBR-NO-BRANCH
009280         ADD 1 TO WS-NO-BRANCH-COUNT
009290     END-IF.
009300     IF SBR-ACTION-DELETED
009310         ADD 1 TO WS-DELETED-COUNT
009320         ADD 1 TO WS-CTL-DELETE-COUNT (WS-FILE-SUB)
009330         PERFORM 2850-LOG-DELETION THRU 2850-EXIT
009340     ELSE
009350         ADD 1 TO WS-UNRESOLVED-COUNT
009360     END-IF.
009370     RELEASE SBR-SORT-RECORD.
009380 2800-EXIT.
009390     EXIT.
009400
009410 2850-LOG-DELETION.
009420     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
009430     MOVE WS-CURRENT-TIMESTAMP TO DLG-TIMESTAMP.
009440     MOVE SBR-FILE-NAME        TO DLG-FILE-NAME.
009450     MOVE SBR-BREAK-TYPE       TO DLG-BREAK-TYPE.
009460     MOVE SBR-RECORD-KEY       TO DLG-RECORD-KEY.
009470     MOVE WS-RECORD-IMAGE      TO DLG-RECORD-IMAGE.
009480     WRITE DLG-DELETION-RECORD.
009490 2850-EXIT.
009500     EXIT.
009510
009520 2900-WRITE-SUMMARY.
009530     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
009540     WRITE RPT-PRINT-LINE FROM WS-CONTROL-HEADING-LINE.
009550     PERFORM 2950-WRITE-CONTROL-LINE THRU 2950-EXIT
009560         VARYING WS-FILE-SUB FROM 1 BY 1
009570         UNTIL WS-FILE-SUB > 6.
009580     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
009590     MOVE 'TOTAL BREAKS FOUND:           ' TO TOT-LABEL.
009600     MOVE WS-BREAK-COUNT TO TOT-COUNT.
009610     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
009620     MOVE '  NOUSER:                     ' TO TOT-LABEL.
009630     MOVE WS-NO-USER-COUNT TO TOT-COUNT.
009640     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
009650     MOVE '  NOTHV:                      ' TO TOT-LABEL.
009660     MOVE WS-NOT-HIGH-VALUE-COUNT TO TOT-COUNT.
009670     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
009680     MOVE '  NOBRANCH:                   ' TO TOT-LABEL.
009690     MOVE WS-NO-BRANCH-COUNT TO TOT-COUNT.
009700     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
009710     MOVE 'ENTRIES DELETED:              ' TO TOT-LABEL.
009720     MOVE WS-DELETED-COUNT TO TOT-COUNT.
009730     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
009740     MOVE 'BREAKS STILL OUTSTANDING:     ' TO TOT-LABEL.
009750     MOVE WS-UNRESOLVED-COUNT TO TOT-COUNT.
009760     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
009770 2900-EXIT.
009780     EXIT.
009790
009800 2950-WRITE-CONTROL-LINE.
009810     MOVE WS-CTL-FILE-NAME (WS-FILE-SUB)    TO CTL-FILE-NAME.
009820     MOVE WS-CTL-READ-COUNT (WS-FILE-SUB)   TO CTL-READ-COUNT.
009830     MOVE WS-CTL-BREAK-COUNT (WS-FILE-SUB)  TO CTL-BREAK-COUNT.
009840     MOVE WS-CTL-DELETE-COUNT (WS-FILE-SUB) TO CTL-DELETE-COUNT.
009850     WRITE RPT-PRINT-LINE FROM WS-CONTROL-LINE.
009860 2950-EXIT.
009870     EXIT.
009880
009890 3000-PRINT-BREAKS.
009900     PERFORM 3050-RETURN-SORTED-RECORD THRU 3050-EXIT.
009910     PERFORM 3100-PROCESS-SORTED-RECORD THRU 3100-EXIT
009920         UNTIL WS-EOF-YES.
009930     IF WS-NOT-FIRST-RECORD
009940         PERFORM 3350-END-GROUP THRU 3350-EXIT
009950     ELSE
009960         MOVE 'NO BREAKS FOUND' TO RPT-PRINT-LINE
009970         WRITE RPT-PRINT-LINE
009980     END-IF.
009990 3000-EXIT.
010000     EXIT.
010010
010020 3050-RETURN-SORTED-RECORD.
010030     RETURN BREAK-SORT-FILE
010040         AT END
010050             MOVE 'Y' TO WS-EOF-SWITCH
010060     END-RETURN.
010070 3050-EXIT.
010080     EXIT.
010090
010100 3100-PROCESS-SORTED-RECORD.
010110     IF WS-FIRST-RECORD
010120         PERFORM 3300-START-GROUP THRU 3300-EXIT
010130         SET WS-NOT-FIRST-RECORD TO TRUE
010140     ELSE
010150         IF SBR-FILE-SEQ NOT = WS-PRIOR-FILE-SEQ
010160             OR SBR-BREAK-TYPE NOT = WS-PRIOR-BREAK-TYPE
010170             PERFORM 3350-END-GROUP THRU 3350-EXIT
010180             PERFORM 3300-START-GROUP THRU 3300-EXIT
010190         END-IF
010200     END-IF.
010210     PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT.
010220     PERFORM 3050-RETURN-SORTED-RECORD THRU 3050-EXIT.
010230 3100-EXIT.
010240     EXIT.
010250
010260 3200-WRITE-DETAIL.
010270     MOVE SBR-USERID     TO DTL-USERID.
010280     MOVE SBR-RECORD-KEY TO DTL-RECORD-KEY.
010290     MOVE SBR-ACTION     TO DTL-ACTION.
010300     IF SBR-NO-BRANCH
010310         MOVE SBR-BRANCH-NUMBER TO BRD-BRANCH-NUMBER
010320         MOVE WS-BRANCH-DETAIL TO DTL-DETAIL
010330     END-IF.
010340     IF SBR-NO-USER
010350         MOVE 'USERID NOT ON USERS' TO DTL-DETAIL
010360     END-IF.
010370     IF SBR-NOT-HIGH-VALUE
010380         MOVE 'ACCOUNT NOT HIGH-VALUE' TO DTL-DETAIL
010390     END-IF.
010400     WRITE RPT-PRINT-LINE FROM WS-DETAIL-LINE.
010410     ADD 1 TO WS-GROUP-COUNT.
010420 3200-EXIT.
010430     EXIT.
010440
010450 3300-START-GROUP.
010460     MOVE SBR-FILE-SEQ   TO WS-PRIOR-FILE-SEQ.
010470     MOVE SBR-BREAK-TYPE TO WS-PRIOR-BREAK-TYPE.
010480     MOVE SBR-FILE-NAME  TO GRH-FILE-NAME.
010490     MOVE SBR-BREAK-TYPE TO GRH-BREAK-TYPE.
010500     WRITE RPT-PRINT-LINE FROM WS-GROUP-HEADING-LINE.
010510     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
010520     MOVE ZERO TO WS-GROUP-COUNT.
010530 3300-EXIT.
010540     EXIT.
010550
010560 3350-END-GROUP.
010570     MOVE WS-GROUP-COUNT TO GRT-BREAK-COUNT.
010580     WRITE RPT-PRINT-LINE FROM WS-GROUP-TOTAL-LINE.
010590     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
010600 3350-EXIT.
010610     EXIT.
010620
010630 7000-BUILD-TIMESTAMP.
010640     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
010650     ACCEPT WS-SYS-TIME FROM TIME.
010660     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
010670            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
010680            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
010690            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
010700     END-STRING.
010710 7000-EXIT.
010720     EXIT.
010730
010740 7100-WRITE-HEADINGS.
010750     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
010760     MOVE WS-RUN-MODE TO HDG-RUN-MODE.
010770     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
010780     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
010790     WRITE RPT-PRINT-LINE FROM WS-LEGEND-LINE.
010800     WRITE RPT-PRINT-LINE FROM WS-LEGEND-LINE-2.
010810     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
010820 7100-EXIT.
010830     EXIT.
010840
010850 7600-LOG-SQL-ERROR.
010860     IF SQLCODE NOT = ZERO
010870         SET WS-SQL-ERROR-SEEN TO TRUE
010880         PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT
010890         MOVE 'INTEGSWEEP'          TO DBE-PROGRAM-ID
010900         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
010910         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
010920         MOVE SQLCODE               TO DBE-SQLCODE
010930         WRITE DBE-ERROR-RECORD
010940     END-IF.
010950 7600-EXIT.
010960     EXIT.
010970
010980 8000-TERMINATE.
010990     MOVE WS-BREAK-COUNT TO WS-COUNT-EDITED.
011000     DISPLAY 'INTEGSWEEP - BREAKS FOUND:    ' WS-COUNT-EDITED.
011010     MOVE WS-DELETED-COUNT TO WS-COUNT-EDITED.
011020     DISPLAY 'INTEGSWEEP - ENTRIES DELETED: ' WS-COUNT-EDITED.
011030     MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-EDITED.
011040     DISPLAY 'INTEGSWEEP - OUTSTANDING:     ' WS-COUNT-EDITED.
011050     CLOSE DB-ERROR-LOG.
011060     CLOSE BRANCH-MASTER.
011070     CLOSE FAILED-ATTEMPT-COUNT.
011080     CLOSE PASSWORD-POLICY.
011090     CLOSE PASSWORD-HISTORY.
011100     CLOSE OTP-CODE-FILE.
011110     CLOSE SESSION-TOKEN-FILE.
011120     IF WS-FIX-MODE
011130         CLOSE SWEEP-DELETION-LOG
011140     END-IF.
011150     CLOSE SWEEP-REPORT.
011160 8000-EXIT.
011170     EXIT.
011180
011190*----------------------------------------------------------------
011200* WITHOUT A COMPLETE USERS EXTRACT EVERY CONTROL RECORD WOULD
011210* LOOK LIKE AN ORPHAN, SO THE SWEEP IS NOT RUN AT ALL.
011220*----------------------------------------------------------------
011230 8900-ABANDON-RUN.
011240     DISPLAY 'INTEGSWEEP - USERS EXTRACT FAILED - SWEEP NOT RUN'.
011250     MOVE 'USERS EXTRACT FAILED - SWEEP NOT RUN'
011260         TO RPT-PRINT-LINE.
011270     WRITE RPT-PRINT-LINE.
011280     CLOSE DB-ERROR-LOG.
011290     CLOSE BRANCH-MASTER.
011300     CLOSE SWEEP-REPORT.
011310 8900-EXIT.
011320     EXIT.
