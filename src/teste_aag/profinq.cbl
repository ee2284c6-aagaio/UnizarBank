000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROFILEINQUIRY.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - HELPDESK INQUIRY ON ONE
000120*                  USERID, REPLACING AN AUDITINQUIRY RUN PLUS HAND
000130*                  CHECKS OF LOCKOUT, PWPOLICY, OTP AND TOKENS.
000140*                  SHOWS ON SCREEN AND ON ONE PRINTED REPORT THE
000150*                  USERS ROW WITH HOME BRANCH NAME, THE LOCKOUT
000160*                  COUNT AND FLAG, PASSWORD EXPIRY AND DAYS LEFT,
000170*                  PASSWORD HISTORY SLOTS USED, THE OTP ENTRY,
000180*                  EVERY SESSION TOKEN WITH ITS STATE, THE LAST 20
000190*                  AUDIT TRAIL AND SECURITY EVENT ENTRIES, AND A
000200*                  ONE-LINE DIAGNOSIS OF THE LIKELIEST REASON THE
000210*                  LOGIN IS FAILING. NOTHING IS UPDATED. OPERATOR
000220*                  SIGNS ON THROUGH OPERAUTH AS AUDITOR, AS FOR
000230*                  AUDITINQUIRY.
000232* 10/15/2026 OSG   SAYS WHEN THE SECURITY PARM FILE IS MISSING OR
000234*                  EMPTY AND DISPLAYS THE LOCKOUT THRESHOLD IN
000236*                  FORCE, AS EVERY OTHER READER OF THE FILE DOES.
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000290         ORGANIZATION IS SEQUENTIAL.
000300
000310     SELECT SECURITY-EVENT-FILE ASSIGN TO "SECEVENT"
000320         ORGANIZATION IS SEQUENTIAL.
000330
000340     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000350         ORGANIZATION IS SEQUENTIAL.
000360
000370     SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARMS"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-SPF-STATUS.
000400
000410     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BRM-BRANCH-NUMBER
000450         FILE STATUS IS WS-BRM-STATUS.
000460
000470     SELECT FAILED-ATTEMPT-COUNT ASSIGN TO "LOCKOUT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LCK-USERID
000510         FILE STATUS IS WS-LOCK-STATUS.
000520
000530     SELECT PASSWORD-POLICY ASSIGN TO "PWPOLICY"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PWP-USERID
000570         FILE STATUS IS WS-PWP-STATUS.
000580
000590     SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PWH-USERID
000630         FILE STATUS IS WS-PWH-STATUS.
000640
000650     SELECT OTP-CODE-FILE ASSIGN TO "OTPCODE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OTP-USERID
000690         FILE STATUS IS WS-OTP-STATUS.
000700
000710     SELECT SESSION-TOKEN-FILE ASSIGN TO "SESSTOKN"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SES-TOKEN
000750         FILE STATUS IS WS-SES-STATUS.
000760
000770     SELECT PROFILE-REPORT ASSIGN TO "PROFINQR"
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AUDIT-TRAIL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  TRL-AUDIT-RECORD            PIC X(71).
000850
000860 FD  SECURITY-EVENT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  EVF-EVENT-RECORD            PIC X(78).
000890
000900 FD  DB-ERROR-LOG
000910     LABEL RECORDS ARE STANDARD.
000920     COPY DBERRREC.
000930
000940 FD  SECURITY-PARM-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY SECPARMS.
000970
000980 FD  BRANCH-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BRANCHMS.
001010
001020 FD  FAILED-ATTEMPT-COUNT
001030     LABEL RECORDS ARE STANDARD.
001040     COPY LOCKREC.
001050
001060 FD  PASSWORD-POLICY
001070     LABEL RECORDS ARE STANDARD.
001080     COPY PWPOLICY.
001090
001100 FD  PASSWORD-HISTORY
001110     LABEL RECORDS ARE STANDARD.
001120     COPY PWDHIST.
001130
001140 FD  OTP-CODE-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY OTPREC.
001170
001180 FD  SESSION-TOKEN-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY SESSTOKN.
001210
001220 FD  PROFILE-REPORT
001230     LABEL RECORDS ARE STANDARD.
001240 01  RPT-PRINT-LINE              PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270 COPY USERSREC.
001280*----------------------------------------------------------------
001290* THE AUDIT AND EVENT LAYOUTS LIVE IN WORKING-STORAGE, AS IN
001300* AUDITINQUIRY - THE LAST 20 ENTRIES ARE HELD IN A TABLE AND
001310* MOVED BACK HERE TO PRINT AFTER BOTH FILES ARE CLOSED.
001320*----------------------------------------------------------------
001330 COPY AUDITREC.
001340 COPY SECEVENT.
001350 COPY LOCKCFG.
001360 COPY OPAUTHPM.
001370
001380 01  WS-SPF-STATUS               PIC X(02).
001390 01  WS-BRM-STATUS               PIC X(02).
001400 01  WS-LOCK-STATUS              PIC X(02).
001410 01  WS-PWP-STATUS               PIC X(02).
001420 01  WS-PWH-STATUS               PIC X(02).
001430 01  WS-OTP-STATUS               PIC X(02).
001440 01  WS-SES-STATUS               PIC X(02).
001450 01  SQLCODE                     PIC S9(09) COMP VALUE ZERO.
001460 01  WS-SQL-OPERATION            PIC X(10).
001470
001480 77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
001490     88  WS-AUDIT-EOF-YES                VALUE 'Y'.
001500     88  WS-AUDIT-EOF-NO                 VALUE 'N'.
001510
001520 77  WS-EVENT-EOF-SWITCH         PIC X(01) VALUE 'N'.
001530     88  WS-EVENT-EOF-YES                VALUE 'Y'.
001540     88  WS-EVENT-EOF-NO                 VALUE 'N'.
001550
001560 77  WS-SES-EOF-SWITCH           PIC X(01) VALUE 'N'.
001570     88  WS-SES-EOF-YES                  VALUE 'Y'.
001580     88  WS-SES-EOF-NO                   VALUE 'N'.
001590
001600 77  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
001610     88  WS-SQL-ERROR-SEEN               VALUE 'Y'.
001620     88  WS-SQL-CLEAN                    VALUE 'N'.
001630
001640*----------------------------------------------------------------
001650* WHAT THE INQUIRY FOUND, KEPT FOR THE DIAGNOSIS AT THE END.
001660*----------------------------------------------------------------
001670 01  WS-USER-STATE               PIC X(01) VALUE 'N'.
001680     88  WS-USER-FOUND                   VALUE 'Y'.
001690     88  WS-USER-NOT-FOUND               VALUE 'N'.
001700     88  WS-USER-UNREADABLE              VALUE 'E'.
001710
001720 77  WS-LOCKED-SWITCH            PIC X(01) VALUE 'N'.
001730     88  WS-IS-LOCKED                    VALUE 'Y'.
001740     88  WS-NOT-LOCKED                   VALUE 'N'.
001750
001760 77  WS-PWD-EXPIRED-SWITCH       PIC X(01) VALUE 'N'.
001770     88  WS-PWD-EXPIRED                  VALUE 'Y'.
001780     88  WS-PWD-CURRENT                  VALUE 'N'.
001790
001800 01  WS-OTP-STATE                PIC X(01) VALUE 'N'.
001810     88  WS-OTP-NONE                     VALUE 'N'.
001820     88  WS-OTP-CURRENT                  VALUE 'C'.
001830     88  WS-OTP-EXPIRED                  VALUE 'X'.
001840
001850 01  WS-LAST-AUDIT-TIMESTAMP     PIC X(26) VALUE SPACES.
001860 01  WS-LAST-AUDIT-OUTCOME       PIC X(01) VALUE SPACES.
001870     88  WS-LAST-AUDIT-FAILED            VALUE 'F'.
001880 01  WS-LAST-EVENT-TIMESTAMP     PIC X(26) VALUE SPACES.
001890 01  WS-LAST-EVENT-TYPE          PIC X(08) VALUE SPACES.
001900
001910 01  WS-WANTED-USERID            PIC X(20).
001920 01  WS-MAX-FAILED-ATTEMPTS      PIC 9(04).
001930
001940*----------------------------------------------------------------
001950* THE LAST 20 ENTRIES FOR THE USERID FROM EACH FILE. EACH TABLE
001960* WRAPS, SO THE NEXT SLOT ALWAYS HOLDS THE OLDEST ONCE FULL.
001970*----------------------------------------------------------------
001980 01  WS-AUDIT-TABLE.
001990     05  WS-AUDIT-SLOT           PIC X(71) OCCURS 20 TIMES.
002000 01  WS-EVENT-TABLE.
002010     05  WS-EVENT-SLOT           PIC X(78) OCCURS 20 TIMES.
002020
002030 77  WS-AUDIT-KEPT               PIC 9(02) COMP VALUE ZERO.
002040 77  WS-AUDIT-NEXT               PIC 9(02) COMP VALUE 1.
002050 77  WS-EVENT-KEPT               PIC 9(02) COMP VALUE ZERO.
002060 77  WS-EVENT-NEXT               PIC 9(02) COMP VALUE 1.
002070 77  WS-SHOW-SUB                 PIC 9(02) COMP VALUE ZERO.
002080 77  WS-SHOW-LEFT                PIC 9(02) COMP VALUE ZERO.
002090 77  WS-TOKEN-COUNT              PIC 9(04) COMP VALUE ZERO.
002100
002110 01  WS-TODAY-INTEGER            PIC 9(07).
002120 01  WS-EXPIRY-INTEGER           PIC 9(07).
002130 01  WS-DAYS-LEFT                PIC S9(07).
002140 01  WS-DATE-WORK                PIC 9(08).
002150 01  WS-DATE-SHOWN               PIC X(10).
002160 01  WS-SMALL-EDITED             PIC ZZZ9.
002170 01  WS-LIMIT-EDITED             PIC ZZZ9.
002180 01  WS-DAYS-EDITED              PIC ZZZ,ZZ9.
002190
002200 01  WS-SYS-DATE                 PIC 9(08).
002210 01  WS-SYS-TIME                 PIC 9(08).
002220 01  WS-CURRENT-TIMESTAMP        PIC X(26).
002230
002240 01  WS-OUT-LINE                 PIC X(80).
002250
002260 01  WS-HEADING-LINE-1.
002270     05  FILLER                  PIC X(80) VALUE
002280       'UNIZAR BANK - SECURITY PROFILE INQUIRY'.
002290
002300 01  WS-HEADING-LINE-2.
002310     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002320     05  HDG-RUN-DATE            PIC X(10).
002330     05  FILLER                  PIC X(10) VALUE '  USERID: '.
002340     05  HDG-USERID              PIC X(20).
002350     05  FILLER                  PIC X(30) VALUE SPACES.
002360
002370 01  WS-BLANK-LINE.
002380     05  FILLER                  PIC X(80) VALUE SPACES.
002390
002400 01  WS-SECTION-LINE.
002410     05  SEC-TITLE               PIC X(80).
002420
002430 01  WS-ITEM-LINE.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  ITM-LABEL               PIC X(22).
002460     05  ITM-VALUE               PIC X(56).
002470
002480 01  WS-TOKEN-HEADING-LINE.
002490     05  FILLER                  PIC X(04) VALUE SPACES.
002500     05  FILLER                  PIC X(21) VALUE 'TOKEN'.
002510     05  FILLER                  PIC X(20) VALUE 'ISSUED'.
002520     05  FILLER                  PIC X(20) VALUE 'EXPIRES'.
002530     05  FILLER                  PIC X(15) VALUE 'STATE'.
002540
002550 01  WS-TOKEN-LINE.
002560     05  FILLER                  PIC X(04) VALUE SPACES.
002570     05  TKL-TOKEN               PIC X(20).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  TKL-ISSUED              PIC X(19).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  TKL-EXPIRES             PIC X(19).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  TKL-STATE               PIC X(07).
002640     05  FILLER                  PIC X(08) VALUE SPACES.
002650
002660 01  WS-AUDIT-HEADING-LINE.
002670     05  FILLER                  PIC X(04) VALUE SPACES.
002680     05  FILLER                  PIC X(20) VALUE 'TIMESTAMP'.
002690     05  FILLER                  PIC X(21) VALUE 'PROGRAM'.
002700     05  FILLER                  PIC X(07) VALUE 'BRANCH'.
002710     05  FILLER                  PIC X(28) VALUE 'OUTCOME'.
002720
002730 01  WS-AUDIT-LINE.
002740     05  FILLER                  PIC X(04) VALUE SPACES.
002750     05  ADL-TIMESTAMP           PIC X(19).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  ADL-PROGRAM-ID          PIC X(20).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  ADL-BRANCH              PIC 9(04).
002800     05  FILLER                  PIC X(03) VALUE SPACES.
002810     05  ADL-OUTCOME             PIC X(07).
002820     05  FILLER                  PIC X(21) VALUE SPACES.
002830
002840 01  WS-EVENT-HEADING-LINE.
002850     05  FILLER                  PIC X(04) VALUE SPACES.
002860     05  FILLER                  PIC X(20) VALUE 'TIMESTAMP'.
002870     05  FILLER                  PIC X(09) VALUE 'EVENT'.
002880     05  FILLER                  PIC X(07) VALUE 'BRANCH'.
002890     05  FILLER                  PIC X(40) VALUE 'PROGRAM'.
002900
002910 01  WS-EVENT-LINE.
002920     05  FILLER                  PIC X(04) VALUE SPACES.
002930     05  EVL-TIMESTAMP           PIC X(19).
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  EVL-EVENT-TYPE          PIC X(08).
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  EVL-BRANCH              PIC 9(04).
002980     05  FILLER                  PIC X(03) VALUE SPACES.
002990     05  EVL-PROGRAM-ID          PIC X(20).
003000     05  FILLER                  PIC X(20) VALUE SPACES.
003010
003020 01  WS-NONE-LINE.
003030     05  FILLER                  PIC X(80) VALUE
003040       '    NONE ON FILE'.
003050
003060 01  WS-DIAGNOSIS-LINE.
003070     05  FILLER                  PIC X(11) VALUE 'DIAGNOSIS: '.
003080     05  DGN-TEXT                PIC X(69).
003090
003100 PROCEDURE DIVISION.
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 2000-SHOW-USERS-ROW THRU 2000-EXIT.
003140     PERFORM 2100-SHOW-LOCKOUT THRU 2100-EXIT.
003150     PERFORM 2200-SHOW-PASSWORD-POLICY THRU 2200-EXIT.
003160     PERFORM 2300-SHOW-PASSWORD-HISTORY THRU 2300-EXIT.
003170     PERFORM 2400-SHOW-OTP THRU 2400-EXIT.
003180     PERFORM 2500-SHOW-SESSIONS THRU 2500-EXIT.
003190     PERFORM 2600-SHOW-AUDIT-TRAIL THRU 2600-EXIT.
003200     PERFORM 2700-SHOW-SECURITY-EVENTS THRU 2700-EXIT.
003210     PERFORM 2900-SHOW-DIAGNOSIS THRU 2900-EXIT.
003220     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003230     IF WS-SQL-ERROR-SEEN
003240         MOVE 8 TO RETURN-CODE
003250     END-IF.
003260     STOP RUN.
003270
003280 1000-INITIALIZE.
003290     MOVE 'PROFILEINQUIRY' TO OPA-CALLER-ID.
003300     MOVE 'AUDITOR' TO OPA-REQUIRED-ROLE.
003310     SET OPA-SIGN-ON TO TRUE.
003320     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
003330     IF OPA-REFUSED
003340         STOP RUN
003350     END-IF.
003360     DISPLAY 'USERID:'.
003370     ACCEPT WS-WANTED-USERID.
003380     IF WS-WANTED-USERID = SPACES
003390         DISPLAY 'PROFILEINQUIRY - A USERID IS REQUIRED'
003400         STOP RUN
003410     END-IF.
003420     SET OPA-CHECK-ACTION TO TRUE.
003430     MOVE 'PROFILE ' TO OPA-ACTION.
003440     MOVE WS-WANTED-USERID TO OPA-TARGET.
003450     MOVE WS-WANTED-USERID TO OPA-TARGET-USERID.
003460     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
003470     IF OPA-REFUSED
003480         STOP RUN
003490     END-IF.
003500     OPEN INPUT BRANCH-MASTER.
003510     IF WS-BRM-STATUS NOT = '00'
003520         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
003530             WS-BRM-STATUS
003540         STOP RUN
003550     END-IF.
003560     OPEN INPUT FAILED-ATTEMPT-COUNT.
003570     IF WS-LOCK-STATUS NOT = '00'
003580         DISPLAY 'UNABLE TO OPEN LOCKOUT FILE - STATUS '
003590             WS-LOCK-STATUS
003600         STOP RUN
003610     END-IF.
003620     OPEN INPUT PASSWORD-POLICY.
003630     IF WS-PWP-STATUS NOT = '00'
003640         DISPLAY 'UNABLE TO OPEN PASSWORD-POLICY FILE - STATUS '
003650             WS-PWP-STATUS
003660         STOP RUN
003670     END-IF.
003680     OPEN INPUT PASSWORD-HISTORY.
003690     IF WS-PWH-STATUS NOT = '00'
003700         DISPLAY 'UNABLE TO OPEN PASSWORD-HISTORY FILE - STATUS '
003710             WS-PWH-STATUS
003720         STOP RUN
003730     END-IF.
003740     OPEN INPUT OTP-CODE-FILE.
003750     IF WS-OTP-STATUS NOT = '00'
003760         DISPLAY 'UNABLE TO OPEN OTP-CODE FILE - STATUS '
003770             WS-OTP-STATUS
003780         STOP RUN
003790     END-IF.
003800     OPEN INPUT SESSION-TOKEN-FILE.
003810     IF WS-SES-STATUS NOT = '00'
003820         DISPLAY 'UNABLE TO OPEN SESSION-TOKEN FILE - STATUS '
003830             WS-SES-STATUS
003840         STOP RUN
003850     END-IF.
003860     OPEN EXTEND DB-ERROR-LOG.
003870     OPEN OUTPUT PROFILE-REPORT.
003880     PERFORM 8100-READ-SECURITY-PARMS THRU 8100-EXIT.
003890     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003900     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
003910     EXEC SQL
003920         CONNECT TO 'MYDB'
003930     END-EXEC.
003940     MOVE 'CONNECT' TO WS-SQL-OPERATION.
003950     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003960     EXEC SQL
003970         DECLARE C1 CURSOR FOR
003980             SELECT USER_ID, ACCOUNT_STATUS, LAST_LOGIN_DATE,
003990                    HIGH_VALUE_FLAG, HOME_BRANCH
004000               FROM USERS
004010              WHERE USER_ID = :WS-WANTED-USERID
004020     END-EXEC.
004030 1000-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* THE USERS ROW. A FETCH THAT FINDS NOTHING (SQLCODE 100) MEANS
004080* THE USERID DOES NOT EXIST; ANY OTHER NON-ZERO CODE IS LOGGED
004090* AND THE ROW IS REPORTED AS UNREADABLE.
004100*----------------------------------------------------------------
004110 2000-SHOW-USERS-ROW.
004120     MOVE 'USERS ROW' TO SEC-TITLE.
004130     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
004140     EXEC SQL
004150         OPEN C1
004160     END-EXEC.
004170     MOVE 'OPEN' TO WS-SQL-OPERATION.
004180     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004190     IF SQLCODE NOT = ZERO
004200         SET WS-USER-UNREADABLE TO TRUE
004210         MOVE 'USERS TABLE:' TO ITM-LABEL
004220         MOVE 'COULD NOT BE READ - SEE DB ERROR LOG' TO ITM-VALUE
004230         PERFORM 7210-PUT-ITEM THRU 7210-EXIT
004240         GO TO 2000-EXIT
004250     END-IF.
004260     EXEC SQL
004270         FETCH C1 INTO :USR-USER-ID, :USR-ACCOUNT-STATUS,
004280             :USR-LAST-LOGIN-DATE, :USR-HIGH-VALUE-FLAG,
004290             :USR-HOME-BRANCH
004300     END-EXEC.
004310     IF SQLCODE = ZERO
004320         SET WS-USER-FOUND TO TRUE
004330     ELSE
004340         IF SQLCODE = 100
004350             SET WS-USER-NOT-FOUND TO TRUE
004360         ELSE
004370             MOVE 'FETCH' TO WS-SQL-OPERATION
004380             PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT
004390             SET WS-USER-UNREADABLE TO TRUE
004400         END-IF
004410     END-IF.
004420     EXEC SQL
004430         CLOSE C1
004440     END-EXEC.
004450     MOVE 'CLOSE' TO WS-SQL-OPERATION.
004460     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004470     IF WS-USER-NOT-FOUND
004480         MOVE 'USERS TABLE:' TO ITM-LABEL
004490         MOVE 'NO ROW FOR THIS USERID' TO ITM-VALUE
004500         PERFORM 7210-PUT-ITEM THRU 7210-EXIT
004510         GO TO 2000-EXIT
004520     END-IF.
004530     IF WS-USER-UNREADABLE
004540         MOVE 'USERS TABLE:' TO ITM-LABEL
004550         MOVE 'COULD NOT BE READ - SEE DB ERROR LOG' TO ITM-VALUE
004560         PERFORM 7210-PUT-ITEM THRU 7210-EXIT
004570         GO TO 2000-EXIT
004580     END-IF.
004590     MOVE 'ACCOUNT STATUS:' TO ITM-LABEL.
004600     EVALUATE TRUE
004610         WHEN USR-ACCOUNT-ACTIVE
004620             MOVE 'A - ACTIVE' TO ITM-VALUE
004630         WHEN USR-ACCOUNT-SUSPENDED
004640             MOVE 'S - SUSPENDED' TO ITM-VALUE
004650         WHEN USR-ACCOUNT-CLOSED
004660             MOVE 'C - CLOSED' TO ITM-VALUE
004670         WHEN OTHER
004680             STRING USR-ACCOUNT-STATUS ' - NOT A KNOWN STATUS'
004690                 DELIMITED BY SIZE INTO ITM-VALUE
004700             END-STRING
004710     END-EVALUATE.
004720     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
004730     MOVE USR-HOME-BRANCH TO BRM-BRANCH-NUMBER.
004740     READ BRANCH-MASTER
004750         INVALID KEY
004760             MOVE 'NOT ON BRANCH MASTER' TO BRM-BRANCH-NAME
004770     END-READ.
004780     MOVE 'HOME BRANCH:' TO ITM-LABEL.
004790     STRING USR-HOME-BRANCH ' ' BRM-BRANCH-NAME
004800         DELIMITED BY SIZE INTO ITM-VALUE
004810     END-STRING.
004820     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
004830     MOVE 'HIGH-VALUE ACCOUNT:' TO ITM-LABEL.
004840     IF USR-HIGH-VALUE-ACCOUNT
004850         MOVE 'YES - OTP REQUIRED AT LOGIN' TO ITM-VALUE
004860     ELSE
004870         MOVE 'NO' TO ITM-VALUE
004880     END-IF.
004890     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
004900     MOVE 'LAST LOGIN DATE:' TO ITM-LABEL.
004910     MOVE USR-LAST-LOGIN-DATE TO WS-DATE-WORK.
004920     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
004930     MOVE WS-DATE-SHOWN TO ITM-VALUE.
004940     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970
004980 2100-SHOW-LOCKOUT.
004990     MOVE 'LOCKOUT' TO SEC-TITLE.
005000     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
005010     MOVE WS-WANTED-USERID TO LCK-USERID.
005020     READ FAILED-ATTEMPT-COUNT
005030         INVALID KEY
005040             MOVE 'FAILED ATTEMPTS:' TO ITM-LABEL
005050             MOVE 'NO LOCKOUT RECORD - NO FAILURES COUNTED'
005060                 TO ITM-VALUE
005070             PERFORM 7210-PUT-ITEM THRU 7210-EXIT
005080             GO TO 2100-EXIT
005090     END-READ.
005100     MOVE LCK-FAILED-COUNT TO WS-SMALL-EDITED.
005110     MOVE WS-MAX-FAILED-ATTEMPTS TO WS-LIMIT-EDITED.
005120     MOVE 'FAILED ATTEMPTS:' TO ITM-LABEL.
005130     STRING WS-SMALL-EDITED ' OF ' WS-LIMIT-EDITED ' ALLOWED'
005140         DELIMITED BY SIZE INTO ITM-VALUE
005150     END-STRING.
005160     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005170     MOVE 'LOCKED OUT:' TO ITM-LABEL.
005180     IF LCK-ACCOUNT-LOCKED
005190         SET WS-IS-LOCKED TO TRUE
005200         MOVE 'YES - LOCKRESET NEEDED' TO ITM-VALUE
005210     ELSE
005220         MOVE 'NO' TO ITM-VALUE
005230     END-IF.
005240     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005250     MOVE 'LAST ATTEMPT:' TO ITM-LABEL.
005260     MOVE LCK-LAST-ATTEMPT-TS (1:19) TO ITM-VALUE.
005270     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005280 2100-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320* NO POLICY RECORD MEANS AUTHCORE DOES NOT ENFORCE ONE. DAYS LEFT
005330* ARE COUNTED THE WAY AUTHCORE TESTS EXPIRY - THE PASSWORD IS
005340* STILL GOOD ON ITS EXPIRY DATE AND REFUSED FROM THE DAY AFTER.
005350*----------------------------------------------------------------
005360 2200-SHOW-PASSWORD-POLICY.
005370     MOVE 'PASSWORD POLICY' TO SEC-TITLE.
005380     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
005390     MOVE WS-WANTED-USERID TO PWP-USERID.
005400     READ PASSWORD-POLICY
005410         INVALID KEY
005420             MOVE 'PASSWORD EXPIRES:' TO ITM-LABEL
005430             MOVE 'NO POLICY RECORD - EXPIRY NOT ENFORCED'
005440                 TO ITM-VALUE
005450             PERFORM 7210-PUT-ITEM THRU 7210-EXIT
005460             GO TO 2200-EXIT
005470     END-READ.
005480     MOVE 'PASSWORD EXPIRES:' TO ITM-LABEL.
005490     MOVE PWP-EXPIRATION-DATE TO WS-DATE-WORK.
005500     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
005510     MOVE WS-DATE-SHOWN TO ITM-VALUE.
005520     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005530     MOVE 'DAYS REMAINING:' TO ITM-LABEL.
005540     IF PWP-EXPIRATION-DATE NOT NUMERIC
005550         OR PWP-EXPIRATION-DATE = ZERO
005560         SET WS-PWD-EXPIRED TO TRUE
005570         MOVE 'NO VALID EXPIRY DATE ON FILE' TO ITM-VALUE
005580         PERFORM 7210-PUT-ITEM THRU 7210-EXIT
005590         GO TO 2250-SHOW-MIN-LENGTH
005600     END-IF.
005610     COMPUTE WS-TODAY-INTEGER =
005620         FUNCTION INTEGER-OF-DATE (WS-SYS-DATE).
005630     COMPUTE WS-EXPIRY-INTEGER =
005640         FUNCTION INTEGER-OF-DATE (PWP-EXPIRATION-DATE).
005650     COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INTEGER - WS-TODAY-INTEGER.
005660     IF WS-DAYS-LEFT < ZERO
005670         SET WS-PWD-EXPIRED TO TRUE
005680         COMPUTE WS-DAYS-EDITED = ZERO - WS-DAYS-LEFT
005690         STRING 'NONE - EXPIRED ' WS-DAYS-EDITED ' DAYS AGO'
005700             DELIMITED BY SIZE INTO ITM-VALUE
005710         END-STRING
005720     ELSE
005730         MOVE WS-DAYS-LEFT TO WS-DAYS-EDITED
005740         MOVE WS-DAYS-EDITED TO ITM-VALUE
005750     END-IF.
005760     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005770 2250-SHOW-MIN-LENGTH.
005780     MOVE 'MINIMUM LENGTH:' TO ITM-LABEL.
005790     MOVE PWP-MIN-LENGTH TO WS-SMALL-EDITED.
005800     MOVE WS-SMALL-EDITED TO ITM-VALUE.
005810     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005820 2200-EXIT.
005830     EXIT.
005840
005850 2300-SHOW-PASSWORD-HISTORY.
005860     MOVE 'PASSWORD HISTORY' TO SEC-TITLE.
005870     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
005880     MOVE 'SLOTS USED:' TO ITM-LABEL.
005890     MOVE WS-WANTED-USERID TO PWH-USERID.
005900     READ PASSWORD-HISTORY
005910         INVALID KEY
005920             MOVE ZERO TO PWH-ENTRY-COUNT
005930     END-READ.
005940     MOVE PWH-ENTRY-COUNT TO WS-SMALL-EDITED.
005950     STRING WS-SMALL-EDITED ' OF    5'
005960         DELIMITED BY SIZE INTO ITM-VALUE
005970     END-STRING.
005980     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
005990 2300-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030* AUTHCORE PROMPTS FOR A PASSCODE WHENEVER AN ENTRY EXISTS, SO AN
006040* EXPIRED ENTRY REFUSES EVERY LOGIN UNTIL A NEW CODE IS ISSUED.
006050*----------------------------------------------------------------
006060 2400-SHOW-OTP.
006070     MOVE 'ONE-TIME PASSCODE' TO SEC-TITLE.
006080     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
006090     MOVE 'OTP ENTRY:' TO ITM-LABEL.
006100     MOVE WS-WANTED-USERID TO OTP-USERID.
006110     READ OTP-CODE-FILE
006120         INVALID KEY
006130             SET WS-OTP-NONE TO TRUE
006140             MOVE 'NONE ON FILE' TO ITM-VALUE
006150             PERFORM 7210-PUT-ITEM THRU 7210-EXIT
006160             GO TO 2400-EXIT
006170     END-READ.
006180     IF OTP-EXPIRATION-TS < WS-CURRENT-TIMESTAMP
006190         SET WS-OTP-EXPIRED TO TRUE
006200         STRING 'ON FILE - EXPIRED ' OTP-EXPIRATION-TS (1:19)
006210             DELIMITED BY SIZE INTO ITM-VALUE
006220         END-STRING
006230     ELSE
006240         SET WS-OTP-CURRENT TO TRUE
006250         STRING 'ON FILE - EXPIRES ' OTP-EXPIRATION-TS (1:19)
006260             DELIMITED BY SIZE INTO ITM-VALUE
006270         END-STRING
006280     END-IF.
006290     PERFORM 7210-PUT-ITEM THRU 7210-EXIT.
006300 2400-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340* THE TOKEN FILE IS KEYED ON THE TOKEN, SO EVERY ENTRY IS READ
006350* AND THOSE FOR THE USERID ARE LISTED.
006360*----------------------------------------------------------------
006370 2500-SHOW-SESSIONS.
006380     MOVE 'SESSION TOKENS' TO SEC-TITLE.
006390     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
006400     MOVE WS-TOKEN-HEADING-LINE TO WS-OUT-LINE.
006410     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
006420     MOVE 'N' TO WS-SES-EOF-SWITCH.
006430     MOVE LOW-VALUES TO SES-TOKEN.
006440     START SESSION-TOKEN-FILE KEY NOT LESS THAN SES-TOKEN
006450         INVALID KEY
006460             MOVE 'Y' TO WS-SES-EOF-SWITCH
006470     END-START.
006480     IF WS-SES-EOF-NO
006490         PERFORM 2550-READ-NEXT-SESSION THRU 2550-EXIT
006500     END-IF.
006510     PERFORM 2560-SHOW-ONE-SESSION THRU 2560-EXIT
006520         UNTIL WS-SES-EOF-YES.
006530     IF WS-TOKEN-COUNT = ZERO
006540         MOVE WS-NONE-LINE TO WS-OUT-LINE
006550         PERFORM 7200-PUT-LINE THRU 7200-EXIT
006560     END-IF.
006570 2500-EXIT.
006580     EXIT.
006590
006600 2550-READ-NEXT-SESSION.
006610     READ SESSION-TOKEN-FILE NEXT RECORD
006620         AT END
006630             MOVE 'Y' TO WS-SES-EOF-SWITCH
006640     END-READ.
006650 2550-EXIT.
006660     EXIT.
006670
006680 2560-SHOW-ONE-SESSION.
006690     IF SES-USERID = WS-WANTED-USERID
006700         MOVE SES-TOKEN                  TO TKL-TOKEN
006710         MOVE SES-ISSUE-TIMESTAMP (1:19)  TO TKL-ISSUED
006720         MOVE SES-EXPIRY-TIMESTAMP (1:19) TO TKL-EXPIRES
006730         EVALUATE TRUE
006740             WHEN SES-TOKEN-REVOKED
006750                 MOVE 'REVOKED' TO TKL-STATE
006760             WHEN SES-EXPIRY-TIMESTAMP < WS-CURRENT-TIMESTAMP
006770                 MOVE 'EXPIRED' TO TKL-STATE
006780             WHEN OTHER
006790                 MOVE 'ACTIVE' TO TKL-STATE
006800         END-EVALUATE
006810         MOVE WS-TOKEN-LINE TO WS-OUT-LINE
006820         PERFORM 7200-PUT-LINE THRU 7200-EXIT
006830         ADD 1 TO WS-TOKEN-COUNT
006840     END-IF.
006850     PERFORM 2550-READ-NEXT-SESSION THRU 2550-EXIT.
006860 2560-EXIT.
006870     EXIT.
006880
006890 2600-SHOW-AUDIT-TRAIL.
006900     MOVE 'LAST 20 AUDIT TRAIL ENTRIES - NEWEST FIRST'
006910         TO SEC-TITLE.
006920     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
006930     OPEN INPUT AUDIT-TRAIL-FILE.
006940     PERFORM 2610-READ-AUDIT-RECORD THRU 2610-EXIT.
006950     PERFORM 2620-KEEP-IF-WANTED THRU 2620-EXIT
006960         UNTIL WS-AUDIT-EOF-YES.
006970     CLOSE AUDIT-TRAIL-FILE.
006980     MOVE WS-AUDIT-HEADING-LINE TO WS-OUT-LINE.
006990     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
007000     IF WS-AUDIT-KEPT = ZERO
007010         MOVE WS-NONE-LINE TO WS-OUT-LINE
007020         PERFORM 7200-PUT-LINE THRU 7200-EXIT
007030         GO TO 2600-EXIT
007040     END-IF.
007050     MOVE WS-AUDIT-NEXT TO WS-SHOW-SUB.
007060     MOVE WS-AUDIT-KEPT TO WS-SHOW-LEFT.
007070     PERFORM 2630-SHOW-ONE-AUDIT THRU 2630-EXIT
007080         UNTIL WS-SHOW-LEFT = ZERO.
007090 2600-EXIT.
007100     EXIT.
007110
007120 2610-READ-AUDIT-RECORD.
007130     READ AUDIT-TRAIL-FILE
007140         AT END
007150             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
007160     END-READ.
007170 2610-EXIT.
007180     EXIT.
007190
007200 2620-KEEP-IF-WANTED.
007210     MOVE TRL-AUDIT-RECORD TO AUD-AUDIT-RECORD.
007220     IF AUD-USERID = WS-WANTED-USERID
007230         MOVE AUD-AUDIT-RECORD TO WS-AUDIT-SLOT (WS-AUDIT-NEXT)
007240         ADD 1 TO WS-AUDIT-NEXT
007250         IF WS-AUDIT-NEXT > 20
007260             MOVE 1 TO WS-AUDIT-NEXT
007270         END-IF
007280         IF WS-AUDIT-KEPT < 20
007290             ADD 1 TO WS-AUDIT-KEPT
007300         END-IF
007310         MOVE AUD-TIMESTAMP TO WS-LAST-AUDIT-TIMESTAMP
007320         MOVE AUD-OUTCOME   TO WS-LAST-AUDIT-OUTCOME
007330     END-IF.
007340     PERFORM 2610-READ-AUDIT-RECORD THRU 2610-EXIT.
007350 2620-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390* STEP BACK FROM THE NEXT FREE SLOT, WRAPPING AT THE TOP.
007400*----------------------------------------------------------------
007410 2630-SHOW-ONE-AUDIT.
007420     IF WS-SHOW-SUB = 1
007430         MOVE 20 TO WS-SHOW-SUB
007440     ELSE
007450         SUBTRACT 1 FROM WS-SHOW-SUB
007460     END-IF.
007470     MOVE WS-AUDIT-SLOT (WS-SHOW-SUB) TO AUD-AUDIT-RECORD.
007480     MOVE AUD-TIMESTAMP (1:19) TO ADL-TIMESTAMP.
007490     MOVE AUD-PROGRAM-ID       TO ADL-PROGRAM-ID.
007500     MOVE AUD-BRANCH-NUMBER    TO ADL-BRANCH.
007510     IF AUD-SUCCESS
007520         MOVE 'SUCCESS' TO ADL-OUTCOME
007530     ELSE
007540         MOVE 'FAILURE' TO ADL-OUTCOME
007550     END-IF.
007560     MOVE WS-AUDIT-LINE TO WS-OUT-LINE.
007570     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
007580     SUBTRACT 1 FROM WS-SHOW-LEFT.
007590 2630-EXIT.
007600     EXIT.
007610
007620 2700-SHOW-SECURITY-EVENTS.
007630     MOVE 'LAST 20 SECURITY EVENTS - NEWEST FIRST' TO SEC-TITLE.
007640     PERFORM 7220-PUT-SECTION THRU 7220-EXIT.
007650     OPEN INPUT SECURITY-EVENT-FILE.
007660     PERFORM 2710-READ-EVENT-RECORD THRU 2710-EXIT.
007670     PERFORM 2720-KEEP-IF-WANTED THRU 2720-EXIT
007680         UNTIL WS-EVENT-EOF-YES.
007690     CLOSE SECURITY-EVENT-FILE.
007700     MOVE WS-EVENT-HEADING-LINE TO WS-OUT-LINE.
007710     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
007720     IF WS-EVENT-KEPT = ZERO
007730         MOVE WS-NONE-LINE TO WS-OUT-LINE
007740         PERFORM 7200-PUT-LINE THRU 7200-EXIT
007750         GO TO 2700-EXIT
007760     END-IF.
007770     MOVE WS-EVENT-NEXT TO WS-SHOW-SUB.
007780     MOVE WS-EVENT-KEPT TO WS-SHOW-LEFT.
007790     PERFORM 2730-SHOW-ONE-EVENT THRU 2730-EXIT
007800         UNTIL WS-SHOW-LEFT = ZERO.
007810 2700-EXIT.
007820     EXIT.
007830
007840 2710-READ-EVENT-RECORD.
007850     READ SECURITY-EVENT-FILE
007860         AT END
007870             MOVE 'Y' TO WS-EVENT-EOF-SWITCH
007880     END-READ.
007890 2710-EXIT.
007900     EXIT.
007910
007920 2720-KEEP-IF-WANTED.
007930     MOVE EVF-EVENT-RECORD TO SEV-EVENT-RECORD.
007940     IF SEV-USERID = WS-WANTED-USERID
007950         MOVE SEV-EVENT-RECORD TO WS-EVENT-SLOT (WS-EVENT-NEXT)
007960         ADD 1 TO WS-EVENT-NEXT
007970         IF WS-EVENT-NEXT > 20
007980             MOVE 1 TO WS-EVENT-NEXT
007990         END-IF
008000         IF WS-EVENT-KEPT < 20
008010             ADD 1 TO WS-EVENT-KEPT
008020         END-IF
008030         MOVE SEV-TIMESTAMP  TO WS-LAST-EVENT-TIMESTAMP
008040         MOVE SEV-EVENT-TYPE TO WS-LAST-EVENT-TYPE
008050     END-IF.
008060     PERFORM 2710-READ-EVENT-RECORD THRU 2710-EXIT.
008070 2720-EXIT.
008080     EXIT.
008090
008100 2730-SHOW-ONE-EVENT.
008110     IF WS-SHOW-SUB = 1
008120         MOVE 20 TO WS-SHOW-SUB
008130     ELSE
008140         SUBTRACT 1 FROM WS-SHOW-SUB
008150     END-IF.
008160     MOVE WS-EVENT-SLOT (WS-SHOW-SUB) TO SEV-EVENT-RECORD.
008170     MOVE SEV-TIMESTAMP (1:19) TO EVL-TIMESTAMP.
008180     MOVE SEV-EVENT-TYPE       TO EVL-EVENT-TYPE.
008190     MOVE SEV-BRANCH-NUMBER    TO EVL-BRANCH.
008200     MOVE SEV-PROGRAM-ID       TO EVL-PROGRAM-ID.
008210     MOVE WS-EVENT-LINE TO WS-OUT-LINE.
008220     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
008230     SUBTRACT 1 FROM WS-SHOW-LEFT.
008240 2730-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------
008280* ONE LINE NAMING THE LIKELIEST BLOCK, TAKEN IN THE ORDER A LOGIN
008290* WOULD MEET IT. THE LAST ATTEMPT'S OWN EVENT (SAME TIMESTAMP AS
008300* ITS AUDIT RECORD) NAMES A REFUSAL THE FILES DO NOT SHOW.
008310*----------------------------------------------------------------
008320 2900-SHOW-DIAGNOSIS.
008330     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
008340     DISPLAY ' '.
008350     EVALUATE TRUE
008360         WHEN WS-USER-UNREADABLE
008370             MOVE 'USERS ROW COULD NOT BE READ - SEE DB ERROR LOG'
008380                 TO DGN-TEXT
008390         WHEN WS-USER-NOT-FOUND
008400             MOVE 'USERID IS NOT ON USERS - CHECK THE SPELLING'
008410                 TO DGN-TEXT
008420         WHEN WS-IS-LOCKED
008430             MOVE 'LOCKED OUT - RUN LOCKRESET'
008440                 TO DGN-TEXT
008450         WHEN WS-PWD-EXPIRED
008460             MOVE 'PASSWORD HAS EXPIRED - RUN PASSWDCHANGE'
008470                 TO DGN-TEXT
008480         WHEN WS-OTP-EXPIRED
008490             MOVE 'ONE-TIME PASSCODE EXPIRED - NEW CODE NEEDED'
008500                 TO DGN-TEXT
008510         WHEN USR-ACCOUNT-SUSPENDED
008520             MOVE 'ACCOUNT IS SUSPENDED ON USERS' TO DGN-TEXT
008530         WHEN USR-ACCOUNT-CLOSED
008540             MOVE 'ACCOUNT IS CLOSED ON USERS' TO DGN-TEXT
008550         WHEN NOT USR-ACCOUNT-ACTIVE
008560             MOVE 'ACCOUNT STATUS ON USERS IS NOT ACTIVE'
008570                 TO DGN-TEXT
008580         WHEN USR-HIGH-VALUE-ACCOUNT AND WS-OTP-NONE
008590             MOVE 'HIGH-VALUE ACCOUNT HAS NO ONE-TIME PASSCODE'
008600                 TO DGN-TEXT
008610         WHEN WS-LAST-AUDIT-FAILED
008620             AND WS-LAST-EVENT-TIMESTAMP = WS-LAST-AUDIT-TIMESTAMP
008630             AND WS-LAST-EVENT-TYPE = 'OUTHOURS'
008640             MOVE 'LAST ATTEMPT WAS OUTSIDE BRANCH TRADING HOURS'
008650                 TO DGN-TEXT
008660         WHEN WS-LAST-AUDIT-FAILED
008670             AND WS-LAST-EVENT-TIMESTAMP = WS-LAST-AUDIT-TIMESTAMP
008680             AND WS-LAST-EVENT-TYPE = 'OTPREJCT'
008690             MOVE 'LAST ATTEMPT GAVE A WRONG ONE-TIME PASSCODE'
008700                 TO DGN-TEXT
008710         WHEN WS-LAST-AUDIT-FAILED
008720             MOVE 'LAST ATTEMPT FAILED - PASSWORD LIKELY WRONG'
008730                 TO DGN-TEXT
008740         WHEN OTHER
008750             MOVE 'NO BLOCKING CONDITION FOUND' TO DGN-TEXT
008760     END-EVALUATE.
008770     MOVE WS-DIAGNOSIS-LINE TO WS-OUT-LINE.
008780     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
008790 2900-EXIT.
008800     EXIT.
008810
008820 7000-BUILD-TIMESTAMP.
008830     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
008840     ACCEPT WS-SYS-TIME FROM TIME.
008850     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
008860            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
008870            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
008880            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
008890     END-STRING.
008900 7000-EXIT.
008910     EXIT.
008920
008930 7100-WRITE-HEADINGS.
008940     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
008950     MOVE WS-WANTED-USERID TO HDG-USERID.
008960     MOVE WS-HEADING-LINE-1 TO WS-OUT-LINE.
008970     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
008980     MOVE WS-HEADING-LINE-2 TO WS-OUT-LINE.
008990     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
009000 7100-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040* EVERY LINE GOES TO THE HELPDESK SCREEN AND TO THE PRINTED
009050* REPORT ALIKE.
009060*----------------------------------------------------------------
009070 7200-PUT-LINE.
009080     WRITE RPT-PRINT-LINE FROM WS-OUT-LINE.
009090     DISPLAY WS-OUT-LINE.
009100 7200-EXIT.
009110     EXIT.
009120
009130 7210-PUT-ITEM.
009140     MOVE WS-ITEM-LINE TO WS-OUT-LINE.
009150     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
009160     MOVE SPACES TO ITM-LABEL.
009170     MOVE SPACES TO ITM-VALUE.
009180 7210-EXIT.
009190     EXIT.
009200
009210 7220-PUT-SECTION.
009220     MOVE WS-BLANK-LINE TO WS-OUT-LINE.
009230     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
009240     MOVE WS-SECTION-LINE TO WS-OUT-LINE.
009250     PERFORM 7200-PUT-LINE THRU 7200-EXIT.
009260     MOVE SPACES TO ITM-LABEL.
009270     MOVE SPACES TO ITM-VALUE.
009280 7220-EXIT.
009290     EXIT.
009300
009310 7300-FORMAT-DATE.
009320     IF WS-DATE-WORK = ZERO
009330         MOVE 'NONE' TO WS-DATE-SHOWN
009340         GO TO 7300-EXIT
009350     END-IF.
009360     STRING WS-DATE-WORK (1:4) '-' WS-DATE-WORK (5:2) '-'
009370            WS-DATE-WORK (7:2)
009380            DELIMITED BY SIZE INTO WS-DATE-SHOWN
009390     END-STRING.
009400 7300-EXIT.
009410     EXIT.
009420
009430 7600-LOG-SQL-ERROR.
009440     IF SQLCODE NOT = ZERO
009450         SET WS-SQL-ERROR-SEEN TO TRUE
009460         PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT
009470         MOVE 'PROFILEINQUIRY'      TO DBE-PROGRAM-ID
009480         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
009490         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
009500         MOVE SQLCODE               TO DBE-SQLCODE
009510         WRITE DBE-ERROR-RECORD
009520     END-IF.
009530 7600-EXIT.
009540     EXIT.
009550
009560 8000-TERMINATE.
009570     CLOSE BRANCH-MASTER.
009580     CLOSE FAILED-ATTEMPT-COUNT.
009590     CLOSE PASSWORD-POLICY.
009600     CLOSE PASSWORD-HISTORY.
009610     CLOSE OTP-CODE-FILE.
009620     CLOSE SESSION-TOKEN-FILE.
009630     CLOSE DB-ERROR-LOG.
009640     CLOSE PROFILE-REPORT.
009650 8000-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------------
009690* THE LOCKOUT THRESHOLD SHOWN IS THE ONE AUTHCORE APPLIES - THE
009700* COMPILED DEFAULT UNLESS SECURITY-PARM-FILE OVERRIDES IT.
009710*----------------------------------------------------------------
009720 8100-READ-SECURITY-PARMS.
009730     MOVE LCK-MAX-FAILED-ATTEMPTS TO WS-MAX-FAILED-ATTEMPTS.
009740     OPEN INPUT SECURITY-PARM-FILE.
009750     IF WS-SPF-STATUS NOT = '00'
009752         DISPLAY 'PROFILEINQUIRY - SECURITY PARM FILE NOT'
009754             ' AVAILABLE - COMPILED DEFAULTS IN FORCE'
009760         GO TO 8100-SHOW-VALUES
009770     END-IF.
009780     READ SECURITY-PARM-FILE
009790         AT END
009792             DISPLAY 'PROFILEINQUIRY - SECURITY PARM FILE'
009794                 ' EMPTY - COMPILED DEFAULTS IN FORCE'
009800             CLOSE SECURITY-PARM-FILE
009810             GO TO 8100-SHOW-VALUES
009820     END-READ.
009830     IF SPF-MAX-FAILED-X NUMERIC AND SPF-MAX-FAILED-N > ZERO
009840         MOVE SPF-MAX-FAILED-N TO WS-MAX-FAILED-ATTEMPTS
009850     END-IF.
009860     CLOSE SECURITY-PARM-FILE.
009862 8100-SHOW-VALUES.
009864     DISPLAY 'PROFILEINQUIRY - LOCKOUT THRESHOLD IN FORCE: '
009866         WS-MAX-FAILED-ATTEMPTS.
009870 8100-EXIT.
009880     EXIT.
