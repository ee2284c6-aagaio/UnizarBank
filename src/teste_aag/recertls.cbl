000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECERTLIST.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - QUARTERLY ACCESS
000120*                  RECERTIFICATION PACK. AUDIT REQUIRES EVERY
000130*                  BRANCH MANAGER TO SIGN OFF EACH QUARTER ON WHO
000140*                  CAN STILL LOG IN UNDER THEIR BRANCH. READS
000150*                  EVERY USERS ROW AND JOINS IT TO THE LOCKOUT
000160*                  RECORD, THE PASSWORD-POLICY EXPIRY AND THE
000170*                  COUNT OF LIVE (UNREVOKED, UNEXPIRED) SESSION
000180*                  TOKENS, THEN PRINTS ONE LISTING PER HOME
000190*                  BRANCH, GROUPED UNDER THE BRANCH-MASTER REGION,
000200*                  WITH A DECISION BOX PER USERID AND A MANAGER
000210*                  SIGN-OFF LINE PER BRANCH. THE SIGNED DECISIONS
000220*                  COME BACK ON THE ATTESTATION FILE PROCESSED BY
000230*                  RECERTATTEST. A HOME BRANCH MISSING FROM THE
000240*                  MASTER LISTS UNDER REGION '???' SO THE USERID
000250*                  IS STILL PUT IN FRONT OF A REVIEWER.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000310         ORGANIZATION IS SEQUENTIAL.
000320
000330     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS BRM-BRANCH-NUMBER
000370         FILE STATUS IS WS-BRM-STATUS.
000380
000390     SELECT FAILED-ATTEMPT-COUNT ASSIGN TO "LOCKOUT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LCK-USERID
000430         FILE STATUS IS WS-LOCK-STATUS.
000440
000450     SELECT PASSWORD-POLICY ASSIGN TO "PWPOLICY"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PWP-USERID
000490         FILE STATUS IS WS-PWP-STATUS.
000500
000510     SELECT SESSION-TOKEN-FILE ASSIGN TO "SESSTOKN"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SES-TOKEN
000550         FILE STATUS IS WS-SES-STATUS.
000560
000570     SELECT LIVE-TOKEN-FILE ASSIGN TO "RCLIVTOK"
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT TOKEN-SORT-FILE ASSIGN TO "SRTWORK1".
000610     SELECT RECERT-SORT-FILE ASSIGN TO "SRTWORK2".
000620
000630     SELECT RECERT-REPORT ASSIGN TO "RCRTLIST"
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  DB-ERROR-LOG
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DBERRREC.
000710
000720 FD  BRANCH-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY BRANCHMS.
000750
000760 FD  FAILED-ATTEMPT-COUNT
000770     LABEL RECORDS ARE STANDARD.
000780     COPY LOCKREC.
000790
000800 FD  PASSWORD-POLICY
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PWPOLICY.
000830
000840 FD  SESSION-TOKEN-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY SESSTOKN.
000870
000880*----------------------------------------------------------------
000890* ONE RECORD PER LIVE SESSION TOKEN, SORTED BY OWNING USERID, SO
000900* THE USERS PASS CAN COUNT A USERID'S TOKENS WITHOUT WALKING THE
000910* WHOLE TOKEN FILE ONCE PER USERID.
000920*----------------------------------------------------------------
000930 FD  LIVE-TOKEN-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  LVT-LIVE-TOKEN-RECORD.
000960     05  LVT-USERID              PIC X(20).
000970
000980 SD  TOKEN-SORT-FILE.
000990 01  STK-SORT-RECORD.
001000     05  STK-USERID              PIC X(20).
001010
001020 SD  RECERT-SORT-FILE.
001030 01  SRC-SORT-RECORD.
001040     05  SRC-REGION-CODE         PIC X(03).
001050     05  SRC-BRANCH-NUMBER       PIC 9(04).
001060     05  SRC-USERID              PIC X(20).
001070     05  SRC-ACCOUNT-STATUS      PIC X(01).
001080     05  SRC-HIGH-VALUE-FLAG     PIC X(01).
001090     05  SRC-LAST-LOGIN-DATE     PIC 9(08).
001100     05  SRC-LOCKED-FLAG         PIC X(01).
001110         88  SRC-ACCOUNT-LOCKED          VALUE 'Y'.
001120     05  SRC-FAILED-COUNT        PIC 9(04).
001130     05  SRC-PW-EXPIRY-DATE      PIC 9(08).
001140     05  SRC-LIVE-TOKENS         PIC 9(04).
001150
001160 FD  RECERT-REPORT
001170     LABEL RECORDS ARE STANDARD.
001180 01  RPT-PRINT-LINE              PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210 COPY USERSREC.
001220 77  WS-FETCH-DONE-SWITCH        PIC X(01) VALUE 'N'.
001230     88  WS-FETCH-DONE                   VALUE 'Y'.
001240     88  WS-FETCH-MORE                   VALUE 'N'.
001250
001260 77  WS-TOKEN-EOF-SWITCH         PIC X(01) VALUE 'N'.
001270     88  WS-TOKEN-EOF-YES                VALUE 'Y'.
001280     88  WS-TOKEN-EOF-NO                 VALUE 'N'.
001290
001300 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001310     88  WS-EOF-YES                      VALUE 'Y'.
001320     88  WS-EOF-NO                       VALUE 'N'.
001330
001340 77  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE 'Y'.
001350     88  WS-FIRST-RECORD                 VALUE 'Y'.
001360     88  WS-NOT-FIRST-RECORD             VALUE 'N'.
001370
001380 01  SQLCODE                     PIC S9(09) COMP VALUE ZERO.
001390 01  WS-SQL-OPERATION            PIC X(10).
001400
001410 77  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
001420     88  WS-SQL-ERROR-SEEN               VALUE 'Y'.
001430     88  WS-SQL-CLEAN                    VALUE 'N'.
001440
001450 01  WS-BRM-STATUS               PIC X(02).
001460 01  WS-LOCK-STATUS              PIC X(02).
001470 01  WS-PWP-STATUS               PIC X(02).
001480 01  WS-SES-STATUS               PIC X(02).
001490
001500*----------------------------------------------------------------
001510* BALANCE-LINE KEY ON THE SORTED LIVE-TOKEN FILE - HIGH-VALUES
001520* MARKS IT AT END. THE USERS CURSOR IS ORDERED ON USER_ID SO THE
001530* TWO ADVANCE TOGETHER.
001540*----------------------------------------------------------------
001550 01  WS-LIVE-TOKEN-KEY           PIC X(20).
001560 77  WS-USER-TOKEN-COUNT         PIC 9(04) COMP VALUE ZERO.
001570
001580 01  WS-PRIOR-REGION             PIC X(03) VALUE SPACES.
001590 01  WS-PRIOR-BRANCH             PIC 9(04) VALUE ZERO.
001600
001610 77  WS-USER-COUNT               PIC 9(07) COMP VALUE ZERO.
001620 77  WS-ACTIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
001630 77  WS-SUSPENDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001640 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
001650 77  WS-HIGH-VALUE-COUNT         PIC 9(07) COMP VALUE ZERO.
001660 77  WS-LOCKED-COUNT             PIC 9(07) COMP VALUE ZERO.
001670 77  WS-PW-EXPIRED-COUNT         PIC 9(07) COMP VALUE ZERO.
001680 77  WS-NO-POLICY-COUNT          PIC 9(07) COMP VALUE ZERO.
001690 77  WS-LIVE-TOKEN-COUNT         PIC 9(07) COMP VALUE ZERO.
001700 77  WS-NO-BRANCH-COUNT          PIC 9(07) COMP VALUE ZERO.
001710 77  WS-BRANCH-COUNT             PIC 9(07) COMP VALUE ZERO.
001720 77  WS-BRANCH-USER-COUNT        PIC 9(07) COMP VALUE ZERO.
001730 77  WS-REGION-USER-COUNT        PIC 9(07) COMP VALUE ZERO.
001740 01  WS-COUNT-EDITED             PIC Z,ZZZ,ZZ9.
001750
001760 01  WS-SYS-DATE                 PIC 9(08).
001770 01  WS-SYS-TIME                 PIC 9(08).
001780 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001790
001800 01  WS-HEADING-LINE-1.
001810     05  FILLER                  PIC X(80) VALUE
001820       'UNIZAR BANK - RETAIL SYSTEMS  ACCESS RECERTIFICATION'.
001830
001840 01  WS-HEADING-LINE-2.
001850     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001860     05  HDG-RUN-DATE            PIC X(10).
001870     05  FILLER                  PIC X(60) VALUE SPACES.
001880
001890 01  WS-LEGEND-LINE.
001900     05  FILLER                  PIC X(44) VALUE
001910       'ST A/S/C=ACTIVE/SUSP/CLOSED  HV Y=HIGH-VALUE'.
001920     05  FILLER                  PIC X(36) VALUE
001930       '  * = PASSWORD EXPIRED'.
001940
001950 01  WS-DECISION-LEGEND-LINE.
001960     05  FILLER                  PIC X(44) VALUE
001970       'MANAGER DECISION: TICK K=KEEP  S=SUSPEND  C='.
001980     05  FILLER                  PIC X(36) VALUE
001990       'CLOSE FOR EVERY USERID'.
002000
002010 01  WS-COLUMN-HEADING-LINE.
002020     05  FILLER                  PIC X(22) VALUE 'USERID'.
002030     05  FILLER                  PIC X(03) VALUE 'ST'.
002040     05  FILLER                  PIC X(03) VALUE 'HV'.
002050     05  FILLER                  PIC X(10) VALUE 'LAST LOGIN'.
002060     05  FILLER                  PIC X(08) VALUE 'LK FAIL'.
002070     05  FILLER                  PIC X(10) VALUE 'PW EXPIRY'.
002080     05  FILLER                  PIC X(06) VALUE '  TOK'.
002090     05  FILLER                  PIC X(18) VALUE 'DECISION'.
002100
002110 01  WS-BLANK-LINE.
002120     05  FILLER                  PIC X(80) VALUE SPACES.
002130
002140 01  WS-REGION-HEADING-LINE.
002150     05  FILLER                  PIC X(07) VALUE 'REGION '.
002160     05  RGH-REGION-CODE         PIC X(03).
002170     05  FILLER                  PIC X(70) VALUE SPACES.
002180
002190 01  WS-BRANCH-HEADING-LINE.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
002220     05  BRH-BRANCH-NUMBER       PIC 9(04).
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  BRH-BRANCH-NAME         PIC X(30).
002250     05  FILLER                  PIC X(36) VALUE SPACES.
002260
002270 01  WS-DETAIL-LINE.
002280     05  DTL-USERID              PIC X(20).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DTL-STATUS              PIC X(01).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  DTL-HIGH-VALUE          PIC X(01).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  DTL-LAST-LOGIN          PIC 9(08).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  DTL-LOCKED              PIC X(01).
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  DTL-FAILED              PIC ZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  DTL-PW-EXPIRY           PIC X(08).
002410     05  DTL-PW-FLAG             PIC X(01).
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  DTL-TOKENS              PIC ZZZ9.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  DTL-DECISION-BOX        PIC X(18) VALUE
002460       '[ ]K  [ ]S  [ ]C'.
002470
002480 01  WS-BRANCH-TOTAL-LINE.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  FILLER                  PIC X(21) VALUE
002510       'USERIDS FOR BRANCH:  '.
002520     05  BRT-USER-COUNT          PIC Z,ZZZ,ZZ9.
002530     05  FILLER                  PIC X(48) VALUE SPACES.
002540
002550 01  WS-SIGN-OFF-LINE.
002560     05  FILLER                  PIC X(20) VALUE
002570       '  MANAGER SIGN-OFF: '.
002580     05  FILLER                  PIC X(30) VALUE ALL '_'.
002590     05  FILLER                  PIC X(08) VALUE '  DATE: '.
002600     05  FILLER                  PIC X(10) VALUE ALL '_'.
002610     05  FILLER                  PIC X(12) VALUE SPACES.
002620
002630 01  WS-REGION-TOTAL-LINE.
002640     05  FILLER                  PIC X(07) VALUE 'REGION '.
002650     05  RGT-REGION-CODE         PIC X(03).
002660     05  FILLER                  PIC X(13) VALUE ' USERIDS:    '.
002670     05  RGT-USER-COUNT          PIC Z,ZZZ,ZZ9.
002680     05  FILLER                  PIC X(48) VALUE SPACES.
002690
002700 01  WS-TOTAL-LINE.
002710     05  TOT-LABEL               PIC X(30).
002720     05  TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002730     05  FILLER                  PIC X(39) VALUE SPACES.
002740
002750 PROCEDURE DIVISION.
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     SORT TOKEN-SORT-FILE
002790         ON ASCENDING KEY STK-USERID
002800         INPUT PROCEDURE IS 1500-RELEASE-LIVE-TOKENS
002810             THRU 1500-EXIT
002820         GIVING LIVE-TOKEN-FILE.
002830     PERFORM 1800-PRIME-LIVE-TOKENS THRU 1800-EXIT.
002840     SORT RECERT-SORT-FILE
002850         ON ASCENDING KEY SRC-REGION-CODE SRC-BRANCH-NUMBER
002860             SRC-USERID
002870         INPUT PROCEDURE IS 2000-GATHER-USERS THRU 2000-EXIT
002880         OUTPUT PROCEDURE IS 3000-PRINT-LISTING THRU 3000-EXIT.
002890     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
002900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002910     IF WS-SQL-ERROR-SEEN
002920         MOVE 8 TO RETURN-CODE
002930     END-IF.
002940     STOP RUN.
002950
002960 1000-INITIALIZE.
002970     OPEN EXTEND DB-ERROR-LOG.
002980     OPEN INPUT BRANCH-MASTER.
002990     IF WS-BRM-STATUS NOT = '00'
003000         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
003010             WS-BRM-STATUS
003020         STOP RUN
003030     END-IF.
003040     OPEN INPUT FAILED-ATTEMPT-COUNT.
003050     IF WS-LOCK-STATUS NOT = '00'
003060         DISPLAY 'UNABLE TO OPEN LOCKOUT FILE - STATUS '
003070             WS-LOCK-STATUS
003080         STOP RUN
003090     END-IF.
003100     OPEN INPUT PASSWORD-POLICY.
003110     IF WS-PWP-STATUS NOT = '00'
003120         DISPLAY 'UNABLE TO OPEN PASSWORD-POLICY FILE - STATUS '
003130             WS-PWP-STATUS
003140         STOP RUN
003150     END-IF.
003160     OPEN INPUT SESSION-TOKEN-FILE.
003170     IF WS-SES-STATUS NOT = '00'
003180         DISPLAY 'UNABLE TO OPEN SESSION-TOKEN FILE - STATUS '
003190             WS-SES-STATUS
003200         STOP RUN
003210     END-IF.
003220     OPEN OUTPUT RECERT-REPORT.
003230     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
003240     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
003250     EXEC SQL
003260         CONNECT TO 'MYDB'
003270     END-EXEC.
003280     MOVE 'CONNECT' TO WS-SQL-OPERATION.
003290     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003300     EXEC SQL
003310         DECLARE C1 CURSOR FOR
003320             SELECT USER_ID, ACCOUNT_STATUS, LAST_LOGIN_DATE,
003330                    HIGH_VALUE_FLAG, HOME_BRANCH
003340               FROM USERS
003350              ORDER BY USER_ID
003360     END-EXEC.
003370 1000-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* THE TOKEN FILE IS KEYED ON TOKEN, NOT USERID, SO IT IS WALKED
003420* ONCE AND EVERY TOKEN THAT COULD STILL VALIDATE - NOT REVOKED AND
003430* NOT YET EXPIRED, THE SAME TEST TOKENCHECK APPLIES - IS RELEASED
003440* UNDER ITS OWNING USERID.
003450*----------------------------------------------------------------
003460 1500-RELEASE-LIVE-TOKENS.
003470     MOVE 'N' TO WS-TOKEN-EOF-SWITCH.
003480     MOVE LOW-VALUES TO SES-TOKEN.
003490     START SESSION-TOKEN-FILE KEY NOT LESS THAN SES-TOKEN
003500         INVALID KEY
003510             MOVE 'Y' TO WS-TOKEN-EOF-SWITCH
003520     END-START.
003530     IF WS-TOKEN-EOF-NO
003540         PERFORM 1550-READ-NEXT-TOKEN THRU 1550-EXIT
003550     END-IF.
003560     PERFORM 1560-RELEASE-IF-LIVE THRU 1560-EXIT
003570         UNTIL WS-TOKEN-EOF-YES.
003580 1500-EXIT.
003590     EXIT.
003600
003610 1550-READ-NEXT-TOKEN.
003620     READ SESSION-TOKEN-FILE NEXT RECORD
003630         AT END
003640             MOVE 'Y' TO WS-TOKEN-EOF-SWITCH
003650     END-READ.
003660 1550-EXIT.
003670     EXIT.
003680
003690 1560-RELEASE-IF-LIVE.
003700     IF SES-TOKEN-ACTIVE
003710         AND SES-EXPIRY-TIMESTAMP NOT < WS-CURRENT-TIMESTAMP
003720         MOVE SES-USERID TO STK-USERID
003730         RELEASE STK-SORT-RECORD
003740     END-IF.
003750     PERFORM 1550-READ-NEXT-TOKEN THRU 1550-EXIT.
003760 1560-EXIT.
003770     EXIT.
003780
003790 1800-PRIME-LIVE-TOKENS.
003800     OPEN INPUT LIVE-TOKEN-FILE.
003810     PERFORM 1850-READ-LIVE-TOKEN THRU 1850-EXIT.
003820 1800-EXIT.
003830     EXIT.
003840
003850 1850-READ-LIVE-TOKEN.
003860     READ LIVE-TOKEN-FILE
003870         AT END
003880             MOVE HIGH-VALUES TO WS-LIVE-TOKEN-KEY
003890         NOT AT END
003900             MOVE LVT-USERID TO WS-LIVE-TOKEN-KEY
003910     END-READ.
003920 1850-EXIT.
003930     EXIT.
003940
003950 2000-GATHER-USERS.
003960     EXEC SQL
003970         OPEN C1
003980     END-EXEC.
003990     MOVE 'OPEN' TO WS-SQL-OPERATION.
004000     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004010     IF SQLCODE NOT = ZERO
004020         SET WS-FETCH-DONE TO TRUE
004030     END-IF.
004040     PERFORM 2100-FETCH-AND-RELEASE THRU 2100-EXIT
004050         UNTIL WS-FETCH-DONE.
004060     EXEC SQL
004070         CLOSE C1
004080     END-EXEC.
004090     MOVE 'CLOSE' TO WS-SQL-OPERATION.
004100     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2100-FETCH-AND-RELEASE.
004150     EXEC SQL
004160         FETCH C1 INTO :USR-USER-ID, :USR-ACCOUNT-STATUS,
004170             :USR-LAST-LOGIN-DATE, :USR-HIGH-VALUE-FLAG,
004180             :USR-HOME-BRANCH
004190     END-EXEC.
004200     IF SQLCODE NOT = ZERO
004210         IF SQLCODE NOT = 100
004220             MOVE 'FETCH' TO WS-SQL-OPERATION
004230             PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT
004240         END-IF
004250         SET WS-FETCH-DONE TO TRUE
004260         GO TO 2100-EXIT
004270     END-IF.
004280     ADD 1 TO WS-USER-COUNT.
004290     MOVE USR-USER-ID         TO SRC-USERID.
004300     MOVE USR-HOME-BRANCH     TO SRC-BRANCH-NUMBER.
004310     MOVE USR-ACCOUNT-STATUS  TO SRC-ACCOUNT-STATUS.
004320     MOVE USR-HIGH-VALUE-FLAG TO SRC-HIGH-VALUE-FLAG.
004330     MOVE USR-LAST-LOGIN-DATE TO SRC-LAST-LOGIN-DATE.
004340     PERFORM 2200-LOOK-UP-REGION THRU 2200-EXIT.
004350     PERFORM 2300-LOOK-UP-LOCKOUT THRU 2300-EXIT.
004360     PERFORM 2400-LOOK-UP-POLICY THRU 2400-EXIT.
004370     PERFORM 2500-COUNT-LIVE-TOKENS THRU 2500-EXIT.
004380     PERFORM 2600-ACCUMULATE-TOTALS THRU 2600-EXIT.
004390     RELEASE SRC-SORT-RECORD.
004400 2100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* A HOME BRANCH NOT ON THE MASTER STILL HAS TO BE REVIEWED BY
004450* SOMEONE - IT LISTS UNDER REGION '???' RATHER THAN BEING DROPPED.
004460*----------------------------------------------------------------
004470 2200-LOOK-UP-REGION.
004480     MOVE USR-HOME-BRANCH TO BRM-BRANCH-NUMBER.
004490     READ BRANCH-MASTER
004500         INVALID KEY
004510             MOVE '???' TO SRC-REGION-CODE
004520             ADD 1 TO WS-NO-BRANCH-COUNT
004530         NOT INVALID KEY
004540             MOVE BRM-REGION-CODE TO SRC-REGION-CODE
004550     END-READ.
004560 2200-EXIT.
004570     EXIT.
004580
004590 2300-LOOK-UP-LOCKOUT.
004600     MOVE USR-USER-ID TO LCK-USERID.
004610     READ FAILED-ATTEMPT-COUNT
004620         INVALID KEY
004630             MOVE 'N'  TO SRC-LOCKED-FLAG
004640             MOVE ZERO TO SRC-FAILED-COUNT
004650         NOT INVALID KEY
004660             MOVE LCK-LOCKED-FLAG  TO SRC-LOCKED-FLAG
004670             MOVE LCK-FAILED-COUNT TO SRC-FAILED-COUNT
004680     END-READ.
004690 2300-EXIT.
004700     EXIT.
004710
004720 2400-LOOK-UP-POLICY.
004730     MOVE USR-USER-ID TO PWP-USERID.
004740     READ PASSWORD-POLICY
004750         INVALID KEY
004760             MOVE ZERO TO SRC-PW-EXPIRY-DATE
004770         NOT INVALID KEY
004780             MOVE PWP-EXPIRATION-DATE TO SRC-PW-EXPIRY-DATE
004790     END-READ.
004800 2400-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* A LIVE TOKEN WHOSE USERID SORTS BELOW THE CURRENT ROW BELONGS TO
004850* A USERID NO LONGER ON USERS - IT IS STEPPED OVER HERE.
004860*----------------------------------------------------------------
004870 2500-COUNT-LIVE-TOKENS.
004880     MOVE ZERO TO WS-USER-TOKEN-COUNT.
004890     PERFORM 1850-READ-LIVE-TOKEN THRU 1850-EXIT
004900         UNTIL WS-LIVE-TOKEN-KEY NOT < USR-USER-ID.
004910     PERFORM 2550-COUNT-ONE-TOKEN THRU 2550-EXIT
004920         UNTIL WS-LIVE-TOKEN-KEY NOT = USR-USER-ID.
004930     MOVE WS-USER-TOKEN-COUNT TO SRC-LIVE-TOKENS.
004940 2500-EXIT.
004950     EXIT.
004960
004970 2550-COUNT-ONE-TOKEN.
004980     ADD 1 TO WS-USER-TOKEN-COUNT.
004990     PERFORM 1850-READ-LIVE-TOKEN THRU 1850-EXIT.
005000 2550-EXIT.
005010     EXIT.
005020
005030 2600-ACCUMULATE-TOTALS.
005040     IF USR-ACCOUNT-ACTIVE
005050         ADD 1 TO WS-ACTIVE-COUNT
005060     END-IF.
005070     IF USR-ACCOUNT-SUSPENDED
005080         ADD 1 TO WS-SUSPENDED-COUNT
005090     END-IF.
005100     IF USR-ACCOUNT-CLOSED
005110         ADD 1 TO WS-CLOSED-COUNT
005120     END-IF.
005130     IF USR-HIGH-VALUE-ACCOUNT
005140         ADD 1 TO WS-HIGH-VALUE-COUNT
005150     END-IF.
005160     IF SRC-ACCOUNT-LOCKED
005170         ADD 1 TO WS-LOCKED-COUNT
005180     END-IF.
005190     IF SRC-PW-EXPIRY-DATE = ZERO
005200         ADD 1 TO WS-NO-POLICY-COUNT
005210     ELSE
005220         IF SRC-PW-EXPIRY-DATE < WS-SYS-DATE
005230             ADD 1 TO WS-PW-EXPIRED-COUNT
005240         END-IF
005250     END-IF.
005260     ADD WS-USER-TOKEN-COUNT TO WS-LIVE-TOKEN-COUNT.
005270 2600-EXIT.
005280     EXIT.
005290
005300 2900-WRITE-SUMMARY.
005310     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005320     MOVE 'USERIDS LISTED:               ' TO TOT-LABEL.
005330     MOVE WS-USER-COUNT TO TOT-COUNT.
005340     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005350     MOVE 'BRANCHES LISTED:              ' TO TOT-LABEL.
005360     MOVE WS-BRANCH-COUNT TO TOT-COUNT.
005370     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005380     MOVE '  ACTIVE:                     ' TO TOT-LABEL.
005390     MOVE WS-ACTIVE-COUNT TO TOT-COUNT.
005400     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005410     MOVE '  SUSPENDED:                  ' TO TOT-LABEL.
005420     MOVE WS-SUSPENDED-COUNT TO TOT-COUNT.
005430     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005440     MOVE '  CLOSED:                     ' TO TOT-LABEL.
005450     MOVE WS-CLOSED-COUNT TO TOT-COUNT.
005460     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005470     MOVE '  HIGH-VALUE:                 ' TO TOT-LABEL.
005480     MOVE WS-HIGH-VALUE-COUNT TO TOT-COUNT.
005490     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005500     MOVE '  LOCKED OUT:                 ' TO TOT-LABEL.
005510     MOVE WS-LOCKED-COUNT TO TOT-COUNT.
005520     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005530     MOVE '  PASSWORD EXPIRED:           ' TO TOT-LABEL.
005540     MOVE WS-PW-EXPIRED-COUNT TO TOT-COUNT.
005550     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005560     MOVE '  NO PASSWORD POLICY:         ' TO TOT-LABEL.
005570     MOVE WS-NO-POLICY-COUNT TO TOT-COUNT.
005580     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005590     MOVE '  HOME BRANCH NOT ON MASTER:  ' TO TOT-LABEL.
005600     MOVE WS-NO-BRANCH-COUNT TO TOT-COUNT.
005610     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005620     MOVE 'LIVE SESSION TOKENS HELD:     ' TO TOT-LABEL.
005630     MOVE WS-LIVE-TOKEN-COUNT TO TOT-COUNT.
005640     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005650 2900-EXIT.
005660     EXIT.
005670
005680 3000-PRINT-LISTING.
005690     PERFORM 3050-RETURN-SORTED-RECORD THRU 3050-EXIT.
005700     PERFORM 3100-PROCESS-SORTED-RECORD THRU 3100-EXIT
005710         UNTIL WS-EOF-YES.
005720     IF WS-NOT-FIRST-RECORD
005730         PERFORM 3450-END-BRANCH THRU 3450-EXIT
005740         PERFORM 3350-END-REGION THRU 3350-EXIT
005750     END-IF.
005760 3000-EXIT.
005770     EXIT.
005780
005790 3050-RETURN-SORTED-RECORD.
005800     RETURN RECERT-SORT-FILE
005810         AT END
005820             MOVE 'Y' TO WS-EOF-SWITCH
005830     END-RETURN.
005840 3050-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* REGION AND BRANCH HEADINGS PRINT AHEAD OF THEIR USERIDS SO EACH
005890* BRANCH BLOCK CAN BE TORN OFF AND SENT TO ITS MANAGER; THE
005900* SIGN-OFF LINE CLOSES EACH BLOCK.
005910*----------------------------------------------------------------
005920 3100-PROCESS-SORTED-RECORD.
005930     IF WS-FIRST-RECORD
005940         PERFORM 3300-START-REGION THRU 3300-EXIT
005950         PERFORM 3400-START-BRANCH THRU 3400-EXIT
005960         SET WS-NOT-FIRST-RECORD TO TRUE
005970     ELSE
005980         IF SRC-REGION-CODE NOT = WS-PRIOR-REGION
005990             PERFORM 3450-END-BRANCH THRU 3450-EXIT
006000             PERFORM 3350-END-REGION THRU 3350-EXIT
006010             PERFORM 3300-START-REGION THRU 3300-EXIT
006020             PERFORM 3400-START-BRANCH THRU 3400-EXIT
006030         ELSE
006040             IF SRC-BRANCH-NUMBER NOT = WS-PRIOR-BRANCH
006050                 PERFORM 3450-END-BRANCH THRU 3450-EXIT
006060                 PERFORM 3400-START-BRANCH THRU 3400-EXIT
006070             END-IF
006080         END-IF
006090     END-IF.
006100     PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT.
006110     PERFORM 3050-RETURN-SORTED-RECORD THRU 3050-EXIT.
006120 3100-EXIT.
006130     EXIT.
006140
006150 3200-WRITE-DETAIL.
006160     MOVE SRC-USERID          TO DTL-USERID.
006170     MOVE SRC-ACCOUNT-STATUS  TO DTL-STATUS.
006180     MOVE SRC-HIGH-VALUE-FLAG TO DTL-HIGH-VALUE.
006190     MOVE SRC-LAST-LOGIN-DATE TO DTL-LAST-LOGIN.
006200     MOVE SRC-LOCKED-FLAG     TO DTL-LOCKED.
006210     MOVE SRC-FAILED-COUNT    TO DTL-FAILED.
006220     MOVE SPACE               TO DTL-PW-FLAG.
006230     IF SRC-PW-EXPIRY-DATE = ZERO
006240         MOVE 'NONE    '      TO DTL-PW-EXPIRY
006250     ELSE
006260         MOVE SRC-PW-EXPIRY-DATE TO DTL-PW-EXPIRY
006270         IF SRC-PW-EXPIRY-DATE < WS-SYS-DATE
006280             MOVE '*'         TO DTL-PW-FLAG
006290         END-IF
006300     END-IF.
006310     MOVE SRC-LIVE-TOKENS     TO DTL-TOKENS.
006320     WRITE RPT-PRINT-LINE FROM WS-DETAIL-LINE.
006330     ADD 1 TO WS-BRANCH-USER-COUNT.
006340     ADD 1 TO WS-REGION-USER-COUNT.
006350 3200-EXIT.
006360     EXIT.
006370
006380 3300-START-REGION.
006390     MOVE SRC-REGION-CODE TO WS-PRIOR-REGION.
006400     MOVE SRC-REGION-CODE TO RGH-REGION-CODE.
006410     WRITE RPT-PRINT-LINE FROM WS-REGION-HEADING-LINE.
006420     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
006430     MOVE ZERO TO WS-REGION-USER-COUNT.
006440 3300-EXIT.
006450     EXIT.
006460
006470 3350-END-REGION.
006480     MOVE WS-PRIOR-REGION      TO RGT-REGION-CODE.
006490     MOVE WS-REGION-USER-COUNT TO RGT-USER-COUNT.
006500     WRITE RPT-PRINT-LINE FROM WS-REGION-TOTAL-LINE.
006510     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
006520 3350-EXIT.
006530     EXIT.
006540
006550 3400-START-BRANCH.
006560     MOVE SRC-BRANCH-NUMBER TO WS-PRIOR-BRANCH.
006570     MOVE SRC-BRANCH-NUMBER TO BRH-BRANCH-NUMBER.
006580     MOVE SRC-BRANCH-NUMBER TO BRM-BRANCH-NUMBER.
006590     READ BRANCH-MASTER
006600         INVALID KEY
006610             MOVE 'NOT ON BRANCH MASTER' TO BRM-BRANCH-NAME
006620     END-READ.
006630     MOVE BRM-BRANCH-NAME TO BRH-BRANCH-NAME.
006640     WRITE RPT-PRINT-LINE FROM WS-BRANCH-HEADING-LINE.
006650     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
006660     MOVE ZERO TO WS-BRANCH-USER-COUNT.
006670     ADD 1 TO WS-BRANCH-COUNT.
006680 3400-EXIT.
006690     EXIT.
006700
006710 3450-END-BRANCH.
006720     MOVE WS-BRANCH-USER-COUNT TO BRT-USER-COUNT.
006730     WRITE RPT-PRINT-LINE FROM WS-BRANCH-TOTAL-LINE.
006740     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
006750     WRITE RPT-PRINT-LINE FROM WS-SIGN-OFF-LINE.
006760     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
006770 3450-EXIT.
006780     EXIT.
006790
006800 7000-BUILD-TIMESTAMP.
006810     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
006820     ACCEPT WS-SYS-TIME FROM TIME.
006830     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
006840            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
006850            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
006860            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
006870     END-STRING.
006880 7000-EXIT.
006890     EXIT.
006900
006910 7100-WRITE-HEADINGS.
006920     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
006930     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
006940     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
006950     WRITE RPT-PRINT-LINE FROM WS-LEGEND-LINE.
006960     WRITE RPT-PRINT-LINE FROM WS-DECISION-LEGEND-LINE.
006970     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
006980 7100-EXIT.
006990     EXIT.
007000
007010 7600-LOG-SQL-ERROR.
007020     IF SQLCODE NOT = ZERO
007030         SET WS-SQL-ERROR-SEEN TO TRUE
007040         PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT
007050         MOVE 'RECERTLIST'          TO DBE-PROGRAM-ID
007060         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
007070         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
007080         MOVE SQLCODE               TO DBE-SQLCODE
007090         WRITE DBE-ERROR-RECORD
007100     END-IF.
007110 7600-EXIT.
007120     EXIT.
007130
007140 8000-TERMINATE.
007150     MOVE WS-USER-COUNT TO WS-COUNT-EDITED.
007160     DISPLAY 'RECERTLIST - USERIDS LISTED:  ' WS-COUNT-EDITED.
007170     MOVE WS-BRANCH-COUNT TO WS-COUNT-EDITED.
007180     DISPLAY 'RECERTLIST - BRANCHES LISTED: ' WS-COUNT-EDITED.
007190     CLOSE DB-ERROR-LOG.
007200     CLOSE BRANCH-MASTER.
007210     CLOSE FAILED-ATTEMPT-COUNT.
007220     CLOSE PASSWORD-POLICY.
007230     CLOSE SESSION-TOKEN-FILE.
007240     CLOSE LIVE-TOKEN-FILE.
007250     CLOSE RECERT-REPORT.
007260 8000-EXIT.
007270     EXIT.
