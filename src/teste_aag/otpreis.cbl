000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OTPREISSUE.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - INTRADAY OTP REISSUE FOR
000120*                  ONE HIGH-VALUE TELLER WHO HAS LOST THE
000130*                  PRINTED CODE, OR WHOSE CODE HAS EXPIRED, AND
000140*                  WOULD OTHERWISE BE DENIED FOR THE REST OF THE
000150*                  DAY. THE OPERATOR SIGNS ON THROUGH OPERAUTH
000160*                  WITH THE SECADMIN ROLE AND GIVES A REASON,
000170*                  WHICH OPERAUTH LOGS WITH THE OPERATOR ON THE
000180*                  OPERATOR ACTION LOG. THE USERID MUST BE AN
000190*                  ACTIVE HIGH-VALUE ACCOUNT IN USERS WITH A HOME
000200*                  BRANCH ON BRNCHMST. ONLY THAT USER'S OTP-CODE
000210*                  ENTRY IS REPLACED, WITH A FRESH CODE THAT
000220*                  EXPIRES AT THE END OF TODAY. ONE SLIP FOR THE
000230*                  HOME BRANCH PRINTS ON OTPSLIP AND THE REISSUE
000240*                  IS RAISED ON SECEVENT AS OTPREISS FOR
000250*                  SECEXCPTRPT. REFUSED ONCE THE USERID HAS HAD
000260*                  THE DAILY LIMIT OF REISSUES (SECPARMS, DEFAULT
000270*                  2). RETURN CODE 8 WHEN NOTHING WAS REISSUED.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OTP-CODE-FILE ASSIGN TO "OTPCODE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OTP-USERID
000360         FILE STATUS IS WS-OTP-STATUS.
000370
000380     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BRM-BRANCH-NUMBER
000420         FILE STATUS IS WS-BRM-STATUS.
000430
000440     SELECT SECURITY-EVENT-FILE ASSIGN TO "SECEVENT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-SEV-STATUS.
000470
000480     SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARMS"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-SPF-STATUS.
000510
000520     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT OTP-REISSUE-SLIP ASSIGN TO "OTPSLIP"
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  OTP-CODE-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY OTPREC.
000630
000640 FD  BRANCH-MASTER
000650     LABEL RECORDS ARE STANDARD.
000660     COPY BRANCHMS.
000670
000680 FD  SECURITY-EVENT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY SECEVENT.
000710
000720 FD  SECURITY-PARM-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY SECPARMS.
000750
000760 FD  DB-ERROR-LOG
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DBERRREC.
000790
000800 FD  OTP-REISSUE-SLIP
000810     LABEL RECORDS ARE STANDARD.
000820 01  RPT-PRINT-LINE              PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850 COPY USERSREC.
000860 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000870     88  WS-EOF-YES                      VALUE 'Y'.
000880     88  WS-EOF-NO                       VALUE 'N'.
000890
000900 77  WS-USER-SWITCH              PIC X(01) VALUE 'N'.
000910     88  WS-USER-FOUND                   VALUE 'Y'.
000920     88  WS-USER-NOT-FOUND               VALUE 'N'.
000930
000940 77  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
000950     88  WS-SQL-ERROR-SEEN               VALUE 'Y'.
000960     88  WS-SQL-CLEAN                    VALUE 'N'.
000970
000980 77  WS-FEED-SWITCH              PIC X(01) VALUE 'N'.
000990     88  WS-FEED-READ                    VALUE 'Y'.
001000     88  WS-FEED-UNREADABLE              VALUE 'N'.
001010
001020 77  WS-PRIOR-CODE-SWITCH        PIC X(01) VALUE 'N'.
001030     88  WS-PRIOR-CODE-ON-FILE           VALUE 'Y'.
001040     88  WS-NO-PRIOR-CODE                VALUE 'N'.
001050
001060 01  WS-OTP-STATUS               PIC X(02).
001070 01  WS-BRM-STATUS               PIC X(02).
001080 01  WS-SEV-STATUS               PIC X(02).
001090 01  WS-SPF-STATUS               PIC X(02).
001100 01  SQLCODE                     PIC S9(09) COMP VALUE ZERO.
001110 01  WS-SQL-OPERATION            PIC X(10).
001120
001130 01  WS-REISSUE-USERID           PIC X(20).
001140
001150*----------------------------------------------------------------
001160* DAILY LIMIT - A USERID MAY HAVE WS-REISSUE-LIMIT REISSUES A DAY.
001170* THE COMPILED VALUE IS THE FALLBACK; SECURITY-PARM-FILE
001180* OVERRIDES IT AT STARTUP.
001190*----------------------------------------------------------------
001200 77  WS-REISSUE-LIMIT            PIC 9(02) VALUE 2.
001210 77  WS-REISSUES-TODAY           PIC 9(04) COMP VALUE ZERO.
001220 01  WS-REISSUE-NUMBER           PIC 9(04) VALUE ZERO.
001230
001240 77  WS-TOKEN-SEED               PIC 9(04) COMP.
001250 01  WS-OTP-RANDOM               PIC 9V9(09).
001260 01  WS-OTP-DIGITS               PIC 9(06).
001270 01  WS-NEW-CODE                 PIC X(06).
001280 01  WS-PRIOR-CODE               PIC X(06) VALUE SPACES.
001290 01  WS-EXPIRY-TIMESTAMP         PIC X(26).
001300
001310 01  WS-SYS-DATE                 PIC 9(08).
001320 01  WS-SYS-TIME                 PIC 9(08).
001330 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001340
001350 01  WS-SLIP-HEADING-LINE.
001360     05  FILLER                  PIC X(80) VALUE
001370       'UNIZAR BANK - RETAIL SYSTEMS  OTP REISSUE SLIP'.
001380
001390 01  WS-SLIP-BRANCH-LINE.
001400     05  FILLER                  PIC X(19)
001410                                 VALUE 'DELIVER TO: BRANCH '.
001420     05  SLP-BRANCH-NUMBER       PIC 9(04).
001430     05  FILLER                  PIC X(03) VALUE ' - '.
001440     05  SLP-BRANCH-NAME         PIC X(30).
001450     05  FILLER                  PIC X(09) VALUE ' REGION '.
001460     05  SLP-REGION-CODE         PIC X(03).
001470     05  FILLER                  PIC X(12) VALUE SPACES.
001480
001490 01  WS-SLIP-ATTENTION-LINE.
001500     05  FILLER                  PIC X(80) VALUE
001510       'BRANCH MANAGER ONLY - HAND TO THE TELLER IN PERSON'.
001520
001530 01  WS-SLIP-ITEM-LINE.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  SLP-LABEL               PIC X(20).
001560     05  SLP-VALUE               PIC X(58).
001570
001580 01  WS-SLIP-COUNT-TEXT.
001590     05  FILLER                  PIC X(08) VALUE 'REISSUE '.
001600     05  SLC-REISSUE-NUMBER      PIC Z9.
001610     05  FILLER                  PIC X(04) VALUE ' OF '.
001620     05  SLC-REISSUE-LIMIT       PIC Z9.
001630     05  FILLER                  PIC X(27)
001640                                 VALUE
001650                                 ' ALLOWED TODAY FOR USERID'.
001660
001670 01  WS-SLIP-WARNING-LINE.
001680     05  FILLER                  PIC X(80) VALUE
001690       'ANY EARLIER CODE FOR THIS USERID IS VOID - DESTROY IT'.
001700
001710 01  WS-BLANK-LINE.
001720     05  FILLER                  PIC X(80) VALUE SPACES.
001730
001740 COPY OPAUTHPM.
001750
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     PERFORM 2000-REISSUE-OTP THRU 2000-EXIT.
001800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001810     STOP RUN.
001820
001830 1000-INITIALIZE.
001840     MOVE 'OTPREISSUE' TO OPA-CALLER-ID.
001850     MOVE 'SECADMIN' TO OPA-REQUIRED-ROLE.
001860     SET OPA-SIGN-ON TO TRUE.
001870     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001880     IF OPA-REFUSED
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     PERFORM 8100-READ-SECURITY-PARMS THRU 8100-EXIT.
001930     OPEN I-O OTP-CODE-FILE.
001940     IF WS-OTP-STATUS NOT = '00'
001950         DISPLAY 'UNABLE TO OPEN OTP-CODE FILE - STATUS '
001960             WS-OTP-STATUS
001970         MOVE 8 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     OPEN INPUT BRANCH-MASTER.
002010     IF WS-BRM-STATUS NOT = '00'
002020         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
002030             WS-BRM-STATUS
002040         CLOSE OTP-CODE-FILE
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     OPEN EXTEND DB-ERROR-LOG.
002090     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002100     DISPLAY 'USERID FOR OTP REISSUE:'.
002110     ACCEPT WS-REISSUE-USERID.
002120     EXEC SQL
002130         CONNECT TO 'MYDB'
002140     END-EXEC.
002150     MOVE 'CONNECT' TO WS-SQL-OPERATION.
002160     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
002170     EXEC SQL
002180         DECLARE C1 CURSOR FOR
002190             SELECT USER_ID, ACCOUNT_STATUS, HIGH_VALUE_FLAG,
002200                    HOME_BRANCH
002210               FROM USERS
002220              WHERE USER_ID = :WS-REISSUE-USERID
002230     END-EXEC.
002240 1000-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------
002280* EACH CHECK THAT FAILS ENDS THE RUN WITH NOTHING CHANGED. THE
002290* OPERATOR ACTION IS LOGGED BY OPERAUTH BEFORE THE CHECKS, SO A
002300* REFUSED REISSUE STILL SHOWS WHO ASKED FOR IT AND WHY.
002310*----------------------------------------------------------------
002320 2000-REISSUE-OTP.
002330     MOVE 8 TO RETURN-CODE.
002340     IF WS-REISSUE-USERID = SPACES
002350         DISPLAY 'OTPREISSUE - NO USERID ENTERED - NOTHING'
002360             ' REISSUED'
002370         GO TO 2000-EXIT
002380     END-IF.
002390     SET OPA-CHECK-ACTION TO TRUE.
002400     MOVE 'OTPREISS' TO OPA-ACTION.
002410     MOVE WS-REISSUE-USERID TO OPA-TARGET.
002420     MOVE WS-REISSUE-USERID TO OPA-TARGET-USERID.
002430     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
002440     IF OPA-REFUSED
002450         GO TO 2000-EXIT
002460     END-IF.
002470     PERFORM 2100-CHECK-USER THRU 2100-EXIT.
002480     IF WS-USER-NOT-FOUND
002490         GO TO 2000-EXIT
002500     END-IF.
002510     IF NOT USR-ACCOUNT-ACTIVE
002520         DISPLAY 'OTPREISSUE - ' WS-REISSUE-USERID
002530             ' IS NOT AN ACTIVE ACCOUNT - NOTHING REISSUED'
002540         GO TO 2000-EXIT
002550     END-IF.
002560     IF NOT USR-HIGH-VALUE-ACCOUNT
002570         DISPLAY 'OTPREISSUE - ' WS-REISSUE-USERID
002580             ' IS NOT A HIGH-VALUE ACCOUNT - NO OTP IS ISSUED'
002590         GO TO 2000-EXIT
002600     END-IF.
002610     MOVE USR-HOME-BRANCH TO BRM-BRANCH-NUMBER.
002620     READ BRANCH-MASTER
002630         INVALID KEY
002640             DISPLAY 'OTPREISSUE - HOME BRANCH ' USR-HOME-BRANCH
002650                 ' IS NOT ON BRANCH-MASTER - NO SLIP CAN BE'
002660                 ' ADDRESSED, NOTHING REISSUED'
002670             GO TO 2000-EXIT
002680     END-READ.
002690     PERFORM 2300-COUNT-TODAYS-REISSUES THRU 2300-EXIT.
002700     IF WS-FEED-UNREADABLE
002710         GO TO 2000-EXIT
002720     END-IF.
002730     IF WS-REISSUES-TODAY NOT < WS-REISSUE-LIMIT
002740         DISPLAY 'OTPREISSUE - ' WS-REISSUE-USERID
002750             ' HAS HAD ' WS-REISSUES-TODAY
002760             ' REISSUES TODAY - LIMIT '
002770             WS-REISSUE-LIMIT ' REACHED, NOTHING REISSUED'
002780         GO TO 2000-EXIT
002790     END-IF.
002800     PERFORM 2400-REPLACE-CODE THRU 2400-EXIT.
002810     IF WS-OTP-STATUS NOT = '00'
002820         GO TO 2000-EXIT
002830     END-IF.
002840     MOVE ZERO TO RETURN-CODE.
002850     COMPUTE WS-REISSUE-NUMBER = WS-REISSUES-TODAY + 1.
002860     PERFORM 2500-RAISE-EVENT THRU 2500-EXIT.
002870     PERFORM 2600-PRINT-SLIP THRU 2600-EXIT.
002880     DISPLAY 'OTPREISSUE - OTP REISSUED FOR ' WS-REISSUE-USERID
002890         ' - SLIP PRINTED FOR BRANCH ' USR-HOME-BRANCH.
002900 2000-EXIT.
002910     EXIT.
002920
002930 2100-CHECK-USER.
002940     SET WS-USER-NOT-FOUND TO TRUE.
002950     EXEC SQL
002960         OPEN C1
002970     END-EXEC.
002980     MOVE 'OPEN' TO WS-SQL-OPERATION.
002990     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003000     IF SQLCODE NOT = ZERO
003010         DISPLAY 'OTPREISSUE - USERS TABLE COULD NOT BE READ - '
003020             'SEE DB ERROR LOG'
003030         GO TO 2100-EXIT
003040     END-IF.
003050     EXEC SQL
003060         FETCH C1 INTO :USR-USER-ID, :USR-ACCOUNT-STATUS,
003070             :USR-HIGH-VALUE-FLAG, :USR-HOME-BRANCH
003080     END-EXEC.
003090     IF SQLCODE = ZERO
003100         SET WS-USER-FOUND TO TRUE
003110     ELSE
003120         IF SQLCODE = 100
003130             DISPLAY 'OTPREISSUE - ' WS-REISSUE-USERID
003140                 ' IS NOT IN USERS - NOTHING REISSUED'
003150         ELSE
003160             MOVE 'FETCH' TO WS-SQL-OPERATION
003170             PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT
003180             DISPLAY 'OTPREISSUE - USERS TABLE COULD NOT BE READ'
003190                 ' - SEE DB ERROR LOG'
003200         END-IF
003210     END-IF.
003220     EXEC SQL
003230         CLOSE C1
003240     END-EXEC.
003250     MOVE 'CLOSE' TO WS-SQL-OPERATION.
003260     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003270 2100-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310* THE DAILY COUNT IS TAKEN FROM TODAY'S OTPREISS EVENTS ON THE
003320* FEED, SO EVERY OPERATOR AND EVERY RUN SEES THE SAME COUNT. IF
003330* THE FEED CANNOT BE READ THE LIMIT CANNOT BE ENFORCED, SO THE
003340* REISSUE IS REFUSED.
003350*----------------------------------------------------------------
003360 2300-COUNT-TODAYS-REISSUES.
003370     MOVE ZERO TO WS-REISSUES-TODAY.
003380     SET WS-FEED-UNREADABLE TO TRUE.
003390     MOVE 'N' TO WS-EOF-SWITCH.
003400     OPEN INPUT SECURITY-EVENT-FILE.
003410     IF WS-SEV-STATUS NOT = '00'
003420         DISPLAY 'OTPREISSUE - SECURITY EVENT FILE COULD NOT BE '
003430             'READ - STATUS ' WS-SEV-STATUS
003440             ' - DAILY LIMIT CANNOT BE CHECKED, NOTHING REISSUED'
003450         GO TO 2300-EXIT
003460     END-IF.
003470     PERFORM 2350-READ-EVENT THRU 2350-EXIT.
003480     PERFORM 2360-COUNT-IF-REISSUE THRU 2360-EXIT
003490         UNTIL WS-EOF-YES.
003500     CLOSE SECURITY-EVENT-FILE.
003510     SET WS-FEED-READ TO TRUE.
003520 2300-EXIT.
003530     EXIT.
003540
003550 2350-READ-EVENT.
003560     READ SECURITY-EVENT-FILE
003570         AT END
003580             MOVE 'Y' TO WS-EOF-SWITCH
003590     END-READ.
003600 2350-EXIT.
003610     EXIT.
003620
003630 2360-COUNT-IF-REISSUE.
003640     IF SEV-OTP-REISSUED
003650         AND SEV-USERID = WS-REISSUE-USERID
003660         AND SEV-TIMESTAMP (1:10) = WS-CURRENT-TIMESTAMP (1:10)
003670         ADD 1 TO WS-REISSUES-TODAY
003680     END-IF.
003690     PERFORM 2350-READ-EVENT THRU 2350-EXIT.
003700 2360-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* REPLACE ONLY THIS USER'S ENTRY. A HIGH-VALUE USERID WITH NO
003750* ENTRY (MADE HIGH-VALUE SINCE THE OVERNIGHT RUN) GETS ONE ADDED.
003760* THE NEW CODE EXPIRES AT THE END OF TODAY - THE OVERNIGHT RUN
003770* ISSUES TOMORROW'S - AND IS NEVER THE SAME AS THE CODE REPLACED.
003780*----------------------------------------------------------------
003790 2400-REPLACE-CODE.
003800     MOVE WS-REISSUE-USERID TO OTP-USERID.
003810     READ OTP-CODE-FILE
003820         INVALID KEY
003830             SET WS-NO-PRIOR-CODE TO TRUE
003840         NOT INVALID KEY
003850             SET WS-PRIOR-CODE-ON-FILE TO TRUE
003860             MOVE OTP-ONE-TIME-CODE TO WS-PRIOR-CODE
003870     END-READ.
003880     MOVE WS-SYS-TIME (7:2) TO WS-TOKEN-SEED.
003890     COMPUTE WS-OTP-RANDOM = FUNCTION RANDOM (WS-TOKEN-SEED).
003900     PERFORM 2450-DRAW-CODE THRU 2450-EXIT.
003910     PERFORM 2450-DRAW-CODE THRU 2450-EXIT
003920         UNTIL WS-NEW-CODE NOT = WS-PRIOR-CODE.
003930     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
003940            WS-SYS-DATE (7:2) '-23.59.59'
003950            DELIMITED BY SIZE INTO WS-EXPIRY-TIMESTAMP
003960     END-STRING.
003970     MOVE WS-REISSUE-USERID   TO OTP-USERID.
003980     MOVE WS-NEW-CODE         TO OTP-ONE-TIME-CODE.
003990     MOVE WS-EXPIRY-TIMESTAMP TO OTP-EXPIRATION-TS.
004000     IF WS-PRIOR-CODE-ON-FILE
004010         REWRITE OTP-CODE-RECORD
004020     ELSE
004030         WRITE OTP-CODE-RECORD
004040     END-IF.
004050     IF WS-OTP-STATUS NOT = '00'
004060         DISPLAY 'OTPREISSUE - OTP-CODE UPDATE FAILED FOR '
004070             WS-REISSUE-USERID ' - STATUS ' WS-OTP-STATUS
004080             ' - NOTHING REISSUED'
004090     END-IF.
004100 2400-EXIT.
004110     EXIT.
004120
004130 2450-DRAW-CODE.
004140     COMPUTE WS-OTP-RANDOM = FUNCTION RANDOM.
004150     COMPUTE WS-OTP-DIGITS = WS-OTP-RANDOM * 999999.
004160     MOVE WS-OTP-DIGITS TO WS-NEW-CODE.
004170 2450-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* THE CODE IS ALREADY REPLACED, SO A FAILURE TO RAISE THE EVENT
004220* DOES NOT UNDO THE REISSUE - IT IS REPORTED AND THE RUN ENDS
004230* WITH RETURN CODE 4 SO OPERATIONS CAN RECORD IT BY HAND.
004240*----------------------------------------------------------------
004250 2500-RAISE-EVENT.
004260     OPEN EXTEND SECURITY-EVENT-FILE.
004270     IF WS-SEV-STATUS NOT = '00'
004280         DISPLAY 'OTPREISSUE - REISSUE NOT RAISED ON SECURITY'
004290             ' EVENT FILE - STATUS ' WS-SEV-STATUS
004300         MOVE 4 TO RETURN-CODE
004310         GO TO 2500-EXIT
004320     END-IF.
004330     MOVE WS-CURRENT-TIMESTAMP TO SEV-TIMESTAMP.
004340     SET SEV-OTP-REISSUED TO TRUE.
004350     MOVE WS-REISSUE-USERID    TO SEV-USERID.
004360     MOVE USR-HOME-BRANCH      TO SEV-BRANCH-NUMBER.
004370     MOVE 'OTPREISSUE'         TO SEV-PROGRAM-ID.
004380     WRITE SEV-EVENT-RECORD.
004390     IF WS-SEV-STATUS NOT = '00'
004400         DISPLAY 'OTPREISSUE - REISSUE NOT RAISED ON SECURITY'
004410             ' EVENT FILE - STATUS ' WS-SEV-STATUS
004420         MOVE 4 TO RETURN-CODE
004430     END-IF.
004440     CLOSE SECURITY-EVENT-FILE.
004450 2500-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490* ONE SLIP, ADDRESSED TO THE HOME BRANCH MANAGER, IN THE SAME
004500* SPIRIT AS THE OVERNIGHT DISTRIBUTION LIST.
004510*----------------------------------------------------------------
004520 2600-PRINT-SLIP.
004530     OPEN OUTPUT OTP-REISSUE-SLIP.
004540     WRITE RPT-PRINT-LINE FROM WS-SLIP-HEADING-LINE.
004550     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
004560     MOVE BRM-BRANCH-NUMBER TO SLP-BRANCH-NUMBER.
004570     MOVE BRM-BRANCH-NAME   TO SLP-BRANCH-NAME.
004580     MOVE BRM-REGION-CODE   TO SLP-REGION-CODE.
004590     WRITE RPT-PRINT-LINE FROM WS-SLIP-BRANCH-LINE.
004600     WRITE RPT-PRINT-LINE FROM WS-SLIP-ATTENTION-LINE.
004610     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
004620     MOVE 'USERID:' TO SLP-LABEL.
004630     MOVE WS-REISSUE-USERID TO SLP-VALUE.
004640     WRITE RPT-PRINT-LINE FROM WS-SLIP-ITEM-LINE.
004650     MOVE 'ONE-TIME PASSCODE:' TO SLP-LABEL.
004660     MOVE WS-NEW-CODE TO SLP-VALUE.
004670     WRITE RPT-PRINT-LINE FROM WS-SLIP-ITEM-LINE.
004680     MOVE 'EXPIRES:' TO SLP-LABEL.
004690     MOVE WS-EXPIRY-TIMESTAMP TO SLP-VALUE.
004700     WRITE RPT-PRINT-LINE FROM WS-SLIP-ITEM-LINE.
004710     MOVE 'REISSUED:' TO SLP-LABEL.
004720     MOVE SPACES TO SLP-VALUE.
004730     STRING WS-CURRENT-TIMESTAMP (1:19) ' BY ' OPA-OPERATOR-ID
004740            DELIMITED BY SIZE INTO SLP-VALUE
004750     END-STRING.
004760     WRITE RPT-PRINT-LINE FROM WS-SLIP-ITEM-LINE.
004770     MOVE SPACES TO SLP-LABEL.
004780     MOVE WS-REISSUE-NUMBER TO SLC-REISSUE-NUMBER.
004790     MOVE WS-REISSUE-LIMIT  TO SLC-REISSUE-LIMIT.
004800     MOVE WS-SLIP-COUNT-TEXT TO SLP-VALUE.
004810     WRITE RPT-PRINT-LINE FROM WS-SLIP-ITEM-LINE.
004820     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
004830     WRITE RPT-PRINT-LINE FROM WS-SLIP-WARNING-LINE.
004840     CLOSE OTP-REISSUE-SLIP.
004850 2600-EXIT.
004860     EXIT.
004870
004880 7000-BUILD-TIMESTAMP.
004890     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004900     ACCEPT WS-SYS-TIME FROM TIME.
004910     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
004920            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
004930            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
004940            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
004950     END-STRING.
004960 7000-EXIT.
004970     EXIT.
004980
004990 7600-LOG-SQL-ERROR.
005000     IF SQLCODE NOT = ZERO
005010         SET WS-SQL-ERROR-SEEN TO TRUE
005020         MOVE 'OTPREISSUE'          TO DBE-PROGRAM-ID
005030         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
005040         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
005050         MOVE SQLCODE               TO DBE-SQLCODE
005060         WRITE DBE-ERROR-RECORD
005070     END-IF.
005080 7600-EXIT.
005090     EXIT.
005100
005110 8000-TERMINATE.
005120     CLOSE OTP-CODE-FILE.
005130     CLOSE BRANCH-MASTER.
005140     CLOSE DB-ERROR-LOG.
005150 8000-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* PICK UP THE DAILY REISSUE LIMIT. A MISSING, EMPTY OR NON-NUMERIC
005200* PARAMETER FILE LEAVES THE COMPILED-IN DEFAULT IN FORCE. A LIMIT
005210* OF ZERO IS NOT TAKEN - IT WOULD STOP EVERY REISSUE.
005220*----------------------------------------------------------------
005230 8100-READ-SECURITY-PARMS.
005240     OPEN INPUT SECURITY-PARM-FILE.
005250     IF WS-SPF-STATUS NOT = '00'
005260         DISPLAY 'OTPREISSUE - SECURITY PARM FILE NOT'
005270             ' AVAILABLE - COMPILED DEFAULTS IN FORCE'
005280         GO TO 8100-SHOW-VALUES
005290     END-IF.
005300     READ SECURITY-PARM-FILE
005310         AT END
005320             DISPLAY 'OTPREISSUE - SECURITY PARM FILE'
005330                 ' EMPTY - COMPILED DEFAULTS IN FORCE'
005340             CLOSE SECURITY-PARM-FILE
005350             GO TO 8100-SHOW-VALUES
005360     END-READ.
005370     IF SPF-OTP-REISSUE-LIMIT-X NUMERIC
005380         AND SPF-OTP-REISSUE-LIMIT-N > ZERO
005390         MOVE SPF-OTP-REISSUE-LIMIT-N TO WS-REISSUE-LIMIT
005400     END-IF.
005410     CLOSE SECURITY-PARM-FILE.
005420 8100-SHOW-VALUES.
005430     DISPLAY 'OTPREISSUE - DAILY REISSUE LIMIT IN FORCE: '
005440         WS-REISSUE-LIMIT.
005450 8100-EXIT.
005460     EXIT.
