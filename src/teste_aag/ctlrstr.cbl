000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLRESTORE.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - POINT-IN-TIME RESTORE OF ONE
000120*                  INDEXED CONTROL FILE FROM A CTLBACKUP BACKUP.
000130*                  THE OPERATOR SIGNS ON THROUGH OPERAUTH WITH THE
000140*                  SECADMIN ROLE AND NAMES THE FILE; THE JOB
000150*                  STREAM POINTS BKUPIN AT THE DATED BACKUP TO BE
000160*                  USED. THE WHOLE BACKUP IS READ FIRST AND PROVED
000170*                  - HEADER FOR THE SAME FILE, SAME RECORD LENGTH,
000180*                  A TRAILER, AND RECORD COUNT AND KEY HASH TOTAL
000190*                  RECOMPUTED TO MATCH THE TRAILER. ANY MISMATCH
000200*                  REFUSES THE RESTORE WITH RETURN CODE 12 AND THE
000210*                  INDEXED FILE IS NEVER OPENED. A PROVED BACKUP
000220*                  IS RELOADED ONLY AFTER THE OPERATOR REPLIES
000230*                  RESTORE TO THE CONFIRMATION PROMPT; THE FILE IS
000240*                  EMPTIED AND EVERY RECORD WRITTEN BACK. RETURN
000250*                  CODE 8 WHEN FEWER RECORDS LOADED THAN THE
000260*                  TRAILER CARRIES, 4 WHEN NOT CONFIRMED.
000262* 10/15/2026 OSG   A BACKUP READ THAT FAILS WITHOUT END OF FILE
000264*                  NOW REFUSES THE RESTORE, OR STOPS A RELOAD AS
000266*                  SHORT. THE BACKUP IS REOPENED, AND CHECKED,
000268*                  BEFORE THE CONTROL FILE IS EMPTIED FOR RELOAD.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BACKUP-INPUT ASSIGN TO "BKUPIN"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-BKI-STATUS.
000340
000350*----------------------------------------------------------------
000360* ONLY ONE CONTROL FILE IS OPENED IN A RUN, SO ALL SIX SHARE ONE
000370* STATUS FIELD.
000380*----------------------------------------------------------------
000390     SELECT FAILED-ATTEMPT-COUNT ASSIGN TO "LOCKOUT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LCK-USERID
000430         FILE STATUS IS WS-TGT-STATUS.
000440
000450     SELECT PASSWORD-POLICY ASSIGN TO "PWPOLICY"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PWP-USERID
000490         FILE STATUS IS WS-TGT-STATUS.
000500
000510     SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PWH-USERID
000550         FILE STATUS IS WS-TGT-STATUS.
000560
000570     SELECT SESSION-TOKEN-FILE ASSIGN TO "SESSTOKN"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SES-TOKEN
000610         FILE STATUS IS WS-TGT-STATUS.
000620
000630     SELECT OTP-CODE-FILE ASSIGN TO "OTPCODE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS OTP-USERID
000670         FILE STATUS IS WS-TGT-STATUS.
000680
000690     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS BRM-BRANCH-NUMBER
000730         FILE STATUS IS WS-TGT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  BACKUP-INPUT
000780     LABEL RECORDS ARE STANDARD.
000790 01  BKI-BACKUP-RECORD           PIC X(139).
000800
000810 FD  FAILED-ATTEMPT-COUNT
000820     LABEL RECORDS ARE STANDARD.
000830     COPY LOCKREC.
000840
000850 FD  PASSWORD-POLICY
000860     LABEL RECORDS ARE STANDARD.
000870     COPY PWPOLICY.
000880
000890 FD  PASSWORD-HISTORY
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PWDHIST.
000920
000930 FD  SESSION-TOKEN-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY SESSTOKN.
000960
000970 FD  OTP-CODE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY OTPREC.
001000
001010 FD  BRANCH-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030     COPY BRANCHMS.
001040
001050 WORKING-STORAGE SECTION.
001060 COPY BKUPREC.
001070 COPY OPAUTHPM.
001080
001090 01  WS-BKI-STATUS               PIC X(02).
001100 01  WS-TGT-STATUS               PIC X(02).
001110
001120 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001130     88  WS-EOF-YES                      VALUE 'Y'.
001140     88  WS-EOF-NO                       VALUE 'N'.
001150
001160 77  WS-RESTORE-STATE            PIC X(01) VALUE 'P'.
001170     88  WS-RESTORE-PENDING              VALUE 'P'.
001180     88  WS-BACKUP-VERIFIED              VALUE 'V'.
001190     88  WS-RESTORE-REFUSED              VALUE 'R'.
001200     88  WS-RESTORE-NOT-CONFIRMED        VALUE 'N'.
001210     88  WS-RESTORE-LOADED               VALUE 'L'.
001220     88  WS-RESTORE-SHORT                VALUE 'S'.
001230
001240 77  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
001250     88  WS-TRAILER-SEEN                 VALUE 'Y'.
001260     88  WS-TRAILER-NOT-SEEN             VALUE 'N'.
001270
001280 01  WS-FILE-ID                  PIC X(08).
001290     88  WS-RESTORE-LOCKOUT              VALUE 'LOCKOUT '.
001300     88  WS-RESTORE-POLICY               VALUE 'PWPOLICY'.
001310     88  WS-RESTORE-HISTORY              VALUE 'PWDHIST '.
001320     88  WS-RESTORE-SESSIONS             VALUE 'SESSTOKN'.
001330     88  WS-RESTORE-OTP                  VALUE 'OTPCODE '.
001340     88  WS-RESTORE-BRANCHES             VALUE 'BRNCHMST'.
001350     88  WS-KNOWN-FILE                   VALUE 'LOCKOUT '
001360                                               'PWPOLICY'
001370                                               'PWDHIST '
001380                                               'SESSTOKN'
001390                                               'OTPCODE '
001400                                               'BRNCHMST'.
001410 01  WS-RECORD-LENGTH            PIC 9(04).
001420 01  WS-CONFIRM-REPLY            PIC X(08).
001430 01  WS-REFUSAL-TEXT             PIC X(50).
001440
001450 01  WS-HEADER-DATE              PIC 9(08).
001460 01  WS-HEADER-TIMESTAMP         PIC X(26).
001470 01  WS-TRAILER-COUNT            PIC 9(09).
001480 01  WS-TRAILER-HASH             PIC 9(15).
001490 01  WS-TRAILER-DATE             PIC 9(08).
001500
001510 77  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
001520 01  WS-KEY-HASH                 PIC 9(15) COMP-3 VALUE ZERO.
001530 01  WS-HASH-KEY                 PIC X(20).
001540 77  WS-HASH-SUB                 PIC 9(02) COMP VALUE ZERO.
001550 77  WS-LOADED-COUNT             PIC 9(09) COMP VALUE ZERO.
001560 77  WS-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
001570 01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
001580 01  WS-COUNT-EDITED-2           PIC ZZZ,ZZZ,ZZ9.
001590
001600 01  WS-SYS-DATE                 PIC 9(08).
001610 01  WS-SYS-TIME                 PIC 9(08).
001620 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001630
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT.
001680     IF WS-BACKUP-VERIFIED
001690         PERFORM 2800-CONFIRM-RESTORE THRU 2800-EXIT
001700     END-IF.
001710     IF WS-BACKUP-VERIFIED
001720         PERFORM 3000-RELOAD-FILE THRU 3000-EXIT
001730     END-IF.
001740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001750     EVALUATE TRUE
001760         WHEN WS-RESTORE-REFUSED
001770             MOVE 12 TO RETURN-CODE
001780         WHEN WS-RESTORE-SHORT
001790             MOVE 8 TO RETURN-CODE
001800         WHEN WS-RESTORE-NOT-CONFIRMED
001810             MOVE 4 TO RETURN-CODE
001820     END-EVALUATE.
001830     STOP RUN.
001840
001850 1000-INITIALIZE.
001860     MOVE 'CTLRESTORE' TO OPA-CALLER-ID.
001870     MOVE 'SECADMIN' TO OPA-REQUIRED-ROLE.
001880     SET OPA-SIGN-ON TO TRUE.
001890     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001900     IF OPA-REFUSED
001910         STOP RUN
001920     END-IF.
001930     DISPLAY 'FILE TO RESTORE - LOCKOUT, PWPOLICY, PWDHIST, '
001940         'SESSTOKN, OTPCODE OR BRNCHMST:'.
001950     ACCEPT WS-FILE-ID.
001960     IF NOT WS-KNOWN-FILE
001970         DISPLAY 'CTLRESTORE - ' WS-FILE-ID
001980             ' IS NOT A FILE CTLRESTORE CAN RESTORE'
001990         MOVE 12 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     SET OPA-CHECK-ACTION TO TRUE.
002030     MOVE 'RESTORE ' TO OPA-ACTION.
002040     MOVE WS-FILE-ID TO OPA-TARGET.
002050     MOVE SPACES TO OPA-TARGET-USERID.
002060     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
002070     IF OPA-REFUSED
002080         MOVE 12 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     EVALUATE TRUE
002120         WHEN WS-RESTORE-LOCKOUT
002130             MOVE 49 TO WS-RECORD-LENGTH
002140         WHEN WS-RESTORE-POLICY
002150             MOVE 30 TO WS-RECORD-LENGTH
002160         WHEN WS-RESTORE-HISTORY
002170             MOVE 122 TO WS-RECORD-LENGTH
002180         WHEN WS-RESTORE-SESSIONS
002190             MOVE 93 TO WS-RECORD-LENGTH
002200         WHEN WS-RESTORE-OTP
002210             MOVE 52 TO WS-RECORD-LENGTH
002220         WHEN WS-RESTORE-BRANCHES
002230             MOVE 37 TO WS-RECORD-LENGTH
002240     END-EVALUATE.
002250     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002260 1000-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------
002300* FIRST PASS - PROVE THE BACKUP. NOTHING IS CHANGED HERE.
002310*----------------------------------------------------------------
002320 2000-VERIFY-BACKUP.
002330     OPEN INPUT BACKUP-INPUT.
002340     IF WS-BKI-STATUS NOT = '00'
002350         MOVE 'BACKUP FILE COULD NOT BE OPENED' TO WS-REFUSAL-TEXT
002360         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
002370         GO TO 2000-EXIT
002380     END-IF.
002390     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
002400     IF WS-EOF-YES
002410         MOVE 'BACKUP FILE IS EMPTY' TO WS-REFUSAL-TEXT
002420         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
002430         GO TO 2050-CLOSE-BACKUP
002440     END-IF.
002450     IF NOT BKP-HEADER
002460         MOVE 'FIRST RECORD IS NOT A BACKUP HEADER'
002470             TO WS-REFUSAL-TEXT
002480         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
002490         GO TO 2050-CLOSE-BACKUP
002500     END-IF.
002510     IF BKP-FILE-ID NOT = WS-FILE-ID
002520         STRING 'BACKUP IS OF ' BKP-FILE-ID ' NOT ' WS-FILE-ID
002530             DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
002540         END-STRING
002550         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
002560         GO TO 2050-CLOSE-BACKUP
002570     END-IF.
002580     IF BKP-HDR-RECORD-LENGTH NOT = WS-RECORD-LENGTH
002590         MOVE 'RECORD LENGTH DIFFERS - LAYOUT HAS CHANGED'
002600             TO WS-REFUSAL-TEXT
002610         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
002620         GO TO 2050-CLOSE-BACKUP
002630     END-IF.
002640     MOVE BKP-HDR-BACKUP-DATE TO WS-HEADER-DATE.
002650     MOVE BKP-HDR-BACKUP-TS   TO WS-HEADER-TIMESTAMP.
002660     DISPLAY 'CTLRESTORE - BACKUP OF ' WS-FILE-ID ' TAKEN '
002670         WS-HEADER-TIMESTAMP (1:19).
002680     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
002690     PERFORM 2200-CHECK-BACKUP-RECORD THRU 2200-EXIT
002700         UNTIL WS-EOF-YES.
002710     IF WS-RESTORE-REFUSED
002720         GO TO 2050-CLOSE-BACKUP
002730     END-IF.
002740     PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT.
002750 2050-CLOSE-BACKUP.
002760     CLOSE BACKUP-INPUT.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-READ-BACKUP.
002810     READ BACKUP-INPUT
002820         AT END
002830             MOVE 'Y' TO WS-EOF-SWITCH
002840     END-READ.
002841     IF WS-EOF-NO
002842         AND WS-BKI-STATUS NOT = '00'
002843         PERFORM 2150-BACKUP-READ-ERROR THRU 2150-EXIT
002844         GO TO 2100-EXIT
002845     END-IF.
002850     IF WS-EOF-NO
002860         MOVE BKI-BACKUP-RECORD TO BKP-BACKUP-RECORD
002870     END-IF.
002880 2100-EXIT.
002890     EXIT.
002891
002892*----------------------------------------------------------------
002893* A READ ERROR WHILE THE BACKUP IS BEING PROVED REFUSES THE
002894* RESTORE. ONCE THE RELOAD HAS EMPTIED THE FILE IT CAN NO LONGER
002895* BE REFUSED, SO THE LOAD STOPS THERE AND IS REPORTED SHORT.
002896*----------------------------------------------------------------
002897 2150-BACKUP-READ-ERROR.
002898     IF WS-BACKUP-VERIFIED
002899         DISPLAY 'CTLRESTORE - BACKUP FILE READ ERROR DURING '
002900             'RELOAD - STATUS ' WS-BKI-STATUS
002901         SET WS-RESTORE-SHORT TO TRUE
002902         MOVE 'Y' TO WS-EOF-SWITCH
002903         GO TO 2150-EXIT
002904     END-IF.
002905     MOVE SPACES TO WS-REFUSAL-TEXT.
002906     STRING 'BACKUP FILE READ ERROR - STATUS ' WS-BKI-STATUS
002907         DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
002908     END-STRING.
002909     PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT.
002910 2150-EXIT.
002911     EXIT.
002912
002913*----------------------------------------------------------------
002920* EVERY RECORD AFTER THE HEADER MUST BE A DETAIL FOR THE SAME
002930* FILE, UP TO ONE TRAILER, WHICH MUST BE THE LAST RECORD.
002940*----------------------------------------------------------------
002950 2200-CHECK-BACKUP-RECORD.
002960     IF WS-TRAILER-SEEN
002970         MOVE 'RECORDS FOUND AFTER THE TRAILER' TO WS-REFUSAL-TEXT
002980         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
002990         GO TO 2200-EXIT
003000     END-IF.
003010     IF BKP-FILE-ID NOT = WS-FILE-ID
003020         MOVE 'RECORD FOR ANOTHER FILE FOUND IN THE BACKUP'
003030             TO WS-REFUSAL-TEXT
003040         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003050         GO TO 2200-EXIT
003060     END-IF.
003070     EVALUATE TRUE
003080         WHEN BKP-DETAIL
003090             ADD 1 TO WS-DETAIL-COUNT
003100             PERFORM 7450-LOAD-HASH-KEY THRU 7450-EXIT
003110             PERFORM 7500-HASH-KEY THRU 7500-EXIT
003120         WHEN BKP-TRAILER
003130             SET WS-TRAILER-SEEN TO TRUE
003140             MOVE BKP-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
003150             MOVE BKP-TRL-KEY-HASH     TO WS-TRAILER-HASH
003160             MOVE BKP-TRL-BACKUP-DATE  TO WS-TRAILER-DATE
003170         WHEN OTHER
003180             MOVE 'UNKNOWN RECORD TYPE IN THE BACKUP'
003190                 TO WS-REFUSAL-TEXT
003200             PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003210             GO TO 2200-EXIT
003220     END-EVALUATE.
003230     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
003240 2200-EXIT.
003250     EXIT.
003260
003270 2300-CHECK-TRAILER.
003280     IF WS-TRAILER-NOT-SEEN
003290         MOVE 'NO TRAILER - BACKUP IS INCOMPLETE OR FAILED'
003300             TO WS-REFUSAL-TEXT
003310         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003320         GO TO 2300-EXIT
003330     END-IF.
003340     IF WS-TRAILER-DATE NOT = WS-HEADER-DATE
003350         MOVE 'TRAILER DATE DOES NOT MATCH THE HEADER'
003360             TO WS-REFUSAL-TEXT
003370         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003380         GO TO 2300-EXIT
003390     END-IF.
003400     MOVE WS-DETAIL-COUNT  TO WS-COUNT-EDITED.
003410     MOVE WS-TRAILER-COUNT TO WS-COUNT-EDITED-2.
003420     DISPLAY 'CTLRESTORE - RECORDS READ ' WS-COUNT-EDITED
003430         ' TRAILER ' WS-COUNT-EDITED-2.
003440     IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
003450         MOVE 'RECORD COUNT DOES NOT MATCH THE TRAILER'
003460             TO WS-REFUSAL-TEXT
003470         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003480         GO TO 2300-EXIT
003490     END-IF.
003500     IF WS-KEY-HASH NOT = WS-TRAILER-HASH
003510         MOVE 'KEY HASH TOTAL DOES NOT MATCH THE TRAILER'
003520             TO WS-REFUSAL-TEXT
003530         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003540         GO TO 2300-EXIT
003550     END-IF.
003560     SET WS-BACKUP-VERIFIED TO TRUE.
003570     DISPLAY 'CTLRESTORE - BACKUP VERIFIED AGAINST ITS TRAILER'.
003580 2300-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620* THE RELOAD REPLACES THE WHOLE FILE, SO THE OPERATOR MUST SAY
003630* SO IN FULL BEFORE ANYTHING IS TOUCHED.
003640*----------------------------------------------------------------
003650 2800-CONFIRM-RESTORE.
003660     DISPLAY 'REPLY RESTORE TO REPLACE ' WS-FILE-ID
003670         ' WITH THE BACKUP OF ' WS-HEADER-TIMESTAMP (1:10) ':'.
003680     ACCEPT WS-CONFIRM-REPLY.
003690     IF WS-CONFIRM-REPLY NOT = 'RESTORE'
003700         DISPLAY 'CTLRESTORE - RESTORE NOT CONFIRMED - '
003710             WS-FILE-ID ' NOT CHANGED'
003720         SET WS-RESTORE-NOT-CONFIRMED TO TRUE
003730     END-IF.
003740 2800-EXIT.
003750     EXIT.
003760
003770 2900-REFUSE-RESTORE.
003780     DISPLAY 'CTLRESTORE - *** RESTORE REFUSED - '
003790         WS-REFUSAL-TEXT.
003800     DISPLAY 'CTLRESTORE - ' WS-FILE-ID ' NOT CHANGED'.
003810     SET WS-RESTORE-REFUSED TO TRUE.
003820     MOVE 'Y' TO WS-EOF-SWITCH.
003830 2900-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* SECOND PASS - EMPTY THE FILE AND WRITE BACK EVERY DETAIL.
003880*----------------------------------------------------------------
003890 3000-RELOAD-FILE.
003891     MOVE 'N' TO WS-EOF-SWITCH.
003892     OPEN INPUT BACKUP-INPUT.
003893     IF WS-BKI-STATUS NOT = '00'
003894         MOVE 'BACKUP FILE COULD NOT BE REOPENED FOR RELOAD'
003895             TO WS-REFUSAL-TEXT
003896         PERFORM 2900-REFUSE-RESTORE THRU 2900-EXIT
003897         GO TO 3000-EXIT
003898     END-IF.
003900     PERFORM 3050-OPEN-TARGET THRU 3050-EXIT.
003910     IF WS-TGT-STATUS NOT = '00'
003920         DISPLAY 'CTLRESTORE - UNABLE TO OPEN ' WS-FILE-ID
003930             ' FOR RELOAD - STATUS ' WS-TGT-STATUS
003940         SET WS-RESTORE-SHORT TO TRUE
003945         CLOSE BACKUP-INPUT
003950         GO TO 3000-EXIT
003960     END-IF.
003990     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
004000     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
004010     PERFORM 3100-LOAD-RECORD THRU 3100-EXIT
004020         UNTIL WS-EOF-YES.
004030     CLOSE BACKUP-INPUT.
004040     PERFORM 3060-CLOSE-TARGET THRU 3060-EXIT.
004050     MOVE WS-LOADED-COUNT   TO WS-COUNT-EDITED.
004060     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED-2.
004070     DISPLAY 'CTLRESTORE - RECORDS LOADED ' WS-COUNT-EDITED
004080         ' REJECTED ' WS-COUNT-EDITED-2.
004090     IF WS-LOADED-COUNT = WS-TRAILER-COUNT
004095         AND NOT WS-RESTORE-SHORT
004100         SET WS-RESTORE-LOADED TO TRUE
004110         DISPLAY 'CTLRESTORE - ' WS-FILE-ID ' RESTORED TO '
004120             WS-HEADER-TIMESTAMP (1:19)
004130     ELSE
004140         SET WS-RESTORE-SHORT TO TRUE
004150         DISPLAY 'CTLRESTORE - *** ' WS-FILE-ID
004160             ' IS INCOMPLETE - RERUN THE RESTORE ***'
004170     END-IF.
004180 3000-EXIT.
004190     EXIT.
004200
004210 3050-OPEN-TARGET.
004220     EVALUATE TRUE
004230         WHEN WS-RESTORE-LOCKOUT
004240             OPEN OUTPUT FAILED-ATTEMPT-COUNT
004250         WHEN WS-RESTORE-POLICY
004260             OPEN OUTPUT PASSWORD-POLICY
004270         WHEN WS-RESTORE-HISTORY
004280             OPEN OUTPUT PASSWORD-HISTORY
004290         WHEN WS-RESTORE-SESSIONS
004300             OPEN OUTPUT SESSION-TOKEN-FILE
004310         WHEN WS-RESTORE-OTP
004320             OPEN OUTPUT OTP-CODE-FILE
004330         WHEN WS-RESTORE-BRANCHES
004340             OPEN OUTPUT BRANCH-MASTER
004350     END-EVALUATE.
004360 3050-EXIT.
004370     EXIT.
004380
004390 3060-CLOSE-TARGET.
004400     EVALUATE TRUE
004410         WHEN WS-RESTORE-LOCKOUT
004420             CLOSE FAILED-ATTEMPT-COUNT
004430         WHEN WS-RESTORE-POLICY
004440             CLOSE PASSWORD-POLICY
004450         WHEN WS-RESTORE-HISTORY
004460             CLOSE PASSWORD-HISTORY
004470         WHEN WS-RESTORE-SESSIONS
004480             CLOSE SESSION-TOKEN-FILE
004490         WHEN WS-RESTORE-OTP
004500             CLOSE OTP-CODE-FILE
004510         WHEN WS-RESTORE-BRANCHES
004520             CLOSE BRANCH-MASTER
004530     END-EVALUATE.
004540 3060-EXIT.
004550     EXIT.
004560
004570 3100-LOAD-RECORD.
004580     IF BKP-TRAILER
004590         MOVE 'Y' TO WS-EOF-SWITCH
004600         GO TO 3100-EXIT
004610     END-IF.
004620     EVALUATE TRUE
004630         WHEN WS-RESTORE-LOCKOUT
004640             MOVE BKP-BODY TO LCK-LOCKOUT-RECORD
004650             WRITE LCK-LOCKOUT-RECORD
004660                 INVALID KEY
004670                     ADD 1 TO WS-REJECTED-COUNT
004680                 NOT INVALID KEY
004690                     ADD 1 TO WS-LOADED-COUNT
004700             END-WRITE
004710         WHEN WS-RESTORE-POLICY
004720             MOVE BKP-BODY TO PWP-POLICY-RECORD
004730             WRITE PWP-POLICY-RECORD
004740                 INVALID KEY
004750                     ADD 1 TO WS-REJECTED-COUNT
004760                 NOT INVALID KEY
004770                     ADD 1 TO WS-LOADED-COUNT
004780             END-WRITE
004790         WHEN WS-RESTORE-HISTORY
004800             MOVE BKP-BODY TO PWH-HISTORY-RECORD
004810             WRITE PWH-HISTORY-RECORD
004820                 INVALID KEY
004830                     ADD 1 TO WS-REJECTED-COUNT
004840                 NOT INVALID KEY
004850                     ADD 1 TO WS-LOADED-COUNT
004860             END-WRITE
004870         WHEN WS-RESTORE-SESSIONS
004880             MOVE BKP-BODY TO SES-SESSION-TOKEN-RECORD
004890             WRITE SES-SESSION-TOKEN-RECORD
004900                 INVALID KEY
004910                     ADD 1 TO WS-REJECTED-COUNT
004920                 NOT INVALID KEY
004930                     ADD 1 TO WS-LOADED-COUNT
004940             END-WRITE
004950         WHEN WS-RESTORE-OTP
004960             MOVE BKP-BODY TO OTP-CODE-RECORD
004970             WRITE OTP-CODE-RECORD
004980                 INVALID KEY
004990                     ADD 1 TO WS-REJECTED-COUNT
005000                 NOT INVALID KEY
005010                     ADD 1 TO WS-LOADED-COUNT
005020             END-WRITE
005030         WHEN WS-RESTORE-BRANCHES
005040             MOVE BKP-BODY TO BRM-BRANCH-RECORD
005050             WRITE BRM-BRANCH-RECORD
005060                 INVALID KEY
005070                     ADD 1 TO WS-REJECTED-COUNT
005080                 NOT INVALID KEY
005090                     ADD 1 TO WS-LOADED-COUNT
005100             END-WRITE
005110     END-EVALUATE.
005120     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
005130 3100-EXIT.
005140     EXIT.
005150
005160 7000-BUILD-TIMESTAMP.
005170     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
005180     ACCEPT WS-SYS-TIME FROM TIME.
005190     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
005200            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
005210            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
005220            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
005230     END-STRING.
005240 7000-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* EVERY CONTROL FILE CARRIES ITS KEY AT THE FRONT OF THE RECORD.
005290* THE BRANCH NUMBER IS FOUR BYTES; THE REST ARE TWENTY.
005300*----------------------------------------------------------------
005310 7450-LOAD-HASH-KEY.
005320     IF WS-RESTORE-BRANCHES
005330         MOVE BKP-BODY (1:4) TO WS-HASH-KEY
005340     ELSE
005350         MOVE BKP-BODY (1:20) TO WS-HASH-KEY
005360     END-IF.
005370 7450-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------
005410* KEY HASH - EACH CHARACTER OF THE 20-BYTE KEY TIMES ITS
005420* POSITION, ADDED TO THE RUNNING TOTAL. MUST MATCH CTLBACKUP.
005430*----------------------------------------------------------------
005440 7500-HASH-KEY.
005450     PERFORM 7510-HASH-ONE-CHARACTER THRU 7510-EXIT
005460         VARYING WS-HASH-SUB FROM 1 BY 1
005470         UNTIL WS-HASH-SUB > 20.
005480 7500-EXIT.
005490     EXIT.
005500
005510 7510-HASH-ONE-CHARACTER.
005520     COMPUTE WS-KEY-HASH = WS-KEY-HASH
005530         + FUNCTION ORD (WS-HASH-KEY (WS-HASH-SUB:1))
005540         * WS-HASH-SUB.
005550 7510-EXIT.
005560     EXIT.
005570
005580 8000-TERMINATE.
005590     EVALUATE TRUE
005600         WHEN WS-RESTORE-LOADED
005610             DISPLAY 'CTLRESTORE - RESTORE COMPLETE'
005620         WHEN WS-RESTORE-SHORT
005630             DISPLAY 'CTLRESTORE - RESTORE DID NOT COMPLETE'
005640         WHEN OTHER
005650             DISPLAY 'CTLRESTORE - NOTHING RESTORED'
005660     END-EVALUATE.
005670 8000-EXIT.
005680     EXIT.
