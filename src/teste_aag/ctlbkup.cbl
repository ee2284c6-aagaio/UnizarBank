000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLBACKUP.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - NIGHTLY UNLOAD OF THE
000120*                  INDEXED CONTROL FILES THAT ARE UPDATED IN
000130*                  PLACE: LOCKOUT, PWPOLICY, PWDHIST, SESSTOKN,
000140*                  OTPCODE AND BRNCHMST. EACH FILE IS WRITTEN TO
000150*                  ITS OWN SEQUENTIAL BACKUP (BKUPREC LAYOUT),
000160*                  WHICH THE JOB STREAM CATALOGS AS THE NIGHT'S
000170*                  DATED GENERATION: A HEADER WITH THE BACKUP
000180*                  DATE, ONE DETAIL PER RECORD IN KEY ORDER, AND
000190*                  A TRAILER WITH THE RECORD COUNT AND KEY HASH
000200*                  TOTAL THAT CTLRESTORE PROVES BEFORE RELOADING.
000210*                  A BACKUP THAT HITS AN OPEN, READ OR WRITE
000220*                  ERROR GETS NO TRAILER, SO IT CAN NEVER BE
000230*                  RESTORED. THE OUTCOME FOR EACH FILE IS KEPT ON
000240*                  BACKUP-CONTROL, WHICH PREOPENCHECK READS TO
000250*                  SHOW THE LAST GOOD BACKUP DATE. RETURN CODE 8
000260*                  WHEN ANY FILE FAILED TO BACK UP.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FAILED-ATTEMPT-COUNT ASSIGN TO "LOCKOUT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LCK-USERID
000350         FILE STATUS IS WS-LOCK-STATUS.
000360
000370     SELECT PASSWORD-POLICY ASSIGN TO "PWPOLICY"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PWP-USERID
000410         FILE STATUS IS WS-PWP-STATUS.
000420
000430     SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PWH-USERID
000470         FILE STATUS IS WS-PWH-STATUS.
000480
000490     SELECT SESSION-TOKEN-FILE ASSIGN TO "SESSTOKN"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SES-TOKEN
000530         FILE STATUS IS WS-SES-STATUS.
000540
000550     SELECT OTP-CODE-FILE ASSIGN TO "OTPCODE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OTP-USERID
000590         FILE STATUS IS WS-OTP-STATUS.
000600
000610     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS BRM-BRANCH-NUMBER
000650         FILE STATUS IS WS-BRM-STATUS.
000660
000670     SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS BKC-FILE-ID
000710         FILE STATUS IS WS-BKC-STATUS.
000720
000730     SELECT LOCKOUT-BACKUP ASSIGN TO "LOCKBKUP"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-BKO-STATUS.
000760
000770     SELECT POLICY-BACKUP ASSIGN TO "PWPOBKUP"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-BKO-STATUS.
000800
000810     SELECT HISTORY-BACKUP ASSIGN TO "PWDHBKUP"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-BKO-STATUS.
000840
000850     SELECT SESSION-BACKUP ASSIGN TO "SESSBKUP"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-BKO-STATUS.
000880
000890     SELECT OTP-BACKUP ASSIGN TO "OTPCBKUP"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-BKO-STATUS.
000920
000930     SELECT BRANCH-BACKUP ASSIGN TO "BRMSBKUP"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-BKO-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  FAILED-ATTEMPT-COUNT
001000     LABEL RECORDS ARE STANDARD.
001010     COPY LOCKREC.
001020
001030 FD  PASSWORD-POLICY
001040     LABEL RECORDS ARE STANDARD.
001050     COPY PWPOLICY.
001060
001070 FD  PASSWORD-HISTORY
001080     LABEL RECORDS ARE STANDARD.
001090     COPY PWDHIST.
001100
001110 FD  SESSION-TOKEN-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY SESSTOKN.
001140
001150 FD  OTP-CODE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY OTPREC.
001180
001190 FD  BRANCH-MASTER
001200     LABEL RECORDS ARE STANDARD.
001210     COPY BRANCHMS.
001220
001230 FD  BACKUP-CONTROL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY BKCTLREC.
001260
001270*----------------------------------------------------------------
001280* ONE BACKUP PER CONTROL FILE. EACH RECORD IS BUILT IN THE
001290* BKUPREC LAYOUT IN WORKING-STORAGE AND WRITTEN FROM THERE.
001300*----------------------------------------------------------------
001310 FD  LOCKOUT-BACKUP
001320     LABEL RECORDS ARE STANDARD.
001330 01  LKB-BACKUP-RECORD           PIC X(139).
001340
001350 FD  POLICY-BACKUP
001360     LABEL RECORDS ARE STANDARD.
001370 01  PPB-BACKUP-RECORD           PIC X(139).
001380
001390 FD  HISTORY-BACKUP
001400     LABEL RECORDS ARE STANDARD.
001410 01  PHB-BACKUP-RECORD           PIC X(139).
001420
001430 FD  SESSION-BACKUP
001440     LABEL RECORDS ARE STANDARD.
001450 01  STB-BACKUP-RECORD           PIC X(139).
001460
001470 FD  OTP-BACKUP
001480     LABEL RECORDS ARE STANDARD.
001490 01  OCB-BACKUP-RECORD           PIC X(139).
001500
001510 FD  BRANCH-BACKUP
001520     LABEL RECORDS ARE STANDARD.
001530 01  BMB-BACKUP-RECORD           PIC X(139).
001540
001550 WORKING-STORAGE SECTION.
001560 COPY BKUPREC.
001570
001580 01  WS-LOCK-STATUS              PIC X(02).
001590 01  WS-PWP-STATUS               PIC X(02).
001600 01  WS-PWH-STATUS               PIC X(02).
001610 01  WS-SES-STATUS               PIC X(02).
001620 01  WS-OTP-STATUS               PIC X(02).
001630 01  WS-BRM-STATUS               PIC X(02).
001640 01  WS-BKC-STATUS               PIC X(02).
001650 01  WS-BKO-STATUS               PIC X(02).
001660
001670 77  WS-CONTROL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001680     88  WS-CONTROL-EOF-YES              VALUE 'Y'.
001690     88  WS-CONTROL-EOF-NO               VALUE 'N'.
001700
001710 77  WS-BACKUP-RESULT-SWITCH     PIC X(01) VALUE 'G'.
001720     88  WS-BACKUP-GOOD                  VALUE 'G'.
001730     88  WS-BACKUP-FAILED                VALUE 'F'.
001740
001750 77  WS-CONTROL-ENTRY-SWITCH     PIC X(01) VALUE 'N'.
001760     88  WS-CONTROL-ENTRY-NEW            VALUE 'Y'.
001770     88  WS-CONTROL-ENTRY-ON-FILE        VALUE 'N'.
001780
001790 01  WS-FILE-ID                  PIC X(08).
001800 01  WS-RECORD-LENGTH            PIC 9(04).
001810 01  WS-BACKUP-DATE              PIC 9(08).
001820
001830 77  WS-UNLOAD-COUNT             PIC 9(09) COMP VALUE ZERO.
001840 01  WS-KEY-HASH                 PIC 9(15) COMP-3 VALUE ZERO.
001850 01  WS-HASH-KEY                 PIC X(20).
001860 77  WS-HASH-SUB                 PIC 9(02) COMP VALUE ZERO.
001870
001880 77  WS-GOOD-COUNT               PIC 9(04) COMP VALUE ZERO.
001890 77  WS-FAILED-COUNT             PIC 9(04) COMP VALUE ZERO.
001900 01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
001910 01  WS-HASH-EDITED              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001920
001930 01  WS-SYS-DATE                 PIC 9(08).
001940 01  WS-SYS-TIME                 PIC 9(08).
001950 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001960
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     PERFORM 2100-BACKUP-LOCKOUT THRU 2100-EXIT.
002010     PERFORM 2200-BACKUP-POLICY THRU 2200-EXIT.
002020     PERFORM 2300-BACKUP-HISTORY THRU 2300-EXIT.
002030     PERFORM 2400-BACKUP-SESSIONS THRU 2400-EXIT.
002040     PERFORM 2500-BACKUP-OTP THRU 2500-EXIT.
002050     PERFORM 2600-BACKUP-BRANCHES THRU 2600-EXIT.
002060     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002070     IF WS-FAILED-COUNT > ZERO
002080         MOVE 8 TO RETURN-CODE
002090     END-IF.
002100     STOP RUN.
002110
002120*----------------------------------------------------------------
002130* BACKUP-CONTROL IS CREATED EMPTY ON THE FIRST NIGHT IT IS
002140* MISSING, SO THE JOB NEEDS NO SEPARATE ALLOCATION STEP.
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002180     MOVE WS-SYS-DATE TO WS-BACKUP-DATE.
002190     OPEN I-O BACKUP-CONTROL-FILE.
002200     IF WS-BKC-STATUS = '35'
002210         OPEN OUTPUT BACKUP-CONTROL-FILE
002220         CLOSE BACKUP-CONTROL-FILE
002230         OPEN I-O BACKUP-CONTROL-FILE
002240     END-IF.
002250     IF WS-BKC-STATUS NOT = '00'
002260         DISPLAY 'UNABLE TO OPEN BACKUP-CONTROL FILE - STATUS '
002270             WS-BKC-STATUS
002280         STOP RUN
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320
002330 2100-BACKUP-LOCKOUT.
002340     MOVE 'LOCKOUT ' TO WS-FILE-ID.
002350     MOVE 49 TO WS-RECORD-LENGTH.
002360     PERFORM 7200-START-BACKUP THRU 7200-EXIT.
002370     OPEN INPUT FAILED-ATTEMPT-COUNT.
002380     IF WS-LOCK-STATUS NOT = '00'
002390         MOVE WS-LOCK-STATUS TO WS-BKO-STATUS
002400         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
002410         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
002420         GO TO 2100-EXIT
002430     END-IF.
002440     OPEN OUTPUT LOCKOUT-BACKUP.
002450     IF WS-BKO-STATUS NOT = '00'
002460         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
002470         CLOSE FAILED-ATTEMPT-COUNT
002480         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
002490         GO TO 2100-EXIT
002500     END-IF.
002510     WRITE LKB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
002520     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
002530     MOVE LOW-VALUES TO LCK-USERID.
002540     START FAILED-ATTEMPT-COUNT KEY NOT LESS THAN LCK-USERID
002550         INVALID KEY
002560             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
002570     END-START.
002580     IF WS-CONTROL-EOF-NO
002590         PERFORM 2160-READ-NEXT-LOCKOUT THRU 2160-EXIT
002600     END-IF.
002610     PERFORM 2150-UNLOAD-LOCKOUT THRU 2150-EXIT
002620         UNTIL WS-CONTROL-EOF-YES.
002630     IF WS-BACKUP-GOOD
002640         PERFORM 7300-BUILD-TRAILER THRU 7300-EXIT
002650         WRITE LKB-BACKUP-RECORD FROM BKP-BACKUP-RECORD
002660         PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT
002670     END-IF.
002680     CLOSE FAILED-ATTEMPT-COUNT.
002690     CLOSE LOCKOUT-BACKUP.
002700     PERFORM 2900-RECORD-RESULT THRU 2900-EXIT.
002710 2100-EXIT.
002720     EXIT.
002730
002740 2150-UNLOAD-LOCKOUT.
002750     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
002760     MOVE LCK-LOCKOUT-RECORD TO BKP-BODY.
002770     MOVE LCK-USERID TO WS-HASH-KEY.
002780     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
002790     WRITE LKB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
002800     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
002810     PERFORM 2160-READ-NEXT-LOCKOUT THRU 2160-EXIT.
002820 2150-EXIT.
002830     EXIT.
002840
002850 2160-READ-NEXT-LOCKOUT.
002860     READ FAILED-ATTEMPT-COUNT NEXT RECORD
002870         AT END
002880             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
002890     END-READ.
002900     IF WS-CONTROL-EOF-NO
002910         AND WS-LOCK-STATUS NOT = '00'
002920         MOVE WS-LOCK-STATUS TO WS-BKO-STATUS
002930         PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
002940     END-IF.
002950 2160-EXIT.
002960     EXIT.
002970
002980 2200-BACKUP-POLICY.
002990     MOVE 'PWPOLICY' TO WS-FILE-ID.
003000     MOVE 30 TO WS-RECORD-LENGTH.
003010     PERFORM 7200-START-BACKUP THRU 7200-EXIT.
003020     OPEN INPUT PASSWORD-POLICY.
003030     IF WS-PWP-STATUS NOT = '00'
003040         MOVE WS-PWP-STATUS TO WS-BKO-STATUS
003050         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
003060         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
003070         GO TO 2200-EXIT
003080     END-IF.
003090     OPEN OUTPUT POLICY-BACKUP.
003100     IF WS-BKO-STATUS NOT = '00'
003110         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
003120         CLOSE PASSWORD-POLICY
003130         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
003140         GO TO 2200-EXIT
003150     END-IF.
003160     WRITE PPB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
003170     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
003180     MOVE LOW-VALUES TO PWP-USERID.
003190     START PASSWORD-POLICY KEY NOT LESS THAN PWP-USERID
003200         INVALID KEY
003210             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
003220     END-START.
003230     IF WS-CONTROL-EOF-NO
003240         PERFORM 2260-READ-NEXT-POLICY THRU 2260-EXIT
003250     END-IF.
003260     PERFORM 2250-UNLOAD-POLICY THRU 2250-EXIT
003270         UNTIL WS-CONTROL-EOF-YES.
003280     IF WS-BACKUP-GOOD
003290         PERFORM 7300-BUILD-TRAILER THRU 7300-EXIT
003300         WRITE PPB-BACKUP-RECORD FROM BKP-BACKUP-RECORD
003310         PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT
003320     END-IF.
003330     CLOSE PASSWORD-POLICY.
003340     CLOSE POLICY-BACKUP.
003350     PERFORM 2900-RECORD-RESULT THRU 2900-EXIT.
003360 2200-EXIT.
003370     EXIT.
003380
003390 2250-UNLOAD-POLICY.
003400     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
003410     MOVE PWP-POLICY-RECORD TO BKP-BODY.
003420     MOVE PWP-USERID TO WS-HASH-KEY.
003430     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
003440     WRITE PPB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
003450     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
003460     PERFORM 2260-READ-NEXT-POLICY THRU 2260-EXIT.
003470 2250-EXIT.
003480     EXIT.
003490
003500 2260-READ-NEXT-POLICY.
003510     READ PASSWORD-POLICY NEXT RECORD
003520         AT END
003530             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
003540     END-READ.
003550     IF WS-CONTROL-EOF-NO
003560         AND WS-PWP-STATUS NOT = '00'
003570         MOVE WS-PWP-STATUS TO WS-BKO-STATUS
003580         PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
003590     END-IF.
003600 2260-EXIT.
003610     EXIT.
003620
003630 2300-BACKUP-HISTORY.
003640     MOVE 'PWDHIST ' TO WS-FILE-ID.
003650     MOVE 122 TO WS-RECORD-LENGTH.
003660     PERFORM 7200-START-BACKUP THRU 7200-EXIT.
003670     OPEN INPUT PASSWORD-HISTORY.
003680     IF WS-PWH-STATUS NOT = '00'
003690         MOVE WS-PWH-STATUS TO WS-BKO-STATUS
003700         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
003710         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
003720         GO TO 2300-EXIT
003730     END-IF.
003740     OPEN OUTPUT HISTORY-BACKUP.
003750     IF WS-BKO-STATUS NOT = '00'
003760         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
003770         CLOSE PASSWORD-HISTORY
003780         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
003790         GO TO 2300-EXIT
003800     END-IF.
003810     WRITE PHB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
003820     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
003830     MOVE LOW-VALUES TO PWH-USERID.
003840     START PASSWORD-HISTORY KEY NOT LESS THAN PWH-USERID
003850         INVALID KEY
003860             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
003870     END-START.
003880     IF WS-CONTROL-EOF-NO
003890         PERFORM 2360-READ-NEXT-HISTORY THRU 2360-EXIT
003900     END-IF.
003910     PERFORM 2350-UNLOAD-HISTORY THRU 2350-EXIT
003920         UNTIL WS-CONTROL-EOF-YES.
003930     IF WS-BACKUP-GOOD
003940         PERFORM 7300-BUILD-TRAILER THRU 7300-EXIT
003950         WRITE PHB-BACKUP-RECORD FROM BKP-BACKUP-RECORD
003960         PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT
003970     END-IF.
003980     CLOSE PASSWORD-HISTORY.
003990     CLOSE HISTORY-BACKUP.
004000     PERFORM 2900-RECORD-RESULT THRU 2900-EXIT.
004010 2300-EXIT.
004020     EXIT.
004030
004040 2350-UNLOAD-HISTORY.
004050     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
004060     MOVE PWH-HISTORY-RECORD TO BKP-BODY.
004070     MOVE PWH-USERID TO WS-HASH-KEY.
004080     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
004090     WRITE PHB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
004100     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
004110     PERFORM 2360-READ-NEXT-HISTORY THRU 2360-EXIT.
004120 2350-EXIT.
004130     EXIT.
004140
004150 2360-READ-NEXT-HISTORY.
004160     READ PASSWORD-HISTORY NEXT RECORD
004170         AT END
004180             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
004190     END-READ.
004200     IF WS-CONTROL-EOF-NO
004210         AND WS-PWH-STATUS NOT = '00'
004220         MOVE WS-PWH-STATUS TO WS-BKO-STATUS
004230         PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
004240     END-IF.
004250 2360-EXIT.
004260     EXIT.
004270
004280 2400-BACKUP-SESSIONS.
004290     MOVE 'SESSTOKN' TO WS-FILE-ID.
004300     MOVE 93 TO WS-RECORD-LENGTH.
004310     PERFORM 7200-START-BACKUP THRU 7200-EXIT.
004320     OPEN INPUT SESSION-TOKEN-FILE.
004330     IF WS-SES-STATUS NOT = '00'
004340         MOVE WS-SES-STATUS TO WS-BKO-STATUS
004350         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
004360         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
004370         GO TO 2400-EXIT
004380     END-IF.
004390     OPEN OUTPUT SESSION-BACKUP.
004400     IF WS-BKO-STATUS NOT = '00'
004410         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
004420         CLOSE SESSION-TOKEN-FILE
004430         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
004440         GO TO 2400-EXIT
004450     END-IF.
004460     WRITE STB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
004470     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
004480     MOVE LOW-VALUES TO SES-TOKEN.
004490     START SESSION-TOKEN-FILE KEY NOT LESS THAN SES-TOKEN
004500         INVALID KEY
004510             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
004520     END-START.
004530     IF WS-CONTROL-EOF-NO
004540         PERFORM 2460-READ-NEXT-SESSION THRU 2460-EXIT
004550     END-IF.
004560     PERFORM 2450-UNLOAD-SESSION THRU 2450-EXIT
004570         UNTIL WS-CONTROL-EOF-YES.
004580     IF WS-BACKUP-GOOD
004590         PERFORM 7300-BUILD-TRAILER THRU 7300-EXIT
004600         WRITE STB-BACKUP-RECORD FROM BKP-BACKUP-RECORD
004610         PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT
004620     END-IF.
004630     CLOSE SESSION-TOKEN-FILE.
004640     CLOSE SESSION-BACKUP.
004650     PERFORM 2900-RECORD-RESULT THRU 2900-EXIT.
004660 2400-EXIT.
004670     EXIT.
004680
004690 2450-UNLOAD-SESSION.
004700     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
004710     MOVE SES-SESSION-TOKEN-RECORD TO BKP-BODY.
004720     MOVE SES-TOKEN TO WS-HASH-KEY.
004730     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
004740     WRITE STB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
004750     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
004760     PERFORM 2460-READ-NEXT-SESSION THRU 2460-EXIT.
004770 2450-EXIT.
004780     EXIT.
004790
004800 2460-READ-NEXT-SESSION.
004810     READ SESSION-TOKEN-FILE NEXT RECORD
004820         AT END
004830             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
004840     END-READ.
004850     IF WS-CONTROL-EOF-NO
004860         AND WS-SES-STATUS NOT = '00'
004870         MOVE WS-SES-STATUS TO WS-BKO-STATUS
004880         PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
004890     END-IF.
004900 2460-EXIT.
004910     EXIT.
004920
004930 2500-BACKUP-OTP.
004940     MOVE 'OTPCODE ' TO WS-FILE-ID.
004950     MOVE 52 TO WS-RECORD-LENGTH.
004960     PERFORM 7200-START-BACKUP THRU 7200-EXIT.
004970     OPEN INPUT OTP-CODE-FILE.
004980     IF WS-OTP-STATUS NOT = '00'
004990         MOVE WS-OTP-STATUS TO WS-BKO-STATUS
005000         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
005010         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
005020         GO TO 2500-EXIT
005030     END-IF.
005040     OPEN OUTPUT OTP-BACKUP.
005050     IF WS-BKO-STATUS NOT = '00'
005060         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
005070         CLOSE OTP-CODE-FILE
005080         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
005090         GO TO 2500-EXIT
005100     END-IF.
005110     WRITE OCB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
005120     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
005130     MOVE LOW-VALUES TO OTP-USERID.
005140     START OTP-CODE-FILE KEY NOT LESS THAN OTP-USERID
005150         INVALID KEY
005160             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
005170     END-START.
005180     IF WS-CONTROL-EOF-NO
005190         PERFORM 2560-READ-NEXT-OTP THRU 2560-EXIT
005200     END-IF.
005210     PERFORM 2550-UNLOAD-OTP THRU 2550-EXIT
005220         UNTIL WS-CONTROL-EOF-YES.
005230     IF WS-BACKUP-GOOD
005240         PERFORM 7300-BUILD-TRAILER THRU 7300-EXIT
005250         WRITE OCB-BACKUP-RECORD FROM BKP-BACKUP-RECORD
005260         PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT
005270     END-IF.
005280     CLOSE OTP-CODE-FILE.
005290     CLOSE OTP-BACKUP.
005300     PERFORM 2900-RECORD-RESULT THRU 2900-EXIT.
005310 2500-EXIT.
005320     EXIT.
005330
005340 2550-UNLOAD-OTP.
005350     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
005360     MOVE OTP-CODE-RECORD TO BKP-BODY.
005370     MOVE OTP-USERID TO WS-HASH-KEY.
005380     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
005390     WRITE OCB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
005400     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
005410     PERFORM 2560-READ-NEXT-OTP THRU 2560-EXIT.
005420 2550-EXIT.
005430     EXIT.
005440
005450 2560-READ-NEXT-OTP.
005460     READ OTP-CODE-FILE NEXT RECORD
005470         AT END
005480             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
005490     END-READ.
005500     IF WS-CONTROL-EOF-NO
005510         AND WS-OTP-STATUS NOT = '00'
005520         MOVE WS-OTP-STATUS TO WS-BKO-STATUS
005530         PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
005540     END-IF.
005550 2560-EXIT.
005560     EXIT.
005570
005580 2600-BACKUP-BRANCHES.
005590     MOVE 'BRNCHMST' TO WS-FILE-ID.
005600     MOVE 37 TO WS-RECORD-LENGTH.
005610     PERFORM 7200-START-BACKUP THRU 7200-EXIT.
005620     OPEN INPUT BRANCH-MASTER.
005630     IF WS-BRM-STATUS NOT = '00'
005640         MOVE WS-BRM-STATUS TO WS-BKO-STATUS
005650         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
005660         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
005670         GO TO 2600-EXIT
005680     END-IF.
005690     OPEN OUTPUT BRANCH-BACKUP.
005700     IF WS-BKO-STATUS NOT = '00'
005710         PERFORM 7220-REPORT-OPEN-FAILURE THRU 7220-EXIT
005720         CLOSE BRANCH-MASTER
005730         PERFORM 2900-RECORD-RESULT THRU 2900-EXIT
005740         GO TO 2600-EXIT
005750     END-IF.
005760     WRITE BMB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
005770     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
005780     MOVE ZERO TO BRM-BRANCH-NUMBER.
005790     START BRANCH-MASTER KEY NOT LESS THAN BRM-BRANCH-NUMBER
005800         INVALID KEY
005810             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
005820     END-START.
005830     IF WS-CONTROL-EOF-NO
005840         PERFORM 2660-READ-NEXT-BRANCH THRU 2660-EXIT
005850     END-IF.
005860     PERFORM 2650-UNLOAD-BRANCH THRU 2650-EXIT
005870         UNTIL WS-CONTROL-EOF-YES.
005880     IF WS-BACKUP-GOOD
005890         PERFORM 7300-BUILD-TRAILER THRU 7300-EXIT
005900         WRITE BMB-BACKUP-RECORD FROM BKP-BACKUP-RECORD
005910         PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT
005920     END-IF.
005930     CLOSE BRANCH-MASTER.
005940     CLOSE BRANCH-BACKUP.
005950     PERFORM 2900-RECORD-RESULT THRU 2900-EXIT.
005960 2600-EXIT.
005970     EXIT.
005980
005990 2650-UNLOAD-BRANCH.
006000     PERFORM 7400-START-DETAIL THRU 7400-EXIT.
006010     MOVE BRM-BRANCH-RECORD TO BKP-BODY.
006020     MOVE BRM-BRANCH-NUMBER TO WS-HASH-KEY.
006030     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
006040     WRITE BMB-BACKUP-RECORD FROM BKP-BACKUP-RECORD.
006050     PERFORM 7250-CHECK-BACKUP-WRITE THRU 7250-EXIT.
006060     PERFORM 2660-READ-NEXT-BRANCH THRU 2660-EXIT.
006070 2650-EXIT.
006080     EXIT.
006090
006100 2660-READ-NEXT-BRANCH.
006110     READ BRANCH-MASTER NEXT RECORD
006120         AT END
006130             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
006140     END-READ.
006150     IF WS-CONTROL-EOF-NO
006160         AND WS-BRM-STATUS NOT = '00'
006170         MOVE WS-BRM-STATUS TO WS-BKO-STATUS
006180         PERFORM 7230-REPORT-READ-FAILURE THRU 7230-EXIT
006190     END-IF.
006200 2660-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* THE LAST GOOD FIELDS ARE LEFT ALONE WHEN TONIGHT'S BACKUP
006250* FAILED, SO PREOPENCHECK STILL SHOWS THE LAST ONE THAT WORKED.
006260*----------------------------------------------------------------
006270 2900-RECORD-RESULT.
006280     SET WS-CONTROL-ENTRY-ON-FILE TO TRUE.
006290     MOVE WS-FILE-ID TO BKC-FILE-ID.
006300     READ BACKUP-CONTROL-FILE
006310         INVALID KEY
006320             SET WS-CONTROL-ENTRY-NEW TO TRUE
006330             INITIALIZE BKC-CONTROL-RECORD
006340             MOVE WS-FILE-ID TO BKC-FILE-ID
006350     END-READ.
006360     MOVE WS-CURRENT-TIMESTAMP TO BKC-LAST-RUN-TS.
006370     MOVE WS-UNLOAD-COUNT TO WS-COUNT-EDITED.
006380     IF WS-BACKUP-GOOD
006390         SET BKC-RUN-GOOD TO TRUE
006400         MOVE WS-BACKUP-DATE       TO BKC-LAST-GOOD-DATE
006410         MOVE WS-CURRENT-TIMESTAMP TO BKC-LAST-GOOD-TS
006420         MOVE WS-UNLOAD-COUNT      TO BKC-LAST-GOOD-COUNT
006430         MOVE WS-KEY-HASH          TO BKC-LAST-GOOD-HASH
006440         ADD 1 TO WS-GOOD-COUNT
006450         MOVE WS-KEY-HASH TO WS-HASH-EDITED
006460         DISPLAY 'CTLBACKUP - ' WS-FILE-ID ' RECORDS '
006470             WS-COUNT-EDITED ' HASH ' WS-HASH-EDITED ' - GOOD'
006480     ELSE
006490         SET BKC-RUN-FAILED TO TRUE
006500         ADD 1 TO WS-FAILED-COUNT
006510         DISPLAY 'CTLBACKUP - ' WS-FILE-ID ' RECORDS '
006520             WS-COUNT-EDITED ' - *** FAILED - NOT USABLE ***'
006530     END-IF.
006540     IF WS-CONTROL-ENTRY-NEW
006550         WRITE BKC-CONTROL-RECORD
006560     ELSE
006570         REWRITE BKC-CONTROL-RECORD
006580     END-IF.
006590     IF WS-BKC-STATUS NOT = '00'
006600         DISPLAY 'CTLBACKUP - BACKUP-CONTROL UPDATE FAILED FOR '
006610             WS-FILE-ID ' - STATUS ' WS-BKC-STATUS
006620     END-IF.
006630 2900-EXIT.
006640     EXIT.
006650
006660 7000-BUILD-TIMESTAMP.
006670     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
006680     ACCEPT WS-SYS-TIME FROM TIME.
006690     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
006700            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
006710            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
006720            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
006730     END-STRING.
006740 7000-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* CLEAR THE TOTALS FOR THE NEXT FILE AND BUILD ITS HEADER.
006790*----------------------------------------------------------------
006800 7200-START-BACKUP.
006810     MOVE ZERO TO WS-UNLOAD-COUNT.
006820     MOVE ZERO TO WS-KEY-HASH.
006830     MOVE 'N' TO WS-CONTROL-EOF-SWITCH.
006840     SET WS-BACKUP-GOOD TO TRUE.
006850     MOVE SPACES TO BKP-BACKUP-RECORD.
006860     SET BKP-HEADER TO TRUE.
006870     MOVE WS-FILE-ID           TO BKP-FILE-ID.
006880     MOVE WS-BACKUP-DATE       TO BKP-HDR-BACKUP-DATE.
006890     MOVE WS-CURRENT-TIMESTAMP TO BKP-HDR-BACKUP-TS.
006900     MOVE WS-RECORD-LENGTH     TO BKP-HDR-RECORD-LENGTH.
006910 7200-EXIT.
006920     EXIT.
006930
006940 7220-REPORT-OPEN-FAILURE.
006950     DISPLAY 'CTLBACKUP - ' WS-FILE-ID ' OPEN FAILED - STATUS '
006960         WS-BKO-STATUS.
006970     SET WS-BACKUP-FAILED TO TRUE.
006980 7220-EXIT.
006990     EXIT.
007000
007010 7230-REPORT-READ-FAILURE.
007020     DISPLAY 'CTLBACKUP - ' WS-FILE-ID ' READ FAILED - STATUS '
007030         WS-BKO-STATUS.
007040     SET WS-BACKUP-FAILED TO TRUE.
007050     MOVE 'Y' TO WS-CONTROL-EOF-SWITCH.
007060 7230-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100* A WRITE FAILURE STOPS THE UNLOAD OF THAT FILE; ONLY THE FIRST
007110* FAILURE IS REPORTED.
007120*----------------------------------------------------------------
007130 7250-CHECK-BACKUP-WRITE.
007140     IF WS-BKO-STATUS NOT = '00'
007150         IF WS-BACKUP-GOOD
007160             DISPLAY 'CTLBACKUP - ' WS-FILE-ID
007170                 ' BACKUP WRITE FAILED - STATUS ' WS-BKO-STATUS
007180         END-IF
007190         SET WS-BACKUP-FAILED TO TRUE
007200         MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
007210     END-IF.
007220 7250-EXIT.
007230     EXIT.
007240
007250 7300-BUILD-TRAILER.
007260     MOVE SPACES TO BKP-BACKUP-RECORD.
007270     SET BKP-TRAILER TO TRUE.
007280     MOVE WS-FILE-ID      TO BKP-FILE-ID.
007290     MOVE WS-UNLOAD-COUNT TO BKP-TRL-RECORD-COUNT.
007300     MOVE WS-KEY-HASH     TO BKP-TRL-KEY-HASH.
007310     MOVE WS-BACKUP-DATE  TO BKP-TRL-BACKUP-DATE.
007320 7300-EXIT.
007330     EXIT.
007340
007350 7400-START-DETAIL.
007360     MOVE SPACES TO BKP-BACKUP-RECORD.
007370     SET BKP-DETAIL TO TRUE.
007380     MOVE WS-FILE-ID TO BKP-FILE-ID.
007390     ADD 1 TO WS-UNLOAD-COUNT.
007400 7400-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440* KEY HASH - EACH CHARACTER OF THE 20-BYTE KEY TIMES ITS
007450* POSITION, ADDED TO THE RUNNING TOTAL. CTLRESTORE REPEATS THIS
007460* EXACTLY, SO THE TWO MUST BE CHANGED TOGETHER.
007470*----------------------------------------------------------------
007480 7500-HASH-KEY.
007490     PERFORM 7510-HASH-ONE-CHARACTER THRU 7510-EXIT
007500         VARYING WS-HASH-SUB FROM 1 BY 1
007510         UNTIL WS-HASH-SUB > 20.
007520 7500-EXIT.
007530     EXIT.
007540
007550 7510-HASH-ONE-CHARACTER.
007560     COMPUTE WS-KEY-HASH = WS-KEY-HASH
007570         + FUNCTION ORD (WS-HASH-KEY (WS-HASH-SUB:1))
007580         * WS-HASH-SUB.
007590 7510-EXIT.
007600     EXIT.
007610
007620 8000-TERMINATE.
007630     DISPLAY 'CTLBACKUP - FILES BACKED UP:     ' WS-GOOD-COUNT.
007640     DISPLAY 'CTLBACKUP - FILES NOT BACKED UP: ' WS-FAILED-COUNT.
007650     CLOSE BACKUP-CONTROL-FILE.
007660 8000-EXIT.
007670     EXIT.
