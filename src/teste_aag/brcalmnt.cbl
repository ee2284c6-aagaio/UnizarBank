000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRCALMAINT.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - OPERATOR MAINTENANCE FOR
000120*                  THE BRANCH CALENDAR THAT AUTHCORE NOW CHECKS AT
000130*                  EVERY LOGIN. SUPPORTS ADD (A NEW BRANCH ENTRY
000140*                  WITH ALL SEVEN WEEKDAYS), HOURS (ONE WEEKDAY'S
000150*                  OPENING AND CLOSING TIME), CLOSE AND REOPEN
000160*                  (ADD OR REMOVE A CLOSURE DATE) AND DELETE. A
000170*                  BRANCH MUST BE ON THE BRANCH MASTER BEFORE IT
000180*                  CAN BE GIVEN A CALENDAR. THE OPERATOR SIGNS ON
000190*                  THROUGH OPERAUTH WITH THE BRANCHADMIN ROLE, AND
000200*                  EVERY CHANGE WRITES ONE BEFORE/AFTER RECORD TO
000210*                  THE CALENDAR CHANGE LOG, AS BRNCHMAINT DOES FOR
000220*                  THE BRANCH MASTER.
000222* 10/15/2026 OSG   A CLOSURE DATE MUST NOW BE A REAL CALENDAR
000224*                  DATE, SO 20260230 OR 20260931 IS REJECTED
000226*                  RATHER THAN STORED AND NEVER MATCHED AT LOGIN.
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT BRANCH-CALENDAR ASSIGN TO "BRNCHCAL"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS BCL-BRANCH-NUMBER
000310         FILE STATUS IS WS-BCL-STATUS.
000320
000330     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS BRM-BRANCH-NUMBER
000370         FILE STATUS IS WS-BRM-STATUS.
000380
000390     SELECT CALENDAR-CHANGE-LOG ASSIGN TO "BCCHGLOG"
000400         ORGANIZATION IS SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BRANCH-CALENDAR
000450     LABEL RECORDS ARE STANDARD.
000460     COPY BRCALREC.
000470
000480 FD  BRANCH-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY BRANCHMS.
000510
000520 FD  CALENDAR-CHANGE-LOG
000530     LABEL RECORDS ARE STANDARD.
000540 01  CCH-CHANGE-RECORD.
000550     05  CCH-TIMESTAMP           PIC X(26).
000560     05  CCH-OPERATOR-ID         PIC X(20).
000570     05  CCH-ACTION              PIC X(06).
000580     05  CCH-BRANCH-NUMBER       PIC 9(04).
000590     05  CCH-WEEKDAY             PIC 9(01).
000600     05  CCH-OLD-OPEN-TIME       PIC 9(04).
000610     05  CCH-OLD-CLOSE-TIME      PIC 9(04).
000620     05  CCH-NEW-OPEN-TIME       PIC 9(04).
000630     05  CCH-NEW-CLOSE-TIME      PIC 9(04).
000640     05  CCH-CLOSURE-DATE        PIC 9(08).
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-BCL-STATUS               PIC X(02).
000680 01  WS-BRM-STATUS               PIC X(02).
000690
000700 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000710     88  WS-DONE                         VALUE 'Y'.
000720     88  WS-MORE-TO-DO                   VALUE 'N'.
000730
000740 77  WS-CALENDAR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000750     88  WS-CALENDAR-FOUND               VALUE 'Y'.
000760     88  WS-CALENDAR-NOT-FOUND           VALUE 'N'.
000770
000780 77  WS-HOURS-VALID-SWITCH       PIC X(01) VALUE 'N'.
000790     88  WS-HOURS-VALID                  VALUE 'Y'.
000800     88  WS-HOURS-INVALID                VALUE 'N'.
000810
000820 77  WS-CLOSURE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000830     88  WS-CLOSURE-FOUND                VALUE 'Y'.
000840     88  WS-CLOSURE-NOT-FOUND            VALUE 'N'.
000850
000860 01  WS-ACTION                   PIC X(06).
000870     88  WS-ACTION-ADD                   VALUE 'ADD   '.
000880     88  WS-ACTION-HOURS                 VALUE 'HOURS '.
000890     88  WS-ACTION-CLOSE                 VALUE 'CLOSE '.
000900     88  WS-ACTION-REOPEN                VALUE 'REOPEN'.
000910     88  WS-ACTION-DELETE                VALUE 'DELETE'.
000920     88  WS-ACTION-END                   VALUE 'END   '.
000930
000940 01  WS-BRANCH-NUMBER            PIC 9(04).
000950 01  WS-WEEKDAY                  PIC 9(01).
000960
000970 01  WS-NEW-OPEN-TIME            PIC 9(04).
000980 01  WS-NEW-OPEN-PARTS REDEFINES WS-NEW-OPEN-TIME.
000990     05  WS-NEW-OPEN-HH          PIC 9(02).
001000     05  WS-NEW-OPEN-MM          PIC 9(02).
001010 01  WS-NEW-CLOSE-TIME           PIC 9(04).
001020 01  WS-NEW-CLOSE-PARTS REDEFINES WS-NEW-CLOSE-TIME.
001030     05  WS-NEW-CLOSE-HH         PIC 9(02).
001040     05  WS-NEW-CLOSE-MM         PIC 9(02).
001050 01  WS-OLD-OPEN-TIME            PIC 9(04).
001060 01  WS-OLD-CLOSE-TIME           PIC 9(04).
001070
001080 01  WS-CLOSURE-DATE             PIC 9(08).
001090 01  WS-CLOSURE-DATE-PARTS REDEFINES WS-CLOSURE-DATE.
001100     05  WS-CLOSURE-YYYY         PIC 9(04).
001110     05  WS-CLOSURE-MM           PIC 9(02).
001120     05  WS-CLOSURE-DD           PIC 9(02).
001130
001140*----------------------------------------------------------------
001150* WEEKDAY NAMES FOR THE PROMPTS - SLOT 1 IS MONDAY, AS ON THE
001160* CALENDAR RECORD.
001170*----------------------------------------------------------------
001180 01  WS-DAY-NAME-VALUES.
001190     05  FILLER                  PIC X(09) VALUE 'MONDAY   '.
001200     05  FILLER                  PIC X(09) VALUE 'TUESDAY  '.
001210     05  FILLER                  PIC X(09) VALUE 'WEDNESDAY'.
001220     05  FILLER                  PIC X(09) VALUE 'THURSDAY '.
001230     05  FILLER                  PIC X(09) VALUE 'FRIDAY   '.
001240     05  FILLER                  PIC X(09) VALUE 'SATURDAY '.
001250     05  FILLER                  PIC X(09) VALUE 'SUNDAY   '.
001260 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001270     05  WS-DAY-NAME             PIC X(09) OCCURS 7 TIMES.
001280
001290 77  WS-CLOSURE-SUB              PIC 9(02) COMP VALUE ZERO.
001300 77  WS-KEEP-SUB                 PIC 9(02) COMP VALUE ZERO.
001310 77  WS-CHANGE-COUNT             PIC 9(04) COMP VALUE ZERO.
001320
001330 01  WS-SYS-DATE                 PIC 9(08).
001340 01  WS-SYS-TIME                 PIC 9(08).
001350 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001360
001370 COPY OPAUTHPM.
001380
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
001430         UNTIL WS-DONE.
001440     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001450     STOP RUN.
001460
001470 1000-INITIALIZE.
001480     MOVE 'BRCALMAINT' TO OPA-CALLER-ID.
001490     MOVE 'BRANCHADMIN' TO OPA-REQUIRED-ROLE.
001500     SET OPA-SIGN-ON TO TRUE.
001510     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001520     IF OPA-REFUSED
001530         STOP RUN
001540     END-IF.
001550     OPEN I-O BRANCH-CALENDAR.
001560     IF WS-BCL-STATUS NOT = '00'
001570         DISPLAY 'UNABLE TO OPEN BRANCH-CALENDAR FILE - STATUS '
001580             WS-BCL-STATUS
001590         STOP RUN
001600     END-IF.
001610     OPEN INPUT BRANCH-MASTER.
001620     IF WS-BRM-STATUS NOT = '00'
001630         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
001640             WS-BRM-STATUS
001650         STOP RUN
001660     END-IF.
001670     OPEN EXTEND CALENDAR-CHANGE-LOG.
001680 1000-EXIT.
001690     EXIT.
001700
001710 2000-PROCESS-ONE-ACTION.
001720     DISPLAY 'ACTION (ADD/HOURS/CLOSE/REOPEN/DELETE/END):'.
001730     ACCEPT WS-ACTION.
001740     IF WS-ACTION-END
001750         SET WS-DONE TO TRUE
001760         GO TO 2000-EXIT
001770     END-IF.
001780     IF NOT WS-ACTION-ADD AND NOT WS-ACTION-HOURS
001790         AND NOT WS-ACTION-CLOSE AND NOT WS-ACTION-REOPEN
001800         AND NOT WS-ACTION-DELETE
001810         DISPLAY 'UNKNOWN ACTION - REENTER'
001820         GO TO 2000-EXIT
001830     END-IF.
001840     DISPLAY 'BRANCH NUMBER:'.
001850     ACCEPT WS-BRANCH-NUMBER.
001860     SET OPA-CHECK-ACTION TO TRUE.
001870     MOVE WS-ACTION TO OPA-ACTION.
001880     MOVE WS-BRANCH-NUMBER TO OPA-TARGET.
001890     MOVE SPACES TO OPA-TARGET-USERID.
001900     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001910     IF OPA-REFUSED
001920         GO TO 2000-EXIT
001930     END-IF.
001940     MOVE ZERO TO WS-WEEKDAY.
001950     MOVE ZERO TO WS-OLD-OPEN-TIME.
001960     MOVE ZERO TO WS-OLD-CLOSE-TIME.
001970     MOVE ZERO TO WS-NEW-OPEN-TIME.
001980     MOVE ZERO TO WS-NEW-CLOSE-TIME.
001990     MOVE ZERO TO WS-CLOSURE-DATE.
002000     IF WS-ACTION-ADD
002010         PERFORM 3000-ADD-CALENDAR THRU 3000-EXIT
002020     END-IF.
002030     IF WS-ACTION-HOURS
002040         PERFORM 3100-CHANGE-HOURS THRU 3100-EXIT
002050     END-IF.
002060     IF WS-ACTION-CLOSE
002070         PERFORM 3200-ADD-CLOSURE THRU 3200-EXIT
002080     END-IF.
002090     IF WS-ACTION-REOPEN
002100         PERFORM 3300-REMOVE-CLOSURE THRU 3300-EXIT
002110     END-IF.
002120     IF WS-ACTION-DELETE
002130         PERFORM 3400-DELETE-CALENDAR THRU 3400-EXIT
002140     END-IF.
002150 2000-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------------
002190* A NEW CALENDAR ENTRY NEEDS A REAL BRANCH AND HOURS FOR ALL
002200* SEVEN WEEKDAYS. EACH WEEKDAY IS LOGGED AS ITS OWN CHANGE SO THE
002210* LOG SHOWS THE HOURS THE BRANCH STARTED WITH.
002220*----------------------------------------------------------------
002230 3000-ADD-CALENDAR.
002240     MOVE WS-BRANCH-NUMBER TO BRM-BRANCH-NUMBER.
002250     READ BRANCH-MASTER
002260         INVALID KEY
002270             DISPLAY 'BRANCH ' WS-BRANCH-NUMBER
002280                 ' NOT ON BRANCH MASTER - NOT ADDED'
002290             GO TO 3000-EXIT
002300     END-READ.
002310     MOVE WS-BRANCH-NUMBER TO BCL-BRANCH-NUMBER.
002320     READ BRANCH-CALENDAR
002330         INVALID KEY
002340             CONTINUE
002350         NOT INVALID KEY
002360             DISPLAY 'BRANCH ' WS-BRANCH-NUMBER
002370                 ' ALREADY ON CALENDAR - NOT ADDED'
002380             GO TO 3000-EXIT
002390     END-READ.
002400     INITIALIZE BCL-CALENDAR-RECORD.
002410     MOVE WS-BRANCH-NUMBER TO BCL-BRANCH-NUMBER.
002420     MOVE 1 TO WS-WEEKDAY.
002430     PERFORM 3050-ACCEPT-ONE-WEEKDAY THRU 3050-EXIT
002440         UNTIL WS-WEEKDAY > 7.
002450     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002460     MOVE OPA-OPERATOR-ID      TO BCL-CHANGED-BY.
002470     MOVE WS-CURRENT-TIMESTAMP TO BCL-CHANGED-TIMESTAMP.
002480     WRITE BCL-CALENDAR-RECORD
002490         INVALID KEY
002500             DISPLAY 'WRITE FAILED FOR BRANCH ' WS-BRANCH-NUMBER
002510             GO TO 3000-EXIT
002520     END-WRITE.
002530     MOVE 1 TO WS-WEEKDAY.
002540     PERFORM 3060-LOG-ONE-WEEKDAY THRU 3060-EXIT
002550         UNTIL WS-WEEKDAY > 7.
002560     ADD 1 TO WS-CHANGE-COUNT.
002570     DISPLAY 'BRANCH ' WS-BRANCH-NUMBER ' ADDED TO CALENDAR'.
002580 3000-EXIT.
002590     EXIT.
002600
002610 3050-ACCEPT-ONE-WEEKDAY.
002620     SET WS-HOURS-INVALID TO TRUE.
002630     PERFORM 7100-ACCEPT-HOURS THRU 7100-EXIT
002640         UNTIL WS-HOURS-VALID.
002650     MOVE WS-NEW-OPEN-TIME  TO BCL-OPEN-TIME (WS-WEEKDAY).
002660     MOVE WS-NEW-CLOSE-TIME TO BCL-CLOSE-TIME (WS-WEEKDAY).
002670     ADD 1 TO WS-WEEKDAY.
002680 3050-EXIT.
002690     EXIT.
002700
002710 3060-LOG-ONE-WEEKDAY.
002720     MOVE BCL-OPEN-TIME (WS-WEEKDAY)  TO WS-NEW-OPEN-TIME.
002730     MOVE BCL-CLOSE-TIME (WS-WEEKDAY) TO WS-NEW-CLOSE-TIME.
002740     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
002750     ADD 1 TO WS-WEEKDAY.
002760 3060-EXIT.
002770     EXIT.
002780
002790 3100-CHANGE-HOURS.
002800     PERFORM 7200-READ-CALENDAR THRU 7200-EXIT.
002810     IF WS-CALENDAR-NOT-FOUND
002820         GO TO 3100-EXIT
002830     END-IF.
002840     DISPLAY 'WEEKDAY (1=MONDAY ... 7=SUNDAY):'.
002850     ACCEPT WS-WEEKDAY.
002860     IF WS-WEEKDAY NOT NUMERIC
002870         OR WS-WEEKDAY < 1 OR WS-WEEKDAY > 7
002880         DISPLAY 'INVALID WEEKDAY - NOT CHANGED'
002890         GO TO 3100-EXIT
002900     END-IF.
002910     MOVE BCL-OPEN-TIME (WS-WEEKDAY)  TO WS-OLD-OPEN-TIME.
002920     MOVE BCL-CLOSE-TIME (WS-WEEKDAY) TO WS-OLD-CLOSE-TIME.
002930     DISPLAY WS-DAY-NAME (WS-WEEKDAY) ' NOW OPEN '
002940         WS-OLD-OPEN-TIME ' TO ' WS-OLD-CLOSE-TIME.
002950     SET WS-HOURS-INVALID TO TRUE.
002960     PERFORM 7100-ACCEPT-HOURS THRU 7100-EXIT
002970         UNTIL WS-HOURS-VALID.
002980     MOVE WS-NEW-OPEN-TIME  TO BCL-OPEN-TIME (WS-WEEKDAY).
002990     MOVE WS-NEW-CLOSE-TIME TO BCL-CLOSE-TIME (WS-WEEKDAY).
003000     PERFORM 7250-REWRITE-CALENDAR THRU 7250-EXIT.
003010     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
003020     ADD 1 TO WS-CHANGE-COUNT.
003030     DISPLAY 'BRANCH ' WS-BRANCH-NUMBER ' HOURS CHANGED FOR '
003040         WS-DAY-NAME (WS-WEEKDAY).
003050 3100-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090* A CLOSURE DATE MUST BE A REAL DATE FROM TODAY ON. WHEN ALL THE
003100* SLOTS ARE TAKEN, DATES ALREADY PAST ARE DROPPED TO MAKE ROOM.
003110*----------------------------------------------------------------
003120 3200-ADD-CLOSURE.
003130     PERFORM 7200-READ-CALENDAR THRU 7200-EXIT.
003140     IF WS-CALENDAR-NOT-FOUND
003150         GO TO 3200-EXIT
003160     END-IF.
003170     PERFORM 7150-ACCEPT-CLOSURE-DATE THRU 7150-EXIT.
003180     IF WS-CLOSURE-DATE = ZERO
003190         GO TO 3200-EXIT
003200     END-IF.
003210     IF WS-CLOSURE-DATE < WS-SYS-DATE
003220         DISPLAY 'CLOSURE DATE ' WS-CLOSURE-DATE
003230             ' IS IN THE PAST - NOT ADDED'
003240         GO TO 3200-EXIT
003250     END-IF.
003260     PERFORM 7300-FIND-CLOSURE THRU 7300-EXIT.
003270     IF WS-CLOSURE-FOUND
003280         DISPLAY 'CLOSURE DATE ' WS-CLOSURE-DATE
003290             ' ALREADY ON CALENDAR - NOT ADDED'
003300         GO TO 3200-EXIT
003310     END-IF.
003320     IF BCL-CLOSURE-COUNT NOT < 24
003330         PERFORM 7400-PURGE-PAST-CLOSURES THRU 7400-EXIT
003340     END-IF.
003350     IF BCL-CLOSURE-COUNT NOT < 24
003360         DISPLAY 'BRANCH ' WS-BRANCH-NUMBER
003370             ' HAS NO FREE CLOSURE SLOT - NOT ADDED'
003380         GO TO 3200-EXIT
003390     END-IF.
003400     ADD 1 TO BCL-CLOSURE-COUNT.
003410     MOVE WS-CLOSURE-DATE TO BCL-CLOSURE-DATE (BCL-CLOSURE-COUNT).
003420     PERFORM 7250-REWRITE-CALENDAR THRU 7250-EXIT.
003430     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
003440     ADD 1 TO WS-CHANGE-COUNT.
003450     DISPLAY 'BRANCH ' WS-BRANCH-NUMBER ' CLOSED ON '
003460         WS-CLOSURE-DATE.
003470 3200-EXIT.
003480     EXIT.
003490
003500 3300-REMOVE-CLOSURE.
003510     PERFORM 7200-READ-CALENDAR THRU 7200-EXIT.
003520     IF WS-CALENDAR-NOT-FOUND
003530         GO TO 3300-EXIT
003540     END-IF.
003550     PERFORM 7150-ACCEPT-CLOSURE-DATE THRU 7150-EXIT.
003560     IF WS-CLOSURE-DATE = ZERO
003570         GO TO 3300-EXIT
003580     END-IF.
003590     PERFORM 7300-FIND-CLOSURE THRU 7300-EXIT.
003600     IF WS-CLOSURE-NOT-FOUND
003610         DISPLAY 'CLOSURE DATE ' WS-CLOSURE-DATE
003620             ' NOT ON CALENDAR - NOT REMOVED'
003630         GO TO 3300-EXIT
003640     END-IF.
003650     PERFORM 3350-SHIFT-ONE-CLOSURE THRU 3350-EXIT
003660         UNTIL WS-CLOSURE-SUB NOT < BCL-CLOSURE-COUNT.
003670     MOVE ZERO TO BCL-CLOSURE-DATE (BCL-CLOSURE-COUNT).
003680     SUBTRACT 1 FROM BCL-CLOSURE-COUNT.
003690     PERFORM 7250-REWRITE-CALENDAR THRU 7250-EXIT.
003700     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
003710     ADD 1 TO WS-CHANGE-COUNT.
003720     DISPLAY 'BRANCH ' WS-BRANCH-NUMBER ' REOPENED ON '
003730         WS-CLOSURE-DATE.
003740 3300-EXIT.
003750     EXIT.
003760
003770 3350-SHIFT-ONE-CLOSURE.
003780     MOVE BCL-CLOSURE-DATE (WS-CLOSURE-SUB + 1)
003790         TO BCL-CLOSURE-DATE (WS-CLOSURE-SUB).
003800     ADD 1 TO WS-CLOSURE-SUB.
003810 3350-EXIT.
003820     EXIT.
003830
003840 3400-DELETE-CALENDAR.
003850     PERFORM 7200-READ-CALENDAR THRU 7200-EXIT.
003860     IF WS-CALENDAR-NOT-FOUND
003870         GO TO 3400-EXIT
003880     END-IF.
003890     DELETE BRANCH-CALENDAR
003900         INVALID KEY
003910             DISPLAY 'DELETE FAILED FOR BRANCH ' WS-BRANCH-NUMBER
003920             GO TO 3400-EXIT
003930     END-DELETE.
003940     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
003950     ADD 1 TO WS-CHANGE-COUNT.
003960     DISPLAY 'BRANCH ' WS-BRANCH-NUMBER
003970         ' REMOVED FROM CALENDAR - NOW UNRESTRICTED'.
003980 3400-EXIT.
003990     EXIT.
004000
004010 7000-BUILD-TIMESTAMP.
004020     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004030     ACCEPT WS-SYS-TIME FROM TIME.
004040     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
004050            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
004060            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
004070            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
004080     END-STRING.
004090 7000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* OPENING AND CLOSING TIME FOR THE WEEKDAY IN WS-WEEKDAY. BOTH
004140* ZERO MEANS CLOSED ALL DAY; OTHERWISE OPENING MUST BE A REAL
004150* TIME OF DAY BEFORE CLOSING, AND CLOSING MAY BE 2400 (MIDNIGHT).
004160*----------------------------------------------------------------
004170 7100-ACCEPT-HOURS.
004180     DISPLAY WS-DAY-NAME (WS-WEEKDAY)
004190         ' OPENING TIME (HHMM, 0000 IF CLOSED ALL DAY):'.
004200     ACCEPT WS-NEW-OPEN-TIME.
004210     DISPLAY WS-DAY-NAME (WS-WEEKDAY)
004220         ' CLOSING TIME (HHMM, 0000 IF CLOSED ALL DAY):'.
004230     ACCEPT WS-NEW-CLOSE-TIME.
004240     IF WS-NEW-OPEN-TIME NOT NUMERIC
004250         OR WS-NEW-CLOSE-TIME NOT NUMERIC
004260         DISPLAY 'INVALID HOURS - REENTER'
004270         GO TO 7100-EXIT
004280     END-IF.
004290     IF WS-NEW-OPEN-TIME = ZERO AND WS-NEW-CLOSE-TIME = ZERO
004300         SET WS-HOURS-VALID TO TRUE
004310         GO TO 7100-EXIT
004320     END-IF.
004330     IF WS-NEW-OPEN-HH > 23 OR WS-NEW-OPEN-MM > 59
004340         OR WS-NEW-CLOSE-MM > 59 OR WS-NEW-CLOSE-TIME > 2400
004350         OR WS-NEW-OPEN-TIME NOT < WS-NEW-CLOSE-TIME
004360         DISPLAY 'INVALID HOURS - REENTER'
004370         GO TO 7100-EXIT
004380     END-IF.
004390     SET WS-HOURS-VALID TO TRUE.
004400 7100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* RETURNS WS-CLOSURE-DATE ZERO WHEN THE ENTRY IS NOT A REAL DATE.
004450* ALSO LEAVES TODAY'S DATE IN WS-SYS-DATE FOR THE CALLER.
004460*----------------------------------------------------------------
004470 7150-ACCEPT-CLOSURE-DATE.
004480     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
004490     DISPLAY 'CLOSURE DATE (YYYYMMDD):'.
004500     ACCEPT WS-CLOSURE-DATE.
004510     IF WS-CLOSURE-DATE NOT NUMERIC
004520         OR WS-CLOSURE-YYYY < 2000
004530         OR WS-CLOSURE-MM < 1 OR WS-CLOSURE-MM > 12
004540         OR WS-CLOSURE-DD < 1 OR WS-CLOSURE-DD > 31
004550         DISPLAY 'INVALID DATE - NOT CHANGED'
004560         MOVE ZERO TO WS-CLOSURE-DATE
004565         GO TO 7150-EXIT
004570     END-IF.
004572     IF FUNCTION INTEGER-OF-DATE (WS-CLOSURE-DATE) = ZERO
004574         DISPLAY 'INVALID DATE - NOT CHANGED'
004576         MOVE ZERO TO WS-CLOSURE-DATE
004578     END-IF.
004580 7150-EXIT.
004590     EXIT.
004600
004610 7200-READ-CALENDAR.
004620     MOVE WS-BRANCH-NUMBER TO BCL-BRANCH-NUMBER.
004630     SET WS-CALENDAR-FOUND TO TRUE.
004640     READ BRANCH-CALENDAR
004650         INVALID KEY
004660             DISPLAY 'BRANCH ' WS-BRANCH-NUMBER ' NOT ON CALENDAR'
004670             SET WS-CALENDAR-NOT-FOUND TO TRUE
004680     END-READ.
004690 7200-EXIT.
004700     EXIT.
004710
004720 7250-REWRITE-CALENDAR.
004730     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
004740     MOVE OPA-OPERATOR-ID      TO BCL-CHANGED-BY.
004750     MOVE WS-CURRENT-TIMESTAMP TO BCL-CHANGED-TIMESTAMP.
004760     REWRITE BCL-CALENDAR-RECORD.
004770 7250-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* LEAVES WS-CLOSURE-SUB ON THE MATCHING SLOT WHEN FOUND.
004820*----------------------------------------------------------------
004830 7300-FIND-CLOSURE.
004840     SET WS-CLOSURE-NOT-FOUND TO TRUE.
004850     MOVE 1 TO WS-CLOSURE-SUB.
004860     PERFORM 7350-CHECK-ONE-CLOSURE THRU 7350-EXIT
004870         UNTIL WS-CLOSURE-SUB > BCL-CLOSURE-COUNT
004880         OR WS-CLOSURE-FOUND.
004890 7300-EXIT.
004900     EXIT.
004910
004920 7350-CHECK-ONE-CLOSURE.
004930     IF BCL-CLOSURE-DATE (WS-CLOSURE-SUB) = WS-CLOSURE-DATE
004940         SET WS-CLOSURE-FOUND TO TRUE
004950         GO TO 7350-EXIT
004960     END-IF.
004970     ADD 1 TO WS-CLOSURE-SUB.
004980 7350-EXIT.
004990     EXIT.
005000
005010 7400-PURGE-PAST-CLOSURES.
005020     MOVE ZERO TO WS-KEEP-SUB.
005030     MOVE 1 TO WS-CLOSURE-SUB.
005040     PERFORM 7450-KEEP-ONE-CLOSURE THRU 7450-EXIT
005050         UNTIL WS-CLOSURE-SUB > BCL-CLOSURE-COUNT.
005060     IF WS-KEEP-SUB < BCL-CLOSURE-COUNT
005070         DISPLAY 'PAST CLOSURE DATES DROPPED: '
005080             BCL-CLOSURE-COUNT ' SLOTS NOW ' WS-KEEP-SUB
005090     END-IF.
005100     MOVE WS-KEEP-SUB TO BCL-CLOSURE-COUNT.
005110 7400-EXIT.
005120     EXIT.
005130
005140 7450-KEEP-ONE-CLOSURE.
005150     IF BCL-CLOSURE-DATE (WS-CLOSURE-SUB) NOT < WS-SYS-DATE
005160         ADD 1 TO WS-KEEP-SUB
005170         MOVE BCL-CLOSURE-DATE (WS-CLOSURE-SUB)
005180             TO BCL-CLOSURE-DATE (WS-KEEP-SUB)
005190     END-IF.
005200     ADD 1 TO WS-CLOSURE-SUB.
005210 7450-EXIT.
005220     EXIT.
005230
005240 7500-WRITE-CHANGE-RECORD.
005250     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
005260     MOVE WS-CURRENT-TIMESTAMP TO CCH-TIMESTAMP.
005270     MOVE OPA-OPERATOR-ID      TO CCH-OPERATOR-ID.
005280     MOVE WS-ACTION            TO CCH-ACTION.
005290     MOVE WS-BRANCH-NUMBER     TO CCH-BRANCH-NUMBER.
005300     MOVE WS-WEEKDAY           TO CCH-WEEKDAY.
005310     MOVE WS-OLD-OPEN-TIME     TO CCH-OLD-OPEN-TIME.
005320     MOVE WS-OLD-CLOSE-TIME    TO CCH-OLD-CLOSE-TIME.
005330     MOVE WS-NEW-OPEN-TIME     TO CCH-NEW-OPEN-TIME.
005340     MOVE WS-NEW-CLOSE-TIME    TO CCH-NEW-CLOSE-TIME.
005350     MOVE WS-CLOSURE-DATE      TO CCH-CLOSURE-DATE.
005360     WRITE CCH-CHANGE-RECORD.
005370 7500-EXIT.
005380     EXIT.
005390
005400 8000-TERMINATE.
005410     DISPLAY 'BRCALMAINT - CHANGES APPLIED: ' WS-CHANGE-COUNT.
005420     CLOSE BRANCH-CALENDAR.
005430     CLOSE BRANCH-MASTER.
005440     CLOSE CALENDAR-CHANGE-LOG.
005450 8000-EXIT.
005460     EXIT.
