000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPERAUTH.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - THE SINGLE CALLABLE OPERATOR
000120*                  CHECK FOR THE PRIVILEGED SECURITY UTILITIES
000130*                  (LOCKRESET, TOKENREVOKE, USERREVOKE,
000140*                  BRNCHMAINT, AUDITINQUIRY AND OPROLEMAINT).
000150*                  UNTIL NOW ANYONE WHO COULD LAUNCH ONE OF THEM
000160*                  COULD CLEAR A LOCKOUT OR PULL AN AUDIT HISTORY
000170*                  WITHOUT SAYING WHO THEY WERE. A SIGN-ON CALL
000180*                  PROMPTS FOR THE OPERATOR'S USERID, BRANCH AND
000190*                  PASSWORD, AUTHENTICATES THEM THROUGH AUTHCORE -
000200*                  SO AN OPERATOR FACES THE SAME LOCKOUT, POLICY
000210*                  AND OTP CONTROLS AS A TELLER - AND CHECKS THE
000220*                  OPERATOR ROLE FILE FOR THE ROLE THE UTILITY
000230*                  NEEDS. AN ACTION CALL ASKS FOR THE OPERATOR'S
000240*                  REASON AND REFUSES ANY ACTION ON THE OPERATOR'S
000250*                  OWN USERID. EVERY SIGN-ON AND ACTION, PERMITTED
000260*                  OR REFUSED, GOES TO THE OPERATOR ACTION LOG.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS BRM-BRANCH-NUMBER
000350         FILE STATUS IS WS-BRM-STATUS.
000360
000370     SELECT OPERATOR-ROLE-FILE ASSIGN TO "OPROLES"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ORL-USERID
000410         FILE STATUS IS WS-ORL-STATUS.
000420
000430     SELECT OPERATOR-ACTION-LOG ASSIGN TO "OPACTLOG"
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  BRANCH-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY BRANCHMS.
000510
000520 FD  OPERATOR-ROLE-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY OPROLREC.
000550
000560 FD  OPERATOR-ACTION-LOG
000570     LABEL RECORDS ARE STANDARD.
000580     COPY OPACTREC.
000590
000600 WORKING-STORAGE SECTION.
000610 77  WS-FIRST-CALL-SWITCH        PIC X(01) VALUE 'Y'.
000620     88  WS-FIRST-CALL                   VALUE 'Y'.
000630     88  WS-ALREADY-OPEN                 VALUE 'N'.
000640
000650*----------------------------------------------------------------
000660* THE OPERATOR WHO PASSED SIGN-ON IN THIS RUN, AND FOR WHICH
000670* ROLE. AN ACTION CALL FOR ANY OTHER OPERATOR, OR BEFORE A
000680* SUCCESSFUL SIGN-ON, IS REFUSED.
000690*----------------------------------------------------------------
000700 77  WS-SIGNED-ON-SWITCH         PIC X(01) VALUE 'N'.
000710     88  WS-SIGNED-ON                    VALUE 'Y'.
000720     88  WS-NOT-SIGNED-ON                VALUE 'N'.
000730 01  WS-SIGNED-ON-OPERATOR       PIC X(20) VALUE SPACES.
000740
000750 01  WS-BRM-STATUS               PIC X(02).
000760 01  WS-ORL-STATUS               PIC X(02).
000770 01  WS-BRANCH-VALID-SWITCH      PIC X(01) VALUE 'N'.
000780     88  WS-BRANCH-VALID                 VALUE 'Y'.
000790     88  WS-BRANCH-NOT-VALID             VALUE 'N'.
000800
000810 77  WS-ROLE-HELD-SWITCH         PIC X(01) VALUE 'N'.
000820     88  WS-ROLE-HELD                    VALUE 'Y'.
000830     88  WS-ROLE-NOT-HELD                VALUE 'N'.
000840
000850 01  WS-OPERATOR-ID              PIC X(20).
000860 01  WS-OPERATOR-PASSWORD        PIC X(20).
000870 01  WS-OPERATOR-BRANCH          PIC 9(04).
000880 01  WS-REASON-TEXT              PIC X(40).
000890
000900 01  WS-SYS-DATE                 PIC 9(08).
000910 01  WS-SYS-TIME                 PIC 9(08).
000920 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000930
000940 COPY AUTHPARM.
000950
000960 LINKAGE SECTION.
000970 COPY OPAUTHPM.
000980
000990 PROCEDURE DIVISION USING OPA-OPERATOR-PARM.
001000 0000-MAINLINE.
001010     IF WS-FIRST-CALL
001020         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001030     END-IF.
001040     SET OPA-REFUSED TO TRUE.
001050     MOVE SPACES TO OPA-REFUSAL-REASON.
001060     MOVE SPACES TO WS-REASON-TEXT.
001070     IF OPA-SIGN-ON
001080         PERFORM 2000-SIGN-ON-OPERATOR THRU 2000-EXIT
001090     ELSE
001100         PERFORM 3000-CHECK-ACTION THRU 3000-EXIT
001110     END-IF.
001120     GOBACK.
001130
001140 1000-INITIALIZE.
001150     OPEN EXTEND OPERATOR-ACTION-LOG.
001160     SET WS-ALREADY-OPEN TO TRUE.
001170 1000-EXIT.
001180     EXIT.
001190
001200*----------------------------------------------------------------
001210* THE BRANCH IS VALIDATED THE SAME WAY THE TELLER FRONT ENDS DO
001220* IT BEFORE AUTHCORE SEES IT. AUTHCORE IS CANCELLED STRAIGHT
001230* AFTER THE CALL SO ITS HOLD ON THE LOCKOUT AND TOKEN FILES IS
001240* RELEASED BEFORE THE UTILITY OPENS THEM FOR UPDATE; THE BRANCH
001250* MASTER AND ROLE FILE ARE CLOSED AGAIN FOR THE SAME REASON.
001260*----------------------------------------------------------------
001270 2000-SIGN-ON-OPERATOR.
001280     SET WS-NOT-SIGNED-ON TO TRUE.
001290     MOVE SPACES TO WS-SIGNED-ON-OPERATOR.
001300     MOVE 'SIGNON  ' TO OPA-ACTION.
001310     MOVE SPACES TO OPA-TARGET.
001320     MOVE SPACES TO OPA-TARGET-USERID.
001330     DISPLAY 'OPERATOR USERID:'.
001340     ACCEPT WS-OPERATOR-ID.
001350     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
001360     OPEN INPUT BRANCH-MASTER.
001370     IF WS-BRM-STATUS NOT = '00'
001380         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
001390             WS-BRM-STATUS
001400         STOP RUN
001410     END-IF.
001420     SET WS-BRANCH-NOT-VALID TO TRUE.
001430     PERFORM 2100-ACCEPT-BRANCH THRU 2100-EXIT
001440         UNTIL WS-BRANCH-VALID.
001450     CLOSE BRANCH-MASTER.
001460     DISPLAY 'OPERATOR PASSWORD:'.
001470     ACCEPT WS-OPERATOR-PASSWORD.
001480     MOVE WS-OPERATOR-ID       TO ATH-USERID.
001490     MOVE WS-OPERATOR-PASSWORD TO ATH-PASSWORD.
001500     MOVE WS-OPERATOR-BRANCH   TO ATH-BRANCH-NUMBER.
001510     MOVE OPA-CALLER-ID        TO ATH-CALLER-ID.
001520     CALL 'AUTHCORE' USING ATH-AUTH-PARM.
001530     CANCEL 'AUTHCORE'.
001540     MOVE SPACES TO WS-OPERATOR-PASSWORD.
001550     IF NOT ATH-AUTH-SUCCESS
001560         SET OPA-AUTH-FAILED TO TRUE
001570         PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT
001580         DISPLAY 'OPERATOR SIGN-ON FAILED - NOT AUTHENTICATED'
001590         GO TO 2000-EXIT
001600     END-IF.
001610     PERFORM 2200-CHECK-OPERATOR-ROLE THRU 2200-EXIT.
001620     IF WS-ROLE-NOT-HELD
001630         SET OPA-NO-ROLE TO TRUE
001640         PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT
001650         DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' DOES NOT HOLD ROLE '
001660             OPA-REQUIRED-ROLE
001670         GO TO 2000-EXIT
001680     END-IF.
001690     SET OPA-PERMITTED TO TRUE.
001700     SET WS-SIGNED-ON TO TRUE.
001710     MOVE WS-OPERATOR-ID TO WS-SIGNED-ON-OPERATOR.
001720     PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT.
001730 2000-EXIT.
001740     EXIT.
001750
001760 2100-ACCEPT-BRANCH.
001770     DISPLAY 'OPERATOR BRANCH NUMBER:'.
001780     ACCEPT WS-OPERATOR-BRANCH.
001790     MOVE WS-OPERATOR-BRANCH TO BRM-BRANCH-NUMBER.
001800     READ BRANCH-MASTER
001810         INVALID KEY
001820             DISPLAY 'UNKNOWN BRANCH NUMBER - REENTER'
001830         NOT INVALID KEY
001840             SET WS-BRANCH-VALID TO TRUE
001850     END-READ.
001860 2100-EXIT.
001870     EXIT.
001880
001890 2200-CHECK-OPERATOR-ROLE.
001900     SET WS-ROLE-NOT-HELD TO TRUE.
001910     OPEN INPUT OPERATOR-ROLE-FILE.
001920     IF WS-ORL-STATUS NOT = '00'
001930         DISPLAY 'UNABLE TO OPEN OPERATOR-ROLE FILE - STATUS '
001940             WS-ORL-STATUS
001950         STOP RUN
001960     END-IF.
001970     MOVE WS-OPERATOR-ID TO ORL-USERID.
001980     READ OPERATOR-ROLE-FILE
001990         INVALID KEY
002000             CLOSE OPERATOR-ROLE-FILE
002010             GO TO 2200-EXIT
002020     END-READ.
002030     IF OPA-ROLE-SECADMIN AND ORL-HOLDS-SECADMIN
002040         SET WS-ROLE-HELD TO TRUE
002050     END-IF.
002060     IF OPA-ROLE-BRANCHADMIN AND ORL-HOLDS-BRANCHADMIN
002070         SET WS-ROLE-HELD TO TRUE
002080     END-IF.
002090     IF OPA-ROLE-AUDITOR AND ORL-HOLDS-AUDITOR
002100         SET WS-ROLE-HELD TO TRUE
002110     END-IF.
002120     CLOSE OPERATOR-ROLE-FILE.
002130 2200-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002170* AN OPERATOR MAY NOT UNLOCK, REVOKE, RE-ROLE OR INQUIRE ON THEIR
002180* OWN USERID - THAT NEEDS A SECOND OPERATOR. A REASON IS ALWAYS
002190* REQUIRED SO THE LOG SAYS WHY, NOT JUST WHO.
002200*----------------------------------------------------------------
002210 3000-CHECK-ACTION.
002220     IF WS-NOT-SIGNED-ON
002230         OR OPA-OPERATOR-ID NOT = WS-SIGNED-ON-OPERATOR
002240         SET OPA-NOT-SIGNED-ON TO TRUE
002250         PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT
002260         DISPLAY 'ACTION REFUSED - OPERATOR NOT SIGNED ON'
002270         GO TO 3000-EXIT
002280     END-IF.
002290     IF OPA-TARGET-USERID NOT = SPACES
002300         AND OPA-TARGET-USERID = WS-SIGNED-ON-OPERATOR
002310         SET OPA-SELF-ACTION TO TRUE
002320         PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT
002330         DISPLAY 'ACTION REFUSED - OPERATOR MAY NOT ACT ON OWN '
002340             'USERID'
002350         GO TO 3000-EXIT
002360     END-IF.
002370     DISPLAY 'REASON FOR ACTION:'.
002380     ACCEPT WS-REASON-TEXT.
002390     IF WS-REASON-TEXT = SPACES
002400         SET OPA-NO-REASON TO TRUE
002410         PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT
002420         DISPLAY 'ACTION REFUSED - NO REASON GIVEN'
002430         GO TO 3000-EXIT
002440     END-IF.
002450     SET OPA-PERMITTED TO TRUE.
002460     PERFORM 7500-WRITE-ACTION-LOG THRU 7500-EXIT.
002470 3000-EXIT.
002480     EXIT.
002490
002500 7000-BUILD-TIMESTAMP.
002510     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
002520     ACCEPT WS-SYS-TIME FROM TIME.
002530     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
002540            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
002550            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
002560            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
002570     END-STRING.
002580 7000-EXIT.
002590     EXIT.
002600
002610 7500-WRITE-ACTION-LOG.
002620     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002630     MOVE WS-CURRENT-TIMESTAMP TO OAL-TIMESTAMP.
002640     MOVE OPA-OPERATOR-ID      TO OAL-OPERATOR-ID.
002650     MOVE OPA-CALLER-ID        TO OAL-PROGRAM-ID.
002660     MOVE OPA-REQUIRED-ROLE    TO OAL-REQUIRED-ROLE.
002670     MOVE OPA-ACTION           TO OAL-ACTION.
002680     MOVE OPA-TARGET           TO OAL-TARGET.
002690     MOVE OPA-RESULT-CODE      TO OAL-DISPOSITION.
002700     MOVE OPA-REFUSAL-REASON   TO OAL-REFUSAL-REASON.
002710     MOVE WS-REASON-TEXT       TO OAL-REASON-TEXT.
002720     WRITE OAL-ACTION-RECORD.
002730 7500-EXIT.
002740     EXIT.
