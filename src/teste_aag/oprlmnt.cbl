000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPROLEMAINT.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - OPERATOR MAINTENANCE FOR THE
000120*                  OPERATOR ROLE FILE THAT OPERAUTH CHECKS BEFORE
000130*                  ANY PRIVILEGED SECURITY UTILITY WILL RUN.
000140*                  SUPPORTS GRANT AND REVOKE OF ONE ROLE
000150*                  (SECADMIN, BRANCHADMIN OR AUDITOR) FOR ONE
000160*                  USERID AT A TIME. THE OPERATOR MUST BE A
000170*                  SECADMIN AND MAY NOT CHANGE THEIR OWN ROLES, SO
000180*                  NOBODY CAN GRANT THEMSELVES A ROLE. A USERID
000190*                  LEFT WITH NO ROLE IS REMOVED FROM THE FILE.
000200*                  EVERY CHANGE WRITES ONE BEFORE/AFTER RECORD TO
000210*                  THE ROLE-CHANGE LOG, AS BRNCHMAINT DOES FOR THE
000220*                  BRANCH MASTER. THE FIRST SECADMIN ENTRY IS
000230*                  LOADED AT INSTALLATION, SINCE THIS PROGRAM
000240*                  ITSELF NEEDS A SECADMIN.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPERATOR-ROLE-FILE ASSIGN TO "OPROLES"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS ORL-USERID
000330         FILE STATUS IS WS-ORL-STATUS.
000340
000350     SELECT ROLE-CHANGE-LOG ASSIGN TO "ROLCHLOG"
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  OPERATOR-ROLE-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY OPROLREC.
000430
000440*----------------------------------------------------------------
000450* THE FLAG BYTES ARE SECADMIN, BRANCHADMIN AND AUDITOR IN THAT
000460* ORDER, Y OR N, AS THEY STOOD BEFORE AND AFTER THE CHANGE.
000470*----------------------------------------------------------------
000480 FD  ROLE-CHANGE-LOG
000490     LABEL RECORDS ARE STANDARD.
000500 01  RCH-CHANGE-RECORD.
000510     05  RCH-TIMESTAMP           PIC X(26).
000520     05  RCH-OPERATOR-ID         PIC X(20).
000530     05  RCH-ACTION              PIC X(06).
000540     05  RCH-USERID              PIC X(20).
000550     05  RCH-ROLE                PIC X(11).
000560     05  RCH-OLD-FLAGS           PIC X(03).
000570     05  RCH-NEW-FLAGS           PIC X(03).
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-ORL-STATUS               PIC X(02).
000610
000620 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000630     88  WS-DONE                         VALUE 'Y'.
000640     88  WS-MORE-TO-DO                   VALUE 'N'.
000650
000660 77  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
000670     88  WS-ENTRY-FOUND                  VALUE 'Y'.
000680     88  WS-ENTRY-NOT-FOUND              VALUE 'N'.
000690
000700 77  WS-ROLE-HELD-SWITCH         PIC X(01) VALUE 'N'.
000710     88  WS-ROLE-HELD                    VALUE 'Y'.
000720     88  WS-ROLE-NOT-HELD                VALUE 'N'.
000730
000740 01  WS-ACTION                   PIC X(06).
000750     88  WS-ACTION-GRANT                 VALUE 'GRANT '.
000760     88  WS-ACTION-REVOKE                VALUE 'REVOKE'.
000770     88  WS-ACTION-END                   VALUE 'END   '.
000780
000790 01  WS-ROLE                     PIC X(11).
000800     88  WS-ROLE-SECADMIN                VALUE 'SECADMIN   '.
000810     88  WS-ROLE-BRANCHADMIN             VALUE 'BRANCHADMIN'.
000820     88  WS-ROLE-AUDITOR                 VALUE 'AUDITOR    '.
000830
000840 01  WS-TARGET-USERID            PIC X(20).
000850 01  WS-NEW-FLAG-VALUE           PIC X(01).
000860 01  WS-OLD-FLAGS                PIC X(03).
000870 01  WS-NEW-FLAGS                PIC X(03).
000880
000890 77  WS-CHANGE-COUNT             PIC 9(04) COMP VALUE ZERO.
000900
000910 01  WS-SYS-DATE                 PIC 9(08).
000920 01  WS-SYS-TIME                 PIC 9(08).
000930 01  WS-CURRENT-TIMESTAMP        PIC X(26).
000940
000950 COPY OPAUTHPM.
000960
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
001010         UNTIL WS-DONE.
001020     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001030     STOP RUN.
001040
001050 1000-INITIALIZE.
001060     MOVE 'OPROLEMAINT' TO OPA-CALLER-ID.
001070     MOVE 'SECADMIN' TO OPA-REQUIRED-ROLE.
001080     SET OPA-SIGN-ON TO TRUE.
001090     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001100     IF OPA-REFUSED
001110         STOP RUN
001120     END-IF.
001130     OPEN I-O OPERATOR-ROLE-FILE.
001140     IF WS-ORL-STATUS NOT = '00'
001150         DISPLAY 'UNABLE TO OPEN OPERATOR-ROLE FILE - STATUS '
001160             WS-ORL-STATUS
001170         STOP RUN
001180     END-IF.
001190     OPEN EXTEND ROLE-CHANGE-LOG.
001200 1000-EXIT.
001210     EXIT.
001220
001230 2000-PROCESS-ONE-ACTION.
001240     DISPLAY 'ACTION (GRANT/REVOKE/END):'.
001250     ACCEPT WS-ACTION.
001260     IF WS-ACTION-END
001270         SET WS-DONE TO TRUE
001280         GO TO 2000-EXIT
001290     END-IF.
001300     IF NOT WS-ACTION-GRANT AND NOT WS-ACTION-REVOKE
001310         DISPLAY 'UNKNOWN ACTION - REENTER'
001320         GO TO 2000-EXIT
001330     END-IF.
001340     DISPLAY 'USERID:'.
001350     ACCEPT WS-TARGET-USERID.
001360     DISPLAY 'ROLE (SECADMIN/BRANCHADMIN/AUDITOR):'.
001370     ACCEPT WS-ROLE.
001380     IF NOT WS-ROLE-SECADMIN AND NOT WS-ROLE-BRANCHADMIN
001390         AND NOT WS-ROLE-AUDITOR
001400         DISPLAY 'UNKNOWN ROLE - REENTER'
001410         GO TO 2000-EXIT
001420     END-IF.
001430     SET OPA-CHECK-ACTION TO TRUE.
001440     MOVE WS-ACTION TO OPA-ACTION.
001450     MOVE WS-TARGET-USERID TO OPA-TARGET.
001460     MOVE WS-TARGET-USERID TO OPA-TARGET-USERID.
001470     CALL 'OPERAUTH' USING OPA-OPERATOR-PARM.
001480     IF OPA-REFUSED
001490         GO TO 2000-EXIT
001500     END-IF.
001510     IF WS-ACTION-GRANT
001520         PERFORM 3000-GRANT-ROLE THRU 3000-EXIT
001530     END-IF.
001540     IF WS-ACTION-REVOKE
001550         PERFORM 3100-REVOKE-ROLE THRU 3100-EXIT
001560     END-IF.
001570 2000-EXIT.
001580     EXIT.
001590
001600 3000-GRANT-ROLE.
001610     PERFORM 7200-READ-ROLE-ENTRY THRU 7200-EXIT.
001620     IF WS-ENTRY-NOT-FOUND
001630         MOVE SPACES           TO ORL-ROLE-RECORD
001640         MOVE WS-TARGET-USERID TO ORL-USERID
001650         MOVE 'N'              TO ORL-SECADMIN-FLAG
001660         MOVE 'N'              TO ORL-BRANCHADMIN-FLAG
001670         MOVE 'N'              TO ORL-AUDITOR-FLAG
001680         MOVE 'NNN'            TO WS-OLD-FLAGS
001690     END-IF.
001700     PERFORM 7300-TEST-ROLE-HELD THRU 7300-EXIT.
001710     IF WS-ROLE-HELD
001720         DISPLAY WS-TARGET-USERID ' ALREADY HOLDS ' WS-ROLE
001730         GO TO 3000-EXIT
001740     END-IF.
001750     MOVE 'Y' TO WS-NEW-FLAG-VALUE.
001760     PERFORM 7400-SET-ROLE-FLAG THRU 7400-EXIT.
001770     IF WS-ENTRY-FOUND
001780         REWRITE ORL-ROLE-RECORD
001790     ELSE
001800         WRITE ORL-ROLE-RECORD
001810             INVALID KEY
001820                 DISPLAY 'WRITE FAILED FOR ' WS-TARGET-USERID
001830                 GO TO 3000-EXIT
001840         END-WRITE
001850     END-IF.
001860     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
001870     DISPLAY WS-ROLE ' GRANTED TO ' WS-TARGET-USERID.
001880 3000-EXIT.
001890     EXIT.
001900
001910*----------------------------------------------------------------
001920* A USERID LEFT HOLDING NO ROLE AT ALL IS DELETED RATHER THAN
001930* KEPT AS AN ALL-N ENTRY, SO THE FILE LISTS ONLY REAL OPERATORS.
001940*----------------------------------------------------------------
001950 3100-REVOKE-ROLE.
001960     PERFORM 7200-READ-ROLE-ENTRY THRU 7200-EXIT.
001970     IF WS-ENTRY-NOT-FOUND
001980         DISPLAY WS-TARGET-USERID ' HOLDS NO ROLES'
001990         GO TO 3100-EXIT
002000     END-IF.
002010     PERFORM 7300-TEST-ROLE-HELD THRU 7300-EXIT.
002020     IF WS-ROLE-NOT-HELD
002030         DISPLAY WS-TARGET-USERID ' DOES NOT HOLD ' WS-ROLE
002040         GO TO 3100-EXIT
002050     END-IF.
002060     MOVE 'N' TO WS-NEW-FLAG-VALUE.
002070     PERFORM 7400-SET-ROLE-FLAG THRU 7400-EXIT.
002080     IF WS-NEW-FLAGS = 'NNN'
002090         DELETE OPERATOR-ROLE-FILE
002100             INVALID KEY
002110                 DISPLAY 'DELETE FAILED FOR ' WS-TARGET-USERID
002120                 GO TO 3100-EXIT
002130         END-DELETE
002140     ELSE
002150         REWRITE ORL-ROLE-RECORD
002160     END-IF.
002170     PERFORM 7500-WRITE-CHANGE-RECORD THRU 7500-EXIT.
002180     DISPLAY WS-ROLE ' REVOKED FROM ' WS-TARGET-USERID.
002190 3100-EXIT.
002200     EXIT.
002210
002220 7000-BUILD-TIMESTAMP.
002230     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
002240     ACCEPT WS-SYS-TIME FROM TIME.
002250     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
002260            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
002270            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
002280            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
002290     END-STRING.
002300 7000-EXIT.
002310     EXIT.
002320
002330 7200-READ-ROLE-ENTRY.
002340     MOVE WS-TARGET-USERID TO ORL-USERID.
002350     SET WS-ENTRY-FOUND TO TRUE.
002360     READ OPERATOR-ROLE-FILE
002370         INVALID KEY
002380             SET WS-ENTRY-NOT-FOUND TO TRUE
002390             GO TO 7200-EXIT
002400     END-READ.
002410     MOVE ORL-SECADMIN-FLAG    TO WS-OLD-FLAGS (1:1).
002420     MOVE ORL-BRANCHADMIN-FLAG TO WS-OLD-FLAGS (2:1).
002430     MOVE ORL-AUDITOR-FLAG     TO WS-OLD-FLAGS (3:1).
002440 7200-EXIT.
002450     EXIT.
002460
002470 7300-TEST-ROLE-HELD.
002480     SET WS-ROLE-NOT-HELD TO TRUE.
002490     IF WS-ROLE-SECADMIN AND ORL-HOLDS-SECADMIN
002500         SET WS-ROLE-HELD TO TRUE
002510     END-IF.
002520     IF WS-ROLE-BRANCHADMIN AND ORL-HOLDS-BRANCHADMIN
002530         SET WS-ROLE-HELD TO TRUE
002540     END-IF.
002550     IF WS-ROLE-AUDITOR AND ORL-HOLDS-AUDITOR
002560         SET WS-ROLE-HELD TO TRUE
002570     END-IF.
002580 7300-EXIT.
002590     EXIT.
002600
002610 7400-SET-ROLE-FLAG.
002620     IF WS-ROLE-SECADMIN
002630         MOVE WS-NEW-FLAG-VALUE TO ORL-SECADMIN-FLAG
002640     END-IF.
002650     IF WS-ROLE-BRANCHADMIN
002660         MOVE WS-NEW-FLAG-VALUE TO ORL-BRANCHADMIN-FLAG
002670     END-IF.
002680     IF WS-ROLE-AUDITOR
002690         MOVE WS-NEW-FLAG-VALUE TO ORL-AUDITOR-FLAG
002700     END-IF.
002710     MOVE ORL-SECADMIN-FLAG    TO WS-NEW-FLAGS (1:1).
002720     MOVE ORL-BRANCHADMIN-FLAG TO WS-NEW-FLAGS (2:1).
002730     MOVE ORL-AUDITOR-FLAG     TO WS-NEW-FLAGS (3:1).
002740     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002750     MOVE OPA-OPERATOR-ID      TO ORL-CHANGED-BY.
002760     MOVE WS-CURRENT-TIMESTAMP TO ORL-CHANGED-TIMESTAMP.
002770 7400-EXIT.
002780     EXIT.
002790
002800 7500-WRITE-CHANGE-RECORD.
002810     MOVE WS-CURRENT-TIMESTAMP TO RCH-TIMESTAMP.
002820     MOVE OPA-OPERATOR-ID      TO RCH-OPERATOR-ID.
002830     MOVE WS-ACTION            TO RCH-ACTION.
002840     MOVE WS-TARGET-USERID     TO RCH-USERID.
002850     MOVE WS-ROLE              TO RCH-ROLE.
002860     MOVE WS-OLD-FLAGS         TO RCH-OLD-FLAGS.
002870     MOVE WS-NEW-FLAGS         TO RCH-NEW-FLAGS.
002880     WRITE RCH-CHANGE-RECORD.
002890     ADD 1 TO WS-CHANGE-COUNT.
002900 7500-EXIT.
002910     EXIT.
002920
002930 8000-TERMINATE.
002940     DISPLAY 'OPROLEMAINT - CHANGES APPLIED: ' WS-CHANGE-COUNT.
002950     CLOSE OPERATOR-ROLE-FILE.
002960     CLOSE ROLE-CHANGE-LOG.
002970 8000-EXIT.
002980     EXIT.
