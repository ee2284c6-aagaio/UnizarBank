000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECERTATTEST.
000030 AUTHOR. OPERATIONS SYSTEMS GROUP.
000040 INSTALLATION. UNIZAR BANK - RETAIL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 OSG   ORIGINAL VERSION - QUARTERLY RECERTIFICATION
000120*                  ATTESTATION RUN, COMPANION TO RECERTLIST.
000130*                  READS THE MANAGER ATTESTATION FILE (KEEP /
000140*                  SUSPEND / CLOSE PER USERID), SORTED BY USERID
000150*                  AND MATCHED AGAINST USERS. SUSPEND AND CLOSE
000160*                  DECISIONS ARE WRITTEN AS HR-ACTION-FILE RECORDS
000170*                  (RCRTACTN) SO HRPROVISION APPLIES THEM EXACTLY
000180*                  AS IT APPLIES AN HR LEAVER - A CLOSE STILL
000190*                  SWEEPS THE LOCKOUT, TOKEN, OTP AND POLICY
000200*                  FILES. KEEP QUEUES NOTHING. AN ATTESTATION IS
000210*                  REJECTED FOR A USERID NOT ON USERS, A BAD
000220*                  DECISION CODE, A BRANCH THAT IS NOT THE
000230*                  USERID'S HOME BRANCH, OR A SECOND DECISION FOR
000240*                  A USERID ALREADY ATTESTED. EVERY ACTIVE OR
000250*                  SUSPENDED USERID LEFT WITHOUT A VALID
000260*                  ATTESTATION IS LISTED BY BRANCH AS UNATTESTED,
000270*                  SO THE REVIEW PRODUCES EVIDENCE OF COVERAGE.
000280*                  ENDS WITH RETURN CODE 4 WHEN ANYTHING WAS
000290*                  REJECTED OR LEFT UNATTESTED, 8 ON A DATABASE
000300*                  ERROR.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ATTESTATION-FILE ASSIGN TO "ATTEST"
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380     SELECT SORTED-ATTEST-FILE ASSIGN TO "RCATTSRT"
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT HR-ACTION-FILE ASSIGN TO "RCRTACTN"
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT UNATTESTED-WORK-FILE ASSIGN TO "RCUNATTS"
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT DB-ERROR-LOG ASSIGN TO "DBERRLOG"
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS BRM-BRANCH-NUMBER
000540         FILE STATUS IS WS-BRM-STATUS.
000550
000560     SELECT ATTEST-SORT-FILE ASSIGN TO "SRTWORK1".
000570     SELECT UNATTESTED-SORT-FILE ASSIGN TO "SRTWORK2".
000580
000590     SELECT ATTEST-REPORT ASSIGN TO "RCRTATRP"
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ATTESTATION-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY ATTESTRC.
000670
000680 FD  SORTED-ATTEST-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  SAT-ATTEST-RECORD.
000710     05  SAT-USERID              PIC X(20).
000720     05  SAT-DECISION            PIC X(07).
000730         88  SAT-DECISION-KEEP           VALUE 'KEEP   '.
000740         88  SAT-DECISION-SUSPEND        VALUE 'SUSPEND'.
000750         88  SAT-DECISION-CLOSE          VALUE 'CLOSE  '.
000760     05  SAT-BRANCH-NUMBER       PIC 9(04).
000770     05  SAT-MANAGER-ID          PIC X(20).
000780     05  SAT-ATTEST-DATE         PIC 9(08).
000790
000800 FD  HR-ACTION-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY HRACTREC.
000830
000840 FD  UNATTESTED-WORK-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  UNW-UNATTESTED-RECORD.
000870     05  UNW-BRANCH-NUMBER       PIC 9(04).
000880     05  UNW-USERID              PIC X(20).
000890     05  UNW-ACCOUNT-STATUS      PIC X(01).
000900     05  UNW-LAST-LOGIN-DATE     PIC 9(08).
000910
000920 FD  DB-ERROR-LOG
000930     LABEL RECORDS ARE STANDARD.
000940     COPY DBERRREC.
000950
000960 FD  BRANCH-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY BRANCHMS.
000990
001000 SD  ATTEST-SORT-FILE.
001010 01  SRA-SORT-RECORD.
001020     05  SRA-USERID              PIC X(20).
001030     05  FILLER                  PIC X(39).
001040
001050 SD  UNATTESTED-SORT-FILE.
001060 01  SRU-SORT-RECORD.
001070     05  SRU-BRANCH-NUMBER       PIC 9(04).
001080     05  SRU-USERID              PIC X(20).
001090     05  SRU-ACCOUNT-STATUS      PIC X(01).
001100     05  SRU-LAST-LOGIN-DATE     PIC 9(08).
001110
001120 FD  ATTEST-REPORT
001130     LABEL RECORDS ARE STANDARD.
001140 01  RPT-PRINT-LINE              PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170 COPY USERSREC.
001180 77  WS-FETCH-DONE-SWITCH        PIC X(01) VALUE 'N'.
001190     88  WS-FETCH-DONE                   VALUE 'Y'.
001200     88  WS-FETCH-MORE                   VALUE 'N'.
001210
001220 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001230     88  WS-EOF-YES                      VALUE 'Y'.
001240     88  WS-EOF-NO                       VALUE 'N'.
001250
001260 01  SQLCODE                     PIC S9(09) COMP VALUE ZERO.
001270 01  WS-SQL-OPERATION            PIC X(10).
001280
001290 77  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
001300     88  WS-SQL-ERROR-SEEN               VALUE 'Y'.
001310     88  WS-SQL-CLEAN                    VALUE 'N'.
001320
001330 01  WS-BRM-STATUS               PIC X(02).
001340
001350*----------------------------------------------------------------
001360* BALANCE-LINE KEYS - HIGH-VALUES MARKS A SIDE AT END. THE USERS
001370* CURSOR IS ORDERED ON USER_ID TO MATCH THE SORTED ATTESTATIONS.
001380*----------------------------------------------------------------
001390 01  WS-ATTEST-KEY               PIC X(20).
001400 01  WS-USER-KEY                 PIC X(20).
001410
001420 77  WS-USER-ATTESTED-SWITCH     PIC X(01) VALUE 'N'.
001430     88  WS-USER-ATTESTED                VALUE 'Y'.
001440     88  WS-USER-NOT-ATTESTED            VALUE 'N'.
001450
001460 01  WS-DISPOSITION              PIC X(08).
001470
001480 77  WS-ATTEST-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001490 77  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
001500 77  WS-SUSPEND-QUEUED-COUNT     PIC 9(07) COMP VALUE ZERO.
001510 77  WS-CLOSE-QUEUED-COUNT       PIC 9(07) COMP VALUE ZERO.
001520 77  WS-NO-CHANGE-COUNT          PIC 9(07) COMP VALUE ZERO.
001530 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001540 77  WS-NOUSER-COUNT             PIC 9(07) COMP VALUE ZERO.
001550 77  WS-BADDECSN-COUNT           PIC 9(07) COMP VALUE ZERO.
001560 77  WS-WRONGBR-COUNT            PIC 9(07) COMP VALUE ZERO.
001570 77  WS-DUPATTST-COUNT           PIC 9(07) COMP VALUE ZERO.
001580 77  WS-USER-COUNT               PIC 9(07) COMP VALUE ZERO.
001590 77  WS-UNATTESTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001600 01  WS-COUNT-EDITED             PIC Z,ZZZ,ZZ9.
001610
001620 01  WS-SYS-DATE                 PIC 9(08).
001630 01  WS-SYS-TIME                 PIC 9(08).
001640 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001650
001660 01  WS-HEADING-LINE-1.
001670     05  FILLER                  PIC X(80) VALUE
001680       'UNIZAR BANK - RETAIL SYSTEMS  RECERT ATTESTATIONS'.
001690
001700 01  WS-HEADING-LINE-2.
001710     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001720     05  HDG-RUN-DATE            PIC X(10).
001730     05  FILLER                  PIC X(60) VALUE SPACES.
001740
001750 01  WS-COLUMN-HEADING-LINE.
001760     05  FILLER                  PIC X(22) VALUE 'USERID'.
001770     05  FILLER                  PIC X(06) VALUE 'BRCH'.
001780     05  FILLER                  PIC X(03) VALUE 'ST'.
001790     05  FILLER                  PIC X(09) VALUE 'DECISION'.
001800     05  FILLER                  PIC X(10) VALUE 'RESULT'.
001810     05  FILLER                  PIC X(30) VALUE 'ATTESTED BY'.
001820
001830 01  WS-BLANK-LINE.
001840     05  FILLER                  PIC X(80) VALUE SPACES.
001850
001860 01  WS-DETAIL-LINE.
001870     05  DTL-USERID              PIC X(20).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  DTL-BRANCH-NUMBER       PIC 9(04).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  DTL-STATUS              PIC X(01).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  DTL-DECISION            PIC X(07).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  DTL-DISPOSITION         PIC X(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  DTL-MANAGER-ID          PIC X(20).
001980     05  FILLER                  PIC X(10) VALUE SPACES.
001990
002000 01  WS-UNATTESTED-HEADING-LINE.
002010     05  FILLER                  PIC X(80) VALUE
002020       'USERIDS NOT ATTESTED BY ANY MANAGER'.
002030
002040 01  WS-UNATTESTED-COLUMN-LINE.
002050     05  FILLER                  PIC X(06) VALUE 'BRCH'.
002060     05  FILLER                  PIC X(32) VALUE 'BRANCH NAME'.
002070     05  FILLER                  PIC X(22) VALUE 'USERID'.
002080     05  FILLER                  PIC X(03) VALUE 'ST'.
002090     05  FILLER                  PIC X(17) VALUE 'LAST LOGIN'.
002100
002110 01  WS-UNATTESTED-LINE.
002120     05  UNL-BRANCH-NUMBER       PIC 9(04).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  UNL-BRANCH-NAME         PIC X(30).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  UNL-USERID              PIC X(20).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  UNL-STATUS              PIC X(01).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  UNL-LAST-LOGIN          PIC 9(08).
002210     05  FILLER                  PIC X(09) VALUE SPACES.
002220
002230 01  WS-ALL-ATTESTED-LINE.
002240     05  FILLER                  PIC X(80) VALUE
002250       'EVERY ACTIVE AND SUSPENDED USERID WAS ATTESTED'.
002260
002270 01  WS-TOTAL-LINE.
002280     05  TOT-LABEL               PIC X(30).
002290     05  TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002300     05  FILLER                  PIC X(39) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     SORT ATTEST-SORT-FILE
002360         ON ASCENDING KEY SRA-USERID
002370         USING ATTESTATION-FILE
002380         GIVING SORTED-ATTEST-FILE.
002390     PERFORM 1300-PRIME-MATCH THRU 1300-EXIT.
002400     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
002410         UNTIL WS-ATTEST-KEY = HIGH-VALUES
002420         AND WS-USER-KEY = HIGH-VALUES.
002430     PERFORM 1400-END-MATCH THRU 1400-EXIT.
002440     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
002450     WRITE RPT-PRINT-LINE FROM WS-UNATTESTED-HEADING-LINE.
002460     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
002470     SORT UNATTESTED-SORT-FILE
002480         ON ASCENDING KEY SRU-BRANCH-NUMBER SRU-USERID
002490         USING UNATTESTED-WORK-FILE
002500         OUTPUT PROCEDURE IS 3000-PRINT-UNATTESTED THRU 3000-EXIT.
002510     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
002520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002530     IF WS-REJECTED-COUNT > ZERO
002540         OR WS-UNATTESTED-COUNT > ZERO
002550         MOVE 4 TO RETURN-CODE
002560     END-IF.
002570     IF WS-SQL-ERROR-SEEN
002580         MOVE 8 TO RETURN-CODE
002590     END-IF.
002600     STOP RUN.
002610
002620 1000-INITIALIZE.
002630     OPEN EXTEND DB-ERROR-LOG.
002640     OPEN INPUT BRANCH-MASTER.
002650     IF WS-BRM-STATUS NOT = '00'
002660         DISPLAY 'UNABLE TO OPEN BRANCH-MASTER FILE - STATUS '
002670             WS-BRM-STATUS
002680         STOP RUN
002690     END-IF.
002700     OPEN OUTPUT HR-ACTION-FILE.
002710     OPEN OUTPUT UNATTESTED-WORK-FILE.
002720     OPEN OUTPUT ATTEST-REPORT.
002730     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
002740     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
002750     EXEC SQL
002760         CONNECT TO 'MYDB'
002770     END-EXEC.
002780     MOVE 'CONNECT' TO WS-SQL-OPERATION.
002790     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
002800     EXEC SQL
002810         DECLARE C1 CURSOR FOR
002820             SELECT USER_ID, ACCOUNT_STATUS, LAST_LOGIN_DATE,
002830                    HIGH_VALUE_FLAG, HOME_BRANCH
002840               FROM USERS
002850              ORDER BY USER_ID
002860     END-EXEC.
002870 1000-EXIT.
002880     EXIT.
002890
002900 1300-PRIME-MATCH.
002910     OPEN INPUT SORTED-ATTEST-FILE.
002920     PERFORM 2110-READ-ATTESTATION THRU 2110-EXIT.
002930     EXEC SQL
002940         OPEN C1
002950     END-EXEC.
002960     MOVE 'OPEN' TO WS-SQL-OPERATION.
002970     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
002980     IF SQLCODE NOT = ZERO
002990         SET WS-FETCH-DONE TO TRUE
003000         MOVE HIGH-VALUES TO WS-USER-KEY
003010     ELSE
003020         PERFORM 2210-FETCH-USER THRU 2210-EXIT
003030     END-IF.
003040 1300-EXIT.
003050     EXIT.
003060
003070 1400-END-MATCH.
003080     EXEC SQL
003090         CLOSE C1
003100     END-EXEC.
003110     MOVE 'CLOSE' TO WS-SQL-OPERATION.
003120     PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT.
003130     CLOSE SORTED-ATTEST-FILE.
003140     CLOSE UNATTESTED-WORK-FILE.
003150 1400-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190* ONE STEP OF THE MATCH: AN ATTESTATION BELOW THE CURRENT USERS
003200* ROW NAMES A USERID NOT ON USERS; ONE EQUAL TO IT IS APPLIED; A
003210* USERS ROW BELOW THE NEXT ATTESTATION HAS HAD ALL ITS DECISIONS
003220* AND IS CLOSED OUT - LISTED AS UNATTESTED IF NONE WAS VALID.
003230*----------------------------------------------------------------
003240 2000-MATCH-ONE-KEY.
003250     IF WS-ATTEST-KEY < WS-USER-KEY
003260         MOVE 'NOUSER  ' TO WS-DISPOSITION
003270         ADD 1 TO WS-NOUSER-COUNT
003280         PERFORM 2500-REJECT-ATTESTATION THRU 2500-EXIT
003290         PERFORM 2110-READ-ATTESTATION THRU 2110-EXIT
003300         GO TO 2000-EXIT
003310     END-IF.
003320     IF WS-ATTEST-KEY = WS-USER-KEY
003330         PERFORM 2300-APPLY-ATTESTATION THRU 2300-EXIT
003340         PERFORM 2110-READ-ATTESTATION THRU 2110-EXIT
003350         GO TO 2000-EXIT
003360     END-IF.
003370     PERFORM 2400-CLOSE-OUT-USER THRU 2400-EXIT.
003380     PERFORM 2210-FETCH-USER THRU 2210-EXIT.
003390 2000-EXIT.
003400     EXIT.
003410
003420 2110-READ-ATTESTATION.
003430     READ SORTED-ATTEST-FILE
003440         AT END
003450             MOVE HIGH-VALUES TO WS-ATTEST-KEY
003460         NOT AT END
003470             MOVE SAT-USERID TO WS-ATTEST-KEY
003480             ADD 1 TO WS-ATTEST-READ-COUNT
003490     END-READ.
003500 2110-EXIT.
003510     EXIT.
003520
003530 2210-FETCH-USER.
003540     SET WS-USER-NOT-ATTESTED TO TRUE.
003550     EXEC SQL
003560         FETCH C1 INTO :USR-USER-ID, :USR-ACCOUNT-STATUS,
003570             :USR-LAST-LOGIN-DATE, :USR-HIGH-VALUE-FLAG,
003580             :USR-HOME-BRANCH
003590     END-EXEC.
003600     IF SQLCODE NOT = ZERO
003610         IF SQLCODE NOT = 100
003620             MOVE 'FETCH' TO WS-SQL-OPERATION
003630             PERFORM 7600-LOG-SQL-ERROR THRU 7600-EXIT
003640         END-IF
003650         SET WS-FETCH-DONE TO TRUE
003660         MOVE HIGH-VALUES TO WS-USER-KEY
003670         GO TO 2210-EXIT
003680     END-IF.
003690     ADD 1 TO WS-USER-COUNT.
003700     MOVE USR-USER-ID TO WS-USER-KEY.
003710 2210-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750* THE FIRST VALID DECISION FOR A USERID IS THE ONE TAKEN. THE
003760* SIGNING MANAGER MUST HAVE SIGNED FOR THE USERID'S HOME BRANCH -
003770* A MANAGER CANNOT RECERTIFY ANOTHER BRANCH'S STAFF. SUSPEND OR
003780* CLOSE ON AN ACCOUNT ALREADY IN (OR BEYOND) THAT STATE QUEUES
003790* NOTHING AND IS REPORTED AS NO CHANGE.
003800*----------------------------------------------------------------
003810 2300-APPLY-ATTESTATION.
003820     IF WS-USER-ATTESTED
003830         MOVE 'DUPATTST' TO WS-DISPOSITION
003840         ADD 1 TO WS-DUPATTST-COUNT
003850         PERFORM 2500-REJECT-ATTESTATION THRU 2500-EXIT
003860         GO TO 2300-EXIT
003870     END-IF.
003880     IF NOT SAT-DECISION-KEEP
003890         AND NOT SAT-DECISION-SUSPEND
003900         AND NOT SAT-DECISION-CLOSE
003910         MOVE 'BADDECSN' TO WS-DISPOSITION
003920         ADD 1 TO WS-BADDECSN-COUNT
003930         PERFORM 2500-REJECT-ATTESTATION THRU 2500-EXIT
003940         GO TO 2300-EXIT
003950     END-IF.
003960     IF SAT-BRANCH-NUMBER NOT = USR-HOME-BRANCH
003970         MOVE 'WRONGBR ' TO WS-DISPOSITION
003980         ADD 1 TO WS-WRONGBR-COUNT
003990         PERFORM 2500-REJECT-ATTESTATION THRU 2500-EXIT
004000         GO TO 2300-EXIT
004010     END-IF.
004020     SET WS-USER-ATTESTED TO TRUE.
004030     IF SAT-DECISION-KEEP
004040         MOVE 'KEPT    ' TO WS-DISPOSITION
004050         ADD 1 TO WS-KEPT-COUNT
004060     ELSE
004070         IF SAT-DECISION-SUSPEND
004080             IF USR-ACCOUNT-ACTIVE
004090                 SET HRA-ACTION-SUSPEND TO TRUE
004100                 PERFORM 2350-WRITE-HR-ACTION THRU 2350-EXIT
004110                 ADD 1 TO WS-SUSPEND-QUEUED-COUNT
004120             ELSE
004130                 MOVE 'NOCHANGE' TO WS-DISPOSITION
004140                 ADD 1 TO WS-NO-CHANGE-COUNT
004150             END-IF
004160         ELSE
004170             IF NOT USR-ACCOUNT-CLOSED
004180                 SET HRA-ACTION-CLOSE TO TRUE
004190                 PERFORM 2350-WRITE-HR-ACTION THRU 2350-EXIT
004200                 ADD 1 TO WS-CLOSE-QUEUED-COUNT
004210             ELSE
004220                 MOVE 'NOCHANGE' TO WS-DISPOSITION
004230                 ADD 1 TO WS-NO-CHANGE-COUNT
004240             END-IF
004250         END-IF
004260     END-IF.
004270     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
004280 2300-EXIT.
004290     EXIT.
004300
004310 2350-WRITE-HR-ACTION.
004320     MOVE USR-USER-ID         TO HRA-USERID.
004330     MOVE SPACES              TO HRA-PASSWORD.
004340     MOVE USR-HOME-BRANCH     TO HRA-HOME-BRANCH.
004350     MOVE USR-HIGH-VALUE-FLAG TO HRA-HIGH-VALUE-FLAG.
004360     WRITE HRA-ACTION-RECORD.
004370     MOVE 'QUEUED  ' TO WS-DISPOSITION.
004380 2350-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* A CLOSED ACCOUNT CANNOT LOG IN AND IS OUTSIDE THE REVIEW; ANY
004430* OTHER USERID LEFT WITHOUT A VALID DECISION GOES TO THE
004440* UNATTESTED LIST, PRINTED BY BRANCH AFTER THE MATCH.
004450*----------------------------------------------------------------
004460 2400-CLOSE-OUT-USER.
004470     IF WS-USER-ATTESTED OR USR-ACCOUNT-CLOSED
004480         GO TO 2400-EXIT
004490     END-IF.
004500     MOVE USR-HOME-BRANCH     TO UNW-BRANCH-NUMBER.
004510     MOVE USR-USER-ID         TO UNW-USERID.
004520     MOVE USR-ACCOUNT-STATUS  TO UNW-ACCOUNT-STATUS.
004530     MOVE USR-LAST-LOGIN-DATE TO UNW-LAST-LOGIN-DATE.
004540     WRITE UNW-UNATTESTED-RECORD.
004550     ADD 1 TO WS-UNATTESTED-COUNT.
004560 2400-EXIT.
004570     EXIT.
004580
004590 2500-REJECT-ATTESTATION.
004600     ADD 1 TO WS-REJECTED-COUNT.
004610     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
004620 2500-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660* THE BRANCH AND STATUS PRINTED ARE THE USERS VALUES WHEN THE
004670* USERID IS ON FILE, OTHERWISE THE BRANCH THE MANAGER SIGNED FOR.
004680*----------------------------------------------------------------
004690 2800-WRITE-DETAIL.
004700     MOVE SAT-USERID       TO DTL-USERID.
004710     MOVE SAT-DECISION     TO DTL-DECISION.
004720     MOVE SAT-MANAGER-ID   TO DTL-MANAGER-ID.
004730     MOVE WS-DISPOSITION   TO DTL-DISPOSITION.
004740     IF WS-ATTEST-KEY = WS-USER-KEY
004750         MOVE USR-HOME-BRANCH    TO DTL-BRANCH-NUMBER
004760         MOVE USR-ACCOUNT-STATUS TO DTL-STATUS
004770     ELSE
004780         MOVE SAT-BRANCH-NUMBER  TO DTL-BRANCH-NUMBER
004790         MOVE SPACE              TO DTL-STATUS
004800     END-IF.
004810     WRITE RPT-PRINT-LINE FROM WS-DETAIL-LINE.
004820 2800-EXIT.
004830     EXIT.
004840
004850 2900-WRITE-SUMMARY.
004860     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
004870     MOVE 'ATTESTATIONS READ:            ' TO TOT-LABEL.
004880     MOVE WS-ATTEST-READ-COUNT TO TOT-COUNT.
004890     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
004900     MOVE '  KEPT:                       ' TO TOT-LABEL.
004910     MOVE WS-KEPT-COUNT TO TOT-COUNT.
004920     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
004930     MOVE '  SUSPEND QUEUED:             ' TO TOT-LABEL.
004940     MOVE WS-SUSPEND-QUEUED-COUNT TO TOT-COUNT.
004950     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
004960     MOVE '  CLOSE QUEUED:               ' TO TOT-LABEL.
004970     MOVE WS-CLOSE-QUEUED-COUNT TO TOT-COUNT.
004980     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
004990     MOVE '  NO CHANGE NEEDED:           ' TO TOT-LABEL.
005000     MOVE WS-NO-CHANGE-COUNT TO TOT-COUNT.
005010     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005020     MOVE '  REJECTED:                   ' TO TOT-LABEL.
005030     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
005040     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005050     MOVE '    NOT ON USERS (NOUSER):    ' TO TOT-LABEL.
005060     MOVE WS-NOUSER-COUNT TO TOT-COUNT.
005070     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005080     MOVE '    BAD DECISION (BADDECSN):  ' TO TOT-LABEL.
005090     MOVE WS-BADDECSN-COUNT TO TOT-COUNT.
005100     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005110     MOVE '    WRONG BRANCH (WRONGBR):   ' TO TOT-LABEL.
005120     MOVE WS-WRONGBR-COUNT TO TOT-COUNT.
005130     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005140     MOVE '    DUPLICATE (DUPATTST):     ' TO TOT-LABEL.
005150     MOVE WS-DUPATTST-COUNT TO TOT-COUNT.
005160     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005170     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005180     MOVE 'USERIDS ON USERS:             ' TO TOT-LABEL.
005190     MOVE WS-USER-COUNT TO TOT-COUNT.
005200     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005210     MOVE 'USERIDS NOT ATTESTED:         ' TO TOT-LABEL.
005220     MOVE WS-UNATTESTED-COUNT TO TOT-COUNT.
005230     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE.
005240 2900-EXIT.
005250     EXIT.
005260
005270 3000-PRINT-UNATTESTED.
005280     MOVE 'N' TO WS-EOF-SWITCH.
005290     IF WS-UNATTESTED-COUNT = ZERO
005300         WRITE RPT-PRINT-LINE FROM WS-ALL-ATTESTED-LINE
005310     ELSE
005320         WRITE RPT-PRINT-LINE FROM WS-UNATTESTED-COLUMN-LINE
005330     END-IF.
005340     PERFORM 3050-RETURN-UNATTESTED THRU 3050-EXIT.
005350     PERFORM 3100-WRITE-UNATTESTED THRU 3100-EXIT
005360         UNTIL WS-EOF-YES.
005370 3000-EXIT.
005380     EXIT.
005390
005400 3050-RETURN-UNATTESTED.
005410     RETURN UNATTESTED-SORT-FILE
005420         AT END
005430             MOVE 'Y' TO WS-EOF-SWITCH
005440     END-RETURN.
005450 3050-EXIT.
005460     EXIT.
005470
005480 3100-WRITE-UNATTESTED.
005490     MOVE SRU-BRANCH-NUMBER TO UNL-BRANCH-NUMBER.
005500     MOVE SRU-BRANCH-NUMBER TO BRM-BRANCH-NUMBER.
005510     READ BRANCH-MASTER
005520         INVALID KEY
005530             MOVE 'NOT ON BRANCH MASTER' TO BRM-BRANCH-NAME
005540     END-READ.
005550     MOVE BRM-BRANCH-NAME     TO UNL-BRANCH-NAME.
005560     MOVE SRU-USERID          TO UNL-USERID.
005570     MOVE SRU-ACCOUNT-STATUS  TO UNL-STATUS.
005580     MOVE SRU-LAST-LOGIN-DATE TO UNL-LAST-LOGIN.
005590     WRITE RPT-PRINT-LINE FROM WS-UNATTESTED-LINE.
005600     PERFORM 3050-RETURN-UNATTESTED THRU 3050-EXIT.
005610 3100-EXIT.
005620     EXIT.
005630
005640 7000-BUILD-TIMESTAMP.
005650     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
005660     ACCEPT WS-SYS-TIME FROM TIME.
005670     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
005680            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
005690            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
005700            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
005710     END-STRING.
005720 7000-EXIT.
005730     EXIT.
005740
005750 7100-WRITE-HEADINGS.
005760     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
005770     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1.
005780     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
005790     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005800     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
005810     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
005820 7100-EXIT.
005830     EXIT.
005840
005850 7600-LOG-SQL-ERROR.
005860     IF SQLCODE NOT = ZERO
005870         SET WS-SQL-ERROR-SEEN TO TRUE
005880         PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT
005890         MOVE 'RECERTATTEST'        TO DBE-PROGRAM-ID
005900         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
005910         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
005920         MOVE SQLCODE               TO DBE-SQLCODE
005930         WRITE DBE-ERROR-RECORD
005940     END-IF.
005950 7600-EXIT.
005960     EXIT.
005970
005980 8000-TERMINATE.
005990     MOVE WS-SUSPEND-QUEUED-COUNT TO WS-COUNT-EDITED.
006000     DISPLAY 'RECERTATTEST - SUSPEND QUEUED:  ' WS-COUNT-EDITED.
006010     MOVE WS-CLOSE-QUEUED-COUNT TO WS-COUNT-EDITED.
006020     DISPLAY 'RECERTATTEST - CLOSE QUEUED:    ' WS-COUNT-EDITED.
006030     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED.
006040     DISPLAY 'RECERTATTEST - REJECTED:        ' WS-COUNT-EDITED.
006050     MOVE WS-UNATTESTED-COUNT TO WS-COUNT-EDITED.
006060     DISPLAY 'RECERTATTEST - NOT ATTESTED:    ' WS-COUNT-EDITED.
006070     CLOSE HR-ACTION-FILE.
006080     CLOSE DB-ERROR-LOG.
006090     CLOSE BRANCH-MASTER.
006100     CLOSE ATTEST-REPORT.
006110 8000-EXIT.
006120     EXIT.
