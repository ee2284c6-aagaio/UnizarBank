000250*                  CODE 0 WHEN READY AND 12 WHEN NOT, SO THE
000260*                  SCHEDULER HOLDS THE ONLINE START AND PAGES
000270*                  OPERATIONS.
000272* 10/15/2026 OSG   SHOWS THE LAST GOOD CTLBACKUP DATE OF EACH
000274*                  BACKED-UP CONTROL FILE FROM BACKUP-CONTROL,
000276*                  FLAGGING ONE WITH NO GOOD BACKUP SINCE
000278*                  YESTERDAY. SHOWN FOR INFORMATION ONLY - IT
000279*                  DOES NOT HOLD THE ONLINE START.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000740         RECORD KEY IS CH4-CHECKPOINT-ID
000750         FILE STATUS IS WS-CHK4-STATUS.
000760
000761     SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL"
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS DYNAMIC
000764         RECORD KEY IS BKC-FILE-ID
000765         FILE STATUS IS WS-BKC-STATUS.
000766
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DB-ERROR-LOG
000920     LABEL RECORDS ARE STANDARD.
000930     COPY LOCKREC.
000940
000942 FD  BACKUP-CONTROL-FILE
000944     LABEL RECORDS ARE STANDARD.
000946     COPY BKCTLREC.
000948
000950*----------------------------------------------------------------
000960* ONE FD PER ROSTER STREAM - THE CHKPTREC LAYOUT, PREFIXED PER
000970* STREAM BECAUSE THE FOUR KEYED FILES NEED DISTINCT KEY NAMES.
001440 01  WS-CHK2-STATUS              PIC X(02).
001450 01  WS-CHK3-STATUS              PIC X(02).
001460 01  WS-CHK4-STATUS              PIC X(02).
001462 01  WS-BKC-STATUS               PIC X(02).
001470 77  WS-STREAM-NUMBER            PIC 9(01).
001480 01  WS-DIRTY-USERID             PIC X(20).
001490
001580 01  WS-SYS-DATE                 PIC 9(08).
001590 01  WS-SYS-TIME                 PIC 9(08).
001600 01  WS-CURRENT-TIMESTAMP        PIC X(26).
001601
001602 01  WS-BACKUP-FILE-NAMES.
001603     05  FILLER                  PIC X(08) VALUE 'LOCKOUT '.
001604     05  FILLER                  PIC X(08) VALUE 'PWPOLICY'.
001605     05  FILLER                  PIC X(08) VALUE 'PWDHIST '.
001606     05  FILLER                  PIC X(08) VALUE 'SESSTOKN'.
001607     05  FILLER                  PIC X(08) VALUE 'OTPCODE '.
001608     05  FILLER                  PIC X(08) VALUE 'BRNCHMST'.
001609 01  WS-BACKUP-FILE-TABLE REDEFINES WS-BACKUP-FILE-NAMES.
001610     05  WS-BACKUP-FILE-ID       PIC X(08) OCCURS 6 TIMES.
001611 77  WS-BACKUP-SUB               PIC 9(02) COMP VALUE ZERO.
001612 01  WS-YESTERDAY-DATE           PIC 9(08).
001613 01  WS-GOOD-DATE-SHOWN          PIC X(10).
001615
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-CHECK-CONTROL-FILES THRU 2000-EXIT.
001660     PERFORM 3000-CHECK-CHECKPOINTS THRU 3000-EXIT.
001670     PERFORM 4000-CHECK-OTP-COVERAGE THRU 4000-EXIT.
001672     PERFORM 5000-SHOW-BACKUP-DATES THRU 5000-EXIT.
001680     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001690     IF WS-SITE-NOT-READY
001700         MOVE 12 TO RETURN-CODE
003930 4100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* THE LAST GOOD CTLBACKUP DATE OF EACH BACKED-UP CONTROL FILE, SO
003980* OPERATIONS KNOW HOW FAR BACK A RESTORE WOULD GO BEFORE THE
003990* BRANCHES OPEN. FOR INFORMATION ONLY - A MISSING OR STALE BACKUP
004000* IS FLAGGED BUT DOES NOT HOLD THE ONLINE START.
004010*----------------------------------------------------------------
004020 5000-SHOW-BACKUP-DATES.
004030     OPEN INPUT BACKUP-CONTROL-FILE.
004040     IF WS-BKC-STATUS NOT = '00'
004050         DISPLAY 'PREOPENCHECK - BACKUP-CONTROL NOT AVAILABLE - '
004060             'NO BACKUP DATES TO SHOW'
004070         GO TO 5000-EXIT
004080     END-IF.
004090     COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
004100         (FUNCTION INTEGER-OF-DATE (WS-SYS-DATE) - 1).
004110     PERFORM 5100-SHOW-ONE-BACKUP THRU 5100-EXIT
004120         VARYING WS-BACKUP-SUB FROM 1 BY 1
004130         UNTIL WS-BACKUP-SUB > 6.
004140     CLOSE BACKUP-CONTROL-FILE.
004150 5000-EXIT.
004160     EXIT.
004170
004180 5100-SHOW-ONE-BACKUP.
004190     MOVE WS-BACKUP-FILE-ID (WS-BACKUP-SUB) TO BKC-FILE-ID.
004200     READ BACKUP-CONTROL-FILE
004210         INVALID KEY
004220             MOVE ZERO TO BKC-LAST-GOOD-DATE
004230             MOVE SPACES TO BKC-LAST-RUN-RESULT
004240     END-READ.
004250     IF BKC-LAST-GOOD-DATE = ZERO
004260         DISPLAY 'PREOPENCHECK - LAST GOOD BACKUP ' BKC-FILE-ID
004270             ' NONE ON RECORD'
004280     ELSE
004290         STRING BKC-LAST-GOOD-DATE (1:4) '-'
004300                BKC-LAST-GOOD-DATE (5:2) '-'
004310                BKC-LAST-GOOD-DATE (7:2)
004320                DELIMITED BY SIZE INTO WS-GOOD-DATE-SHOWN
004330         END-STRING
004340         DISPLAY 'PREOPENCHECK - LAST GOOD BACKUP ' BKC-FILE-ID
004350             ' ' WS-GOOD-DATE-SHOWN
004360     END-IF.
004370     IF BKC-RUN-FAILED
004380         DISPLAY 'PREOPENCHECK - *** LAST BACKUP RUN OF '
004390             BKC-FILE-ID ' FAILED AT ' BKC-LAST-RUN-TS (1:19)
004400     END-IF.
004410     IF BKC-LAST-GOOD-DATE < WS-YESTERDAY-DATE
004420         DISPLAY 'PREOPENCHECK - *** ' BKC-FILE-ID
004430             ' HAS NO GOOD BACKUP SINCE YESTERDAY'
004440     END-IF.
004450 5100-EXIT.
004460     EXIT.
004470
004480 7000-BUILD-TIMESTAMP.
004490     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004500     ACCEPT WS-SYS-TIME FROM TIME.
004510     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
004520            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
004530            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
004540            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
004550     END-STRING.
004560 7000-EXIT.
004570     EXIT.
004580
004590 7600-LOG-SQL-ERROR.
004600     IF SQLCODE NOT = ZERO
004610         PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT
004620         MOVE 'PREOPENCHECK'        TO DBE-PROGRAM-ID
004630         MOVE WS-CURRENT-TIMESTAMP  TO DBE-TIMESTAMP
004640         MOVE WS-SQL-OPERATION      TO DBE-OPERATION
004650         MOVE SQLCODE               TO DBE-SQLCODE
004660         WRITE DBE-ERROR-RECORD
004670     END-IF.
004680 7600-EXIT.
004690     EXIT.
004700
004710 8000-TERMINATE.
004720     DISPLAY 'PREOPENCHECK - HIGH-VALUE USERIDS:  '
004730         WS-HIGH-VALUE-COUNT.
004740     DISPLAY 'PREOPENCHECK - MISSING OTP ENTRIES: '
004750         WS-MISSING-OTP-COUNT.
004760     DISPLAY 'PREOPENCHECK - EXPIRED OTP ENTRIES: '
004770         WS-EXPIRED-OTP-COUNT.
004780     IF WS-SITE-READY
004790         DISPLAY 'PREOPENCHECK - READY FOR ONLINE START'
004800     ELSE
004810         DISPLAY 'PREOPENCHECK - *** NOT READY - HOLD THE OPEN'
004820             ' AND PAGE OPERATIONS ***'
004830     END-IF.
004840     CLOSE DB-ERROR-LOG.
004850 8000-EXIT.
004860     EXIT.
