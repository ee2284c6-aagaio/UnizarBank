000237*                  NINE PRIOR FAILURE TIMES, SO ANY THRESHOLD
000238*                  FROM 2 TO 10 WORKS. THE VALUES IN FORCE
000239*                  PRINT ON THE REPORT FOR THE AUDITOR.
000240* 10/15/2026 OSG   ADDED AN OTP-REISSUE EXCEPTION FOR EACH
000241*                  USERID GIVEN AN OTP REISSUE TODAY, TAKEN FROM
000242*                  THE OTPREISS EVENTS ON THE SECURITY EVENT FEED,
000243*                  WITH TODAY'S COUNT AND THE COUNT SINCE ITS
000244*                  FIRST REISSUE. THE DAILY REISSUE LIMIT IN
000245*                  FORCE COMES FROM SECPARMS AND PRINTS TOO.
000246*================================================================
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000458
000460     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000470
000472     SELECT REISSUE-SORT-FILE ASSIGN TO "SRTWORK2".
000474
000476     SELECT SECURITY-EVENT-FILE ASSIGN TO "SECEVENT"
000478         ORGANIZATION IS SEQUENTIAL.
000479
000480     SELECT SECURITY-EXCEPTION-REPORT ASSIGN TO "SECEXRPT"
000490         ORGANIZATION IS SEQUENTIAL.
000500
000676     LABEL RECORDS ARE STANDARD.
000678     COPY SECPARMS.
000680
000682 FD  SECURITY-EVENT-FILE
000684     LABEL RECORDS ARE STANDARD.
000686     COPY SECEVENT.
000687
000690 SD  SORT-WORK-FILE.
000700 01  SRT-AUDIT-RECORD.
000710     05  SRT-USERID              PIC X(20).
000740     05  SRT-BRANCH-NUMBER       PIC 9(04).
000750     05  SRT-OUTCOME             PIC X(01).
000760
000762 SD  REISSUE-SORT-FILE.
000764 01  RSS-SORT-RECORD.
000766     05  RSS-USERID              PIC X(20).
000768     05  RSS-TIMESTAMP           PIC X(26).
000769
000770 FD  SECURITY-EXCEPTION-REPORT
000780     LABEL RECORDS ARE STANDARD.
000790 01  RPT-PRINT-LINE              PIC X(80).
000910     88  WS-DBERR-EOF-YES                VALUE 'Y'.
000920     88  WS-DBERR-EOF-NO                 VALUE 'N'.
000930
000931 77  WS-EVENT-EOF-SWITCH         PIC X(01) VALUE 'N'.
000932     88  WS-EVENT-EOF-YES                VALUE 'Y'.
000933     88  WS-EVENT-EOF-NO                 VALUE 'N'.
000934
000935 77  WS-REISSUE-EOF-SWITCH       PIC X(01) VALUE 'N'.
000936     88  WS-REISSUE-EOF-YES              VALUE 'Y'.
000937     88  WS-REISSUE-EOF-NO               VALUE 'N'.
000938
000940 01  WS-LOCK-STATUS              PIC X(02).
000950 01  WS-OTP-STATUS               PIC X(02).
000952 01  WS-SPF-STATUS               PIC X(02).
001010 77  WS-BURST-THRESHOLD          PIC 9(02) VALUE 3.
001020 77  WS-BURST-WINDOW-SECS        PIC 9(05) COMP VALUE 300.
001030
001031*----------------------------------------------------------------
001032* OTP REISSUES - PER-USERID STATE, RESET AT EACH CONTROL BREAK ON
001033* RSS-USERID. THE DAILY LIMIT OTPREISSUE ENFORCES IS READ FROM THE
001034* SAME PARAMETER FILE AND PRINTED IN THE HEADING FOR CONTEXT.
001035*----------------------------------------------------------------
001036 77  WS-REISSUE-LIMIT            PIC 9(02) VALUE 2.
001037 01  WS-REISSUE-USERID           PIC X(20) VALUE SPACES.
001038 01  WS-FIRST-REISSUE-DATE       PIC X(10).
001039 77  WS-USER-REISSUE-TOTAL       PIC 9(07) COMP VALUE ZERO.
001040 77  WS-USER-REISSUE-TODAY       PIC 9(07) COMP VALUE ZERO.
001041
001042*----------------------------------------------------------------
001050* PER-USERID STATE, RESET AT EACH CONTROL BREAK ON SRT-USERID.
001060* THE LOOK-BACK TABLE HOLDS THE LAST NINE FAILURE TIMES, NEWEST
001070* IN SLOT 1, SO A BURST OF WS-BURST-THRESHOLD FAILURES IS THIS
001426     05  FILLER                  PIC X(15) VALUE
001427       '  WINDOW SECS: '.
001428     05  HDG-BURST-WINDOW        PIC ZZZZ9.
001429     05  FILLER                  PIC X(17) VALUE
001430       '  REISSUE LIMIT: '.
001431     05  HDG-REISSUE-LIMIT       PIC Z9.
001432     05  FILLER                  PIC X(13) VALUE SPACES.
001433
001440 01  WS-COLUMN-HEADING-LINE.
001450     05  FILLER                  PIC X(15) VALUE 'EXCEPTION'.
001460     05  FILLER                  PIC X(22) VALUE 'USERID'.
001567     05  FILLER                  PIC X(08) VALUE ' SECONDS'.
001568     05  FILLER                  PIC X(11) VALUE SPACES.
001570
001571 01  WS-REISSUE-DETAIL.
001572     05  FILLER                  PIC X(09) VALUE 'REISSUED '.
001573     05  RDT-TODAY-COUNT         PIC Z9.
001574     05  FILLER                  PIC X(08) VALUE ' TODAY, '.
001575     05  RDT-TOTAL-COUNT         PIC ZZZ9.
001576     05  FILLER                  PIC X(07) VALUE ' SINCE '.
001577     05  RDT-FIRST-DATE          PIC X(10).
001578     05  FILLER                  PIC X(03) VALUE SPACES.
001579
001580 01  WS-NO-EXCEPTION-LINE.
001590     05  FILLER                  PIC X(80) VALUE
001600       'NO SECURITY EXCEPTIONS FOUND FOR THIS DATE'.
001780         ON ASCENDING KEY SRT-USERID SRT-TIMESTAMP
001790         INPUT PROCEDURE IS 1500-FILTER-AND-RELEASE THRU 1500-EXIT
001800         OUTPUT PROCEDURE IS 2000-SCAN-FAILURES THRU 2000-EXIT.
001802     SORT REISSUE-SORT-FILE
001804         ON ASCENDING KEY RSS-USERID RSS-TIMESTAMP
001806         INPUT PROCEDURE IS 4000-SELECT-REISSUES THRU 4000-EXIT
001808         OUTPUT PROCEDURE IS 4500-SCAN-REISSUES THRU 4500-EXIT.
001810     PERFORM 3000-COUNT-DB-ERRORS THRU 3000-EXIT.
001820     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
001830     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004040 3200-EXIT.
004050     EXIT.
004060
004061*----------------------------------------------------------------
004062* OTP REISSUES COME FROM THE SECURITY EVENT FEED. EVERY OTPREISS
004063* EVENT ON THE FEED IS SORTED BY USERID AND TIME, SO THE REPORT
004064* CAN SHOW HOW OFTEN A USERID REISSUED TODAY HAS NEEDED ONE.
004065*----------------------------------------------------------------
004066 4000-SELECT-REISSUES.
004067     OPEN INPUT SECURITY-EVENT-FILE.
004068     PERFORM 4050-READ-SECURITY-EVENT THRU 4050-EXIT.
004069     PERFORM 4100-RELEASE-IF-REISSUE THRU 4100-EXIT
004070         UNTIL WS-EVENT-EOF-YES.
004071     CLOSE SECURITY-EVENT-FILE.
004072 4000-EXIT.
004073     EXIT.
004074
004075 4050-READ-SECURITY-EVENT.
004076     READ SECURITY-EVENT-FILE
004077         AT END
004078             MOVE 'Y' TO WS-EVENT-EOF-SWITCH
004079     END-READ.
004080 4050-EXIT.
004081     EXIT.
004082
004083 4100-RELEASE-IF-REISSUE.
004084     IF SEV-OTP-REISSUED
004085         MOVE SEV-USERID    TO RSS-USERID
004086         MOVE SEV-TIMESTAMP TO RSS-TIMESTAMP
004087         RELEASE RSS-SORT-RECORD
004088     END-IF.
004089     PERFORM 4050-READ-SECURITY-EVENT THRU 4050-EXIT.
004090 4100-EXIT.
004091     EXIT.
004092
004093 4500-SCAN-REISSUES.
004094     PERFORM 4550-RETURN-REISSUE THRU 4550-EXIT.
004095     PERFORM 4600-PROCESS-REISSUE THRU 4600-EXIT
004096         UNTIL WS-REISSUE-EOF-YES.
004097     IF WS-REISSUE-USERID NOT = SPACES
004098         PERFORM 4700-FLUSH-REISSUE-USER THRU 4700-EXIT
004099     END-IF.
004100 4500-EXIT.
004101     EXIT.
004102
004103 4550-RETURN-REISSUE.
004104     RETURN REISSUE-SORT-FILE
004105         AT END
004106             MOVE 'Y' TO WS-REISSUE-EOF-SWITCH
004107     END-RETURN.
004108 4550-EXIT.
004109     EXIT.
004110
004111 4600-PROCESS-REISSUE.
004112     IF WS-REISSUE-USERID = SPACES
004113         PERFORM 4650-START-REISSUE-USER THRU 4650-EXIT
004114     END-IF.
004115     IF RSS-USERID NOT = WS-REISSUE-USERID
004116         PERFORM 4700-FLUSH-REISSUE-USER THRU 4700-EXIT
004117         PERFORM 4650-START-REISSUE-USER THRU 4650-EXIT
004118     END-IF.
004119     ADD 1 TO WS-USER-REISSUE-TOTAL.
004120     IF RSS-TIMESTAMP (1:10) = WS-CURRENT-TIMESTAMP (1:10)
004121         ADD 1 TO WS-USER-REISSUE-TODAY
004122     END-IF.
004123     PERFORM 4550-RETURN-REISSUE THRU 4550-EXIT.
004124 4600-EXIT.
004125     EXIT.
004126
004127 4650-START-REISSUE-USER.
004128     MOVE RSS-USERID           TO WS-REISSUE-USERID.
004129     MOVE RSS-TIMESTAMP (1:10) TO WS-FIRST-REISSUE-DATE.
004130     MOVE ZERO TO WS-USER-REISSUE-TOTAL.
004131     MOVE ZERO TO WS-USER-REISSUE-TODAY.
004132 4650-EXIT.
004133     EXIT.
004134
004135*----------------------------------------------------------------
004136* CONTROL BREAK ON USERID - A USERID REISSUED TODAY GETS ONE LINE
004137* WITH TODAY'S COUNT AND ITS COUNT SINCE ITS FIRST REISSUE ON THE
004138* FEED. A USERID WITH NO REISSUE TODAY IS NOT TODAY'S EXCEPTION.
004139*----------------------------------------------------------------
004140 4700-FLUSH-REISSUE-USER.
004141     IF WS-USER-REISSUE-TODAY = ZERO
004142         GO TO 4700-EXIT
004143     END-IF.
004144     MOVE 'OTP-REISSUE'         TO EXC-TYPE.
004145     MOVE WS-REISSUE-USERID     TO EXC-USERID.
004146     MOVE WS-USER-REISSUE-TODAY TO RDT-TODAY-COUNT.
004147     MOVE WS-USER-REISSUE-TOTAL TO RDT-TOTAL-COUNT.
004148     MOVE WS-FIRST-REISSUE-DATE TO RDT-FIRST-DATE.
004149     MOVE WS-REISSUE-DETAIL     TO EXC-DETAIL.
004150     WRITE RPT-PRINT-LINE FROM WS-EXCEPTION-LINE.
004151     ADD 1 TO WS-EXCEPTION-COUNT.
004152 4700-EXIT.
004153     EXIT.
004154
004155 7000-BUILD-TIMESTAMP.
004156     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004157     ACCEPT WS-SYS-TIME FROM TIME.
004158     STRING WS-SYS-DATE (1:4) '-' WS-SYS-DATE (5:2) '-'
004159            WS-SYS-DATE (7:2) '-' WS-SYS-TIME (1:2) '.'
004160            WS-SYS-TIME (3:2) '.' WS-SYS-TIME (5:2)
004161            DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
004162     END-STRING.
004163 7000-EXIT.
004164     EXIT.
004170
004180 7100-WRITE-HEADINGS.
004190     MOVE WS-CURRENT-TIMESTAMP (1:10) TO HDG-RUN-DATE.
004210     WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2.
004212     MOVE WS-BURST-THRESHOLD   TO HDG-BURST-THRESHOLD.
004214     MOVE WS-BURST-WINDOW-SECS TO HDG-BURST-WINDOW.
004215     MOVE WS-REISSUE-LIMIT     TO HDG-REISSUE-LIMIT.
004216     WRITE RPT-PRINT-LINE FROM WS-PARM-LINE.
004220     WRITE RPT-PRINT-LINE FROM WS-BLANK-LINE.
004230     WRITE RPT-PRINT-LINE FROM WS-COLUMN-HEADING-LINE.
004620         AND SPF-BURST-WINDOW-N > ZERO
004630         MOVE SPF-BURST-WINDOW-N TO WS-BURST-WINDOW-SECS
004640     END-IF.
004642     IF SPF-OTP-REISSUE-LIMIT-X NUMERIC
004644         AND SPF-OTP-REISSUE-LIMIT-N > ZERO
004646         MOVE SPF-OTP-REISSUE-LIMIT-N TO WS-REISSUE-LIMIT
004648     END-IF.
004650     CLOSE SECURITY-PARM-FILE.
004660 8100-SHOW-VALUES.
004670     DISPLAY 'SECEXCPTRPT - BURST THRESHOLD IN FORCE: '
004680         WS-BURST-THRESHOLD.
004690     DISPLAY 'SECEXCPTRPT - BURST WINDOW IN FORCE:    '
004700         WS-BURST-WINDOW-SECS.
004703     DISPLAY 'SECEXCPTRPT - REISSUE LIMIT IN FORCE:   '
004706         WS-REISSUE-LIMIT.
004710 8100-EXIT.
004720     EXIT.
