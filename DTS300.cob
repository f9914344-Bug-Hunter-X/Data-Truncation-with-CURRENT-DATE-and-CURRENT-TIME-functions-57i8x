000180*                                                                *
000190*    MATCHES THE PAIRED START AND STOP STAMPS DTS100 WRITES TO   *
000200*    THE JOB-RUN AUDIT LOG, COMPUTES THE ELAPSED RUN TIME FOR    *
000210*    EACH PAIR, AND POSTS THE RESULT TO THE KEYED RUN-           *
000220*    STATISTICS MASTER (VIA DTS620) SO RUN-TIME DRIFT IS KEPT    *
000230*    BY JOB, SITE AND DAY OF THE WEEK, NOT JUST TODAY'S NUMBER.  *
000240*                                                                *
000250*    MODIFICATION HISTORY                                        *
000260*    DATE       INIT  DESCRIPTION                                *
000339*    2026-09-02 JRM   PAIR A RERUN EVENT WITH ITS STOP THE SAME  *
000341*                     AS A START - A RESUBMITTED RUN'S ELAPSED   *
000342*                     TIME NOW REACHES THE TREND LOG.            *
000343*    2026-10-15 JRM   DATE THE TREND AND SLA-RESULTS ENTRIES BY  *
000344*                     THE SITE PROCESSING DATE ON THE LOG LINE.  *
000345*    2026-10-15 JRM   EXCUSE A BREACH INSIDE A DECLARED PLANNED  *
000346*                     OUTAGE (DTS490) - LOGGED TO EXCLOG.        *
000347*    2026-10-15 JRM   POST PAIRS TO THE RUN-STATISTICS MASTER    *
000348*                     (DTS620), NOT THE TREND LOG; ADD OUTLRPT.  *
000349******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440     SELECT ELAPSED-RPT ASSIGN TO ELAPSRPT
000450         ORGANIZATION IS LINE SEQUENTIAL.
000452*    RUNS FAR OUTSIDE THEIR JOB'S NORMAL RANGE, JUDGED AGAINST
000454*    THE RUN-STATISTICS MASTER.
000456     SELECT OUTLIER-RPT ASSIGN TO OUTLRPT
000458         ORGANIZATION IS LINE SEQUENTIAL.
000460*    EXCUSED-ITEM LOG - A BREACH HELD BACK FOR A PLANNED OUTAGE
000462*    IS APPENDED HERE FOR THE DTS710 TURNOVER PAGE.
000464     SELECT EXC-LOG ASSIGN TO EXCLOG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EXC-STATUS.
000490*    PER-JOB SLA THRESHOLDS, MAINTAINED VIA DTS430.
000500     SELECT SLA-FILE ASSIGN TO SLAFILE
000510         ORGANIZATION IS INDEXED
000600 FD  ELAPSED-RPT
000610     RECORDING MODE IS F.
000620 01  ELAPSED-RECORD-OUT           PIC X(132).
000630 FD  OUTLIER-RPT
000640     RECORDING MODE IS F.
000650 01  OUTLIER-RECORD-OUT           PIC X(132).
000660 FD  SLA-FILE
000670     RECORDING MODE IS F.
000680     COPY DTSSLA.
000682 FD  SLA-RES
000684     RECORDING MODE IS F.
000686 01  SLARES-RECORD-IO             PIC X(50).
000687 FD  EXC-LOG
000688     RECORDING MODE IS F.
000689     COPY DTSEXC.
000690 WORKING-STORAGE SECTION.
000700 77  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
000720 77  WS-SLA-STATUS                PIC X(02) VALUE SPACES.
000722 77  WS-SLARES-STATUS             PIC X(02) VALUE SPACES.
000726 77  WS-EXC-STATUS                PIC X(02) VALUE SPACES.
000730 COPY DTSAREA.
000740*    HAND-OFF AREA FOR THE DTS600 MONITORING CALL MADE WHEN A
000750*    MATCHED PAIR BREACHES ITS SLA.
000760 COPY DTSAUD.
000765 COPY DTSBLKP.
000766*    POSTING AREA FOR THE DTS620 RUN-STATISTICS SERVICE.
000767 COPY DTSRSTP.
000770 01  WS-AUDIT-PARSE.
000780     05  WS-AP-JOB-ID             PIC X(08).
000790     05  FILLER                   PIC X(01).
000950     05  WS-AP-RC-EDIT            PIC X(04).
000960     05  FILLER                   PIC X(01).
000970     05  WS-AP-SITE-ID            PIC X(04).
001000     05  FILLER                   PIC X(01).
001010     05  WS-AP-MISMATCH           PIC X(01).
001020     05  FILLER                   PIC X(01).
001030     05  WS-AP-PROC-DATE          PIC X(08).
001040 01  WS-PENDING-STARTS.
001050     05  WS-PEND-ENTRY OCCURS 20 TIMES INDEXED BY WS-PEND-IDX.
001060         10  WS-PEND-JOB-ID       PIC X(08).
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001130         88  WS-EOF               VALUE 'Y'.
001160     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001170         88  WS-FOUND-MATCH       VALUE 'Y'.
001180     05  WS-SLA-AVAIL-SW          PIC X(01) VALUE 'N'.
001190         88  WS-SLA-AVAIL         VALUE 'Y'.
001191     05  WS-RST-AVAIL-SW          PIC X(01) VALUE 'Y'.
001192         88  WS-RST-AVAIL         VALUE 'Y'.
001193*    SET WHEN THE PAIR BEING MATCHED BREACHED ITS SLA.
001194     05  WS-PAIR-BREACH-SW        PIC X(01) VALUE 'N'.
001195         88  WS-PAIR-BREACHED     VALUE 'Y'.
001200 01  WS-WORK-FIELDS.
001210     05  WS-START-SECS-OF-DAY     PIC 9(07).
001220     05  WS-STOP-SECS-OF-DAY      PIC 9(07).
001230     05  WS-ELAPSED-SECS          PIC 9(07).
001240     05  WS-TODAY-CCYYMMDD        PIC 9(08).
001241*    PROCESSING DATE OF THE STOP BEING MATCHED - THE RUN DATE
001242*    WHEN THE LOG LINE PREDATES THE PROCESSING-DATE COLUMN.
001243     05  WS-CYCLE-DATE            PIC 9(08).
001244*    THE MATCHED RUN AS A DATED HHMM RANGE FOR THE BLACKOUT CHECK.
001245     05  WS-BLK-START-DATE        PIC 9(08).
001246     05  WS-BLK-START-HHMM        PIC 9(04).
001247     05  WS-BLK-STOP-HHMM         PIC 9(04).
001248     05  WS-BLK-INTEGER           PIC S9(09) COMP-3.
001249     05  WS-BLK-HH                PIC 9(02).
001250     05  WS-BLK-REM               PIC 9(07).
001251*    SLA-RESULTS COLUMN 49 - 'E' FOR A BREACH EXCUSED BY A PLANNED
001252*    OUTAGE, SPACE OTHERWISE.
001253     05  WS-SR-FLAG               PIC X(01).
001254*    OUTLIER JUDGEMENT - THE RUN AGAINST THE JOB'S FIGURES AS
001255*    THEY STOOD BEFORE IT WAS POSTED.
001256     05  WS-OUT-KIND              PIC X(05).
001257     05  WS-OUT-HIGH-SECS         PIC 9(08).
001258     05  WS-OUT-BASIS             PIC X(08).
001259     05  WS-OUT-SLA               PIC X(12).
001270 01  WS-COUNTERS.
001280     05  WS-PAIRS-MATCHED         PIC 9(05) VALUE ZERO.
001294     05  WS-STATS-POSTED          PIC 9(05) VALUE ZERO.
001304     05  WS-OUTLIERS-LONG         PIC 9(05) VALUE ZERO.
001314     05  WS-OUTLIERS-SHORT        PIC 9(05) VALUE ZERO.
001340*    SLA BREACHES COLLECTED DURING THE MATCHING PASS, PRINTED AS
001350*    THEIR OWN SECTION OF ELAPSRPT AHEAD OF THE TREND SUMMARY.
001360 01  WS-SLA-BREACHES.
001410         10  WS-SB-KIND           PIC X(08).
001420         10  WS-SB-ACTUAL         PIC 9(07).
001430         10  WS-SB-LIMIT          PIC 9(07).
001432*    SPACES, OR THE PLANNED OUTAGE THAT EXCUSED THE BREACH.
001434         10  WS-SB-NOTE           PIC X(40).
001440 77  WS-SLA-RC                    PIC S9(04) COMP VALUE ZERO.
001450 77  WS-SLA-KIND                  PIC X(08) VALUE SPACES.
001460 77  WS-SLA-ACTUAL                PIC 9(07) VALUE ZERO.
001540 01  WS-DL-BREACH-SW              PIC X(01) VALUE 'N'.
001550     88  WS-DL-BREACHED           VALUE 'Y'.
001560 77  WS-SB-SUB                    PIC S9(04) COMP VALUE ZERO.
001561*    OUTLIER LIMITS.  A RUN IS JUDGED ONLY ONCE ITS FIGURES HOLD
001562*    ENOUGH RUNS, AND ONLY WHEN IT IS A MINUTE OR MORE OFF THE
001563*    MEAN.  LONG = OVER THE MEAN PLUS THREE SPREADS AND OVER THE
001564*    90TH PERCENTILE.  SHORT = UNDER THE MEAN LESS THREE SPREADS,
001565*    OR UNDER A QUARTER OF THE MEAN - THE EMPTY-INPUT "SUCCESS".
001566 77  WS-OUT-MIN-RUNS              PIC 9(07) VALUE 5.
001567 77  WS-OUT-SPREADS               PIC 9(01) VALUE 3.
001568 77  WS-OUT-MIN-GAP-SECS          PIC 9(07) VALUE 60.
001569 77  WS-OUT-SHORT-PCT             PIC 9(03) VALUE 25.
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
001610         UNTIL WS-EOF.
001630     PERFORM 9000-FINISH THRU 9000-EXIT.
001640     GOBACK.
001650 0000-EXIT.
001660     EXIT.
001670******************************************************************
001680*    1000-INITIALIZE - OPEN FILES, CLEAR THE PENDING-START       *
001690*    TABLE, CAPTURE TODAY'S DATE FOR THE REPORT HEADINGS.        *
001700******************************************************************
001710 1000-INITIALIZE.
001720     OPEN INPUT AUDIT-LOG-IN.
001730     OPEN OUTPUT ELAPSED-RPT.
001735     OPEN OUTPUT OUTLIER-RPT.
001740     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
001750     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
001760     PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
001850         INTO ELAPSED-RECORD-OUT
001860     END-STRING.
001870     WRITE ELAPSED-RECORD-OUT.
001871     MOVE SPACES TO OUTLIER-RECORD-OUT.
001872     STRING 'DTS300 RUN-TIME OUTLIER REPORT - ' DELIMITED BY SIZE
001873         WS-TODAY-CCYYMMDD       DELIMITED BY SIZE
001874         ' AT ' DELIMITED BY SIZE
001875         DTS100-HHMMSS           DELIMITED BY SIZE
001876         INTO OUTLIER-RECORD-OUT
001877     END-STRING.
001878     WRITE OUTLIER-RECORD-OUT.
001880     IF WS-AUDIT-STATUS = '35'
001890         DISPLAY 'DTS300 - NO AUDIT LOG ON FILE YET'
001900         SET WS-EOF TO TRUE
002480     EXIT.
002490******************************************************************
002500*    4000-MATCH-STOP - FIND THIS JOB'S PARKED START, COMPUTE THE *
002510*    ELAPSED SECONDS, WRITE A DETAIL LINE AND POST THE RUN.      *
002520******************************************************************
002530 4000-MATCH-STOP.
002540     COMPUTE WS-STOP-SECS-OF-DAY =
002780             - WS-PEND-START-SECS (WS-PEND-IDX)
002790     END-IF.
002800     ADD 1 TO WS-PAIRS-MATCHED.
002801     IF WS-AP-PROC-DATE IS NUMERIC
002802         AND WS-AP-PROC-DATE NOT = '00000000'
002803         MOVE WS-AP-PROC-DATE TO WS-CYCLE-DATE
002804     ELSE
002805         MOVE WS-AP-RUN-DATE TO WS-CYCLE-DATE
002806     END-IF.
002810     MOVE SPACES TO ELAPSED-RECORD-OUT.
002820     STRING 'JOB=' DELIMITED BY SIZE
002830         WS-AP-JOB-ID            DELIMITED BY SIZE
002880         INTO ELAPSED-RECORD-OUT
002890     END-STRING.
002900     WRITE ELAPSED-RECORD-OUT.
002910     PERFORM 4200-POST-RUN-STATS THRU 4200-EXIT.
002920     MOVE 'N' TO WS-PAIR-BREACH-SW.
003030     PERFORM 4300-CHECK-SLA THRU 4300-EXIT.
003035     IF WS-RST-AVAIL AND DTSRSTP-OK
003036         AND DTSRSTP-RUN-COUNT >= WS-OUT-MIN-RUNS
003037         PERFORM 4700-JUDGE-OUTLIER THRU 4700-EXIT
003038     END-IF.
003040 4100-EXIT.
003050     EXIT.
003060******************************************************************
003066*    4200-POST-RUN-STATS - POST THE PAIR TO THE RUN-STATISTICS   *
003072*    MASTER BY JOB, SITE AND PROCESSING DATE.  DTS620 HANDS      *
003078*    BACK THE JOB'S FIGURES AS THEY STOOD BEFORE THIS RUN, FOR   *
003084*    THE OUTLIER JUDGEMENT.                                      *
003090******************************************************************
003110 4200-POST-RUN-STATS.
003120     IF NOT WS-RST-AVAIL
003130         GO TO 4200-EXIT
003140     END-IF.
003142     SET DTSRSTP-UPDATE     TO TRUE.
003144     MOVE WS-AP-JOB-ID      TO DTSRSTP-JOB-ID.
003146     MOVE WS-AP-SITE-ID     TO DTSRSTP-SITE-ID.
003148     MOVE WS-CYCLE-DATE     TO DTSRSTP-RUN-DATE.
003150     MOVE WS-ELAPSED-SECS   TO DTSRSTP-ELAPSED-SECS.
003152     CALL 'DTS620' USING DTSRSTP-PARM.
003154     IF DTSRSTP-UNAVAILABLE
003156         MOVE 'N' TO WS-RST-AVAIL-SW
003158     ELSE
003160         ADD 1 TO WS-STATS-POSTED
003162     END-IF.
003170 4200-EXIT.
003180     EXIT.
003190******************************************************************
003990*    SITTING PAST ITS DEADLINE.                                  *
004000******************************************************************
004010 4400-POST-BREACH.
004012     SET WS-PAIR-BREACHED TO TRUE.
004015     PERFORM 4550-CHECK-BLACKOUT THRU 4550-EXIT.
004020     IF WS-SB-COUNT < 20
004030         ADD 1 TO WS-SB-COUNT
004040         MOVE WS-AP-JOB-ID  TO WS-SB-JOB-ID (WS-SB-COUNT)
004060         MOVE WS-SLA-KIND   TO WS-SB-KIND (WS-SB-COUNT)
004070         MOVE WS-SLA-ACTUAL TO WS-SB-ACTUAL (WS-SB-COUNT)
004080         MOVE WS-SLA-LIMIT  TO WS-SB-LIMIT (WS-SB-COUNT)
004081         MOVE SPACES        TO WS-SB-NOTE (WS-SB-COUNT)
004082         IF DTSBLKP-IN-BLACKOUT
004083             STRING ' EXCUSED - PLANNED OUTAGE ' DELIMITED BY SIZE
004084                 DTSBLKP-BLK-FROM DELIMITED BY SIZE
004085                 '-' DELIMITED BY SIZE
004086                 DTSBLKP-BLK-TO   DELIMITED BY SIZE
004087                 INTO WS-SB-NOTE (WS-SB-COUNT)
004088             END-STRING
004089         END-IF
004090     ELSE
004100         DISPLAY 'DTS300 - SLA BREACH TABLE FULL - BREACH FOR '
004110             'JOB ' WS-AP-JOB-ID ' FED BUT NOT LISTED'
004111     END-IF.
004112*    A BREACH INSIDE A DECLARED PLANNED OUTAGE IS NOT PAGED - IT
004113*    GOES TO THE EXCUSED-ITEM LOG INSTEAD.
004114     IF DTSBLKP-IN-BLACKOUT
004115         PERFORM 4600-LOG-EXCUSED THRU 4600-EXIT
004116         PERFORM 4500-APPEND-SLA-RES THRU 4500-EXIT
004117         GO TO 4400-EXIT
004120     END-IF.
004130     MOVE WS-AP-JOB-ID      TO DTSAUD-JOB-ID.
004140     MOVE WS-AP-SITE-ID     TO DTSAUD-SITE-ID.
004251         ' ' DELIMITED BY SIZE
004252         WS-AP-SITE-ID     DELIMITED BY SIZE
004253         ' ' DELIMITED BY SIZE
004254         WS-CYCLE-DATE     DELIMITED BY SIZE
004255         ' ' DELIMITED BY SIZE
004256         WS-SLA-KIND       DELIMITED BY SIZE
004257         ' ' DELIMITED BY SIZE
004258         WS-SLA-ACTUAL     DELIMITED BY SIZE
004259         ' ' DELIMITED BY SIZE
004260         WS-SLA-LIMIT ' ' WS-SR-FLAG DELIMITED BY SIZE
004261         INTO SLARES-RECORD-IO
004262     END-STRING.
004263     OPEN EXTEND SLA-RES.
004269 4500-EXIT.
004270     EXIT.
004280******************************************************************
004282*    4550-CHECK-BLACKOUT - ASK DTS670 WHETHER A DECLARED         *
004284*    PLANNED-OUTAGE WINDOW AT THE SITE OVERLAPS THE MATCHED RUN. *
004286*    THE START IS DATED BY THE STOP, LESS A DAY WHEN THE RUN     *
004288*    WRAPPED PAST MIDNIGHT - THE SAME WRAP RULE AS 4100.         *
004290******************************************************************
004292 4550-CHECK-BLACKOUT.
004294     MOVE WS-AP-RUN-DATE TO WS-BLK-START-DATE.
004296     IF WS-STOP-SECS-OF-DAY < WS-PEND-START-SECS (WS-PEND-IDX)
004298         COMPUTE WS-BLK-INTEGER =
004300             FUNCTION INTEGER-OF-DATE(WS-AP-RUN-DATE) - 1
004302         COMPUTE WS-BLK-START-DATE =
004304             FUNCTION DATE-OF-INTEGER(WS-BLK-INTEGER)
004306     END-IF.
004308     COMPUTE WS-BLK-HH = WS-PEND-START-SECS (WS-PEND-IDX) / 3600.
004310     COMPUTE WS-BLK-REM =
004312         WS-PEND-START-SECS (WS-PEND-IDX) - (WS-BLK-HH * 3600).
004314     COMPUTE WS-BLK-START-HHMM =
004316         (WS-BLK-HH * 100) + (WS-BLK-REM / 60).
004318     COMPUTE WS-BLK-STOP-HHMM =
004320         (WS-AP-RUN-HH * 100) + WS-AP-RUN-MN.
004322     MOVE WS-AP-SITE-ID     TO DTSBLKP-SITE-ID.
004324     MOVE WS-BLK-START-DATE TO DTSBLKP-CHECK-DATE.
004326     MOVE WS-BLK-START-HHMM TO DTSBLKP-FROM-HHMM.
004328     MOVE WS-BLK-STOP-HHMM  TO DTSBLKP-TO-HHMM.
004330     CALL 'DTS670' USING DTSBLKP-PARM.
004332     MOVE SPACE TO WS-SR-FLAG.
004334     IF DTSBLKP-IN-BLACKOUT
004336         MOVE 'E' TO WS-SR-FLAG
004338     END-IF.
004340 4550-EXIT.
004342     EXIT.
004344******************************************************************
004346*    4600-LOG-EXCUSED - APPEND THE EXCUSED BREACH TO THE         *
004348*    EXCUSED-ITEM LOG, CREATING IT ON FIRST USE.                 *
004350******************************************************************
004352 4600-LOG-EXCUSED.
004354     MOVE SPACES TO DTSEXC-RECORD.
004356     MOVE WS-AP-SITE-ID     TO DTSEXC-SITE-ID.
004358     MOVE WS-AP-JOB-ID      TO DTSEXC-JOB-ID.
004360     MOVE WS-CYCLE-DATE     TO DTSEXC-ITEM-DATE.
004362     MOVE WS-AP-TIME-N      TO DTSEXC-LOGGED-TIME.
004364     MOVE 'SLABRCH'         TO DTSEXC-EVENT-TYPE.
004366     MOVE 'DTS300'          TO DTSEXC-SOURCE-PGM.
004368     MOVE DTSBLKP-BLK-DATE  TO DTSEXC-BLK-DATE.
004370     MOVE DTSBLKP-BLK-FROM  TO DTSEXC-BLK-FROM.
004372     MOVE DTSBLKP-BLK-TO    TO DTSEXC-BLK-TO.
004374     MOVE DTSBLKP-REASON    TO DTSEXC-REASON.
004376     MOVE DTSBLKP-APPROVER  TO DTSEXC-APPROVER.
004378     OPEN EXTEND EXC-LOG.
004380     IF WS-EXC-STATUS = '35'
004382         OPEN OUTPUT EXC-LOG
004384     END-IF.
004386     WRITE DTSEXC-RECORD.
004388     CLOSE EXC-LOG.
004390 4600-EXIT.
004392     EXIT.
004394******************************************************************
004396*    4700-JUDGE-OUTLIER - SET THE RUN AGAINST ITS JOB'S FIGURES  *
004398*    AS THEY STOOD BEFORE IT WAS POSTED, USING THE LIMITS UNDER  *
004400*    WS-OUT-MIN-RUNS.  THE SLA DOES NOT ENTER INTO IT - A RUN    *
004402*    WELL UNDER ITS SLA CAN STILL BE FAR FROM ITS NORMAL RANGE,  *
004404*    AND A SHORT ONE USUALLY MEANS THE JOB READ AN EMPTY INPUT   *
004406*    FILE AND "SUCCEEDED".  EACH OUTLIER GETS ITS LINES ON       *
004408*    OUTLRPT.                                                    *
004410******************************************************************
004412 4700-JUDGE-OUTLIER.
004414     MOVE SPACES TO WS-OUT-KIND.
004416     COMPUTE WS-OUT-HIGH-SECS = DTSRSTP-MEAN-SECS
004418         + (WS-OUT-SPREADS * DTSRSTP-SPREAD-SECS).
004420     IF WS-ELAPSED-SECS > WS-OUT-HIGH-SECS
004422         AND WS-ELAPSED-SECS > DTSRSTP-HIGH-PCT-SECS
004424         AND WS-ELAPSED-SECS >=
004426             DTSRSTP-MEAN-SECS + WS-OUT-MIN-GAP-SECS
004428         MOVE 'LONG' TO WS-OUT-KIND
004430     END-IF.
004432     IF DTSRSTP-MEAN-SECS >= WS-OUT-MIN-GAP-SECS
004434         AND WS-ELAPSED-SECS + WS-OUT-MIN-GAP-SECS
004436             <= DTSRSTP-MEAN-SECS
004438         AND (WS-ELAPSED-SECS
004440             + (WS-OUT-SPREADS * DTSRSTP-SPREAD-SECS)
004442             < DTSRSTP-MEAN-SECS
004444         OR WS-ELAPSED-SECS * 100
004446             < DTSRSTP-MEAN-SECS * WS-OUT-SHORT-PCT)
004448         MOVE 'SHORT' TO WS-OUT-KIND
004450     END-IF.
004452     IF WS-OUT-KIND = SPACES
004454         GO TO 4700-EXIT
004456     END-IF.
004458     IF WS-OUT-KIND = 'LONG'
004460         ADD 1 TO WS-OUTLIERS-LONG
004462     ELSE
004464         ADD 1 TO WS-OUTLIERS-SHORT
004466     END-IF.
004468     MOVE SPACES TO WS-OUT-BASIS.
004470     IF DTSRSTP-FIG-DAY-OF-WEEK = ZERO
004472         MOVE 'ALL DAYS' TO WS-OUT-BASIS
004474     ELSE
004476         STRING 'DAY ' DELIMITED BY SIZE
004478             DTSRSTP-FIG-DAY-OF-WEEK DELIMITED BY SIZE
004480             INTO WS-OUT-BASIS
004482         END-STRING
004484     END-IF.
004486     IF WS-PAIR-BREACHED
004488         MOVE 'BREACHED' TO WS-OUT-SLA
004490     ELSE
004492         MOVE 'NOT BREACHED' TO WS-OUT-SLA
004494     END-IF.
004496     MOVE SPACES TO OUTLIER-RECORD-OUT.
004498     STRING WS-OUT-KIND DELIMITED BY SIZE
004500         ' JOB=' DELIMITED BY SIZE
004502         WS-AP-JOB-ID            DELIMITED BY SIZE
004504         ' SITE=' DELIMITED BY SIZE
004506         WS-AP-SITE-ID           DELIMITED BY SIZE
004508         ' PROC-DATE=' DELIMITED BY SIZE
004510         WS-CYCLE-DATE           DELIMITED BY SIZE
004512         ' STOPPED=' DELIMITED BY SIZE
004514         WS-AP-RUN-TIME          DELIMITED BY SIZE
004516         ' ELAPSED-SECS=' DELIMITED BY SIZE
004518         WS-ELAPSED-SECS         DELIMITED BY SIZE
004520         ' SLA ' DELIMITED BY SIZE
004522         WS-OUT-SLA              DELIMITED BY SIZE
004524         INTO OUTLIER-RECORD-OUT
004526     END-STRING.
004528     WRITE OUTLIER-RECORD-OUT.
004530     MOVE SPACES TO OUTLIER-RECORD-OUT.
004532     STRING '      NORMAL (' DELIMITED BY SIZE
004534         WS-OUT-BASIS            DELIMITED BY SIZE
004536         ' RUNS=' DELIMITED BY SIZE
004538         DTSRSTP-RUN-COUNT       DELIMITED BY SIZE
004540         ') MEAN=' DELIMITED BY SIZE
004542         DTSRSTP-MEAN-SECS       DELIMITED BY SIZE
004544         ' SPREAD=' DELIMITED BY SIZE
004546         DTSRSTP-SPREAD-SECS     DELIMITED BY SIZE
004548         ' P90=' DELIMITED BY SIZE
004550         DTSRSTP-HIGH-PCT-SECS   DELIMITED BY SIZE
004552         ' SHORTEST=' DELIMITED BY SIZE
004554         DTSRSTP-SHORTEST-SECS   DELIMITED BY SIZE
004556         ' LONGEST=' DELIMITED BY SIZE
004558         DTSRSTP-LONGEST-SECS    DELIMITED BY SIZE
004560         INTO OUTLIER-RECORD-OUT
004562     END-STRING.
004564     WRITE OUTLIER-RECORD-OUT.
004566     IF WS-OUT-KIND = 'SHORT'
004568         MOVE SPACES TO OUTLIER-RECORD-OUT
004570         STRING '      SUSPICIOUSLY SHORT - CHECK WHETHER THE '
004572             DELIMITED BY SIZE
004574             'RUN READ AN EMPTY OR MISSING INPUT FILE'
004576             DELIMITED BY SIZE
004578             INTO OUTLIER-RECORD-OUT
004580         END-STRING
004582         WRITE OUTLIER-RECORD-OUT
004584     END-IF.
004586 4700-EXIT.
004588     EXIT.
004690******************************************************************
004700*    9000-FINISH - WRITE THE RUN SUMMARIES AND CLOSE UP.         *
004710******************************************************************
004720 9000-FINISH.
004730     MOVE SPACES TO ELAPSED-RECORD-OUT.
004840             VARYING WS-SB-SUB FROM 1 BY 1
004850             UNTIL WS-SB-SUB > WS-SB-COUNT
004860     END-IF.
004867     MOVE SPACES TO ELAPSED-RECORD-OUT.
004874     STRING 'RUN-STATISTICS POSTED=' DELIMITED BY SIZE
004881         WS-STATS-POSTED         DELIMITED BY SIZE
004888         ' OUTLIERS LONG=' DELIMITED BY SIZE
004895         WS-OUTLIERS-LONG        DELIMITED BY SIZE
004902         ' SHORT=' DELIMITED BY SIZE
004909         WS-OUTLIERS-SHORT       DELIMITED BY SIZE
004916         ' (SEE OUTLRPT)' DELIMITED BY SIZE
004923         INTO ELAPSED-RECORD-OUT
004930     END-STRING.
004937     WRITE ELAPSED-RECORD-OUT.
004944     IF NOT WS-RST-AVAIL
004951         MOVE SPACES TO OUTLIER-RECORD-OUT
004958         STRING 'RUN-STATISTICS MASTER UNAVAILABLE - RUNS NOT '
004965             DELIMITED BY SIZE
004972             'POSTED OR JUDGED' DELIMITED BY SIZE
004979             INTO OUTLIER-RECORD-OUT
005000         END-STRING
005001         WRITE OUTLIER-RECORD-OUT
005002     END-IF.
005003     IF WS-OUTLIERS-LONG = ZERO AND WS-OUTLIERS-SHORT = ZERO
005004         MOVE 'NO OUTLYING RUNS' TO OUTLIER-RECORD-OUT
005005         WRITE OUTLIER-RECORD-OUT
005006     END-IF.
005007     MOVE SPACES TO OUTLIER-RECORD-OUT.
005008     STRING 'PAIRS POSTED=' DELIMITED BY SIZE
005009         WS-STATS-POSTED         DELIMITED BY SIZE
005010         ' LONG=' DELIMITED BY SIZE
005011         WS-OUTLIERS-LONG        DELIMITED BY SIZE
005012         ' SHORT=' DELIMITED BY SIZE
005013         WS-OUTLIERS-SHORT       DELIMITED BY SIZE
005014         INTO OUTLIER-RECORD-OUT
005015     END-STRING.
005016     WRITE OUTLIER-RECORD-OUT.
005017     IF WS-RST-AVAIL
005018         SET DTSRSTP-CLOSE TO TRUE
005019         CALL 'DTS620' USING DTSRSTP-PARM
005020     END-IF.
005030     CLOSE AUDIT-LOG-IN.
005040     CLOSE ELAPSED-RPT.
005045     CLOSE OUTLIER-RPT.
005050     IF WS-SLA-AVAIL
005060         CLOSE SLA-FILE
005070     END-IF.
005220         WS-SB-ACTUAL (WS-SB-SUB)  DELIMITED BY SIZE
005230         ' LIMIT=' DELIMITED BY SIZE
005240         WS-SB-LIMIT (WS-SB-SUB)   DELIMITED BY SIZE
005245         WS-SB-NOTE (WS-SB-SUB)    DELIMITED BY SIZE
005250         INTO ELAPSED-RECORD-OUT
005260     END-STRING.
005270     WRITE ELAPSED-RECORD-OUT.
