000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS320.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS320 - PRE-NIGHT BATCH-WINDOW FORECAST                    *
000180*                                                                *
000190*    DTS310 ONLY PROJECTS RUNS ALREADY IN FLIGHT AND DTS770      *
000200*    EXPLAINS THE WINDOW AFTER THE FACT.  THIS FORECAST RUNS AT  *
000210*    THE START OF THE SHIFT, BEFORE THE CYCLE, FOR A SITE AND    *
000220*    PROCESSING DATE (PARM CARD, DATE DEFAULTS TO TODAY).  IT    *
000230*    TAKES THE JOBS THE SCHEDULE TABLE HAS DUE ON THAT DAY OF    *
000240*    THE WEEK - NONE WHEN THE SITE'S PROCESSING CALENDAR (VIA    *
000250*    DTS650) LISTS THE DATE - CHAINS THEM THROUGH THE            *
000260*    PREDECESSOR TABLE, AND LAYS EACH JOB'S HISTORICAL ELAPSED   *
000270*    TIME FROM THE RUN-STATISTICS MASTER (VIA DTS620) ALONG THE  *
000280*    CHAINS.  IT PRINTS EACH JOB'S PROJECTED START AND STOP, THE *
000290*    PROJECTED END OF THE WINDOW, AND EVERY SLA LATEST-STOP      *
000300*    DEADLINE WITH THE PROJECTION SET AGAINST IT.  RETURN CODE 4 *
000310*    WHEN ANY DEADLINE IS AT RISK.                               *
000320*                                                                *
000330*    A JOB STARTS AT THE LATER OF ITS SCHEDULE WINDOW'S OPENING  *
000340*    AND THE PROJECTED STOP OF ITS LAST PREDECESSOR DUE THE SAME *
000350*    NIGHT.  TIMES COUNT ON IN SECONDS FROM THE PROCESSING       *
000360*    DATE'S MIDNIGHT, SAME AS DTS770; A WINDOW OPENING EARLIER   *
000370*    THAN THE CYCLE START (PARM CARD, DEFAULT 1800) IS THE NEXT  *
000380*    MORNING AND PRINTS WITH +1.  EACH DEADLINE IS ANCHORED TO   *
000390*    THE PROJECTED START THE WAY DTS300 ANCHORS IT TO THE ACTUAL *
000400*    ONE.                                                        *
000410*                                                                *
000420*    MONTH-END (NO BUSINESS DAY LEFT IN THE MONTH AFTER THE      *
000430*    PROCESSING DATE) AND THE FIRST BUSINESS DAY AFTER A         *
000440*    CALENDAR HOLIDAY RUN HEAVY.  ON SUCH A NIGHT EVERY JOB IS   *
000450*    PROJECTED AT ITS 90TH-PERCENTILE RUN INSTEAD OF ITS         *
000460*    AVERAGE, AND THE HEADING SAYS WHY.  A JOB WITH NO HISTORY   *
000470*    AT THE SITE IS PROJECTED AT ITS SLA MAXIMUM ELAPSED TIME,   *
000480*    OR ZERO WHEN IT HAS NONE.                                   *
000490*                                                                *
000500*    MODIFICATION HISTORY                                        *
000510*    DATE       INIT  DESCRIPTION                                *
000520*    2026-10-15 JRM   INITIAL VERSION                            *
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PARM-FILE ASSIGN TO PARMFILE
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630     SELECT SCHED-FILE ASSIGN TO SCHEDFIL
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS DTSSCHD-KEY OF DTSSCHD-RECORD
000670         FILE STATUS IS WS-SCHED-STATUS.
000680     SELECT PRED-FILE ASSIGN TO PREDFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS DTSPRED-KEY OF DTSPRED-RECORD
000720         FILE STATUS IS WS-PRED-STATUS.
000730     SELECT SLA-FILE ASSIGN TO SLAFILE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS DTSSLA-KEY OF DTSSLA-RECORD
000770         FILE STATUS IS WS-SLA-STATUS.
000780     SELECT FCST-RPT ASSIGN TO FCSTRPT
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARM-FILE
000830     RECORDING MODE IS F.
000840 01  PARM-RECORD.
000850     05  PARM-SITE-ID             PIC X(04).
000860     05  PARM-PROC-DATE           PIC X(08).
000870     05  PARM-CYCLE-START         PIC X(04).
000880 FD  SCHED-FILE
000890     RECORDING MODE IS F.
000900     COPY DTSSCHD.
000910 FD  PRED-FILE
000920     RECORDING MODE IS F.
000930     COPY DTSPRED.
000940 FD  SLA-FILE
000950     RECORDING MODE IS F.
000960     COPY DTSSLA.
000970 FD  FCST-RPT
000980     RECORDING MODE IS F.
000990 01  FCST-RECORD-OUT              PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-SCHED-STATUS              PIC X(02) VALUE SPACES.
001030 77  WS-PRED-STATUS               PIC X(02) VALUE SPACES.
001040 77  WS-SLA-STATUS                PIC X(02) VALUE SPACES.
001050 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
001060*    A PROJECTED STOP WITHIN THIS MANY SECONDS OF ITS DEADLINE
001070*    IS REPORTED AS TIGHT.
001080 77  WS-TIGHT-MARGIN-SECS         PIC S9(07) COMP-3 VALUE 900.
001090 COPY DTSAREA.
001100*    CALENDAR CHECKS FOR THE DUE DATE AND THE HEAVY-NIGHT TESTS.
001110 COPY DTSBDAY.
001120*    LOOK-UP AREA FOR THE DTS620 RUN-STATISTICS SERVICE.
001130 COPY DTSRSTP.
001140*    EVERY JOB DUE AT THE SITE ON THE PROCESSING DATE, WITH ITS
001150*    PREDECESSORS, ITS HISTORICAL ELAPSED TIME, ITS DEADLINE,
001160*    AND THE PROJECTION ONCE ITS CHAIN HAS BEEN RESOLVED.
001170 01  WS-JOB-TABLE.
001180     05  WS-JT-COUNT              PIC S9(04) COMP VALUE ZERO.
001190     05  WS-JT-ENTRY OCCURS 100 TIMES.
001200         10  WS-JT-JOB-ID         PIC X(08).
001210         10  WS-JT-WIN-START      PIC 9(04).
001220         10  WS-JT-WIN-END        PIC 9(04).
001230         10  WS-JT-PRED-CNT       PIC S9(04) COMP.
001240         10  WS-JT-PRED-ID        PIC X(08) OCCURS 5 TIMES.
001250*    TABLE SLOT OF EACH PREDECESSOR - ZERO WHEN THE PREDECESSOR
001260*    IS NOT DUE THE SAME NIGHT.
001270         10  WS-JT-PRED-SUB       PIC S9(04) COMP OCCURS 5 TIMES.
001280         10  WS-JT-ELAPSED        PIC 9(07).
001290         10  WS-JT-BASIS          PIC X(08).
001300         10  WS-JT-SLA-MAX        PIC 9(07).
001310         10  WS-JT-DEADLINE       PIC 9(06).
001320         10  WS-JT-START-SECS     PIC S9(07) COMP-3.
001330         10  WS-JT-STOP-SECS      PIC S9(07) COMP-3.
001340         10  WS-JT-AFTER-JOB      PIC X(08).
001350         10  WS-JT-DONE-SW        PIC X(01).
001360             88  WS-JT-DONE       VALUE 'Y'.
001370         10  WS-JT-PRINTED-SW     PIC X(01).
001380             88  WS-JT-PRINTED    VALUE 'Y'.
001390         10  WS-JT-UNDUE-SW       PIC X(01).
001400             88  WS-JT-WAITS-UNDUE VALUE 'Y'.
001410 01  WS-SWITCHES.
001420     05  WS-SCHED-EOF-SW          PIC X(01) VALUE 'N'.
001430         88  WS-SCHED-EOF         VALUE 'Y'.
001440     05  WS-SCHED-AVAIL-SW        PIC X(01) VALUE 'N'.
001450         88  WS-SCHED-AVAIL       VALUE 'Y'.
001460     05  WS-PRED-AVAIL-SW         PIC X(01) VALUE 'N'.
001470         88  WS-PRED-AVAIL        VALUE 'Y'.
001480     05  WS-SLA-AVAIL-SW          PIC X(01) VALUE 'N'.
001490         88  WS-SLA-AVAIL         VALUE 'Y'.
001500     05  WS-DATE-LISTED-SW        PIC X(01) VALUE 'N'.
001510         88  WS-DATE-LISTED       VALUE 'Y'.
001520     05  WS-MONTH-END-SW          PIC X(01) VALUE 'N'.
001530         88  WS-MONTH-END         VALUE 'Y'.
001540     05  WS-AFTER-HOLIDAY-SW      PIC X(01) VALUE 'N'.
001550         88  WS-AFTER-HOLIDAY     VALUE 'Y'.
001560     05  WS-HEAVY-SW              PIC X(01) VALUE 'N'.
001570         88  WS-HEAVY-NIGHT       VALUE 'Y'.
001580     05  WS-WALK-DONE-SW          PIC X(01) VALUE 'N'.
001590         88  WS-WALK-DONE         VALUE 'Y'.
001600     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001610         88  WS-FOUND-MATCH       VALUE 'Y'.
001620     05  WS-READY-SW              PIC X(01) VALUE 'N'.
001630         88  WS-JOB-READY         VALUE 'Y'.
001640     05  WS-PROGRESS-SW           PIC X(01) VALUE 'N'.
001650         88  WS-MADE-PROGRESS     VALUE 'Y'.
001660 01  WS-WORK-FIELDS.
001670     05  WS-PROC-DATE             PIC 9(08).
001680     05  WS-PROC-DATE-X REDEFINES WS-PROC-DATE.
001690         10  WS-PD-YYYY           PIC 9(04).
001700         10  WS-PD-MM             PIC 9(02).
001710         10  WS-PD-DD             PIC 9(02).
001720     05  WS-PROC-INTEGER          PIC S9(09) COMP-3.
001730*    DAY OF WEEK, 1=MONDAY THROUGH 7=SUNDAY, MATCHING THE
001740*    SCHEDULE ENTRY'S MON-SUN RUN-DAY FLAGS.
001750     05  WS-PROC-DOW              PIC S9(04) COMP.
001760     05  WS-SEL-SITE              PIC X(04) VALUE SPACES.
001770     05  WS-CYCLE-START           PIC 9(04) VALUE 1800.
001780     05  WS-CYCLE-START-X REDEFINES WS-CYCLE-START.
001790         10  WS-CS-HH             PIC 9(02).
001800         10  WS-CS-MM             PIC 9(02).
001810     05  WS-CYCLE-START-SECS      PIC S9(07) COMP-3 VALUE ZERO.
001820     05  WS-NEXT-MONTH.
001830         10  WS-NM-YYYY           PIC 9(04).
001840         10  WS-NM-MM             PIC 9(02).
001850         10  WS-NM-DD             PIC 9(02).
001860     05  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH PIC 9(08).
001870     05  WS-LOOK-DATE             PIC 9(08) VALUE ZERO.
001880     05  WS-HOLIDAY-DATE          PIC 9(08) VALUE ZERO.
001890     05  WS-BACK-DAYS             PIC S9(04) COMP VALUE ZERO.
001900     05  WS-LOOK-JOB              PIC X(08) VALUE SPACES.
001910     05  WS-JT-SUB                PIC S9(04) COMP VALUE ZERO.
001920     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
001930     05  WS-P-SUB                 PIC S9(04) COMP VALUE ZERO.
001940     05  WS-PRED-AT               PIC S9(04) COMP VALUE ZERO.
001950     05  WS-RANK                  PIC S9(04) COMP VALUE ZERO.
001960     05  WS-BEST-SUB              PIC S9(04) COMP VALUE ZERO.
001970     05  WS-BEST-START            PIC S9(07) COMP-3 VALUE ZERO.
001980     05  WS-WIN-HH                PIC S9(04) COMP VALUE ZERO.
001990     05  WS-WIN-MM                PIC S9(04) COMP VALUE ZERO.
002000     05  WS-EARLIEST              PIC S9(07) COMP-3 VALUE ZERO.
002010     05  WS-WINDOW-END            PIC S9(07) COMP-3 VALUE ZERO.
002020     05  WS-WINDOW-END-JOB        PIC X(08) VALUE SPACES.
002030     05  WS-DEADLINE-SECS         PIC S9(07) COMP-3 VALUE ZERO.
002040     05  WS-START-DAY             PIC S9(04) COMP VALUE ZERO.
002050     05  WS-START-SOD             PIC S9(07) COMP-3 VALUE ZERO.
002060     05  WS-MARGIN-SECS           PIC S9(07) COMP-3 VALUE ZERO.
002070     05  WS-SECS-EDIT             PIC -(6)9.
002080     05  WS-TM-SECS               PIC S9(07) COMP-3 VALUE ZERO.
002090     05  WS-TM-DAY                PIC S9(04) COMP VALUE ZERO.
002100     05  WS-TM-DAY-EDIT           PIC 9(01).
002110     05  WS-TM-REM                PIC S9(07) COMP-3 VALUE ZERO.
002120     05  WS-TM-EDIT               PIC X(09).
002130     05  WS-START-EDIT            PIC X(09).
002140     05  WS-STOP-EDIT             PIC X(09).
002150     05  WS-DL-EDIT               PIC X(09).
002160 01  WS-TM-TIME.
002170     05  WS-TM-HH                 PIC 9(02).
002180     05  WS-TM-MN                 PIC 9(02).
002190     05  WS-TM-SS                 PIC 9(02).
002200 01  WS-DL-TIME.
002210     05  WS-DL-HH                 PIC 9(02).
002220     05  WS-DL-MN                 PIC 9(02).
002230     05  WS-DL-SS                 PIC 9(02).
002240 01  WS-COUNTERS.
002250     05  WS-SCHED-READ            PIC 9(05) VALUE ZERO.
002260     05  WS-JOBS-DUE              PIC 9(05) VALUE ZERO.
002270     05  WS-JOBS-PROJECTED        PIC 9(05) VALUE ZERO.
002280     05  WS-NO-HISTORY            PIC 9(05) VALUE ZERO.
002290     05  WS-WAITS-UNDUE           PIC 9(05) VALUE ZERO.
002300     05  WS-NOT-PROJECTED         PIC 9(05) VALUE ZERO.
002310     05  WS-DEADLINES             PIC 9(05) VALUE ZERO.
002320     05  WS-AT-RISK               PIC 9(05) VALUE ZERO.
002330     05  WS-TIGHT                 PIC 9(05) VALUE ZERO.
002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     IF WS-RETURN-CODE = ZERO
002380         PERFORM 1500-CLASSIFY-NIGHT THRU 1500-EXIT
002390     END-IF.
002400     IF WS-RETURN-CODE = ZERO AND NOT WS-DATE-LISTED
002410         PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
002420             UNTIL WS-SCHED-EOF
002430         PERFORM 3000-LOAD-JOB-DETAIL THRU 3000-EXIT
002440         PERFORM 4000-PROJECT-NIGHT THRU 4000-EXIT
002450         PERFORM 5000-PRINT-JOBS THRU 5000-EXIT
002460         PERFORM 6000-PRINT-DEADLINES THRU 6000-EXIT
002470     END-IF.
002480     PERFORM 9000-FINISH THRU 9000-EXIT.
002490     GOBACK.
002500 0000-EXIT.
002510     EXIT.
002520******************************************************************
002530*    1000-INITIALIZE - READ THE SITE/DATE/CYCLE-START PARM CARD, *
002540*    WRITE THE HEADING AND OPEN THE TABLES.  THE SITE IS         *
002550*    REQUIRED; THE SCHEDULE TABLE MUST BE THERE, THE OTHERS MAY  *
002560*    BE MISSING.                                                 *
002570******************************************************************
002580 1000-INITIALIZE.
002590     OPEN OUTPUT FCST-RPT.
002600     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
002610     MOVE DTS100-CC-YYMMDD TO WS-PROC-DATE.
002620     MOVE SPACES TO PARM-RECORD.
002630     OPEN INPUT PARM-FILE.
002640     IF WS-PARM-STATUS = '35'
002650         DISPLAY 'DTS320 - NO PARM CARD SUPPLIED - ABEND'
002660         MOVE 16 TO WS-RETURN-CODE
002670         GO TO 1000-EXIT
002680     END-IF.
002690     READ PARM-FILE
002700         AT END
002710             CONTINUE
002720     END-READ.
002730     CLOSE PARM-FILE.
002740     IF PARM-SITE-ID = SPACES
002750         DISPLAY 'DTS320 - NO SITE ON PARM CARD - ABEND'
002760         MOVE 16 TO WS-RETURN-CODE
002770         GO TO 1000-EXIT
002780     END-IF.
002790     MOVE PARM-SITE-ID TO WS-SEL-SITE.
002800     IF PARM-PROC-DATE IS NUMERIC
002810         AND PARM-PROC-DATE NOT = '00000000'
002820         MOVE PARM-PROC-DATE TO WS-PROC-DATE
002830     END-IF.
002840     IF PARM-CYCLE-START IS NUMERIC
002850         MOVE PARM-CYCLE-START TO WS-CYCLE-START
002860     END-IF.
002870     IF WS-CS-HH > 23 OR WS-CS-MM > 59
002880         DISPLAY 'DTS320 - CYCLE START ' WS-CYCLE-START
002890             ' IS NOT A TIME OF DAY - 1800 USED'
002900         MOVE 1800 TO WS-CYCLE-START
002910     END-IF.
002920     COMPUTE WS-CYCLE-START-SECS =
002930         (WS-CS-HH * 3600) + (WS-CS-MM * 60).
002940     COMPUTE WS-PROC-INTEGER =
002950         FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
002960*    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO THE
002970*    REMAINDER MOD 7 GIVES 1-6 FOR MONDAY-SATURDAY AND 0 FOR
002980*    SUNDAY, WHICH MAPS TO SLOT 7 OF THE RUN-DAY FLAGS.
002990     COMPUTE WS-PROC-DOW =
003000         FUNCTION MOD(WS-PROC-INTEGER, 7).
003010     IF WS-PROC-DOW = ZERO
003020         MOVE 7 TO WS-PROC-DOW
003030     END-IF.
003040     MOVE SPACES TO FCST-RECORD-OUT.
003050     STRING 'DTS320 BATCH-WINDOW FORECAST - SITE '
003060         DELIMITED BY SIZE
003070         WS-SEL-SITE              DELIMITED BY SIZE
003080         ' PROCESSING DATE ' DELIMITED BY SIZE
003090         WS-PROC-DATE             DELIMITED BY SIZE
003100         ' CYCLE START ' DELIMITED BY SIZE
003110         WS-CYCLE-START           DELIMITED BY SIZE
003120         ' RUN ' DELIMITED BY SIZE
003130         DTS100-CC-YYMMDD         DELIMITED BY SIZE
003140         ' ' DELIMITED BY SIZE
003150         DTS100-HHMMSS            DELIMITED BY SIZE
003160         INTO FCST-RECORD-OUT
003170     END-STRING.
003180     WRITE FCST-RECORD-OUT.
003190     OPEN INPUT SCHED-FILE.
003200     IF WS-SCHED-STATUS NOT = '00' AND WS-SCHED-STATUS NOT = '05'
003210         DISPLAY 'DTS320 - NO SCHEDULE TABLE AVAILABLE - '
003220             'NOTHING TO FORECAST - ABEND'
003230         MOVE 16 TO WS-RETURN-CODE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     SET WS-SCHED-AVAIL TO TRUE.
003270     PERFORM 2100-READ-SCHED THRU 2100-EXIT.
003280     OPEN INPUT PRED-FILE.
003290     IF WS-PRED-STATUS = '00' OR WS-PRED-STATUS = '05'
003300         SET WS-PRED-AVAIL TO TRUE
003310     ELSE
003320         DISPLAY 'DTS320 - NO PREDECESSOR TABLE AVAILABLE - '
003330             'JOBS PROJECTED FROM THEIR WINDOWS ALONE'
003340     END-IF.
003350     OPEN INPUT SLA-FILE.
003360     IF WS-SLA-STATUS = '00' OR WS-SLA-STATUS = '05'
003370         SET WS-SLA-AVAIL TO TRUE
003380     ELSE
003390         DISPLAY 'DTS320 - NO SLA TABLE AVAILABLE - NO '
003400             'DEADLINES TO JUDGE'
003410     END-IF.
003420 1000-EXIT.
003430     EXIT.
003440******************************************************************
003450*    1500-CLASSIFY-NIGHT - ASK DTS650 ABOUT THE PROCESSING       *
003460*    DATE.  A DATE THE SITE'S CALENDAR LISTS HAS NOTHING DUE,    *
003470*    WHATEVER THE RUN-DAY FLAGS SAY (THE DTS700 RULE).  A        *
003480*    BUSINESS DAY IS THEN TESTED FOR MONTH-END AND FOR FOLLOWING *
003490*    A HOLIDAY, AND THE NIGHT TYPE IS PRINTED UNDER THE HEADING. *
003500******************************************************************
003510 1500-CLASSIFY-NIGHT.
003520     MOVE 'C' TO DTSBDAY-FUNCTION.
003530     MOVE WS-SEL-SITE TO DTSBDAY-SITE-ID.
003540     MOVE WS-PROC-DATE TO DTSBDAY-FROM-DATE.
003550     MOVE ZERO TO DTSBDAY-TO-DATE.
003560     CALL 'DTS650' USING DTSBDAY-PARM.
003570     IF DTSBDAY-OK AND DTSBDAY-IS-HOLIDAY
003580         SET WS-DATE-LISTED TO TRUE
003590         MOVE SPACES TO FCST-RECORD-OUT
003600         STRING 'PROCESSING CALENDAR LISTS ' DELIMITED BY SIZE
003610             WS-PROC-DATE         DELIMITED BY SIZE
003620             ' AS A HOLIDAY OR NON-PROCESSING DAY AT THE SITE'
003630                 DELIMITED BY SIZE
003640             ' - NO JOBS DUE' DELIMITED BY SIZE
003650             INTO FCST-RECORD-OUT
003660         END-STRING
003670         WRITE FCST-RECORD-OUT
003680         GO TO 1500-EXIT
003690     END-IF.
003700     IF DTSBDAY-OK AND DTSBDAY-IS-BUS-DAY
003710         PERFORM 1600-CHECK-MONTH-END THRU 1600-EXIT
003720         PERFORM 1700-CHECK-AFTER-HOLIDAY THRU 1700-EXIT
003730     END-IF.
003740     IF WS-MONTH-END OR WS-AFTER-HOLIDAY
003750         SET WS-HEAVY-NIGHT TO TRUE
003760     END-IF.
003770     MOVE SPACES TO FCST-RECORD-OUT.
003780     IF WS-MONTH-END AND WS-AFTER-HOLIDAY
003790         STRING 'HEAVY NIGHT - MONTH-END AND FIRST BUSINESS DAY '
003800             DELIMITED BY SIZE
003810             'AFTER HOLIDAY ' DELIMITED BY SIZE
003820             WS-HOLIDAY-DATE      DELIMITED BY SIZE
003830             ' - JOBS PROJECTED AT THEIR 90TH-PERCENTILE RUN'
003840                 DELIMITED BY SIZE
003850             INTO FCST-RECORD-OUT
003860         END-STRING
003870     END-IF.
003880     IF WS-MONTH-END AND NOT WS-AFTER-HOLIDAY
003890         STRING 'HEAVY NIGHT - MONTH-END' DELIMITED BY SIZE
003900             ' - JOBS PROJECTED AT THEIR 90TH-PERCENTILE RUN'
003910                 DELIMITED BY SIZE
003920             INTO FCST-RECORD-OUT
003930         END-STRING
003940     END-IF.
003950     IF WS-AFTER-HOLIDAY AND NOT WS-MONTH-END
003960         STRING 'HEAVY NIGHT - FIRST BUSINESS DAY AFTER HOLIDAY '
003970             DELIMITED BY SIZE
003980             WS-HOLIDAY-DATE      DELIMITED BY SIZE
003990             ' - JOBS PROJECTED AT THEIR 90TH-PERCENTILE RUN'
004000                 DELIMITED BY SIZE
004010             INTO FCST-RECORD-OUT
004020         END-STRING
004030     END-IF.
004040     IF NOT WS-HEAVY-NIGHT
004050         MOVE 'NORMAL NIGHT - JOBS PROJECTED AT THEIR AVERAGE RUN'
004060             TO FCST-RECORD-OUT
004070     END-IF.
004080     WRITE FCST-RECORD-OUT.
004090 1500-EXIT.
004100     EXIT.
004110******************************************************************
004120*    1600-CHECK-MONTH-END - THE PROCESSING DATE IS MONTH-END     *
004130*    WHEN DTS650 COUNTS NO BUSINESS DAY AFTER IT UP TO THE LAST  *
004140*    CALENDAR DAY OF ITS MONTH.                                  *
004150******************************************************************
004160 1600-CHECK-MONTH-END.
004170     IF WS-PD-MM = 12
004180         COMPUTE WS-NM-YYYY = WS-PD-YYYY + 1
004190         MOVE 1 TO WS-NM-MM
004200     ELSE
004210         MOVE WS-PD-YYYY TO WS-NM-YYYY
004220         COMPUTE WS-NM-MM = WS-PD-MM + 1
004230     END-IF.
004240     MOVE 1 TO WS-NM-DD.
004250     COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER
004260         (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-N) - 1).
004270     MOVE 'A' TO DTSBDAY-FUNCTION.
004280     MOVE WS-SEL-SITE TO DTSBDAY-SITE-ID.
004290     MOVE WS-PROC-DATE TO DTSBDAY-FROM-DATE.
004300     MOVE WS-LOOK-DATE TO DTSBDAY-TO-DATE.
004310     CALL 'DTS650' USING DTSBDAY-PARM.
004320     IF DTSBDAY-OK AND DTSBDAY-BUS-DAYS = ZERO
004330         SET WS-MONTH-END TO TRUE
004340     END-IF.
004350 1600-EXIT.
004360     EXIT.
004370******************************************************************
004380*    1700-CHECK-AFTER-HOLIDAY - STEP BACK FROM THE PROCESSING    *
004390*    DATE OVER THE NON-BUSINESS DAYS BEFORE IT (A WEEK AT        *
004400*    MOST).  ANY OF THEM THE CALENDAR LISTS MAKES THIS THE FIRST *
004410*    BUSINESS DAY AFTER A HOLIDAY; A PLAIN WEEKEND DOES NOT.     *
004420******************************************************************
004430 1700-CHECK-AFTER-HOLIDAY.
004440     MOVE ZERO TO WS-BACK-DAYS.
004450     MOVE 'N' TO WS-WALK-DONE-SW.
004460     PERFORM 1750-STEP-BACK-ONE-DAY THRU 1750-EXIT
004470         UNTIL WS-WALK-DONE OR WS-BACK-DAYS >= 7.
004480 1700-EXIT.
004490     EXIT.
004500 1750-STEP-BACK-ONE-DAY.
004510     ADD 1 TO WS-BACK-DAYS.
004520     COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER
004530         (WS-PROC-INTEGER - WS-BACK-DAYS).
004540     MOVE 'C' TO DTSBDAY-FUNCTION.
004550     MOVE WS-SEL-SITE TO DTSBDAY-SITE-ID.
004560     MOVE WS-LOOK-DATE TO DTSBDAY-FROM-DATE.
004570     MOVE ZERO TO DTSBDAY-TO-DATE.
004580     CALL 'DTS650' USING DTSBDAY-PARM.
004590     IF NOT DTSBDAY-OK OR DTSBDAY-IS-BUS-DAY
004600         SET WS-WALK-DONE TO TRUE
004610         GO TO 1750-EXIT
004620     END-IF.
004630     IF DTSBDAY-IS-HOLIDAY
004640         SET WS-AFTER-HOLIDAY TO TRUE
004650         IF WS-HOLIDAY-DATE = ZERO
004660             MOVE WS-LOOK-DATE TO WS-HOLIDAY-DATE
004670         END-IF
004680     END-IF.
004690 1750-EXIT.
004700     EXIT.
004710******************************************************************
004720*    2000-LOAD-SCHEDULE - TABLE EVERY ENTRY FOR THE SITE WHOSE   *
004730*    RUN-DAY FLAG IS SET FOR THE PROCESSING DATE'S DAY OF WEEK.  *
004740******************************************************************
004750 2000-LOAD-SCHEDULE.
004760     IF DTSSCHD-SITE-ID OF DTSSCHD-RECORD NOT = WS-SEL-SITE
004770         GO TO 2000-NEXT
004780     END-IF.
004790     ADD 1 TO WS-SCHED-READ.
004800     IF DTSSCHD-RUN-DAY OF DTSSCHD-RECORD (WS-PROC-DOW)
004810         NOT = 'Y'
004820         GO TO 2000-NEXT
004830     END-IF.
004840     IF WS-JT-COUNT >= 100
004850         DISPLAY 'DTS320 - JOB TABLE FULL - DROPPING JOB '
004860             DTSSCHD-JOB-ID OF DTSSCHD-RECORD
004870             ' - FORECAST MAY BE INCOMPLETE'
004880         GO TO 2000-NEXT
004890     END-IF.
004900     ADD 1 TO WS-JT-COUNT.
004910     ADD 1 TO WS-JOBS-DUE.
004920     MOVE WS-JT-COUNT TO WS-JT-SUB.
004930     MOVE DTSSCHD-JOB-ID OF DTSSCHD-RECORD
004940         TO WS-JT-JOB-ID (WS-JT-SUB).
004950     MOVE DTSSCHD-WINDOW-START OF DTSSCHD-RECORD
004960         TO WS-JT-WIN-START (WS-JT-SUB).
004970     MOVE DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
004980         TO WS-JT-WIN-END (WS-JT-SUB).
004990     MOVE ZERO TO WS-JT-PRED-CNT (WS-JT-SUB).
005000     MOVE ZERO TO WS-JT-ELAPSED (WS-JT-SUB).
005010     MOVE SPACES TO WS-JT-BASIS (WS-JT-SUB).
005020     MOVE ZERO TO WS-JT-SLA-MAX (WS-JT-SUB).
005030     MOVE ZERO TO WS-JT-DEADLINE (WS-JT-SUB).
005040     MOVE ZERO TO WS-JT-START-SECS (WS-JT-SUB).
005050     MOVE ZERO TO WS-JT-STOP-SECS (WS-JT-SUB).
005060     MOVE SPACES TO WS-JT-AFTER-JOB (WS-JT-SUB).
005070     MOVE 'N' TO WS-JT-DONE-SW (WS-JT-SUB).
005080     MOVE 'N' TO WS-JT-PRINTED-SW (WS-JT-SUB).
005090     MOVE 'N' TO WS-JT-UNDUE-SW (WS-JT-SUB).
005100 2000-NEXT.
005110     PERFORM 2100-READ-SCHED THRU 2100-EXIT.
005120 2000-EXIT.
005130     EXIT.
005140 2100-READ-SCHED.
005150     READ SCHED-FILE
005160         AT END
005170             SET WS-SCHED-EOF TO TRUE
005180     END-READ.
005190 2100-EXIT.
005200     EXIT.
005210******************************************************************
005220*    3000-LOAD-JOB-DETAIL - FOR EVERY JOB DUE: ITS PREDECESSORS, *
005230*    ITS SLA ENTRY, THEN ITS ELAPSED TIME.  THE SLA ENTRY COMES  *
005240*    FIRST BECAUSE ITS MAXIMUM STANDS IN FOR A JOB WITH NO       *
005250*    HISTORY.                                                    *
005260******************************************************************
005270 3000-LOAD-JOB-DETAIL.
005280     PERFORM 3100-LOAD-JOB-PREDS THRU 3100-EXIT
005290         VARYING WS-JT-SUB FROM 1 BY 1
005300         UNTIL WS-JT-SUB > WS-JT-COUNT.
005310     PERFORM 3300-LOAD-JOB-SLA THRU 3300-EXIT
005320         VARYING WS-JT-SUB FROM 1 BY 1
005330         UNTIL WS-JT-SUB > WS-JT-COUNT.
005340     PERFORM 3400-LOAD-JOB-HISTORY THRU 3400-EXIT
005350         VARYING WS-JT-SUB FROM 1 BY 1
005360         UNTIL WS-JT-SUB > WS-JT-COUNT.
005370 3000-EXIT.
005380     EXIT.
005390 3100-LOAD-JOB-PREDS.
005400     IF NOT WS-PRED-AVAIL
005410         GO TO 3100-EXIT
005420     END-IF.
005430     MOVE WS-JT-JOB-ID (WS-JT-SUB)
005440         TO DTSPRED-JOB-ID OF DTSPRED-RECORD.
005450     MOVE WS-SEL-SITE TO DTSPRED-SITE-ID OF DTSPRED-RECORD.
005460     READ PRED-FILE
005470         INVALID KEY
005480             GO TO 3100-EXIT
005490     END-READ.
005500     PERFORM 3150-TAKE-ONE-PRED THRU 3150-EXIT
005510         VARYING WS-P-SUB FROM 1 BY 1 UNTIL WS-P-SUB > 5.
005520 3100-EXIT.
005530     EXIT.
005540******************************************************************
005550*    3150-TAKE-ONE-PRED - COPY ONE NON-BLANK PREDECESSOR ONTO    *
005560*    THE JOB AND NOTE ITS TABLE SLOT.  A PREDECESSOR NOT DUE THE *
005570*    SAME NIGHT CANNOT STOP CLEAN, SO THE STAMPING ROUTINE WILL  *
005580*    REFUSE THE JOB'S START - THE JOB IS MARKED FOR THE REPORT.  *
005590******************************************************************
005600 3150-TAKE-ONE-PRED.
005610     IF DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB) = SPACES
005620         GO TO 3150-EXIT
005630     END-IF.
005640     ADD 1 TO WS-JT-PRED-CNT (WS-JT-SUB).
005650     MOVE WS-JT-PRED-CNT (WS-JT-SUB) TO WS-PRED-AT.
005660     MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB)
005670         TO WS-JT-PRED-ID (WS-JT-SUB, WS-PRED-AT).
005680     MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB)
005690         TO WS-LOOK-JOB.
005700     PERFORM 3200-FIND-DUE-JOB THRU 3200-EXIT.
005710     MOVE WS-SUB TO WS-JT-PRED-SUB (WS-JT-SUB, WS-PRED-AT).
005720     IF WS-SUB = ZERO AND NOT WS-JT-WAITS-UNDUE (WS-JT-SUB)
005730         SET WS-JT-WAITS-UNDUE (WS-JT-SUB) TO TRUE
005740         ADD 1 TO WS-WAITS-UNDUE
005750     END-IF.
005760 3150-EXIT.
005770     EXIT.
005780******************************************************************
005790*    3200-FIND-DUE-JOB - TABLE SLOT OF THE JOB IN WS-LOOK-JOB IN *
005800*    WS-SUB, ZERO WHEN IT IS NOT DUE.                            *
005810******************************************************************
005820 3200-FIND-DUE-JOB.
005830     MOVE 'N' TO WS-FOUND-SW.
005840     MOVE ZERO TO WS-SUB.
005850     PERFORM 3250-SCAN-DUE-JOB THRU 3250-EXIT
005860         UNTIL WS-FOUND-MATCH OR WS-SUB >= WS-JT-COUNT.
005870     IF NOT WS-FOUND-MATCH
005880         MOVE ZERO TO WS-SUB
005890     END-IF.
005900 3200-EXIT.
005910     EXIT.
005920 3250-SCAN-DUE-JOB.
005930     ADD 1 TO WS-SUB.
005940     IF WS-JT-JOB-ID (WS-SUB) = WS-LOOK-JOB
005950         SET WS-FOUND-MATCH TO TRUE
005960     END-IF.
005970 3250-EXIT.
005980     EXIT.
005990 3300-LOAD-JOB-SLA.
006000     IF NOT WS-SLA-AVAIL
006010         GO TO 3300-EXIT
006020     END-IF.
006030     MOVE WS-JT-JOB-ID (WS-JT-SUB)
006040         TO DTSSLA-JOB-ID OF DTSSLA-RECORD.
006050     MOVE WS-SEL-SITE TO DTSSLA-SITE-ID OF DTSSLA-RECORD.
006060     READ SLA-FILE
006070         INVALID KEY
006080             GO TO 3300-EXIT
006090     END-READ.
006100     MOVE DTSSLA-MAX-ELAPSED-SECS OF DTSSLA-RECORD
006110         TO WS-JT-SLA-MAX (WS-JT-SUB).
006120     MOVE DTSSLA-LATEST-STOP-TIME OF DTSSLA-RECORD
006130         TO WS-JT-DEADLINE (WS-JT-SUB).
006140 3300-EXIT.
006150     EXIT.
006160******************************************************************
006170*    3400-LOAD-JOB-HISTORY - THE JOB'S ELAPSED TIME AT THE SITE  *
006180*    FROM THE RUN-STATISTICS MASTER, FOR THE PROCESSING DATE'S   *
006190*    DAY OF THE WEEK WHEN THAT DAY HAS HISTORY ENOUGH, ELSE ALL  *
006200*    DAYS: THE AVERAGE, OR THE 90TH PERCENTILE ON A HEAVY NIGHT. *
006210******************************************************************
006220 3400-LOAD-JOB-HISTORY.
006230     SET DTSRSTP-LOOKUP TO TRUE.
006240     MOVE WS-JT-JOB-ID (WS-JT-SUB) TO DTSRSTP-JOB-ID.
006250     MOVE WS-SEL-SITE TO DTSRSTP-SITE-ID.
006260     MOVE WS-PROC-DATE TO DTSRSTP-RUN-DATE.
006270     CALL 'DTS620' USING DTSRSTP-PARM.
006280     IF NOT DTSRSTP-OK
006290         GO TO 3400-NO-HISTORY
006300     END-IF.
006310     IF WS-HEAVY-NIGHT
006320         MOVE DTSRSTP-HIGH-PCT-SECS TO WS-JT-ELAPSED (WS-JT-SUB)
006330     ELSE
006340         MOVE DTSRSTP-MEAN-SECS TO WS-JT-ELAPSED (WS-JT-SUB)
006350     END-IF.
006360     IF DTSRSTP-FIG-DAY-OF-WEEK = ZERO
006370         MOVE 'ALL DAYS' TO WS-JT-BASIS (WS-JT-SUB)
006380     ELSE
006390         MOVE 'WEEKDAY' TO WS-JT-BASIS (WS-JT-SUB)
006400     END-IF.
006410     GO TO 3400-EXIT.
006420 3400-NO-HISTORY.
006430     ADD 1 TO WS-NO-HISTORY.
006440     IF WS-JT-SLA-MAX (WS-JT-SUB) > ZERO
006450         MOVE WS-JT-SLA-MAX (WS-JT-SUB)
006460             TO WS-JT-ELAPSED (WS-JT-SUB)
006470         MOVE 'SLA MAX' TO WS-JT-BASIS (WS-JT-SUB)
006480     ELSE
006490         MOVE 'NO HIST' TO WS-JT-BASIS (WS-JT-SUB)
006500     END-IF.
006510 3400-EXIT.
006520     EXIT.
006530******************************************************************
006540*    4000-PROJECT-NIGHT - RESOLVE THE CHAINS IN PASSES: EACH     *
006550*    PASS PROJECTS EVERY JOB WHOSE PREDECESSORS DUE TONIGHT ARE  *
006560*    ALL PROJECTED ALREADY.  WHEN A PASS PROJECTS NOTHING THE    *
006570*    REST SIT ON A CIRCULAR CHAIN AND ARE LEFT UNPROJECTED.      *
006580******************************************************************
006590 4000-PROJECT-NIGHT.
006600     MOVE ZERO TO WS-WINDOW-END.
006610     SET WS-MADE-PROGRESS TO TRUE.
006620     PERFORM 4100-PROJECT-PASS THRU 4100-EXIT
006630         UNTIL NOT WS-MADE-PROGRESS.
006640 4000-EXIT.
006650     EXIT.
006660 4100-PROJECT-PASS.
006670     MOVE 'N' TO WS-PROGRESS-SW.
006680     PERFORM 4200-TRY-ONE-JOB THRU 4200-EXIT
006690         VARYING WS-JT-SUB FROM 1 BY 1
006700         UNTIL WS-JT-SUB > WS-JT-COUNT.
006710 4100-EXIT.
006720     EXIT.
006730 4200-TRY-ONE-JOB.
006740     IF WS-JT-DONE (WS-JT-SUB)
006750         GO TO 4200-EXIT
006760     END-IF.
006770     SET WS-JOB-READY TO TRUE.
006780     PERFORM 4300-CHECK-ONE-PRED THRU 4300-EXIT
006790         VARYING WS-P-SUB FROM 1 BY 1
006800         UNTIL WS-P-SUB > WS-JT-PRED-CNT (WS-JT-SUB).
006810     IF NOT WS-JOB-READY
006820         GO TO 4200-EXIT
006830     END-IF.
006840*    THE WINDOW OPENING, TAKEN AS THE NEXT MORNING WHEN IT IS
006850*    EARLIER THAN THE CYCLE START.
006860     COMPUTE WS-WIN-HH = WS-JT-WIN-START (WS-JT-SUB) / 100.
006870     COMPUTE WS-WIN-MM =
006880         WS-JT-WIN-START (WS-JT-SUB) - (WS-WIN-HH * 100).
006890     COMPUTE WS-EARLIEST = (WS-WIN-HH * 3600) + (WS-WIN-MM * 60).
006900     IF WS-EARLIEST < WS-CYCLE-START-SECS
006910         ADD 86400 TO WS-EARLIEST
006920     END-IF.
006930     MOVE 'WINDOW' TO WS-JT-AFTER-JOB (WS-JT-SUB).
006940     PERFORM 4400-TAKE-LATEST-PRED THRU 4400-EXIT
006950         VARYING WS-P-SUB FROM 1 BY 1
006960         UNTIL WS-P-SUB > WS-JT-PRED-CNT (WS-JT-SUB).
006970     MOVE WS-EARLIEST TO WS-JT-START-SECS (WS-JT-SUB).
006980     COMPUTE WS-JT-STOP-SECS (WS-JT-SUB) =
006990         WS-EARLIEST + WS-JT-ELAPSED (WS-JT-SUB).
007000     SET WS-JT-DONE (WS-JT-SUB) TO TRUE.
007010     SET WS-MADE-PROGRESS TO TRUE.
007020     ADD 1 TO WS-JOBS-PROJECTED.
007030     IF WS-JT-STOP-SECS (WS-JT-SUB) > WS-WINDOW-END
007040         MOVE WS-JT-STOP-SECS (WS-JT-SUB) TO WS-WINDOW-END
007050         MOVE WS-JT-JOB-ID (WS-JT-SUB) TO WS-WINDOW-END-JOB
007060     END-IF.
007070 4200-EXIT.
007080     EXIT.
007090 4300-CHECK-ONE-PRED.
007100     MOVE WS-JT-PRED-SUB (WS-JT-SUB, WS-P-SUB) TO WS-SUB.
007110     IF WS-SUB > ZERO
007120         IF NOT WS-JT-DONE (WS-SUB)
007130             MOVE 'N' TO WS-READY-SW
007140         END-IF
007150     END-IF.
007160 4300-EXIT.
007170     EXIT.
007180 4400-TAKE-LATEST-PRED.
007190     MOVE WS-JT-PRED-SUB (WS-JT-SUB, WS-P-SUB) TO WS-SUB.
007200     IF WS-SUB = ZERO
007210         GO TO 4400-EXIT
007220     END-IF.
007230     IF WS-JT-STOP-SECS (WS-SUB) > WS-EARLIEST
007240         MOVE WS-JT-STOP-SECS (WS-SUB) TO WS-EARLIEST
007250         MOVE WS-JT-JOB-ID (WS-SUB) TO WS-JT-AFTER-JOB (WS-JT-SUB)
007260     END-IF.
007270 4400-EXIT.
007280     EXIT.
007290******************************************************************
007300*    5000-PRINT-JOBS - THE PROJECTED JOBS IN START ORDER, EACH   *
007310*    WITH THE WINDOW OR PREDECESSOR THAT SETS ITS START, THEN    *
007320*    ANY JOB LEFT ON A CIRCULAR CHAIN, THEN THE PROJECTED END OF *
007330*    THE WINDOW AND THE JOB THAT SETS IT.                        *
007340******************************************************************
007350 5000-PRINT-JOBS.
007360     IF WS-JT-COUNT = ZERO
007370         MOVE 'NO JOBS DUE AT THE SITE ON THE PROCESSING DATE'
007380             TO FCST-RECORD-OUT
007390         WRITE FCST-RECORD-OUT
007400         GO TO 5000-EXIT
007410     END-IF.
007420     MOVE '  PROJECTED RUNS IN START ORDER:' TO FCST-RECORD-OUT.
007430     WRITE FCST-RECORD-OUT.
007440     PERFORM 5100-PRINT-NEXT-JOB THRU 5100-EXIT
007450         VARYING WS-RANK FROM 1 BY 1
007460         UNTIL WS-RANK > WS-JOBS-PROJECTED.
007470     PERFORM 5300-PRINT-UNPROJECTED THRU 5300-EXIT
007480         VARYING WS-JT-SUB FROM 1 BY 1
007490         UNTIL WS-JT-SUB > WS-JT-COUNT.
007500     MOVE SPACES TO FCST-RECORD-OUT.
007510     IF WS-JOBS-PROJECTED = ZERO
007520         MOVE 'NO JOB COULD BE PROJECTED - NO WINDOW END'
007530             TO FCST-RECORD-OUT
007540     ELSE
007550         MOVE WS-WINDOW-END TO WS-TM-SECS
007560         PERFORM 7000-EDIT-TIME THRU 7000-EXIT
007570         STRING 'PROJECTED WINDOW END=' DELIMITED BY SIZE
007580             WS-TM-EDIT           DELIMITED BY SIZE
007590             ' SET BY JOB ' DELIMITED BY SIZE
007600             WS-WINDOW-END-JOB    DELIMITED BY SIZE
007610             INTO FCST-RECORD-OUT
007620         END-STRING
007630     END-IF.
007640     WRITE FCST-RECORD-OUT.
007650 5000-EXIT.
007660     EXIT.
007670******************************************************************
007680*    5100-PRINT-NEXT-JOB - PICK THE EARLIEST-STARTING UNPRINTED  *
007690*    PROJECTED JOB AND PRINT IT.                                 *
007700******************************************************************
007710 5100-PRINT-NEXT-JOB.
007720     MOVE ZERO TO WS-BEST-SUB.
007730     MOVE ZERO TO WS-BEST-START.
007740     PERFORM 5150-SCAN-FOR-EARLIEST THRU 5150-EXIT
007750         VARYING WS-JT-SUB FROM 1 BY 1
007760         UNTIL WS-JT-SUB > WS-JT-COUNT.
007770     IF WS-BEST-SUB = ZERO
007780         GO TO 5100-EXIT
007790     END-IF.
007800     MOVE WS-BEST-SUB TO WS-JT-SUB.
007810     SET WS-JT-PRINTED (WS-JT-SUB) TO TRUE.
007820     MOVE WS-JT-START-SECS (WS-JT-SUB) TO WS-TM-SECS.
007830     PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
007840     MOVE WS-TM-EDIT TO WS-START-EDIT.
007850     MOVE WS-JT-STOP-SECS (WS-JT-SUB) TO WS-TM-SECS.
007860     PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
007870     MOVE WS-TM-EDIT TO WS-STOP-EDIT.
007880     MOVE SPACES TO FCST-RECORD-OUT.
007890     STRING '    ' DELIMITED BY SIZE
007900         WS-JT-JOB-ID (WS-JT-SUB) DELIMITED BY SIZE
007910         ' WINDOW=' DELIMITED BY SIZE
007920         WS-JT-WIN-START (WS-JT-SUB) DELIMITED BY SIZE
007930         '-' DELIMITED BY SIZE
007940         WS-JT-WIN-END (WS-JT-SUB) DELIMITED BY SIZE
007950         ' START=' DELIMITED BY SIZE
007960         WS-START-EDIT            DELIMITED BY SIZE
007970         ' STOP=' DELIMITED BY SIZE
007980         WS-STOP-EDIT             DELIMITED BY SIZE
007990         ' ELAPSED-SECS=' DELIMITED BY SIZE
008000         WS-JT-ELAPSED (WS-JT-SUB) DELIMITED BY SIZE
008010         ' BASIS=' DELIMITED BY SIZE
008020         WS-JT-BASIS (WS-JT-SUB)  DELIMITED BY SIZE
008030         ' AFTER=' DELIMITED BY SIZE
008040         WS-JT-AFTER-JOB (WS-JT-SUB) DELIMITED BY SIZE
008050         INTO FCST-RECORD-OUT
008060     END-STRING.
008070     WRITE FCST-RECORD-OUT.
008080     IF WS-JT-WAITS-UNDUE (WS-JT-SUB)
008090         PERFORM 5200-PRINT-UNDUE-PRED THRU 5200-EXIT
008100             VARYING WS-P-SUB FROM 1 BY 1
008110             UNTIL WS-P-SUB > WS-JT-PRED-CNT (WS-JT-SUB)
008120     END-IF.
008130 5100-EXIT.
008140     EXIT.
008150 5150-SCAN-FOR-EARLIEST.
008160     IF NOT WS-JT-DONE (WS-JT-SUB)
008170         OR WS-JT-PRINTED (WS-JT-SUB)
008180         GO TO 5150-EXIT
008190     END-IF.
008200     IF WS-BEST-SUB = ZERO
008210         OR WS-JT-START-SECS (WS-JT-SUB) < WS-BEST-START
008220         MOVE WS-JT-SUB TO WS-BEST-SUB
008230         MOVE WS-JT-START-SECS (WS-JT-SUB) TO WS-BEST-START
008240     END-IF.
008250 5150-EXIT.
008260     EXIT.
008270 5200-PRINT-UNDUE-PRED.
008280     IF WS-JT-PRED-SUB (WS-JT-SUB, WS-P-SUB) NOT = ZERO
008290         GO TO 5200-EXIT
008300     END-IF.
008310     MOVE SPACES TO FCST-RECORD-OUT.
008320     STRING '      WAITS ON ' DELIMITED BY SIZE
008330         WS-JT-PRED-ID (WS-JT-SUB, WS-P-SUB) DELIMITED BY SIZE
008340         ' - NOT DUE TONIGHT, SO THE START WILL BE REFUSED AS '
008350             DELIMITED BY SIZE
008360         'PREDFAIL UNLESS IT IS RUN BY HAND' DELIMITED BY SIZE
008370         INTO FCST-RECORD-OUT
008380     END-STRING.
008390     WRITE FCST-RECORD-OUT.
008400 5200-EXIT.
008410     EXIT.
008420 5300-PRINT-UNPROJECTED.
008430     IF WS-JT-DONE (WS-JT-SUB)
008440         GO TO 5300-EXIT
008450     END-IF.
008460     ADD 1 TO WS-NOT-PROJECTED.
008470     MOVE SPACES TO FCST-RECORD-OUT.
008480     STRING '    ' DELIMITED BY SIZE
008490         WS-JT-JOB-ID (WS-JT-SUB) DELIMITED BY SIZE
008500         ' NOT PROJECTED - ON OR BEHIND A CIRCULAR PREDECESSOR '
008510             DELIMITED BY SIZE
008520         'CHAIN (SEE DTS210)' DELIMITED BY SIZE
008530         INTO FCST-RECORD-OUT
008540     END-STRING.
008550     WRITE FCST-RECORD-OUT.
008560 5300-EXIT.
008570     EXIT.
008580******************************************************************
008590*    6000-PRINT-DEADLINES - EVERY DUE JOB WITH AN SLA LATEST     *
008600*    STOP, THE PROJECTED STOP SET AGAINST IT: AT RISK WHEN THE   *
008610*    PROJECTION IS PAST IT, TIGHT WHEN WITHIN THE MARGIN.        *
008620******************************************************************
008630 6000-PRINT-DEADLINES.
008640     IF NOT WS-SLA-AVAIL OR WS-JT-COUNT = ZERO
008650         GO TO 6000-EXIT
008660     END-IF.
008670     MOVE '  SLA LATEST-STOP DEADLINES:' TO FCST-RECORD-OUT.
008680     WRITE FCST-RECORD-OUT.
008690     PERFORM 6100-JUDGE-ONE-DEADLINE THRU 6100-EXIT
008700         VARYING WS-JT-SUB FROM 1 BY 1
008710         UNTIL WS-JT-SUB > WS-JT-COUNT.
008720     IF WS-DEADLINES = ZERO
008730         MOVE '    NO DEADLINES REGISTERED FOR THE JOBS DUE'
008740             TO FCST-RECORD-OUT
008750         WRITE FCST-RECORD-OUT
008760     END-IF.
008770 6000-EXIT.
008780     EXIT.
008790******************************************************************
008800*    6100-JUDGE-ONE-DEADLINE - A DEADLINE AT OR AFTER THE        *
008810*    PROJECTED START'S TIME OF DAY BELONGS TO THE START'S OWN    *
008820*    DAY; ONE EARLIER MEANS THE FOLLOWING MORNING.               *
008830******************************************************************
008840 6100-JUDGE-ONE-DEADLINE.
008850     IF WS-JT-DEADLINE (WS-JT-SUB) = ZERO
008860         GO TO 6100-EXIT
008870     END-IF.
008880     ADD 1 TO WS-DEADLINES.
008890     MOVE SPACES TO FCST-RECORD-OUT.
008900     IF NOT WS-JT-DONE (WS-JT-SUB)
008910         ADD 1 TO WS-AT-RISK
008920         STRING '    AT RISK  ' DELIMITED BY SIZE
008930             WS-JT-JOB-ID (WS-JT-SUB) DELIMITED BY SIZE
008940             ' LATEST-STOP=' DELIMITED BY SIZE
008950             WS-JT-DEADLINE (WS-JT-SUB) DELIMITED BY SIZE
008960             ' NOT PROJECTED - CIRCULAR PREDECESSOR CHAIN'
008970                 DELIMITED BY SIZE
008980             INTO FCST-RECORD-OUT
008990         END-STRING
009000         WRITE FCST-RECORD-OUT
009010         GO TO 6100-EXIT
009020     END-IF.
009030     MOVE WS-JT-DEADLINE (WS-JT-SUB) TO WS-DL-TIME.
009040     COMPUTE WS-DEADLINE-SECS =
009050         (WS-DL-HH * 3600) + (WS-DL-MN * 60) + WS-DL-SS.
009060     COMPUTE WS-START-DAY = WS-JT-START-SECS (WS-JT-SUB) / 86400.
009070     COMPUTE WS-START-SOD =
009080         WS-JT-START-SECS (WS-JT-SUB) - (WS-START-DAY * 86400).
009090     IF WS-DEADLINE-SECS >= WS-START-SOD
009100         COMPUTE WS-DEADLINE-SECS =
009110             WS-DEADLINE-SECS + (WS-START-DAY * 86400)
009120     ELSE
009130         COMPUTE WS-DEADLINE-SECS =
009140             WS-DEADLINE-SECS + ((WS-START-DAY + 1) * 86400)
009150     END-IF.
009160     COMPUTE WS-MARGIN-SECS =
009170         WS-DEADLINE-SECS - WS-JT-STOP-SECS (WS-JT-SUB).
009180     MOVE WS-DEADLINE-SECS TO WS-TM-SECS.
009190     PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
009200     MOVE WS-TM-EDIT TO WS-DL-EDIT.
009210     MOVE WS-JT-STOP-SECS (WS-JT-SUB) TO WS-TM-SECS.
009220     PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
009230     MOVE WS-TM-EDIT TO WS-STOP-EDIT.
009240     IF WS-MARGIN-SECS < ZERO
009250         ADD 1 TO WS-AT-RISK
009260         COMPUTE WS-SECS-EDIT = ZERO - WS-MARGIN-SECS
009270         STRING '    AT RISK  ' DELIMITED BY SIZE
009280             WS-JT-JOB-ID (WS-JT-SUB) DELIMITED BY SIZE
009290             ' LATEST-STOP=' DELIMITED BY SIZE
009300             WS-DL-EDIT           DELIMITED BY SIZE
009310             ' PROJECTED-STOP=' DELIMITED BY SIZE
009320             WS-STOP-EDIT         DELIMITED BY SIZE
009330             ' LATE-BY-SECS=' DELIMITED BY SIZE
009340             WS-SECS-EDIT         DELIMITED BY SIZE
009350             INTO FCST-RECORD-OUT
009360         END-STRING
009370         WRITE FCST-RECORD-OUT
009380         GO TO 6100-EXIT
009390     END-IF.
009400     MOVE WS-MARGIN-SECS TO WS-SECS-EDIT.
009410     IF WS-MARGIN-SECS <= WS-TIGHT-MARGIN-SECS
009420         ADD 1 TO WS-TIGHT
009430         STRING '    TIGHT    ' DELIMITED BY SIZE
009440             WS-JT-JOB-ID (WS-JT-SUB) DELIMITED BY SIZE
009450             ' LATEST-STOP=' DELIMITED BY SIZE
009460             WS-DL-EDIT           DELIMITED BY SIZE
009470             ' PROJECTED-STOP=' DELIMITED BY SIZE
009480             WS-STOP-EDIT         DELIMITED BY SIZE
009490             ' MARGIN-SECS=' DELIMITED BY SIZE
009500             WS-SECS-EDIT         DELIMITED BY SIZE
009510             INTO FCST-RECORD-OUT
009520         END-STRING
009530     ELSE
009540         STRING '    ON TIME  ' DELIMITED BY SIZE
009550             WS-JT-JOB-ID (WS-JT-SUB) DELIMITED BY SIZE
009560             ' LATEST-STOP=' DELIMITED BY SIZE
009570             WS-DL-EDIT           DELIMITED BY SIZE
009580             ' PROJECTED-STOP=' DELIMITED BY SIZE
009590             WS-STOP-EDIT         DELIMITED BY SIZE
009600             ' MARGIN-SECS=' DELIMITED BY SIZE
009610             WS-SECS-EDIT         DELIMITED BY SIZE
009620             INTO FCST-RECORD-OUT
009630         END-STRING
009640     END-IF.
009650     WRITE FCST-RECORD-OUT.
009660 6100-EXIT.
009670     EXIT.
009680******************************************************************
009690*    7000-EDIT-TIME - WS-TM-SECS (SECONDS FROM THE PROCESSING    *
009700*    DATE'S MIDNIGHT) AS HHMMSS, WITH +N WHEN IT FALLS N DAYS    *
009710*    ON.                                                         *
009720******************************************************************
009730 7000-EDIT-TIME.
009740     COMPUTE WS-TM-DAY = WS-TM-SECS / 86400.
009750     COMPUTE WS-TM-REM = WS-TM-SECS - (WS-TM-DAY * 86400).
009760     COMPUTE WS-TM-HH = WS-TM-REM / 3600.
009770     COMPUTE WS-TM-MN = (WS-TM-REM - (WS-TM-HH * 3600)) / 60.
009780     COMPUTE WS-TM-SS =
009790         WS-TM-REM - (WS-TM-HH * 3600) - (WS-TM-MN * 60).
009800     MOVE SPACES TO WS-TM-EDIT.
009810     IF WS-TM-DAY = ZERO
009820         MOVE WS-TM-TIME TO WS-TM-EDIT
009830     ELSE
009840         MOVE WS-TM-DAY TO WS-TM-DAY-EDIT
009850         STRING WS-TM-TIME DELIMITED BY SIZE
009860             '+' DELIMITED BY SIZE
009870             WS-TM-DAY-EDIT       DELIMITED BY SIZE
009880             INTO WS-TM-EDIT
009890         END-STRING
009900     END-IF.
009910 7000-EXIT.
009920     EXIT.
009930******************************************************************
009940*    9000-FINISH - WRITE THE SUMMARY LINE, CLOSE UP AND HAND THE *
009950*    RETURN CODE BACK: 4 WHEN ANY DEADLINE IS AT RISK.           *
009960******************************************************************
009970 9000-FINISH.
009980     IF WS-RETURN-CODE = ZERO AND WS-AT-RISK > ZERO
009990         MOVE 4 TO WS-RETURN-CODE
010000     END-IF.
010010     MOVE SPACES TO FCST-RECORD-OUT.
010020     STRING 'SITE ENTRIES=' DELIMITED BY SIZE
010030         WS-SCHED-READ            DELIMITED BY SIZE
010040         ' DUE=' DELIMITED BY SIZE
010050         WS-JOBS-DUE              DELIMITED BY SIZE
010060         ' PROJECTED=' DELIMITED BY SIZE
010070         WS-JOBS-PROJECTED        DELIMITED BY SIZE
010080         ' NOT PROJECTED=' DELIMITED BY SIZE
010090         WS-NOT-PROJECTED         DELIMITED BY SIZE
010100         ' NO HISTORY=' DELIMITED BY SIZE
010110         WS-NO-HISTORY            DELIMITED BY SIZE
010120         ' WAITING ON UNDUE=' DELIMITED BY SIZE
010130         WS-WAITS-UNDUE           DELIMITED BY SIZE
010140         ' DEADLINES=' DELIMITED BY SIZE
010150         WS-DEADLINES             DELIMITED BY SIZE
010160         ' AT RISK=' DELIMITED BY SIZE
010170         WS-AT-RISK               DELIMITED BY SIZE
010180         ' TIGHT=' DELIMITED BY SIZE
010190         WS-TIGHT                 DELIMITED BY SIZE
010200         INTO FCST-RECORD-OUT
010210     END-STRING.
010220     WRITE FCST-RECORD-OUT.
010230     IF WS-SCHED-AVAIL
010240         CLOSE SCHED-FILE
010250     END-IF.
010260     IF WS-PRED-AVAIL
010270         CLOSE PRED-FILE
010280     END-IF.
010290     IF WS-SLA-AVAIL
010300         CLOSE SLA-FILE
010310     END-IF.
010320     CLOSE FCST-RPT.
010330     MOVE WS-RETURN-CODE TO RETURN-CODE.
010340 9000-EXIT.
010350     EXIT.
