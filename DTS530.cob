000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS530.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS530 - PENDING-STAMP CATCH-UP POSTER                      *
000180*                                                                *
000190*    WHEN THE STAMPING ROUTINE CANNOT POST A STAMP TO THE AUDIT  *
000200*    MASTER - THE MASTER WOULD NOT OPEN DURING A REORG, A DTS500 *
000210*    PURGE OR ANOTHER JOB'S LOCK, ALREADY HELD A RECORD UNDER    *
000220*    THE SAME KEY, OR REFUSED THE WRITE - IT APPENDS THE STAMP   *
000230*    AND THE REASON TO THE PENDING-STAMP SPOOL (DD PENDSTMP, SEE *
000240*    DTSPEND).  THIS RUN LOADS THE SPOOL INTO THE MASTER ONCE    *
000250*    THE MASTER IS BACK, SO THE RUN HISTORY IS COMPLETE AGAIN -  *
000260*                                                                *
000270*      - THE SPOOL IS SORTED INTO TRUE STAMP ORDER: EACH STAMP   *
000280*        IS TAKEN TO UTC BY ITS OWN RECORDED OFFSET (THE DTS740  *
000290*        RULE), TIES IN THE ORDER THEY WERE SPOOLED.             *
000300*      - EVERY STAMP IS SEALED THROUGH DTS640 AS IT IS WRITTEN,  *
000310*        LIKE EVERY OTHER AUDIT MASTER RECORD.                   *
000320*      - A KEY ALREADY HELD BY A DIFFERENT EVENT DOES NOT LOSE   *
000330*        EITHER ONE - THE SPOOLED STAMP IS MOVED ON A HUNDREDTH  *
000340*        OF A SECOND AT A TIME, UP TO A SECOND, UNTIL ITS KEY IS *
000350*        FREE, AND THE REPORT SHOWS BY HOW MUCH.  A KEY HELD BY  *
000360*        THE SAME EVENT MEANS THE STAMP IS ALREADY POSTED (A     *
000370*        RERUN OF THIS STEP), SO IT IS NOT POSTED TWICE.         *
000380*      - A SPOOLED STOP, ABEND, PREDFAIL OR CYCHOLD THAT NEVER   *
000390*        REACHED THE MONITORING FEED (DD MONFEED) IS SENT        *
000400*        THROUGH DTS600 NOW.                                     *
000410*                                                                *
000420*    THE POSTING REPORT (DD POSTRPT) LISTS EVERY SPOOLED STAMP   *
000430*    AS POSTED, ALREADY ON THE MASTER, HELD OR REJECTED, AND     *
000440*    EVERY FEED RECORD RE-SENT.  A MALFORMED SPOOL LINE IS       *
000450*    REJECTED AND DROPPED.  A STAMP THAT CANNOT BE POSTED NOW    *
000460*    (WRITE FAILED, AUDIT CONTROL RECORD UNAVAILABLE) IS HELD -  *
000470*    CARRIED BACK TO THE EMPTIED SPOOL FOR THE NEXT RUN,         *
000480*    TOGETHER WITH ANY STAMP SPOOLED WHILE THIS RUN WAS GOING.   *
000490*    RETURN CODE 4 WHEN ANY STAMP IS HELD, 8 WHEN ANY LINE IS    *
000500*    REJECTED, 16 WHEN THE AUDIT MASTER CANNOT BE OPENED (THE    *
000510*    SPOOL IS LEFT AS IT IS).                                    *
000520*                                                                *
000530*    MODIFICATION HISTORY                                        *
000540*    DATE       INIT  DESCRIPTION                                *
000550*    2026-10-15 JRM   INITIAL VERSION                            *
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PEND-FILE ASSIGN TO PENDSTMP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PEND-STATUS.
000660     SELECT AUDIT-MST ASSIGN TO AUDITMST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS DTSAMST-KEY OF DTSAMST-RECORD
000700         FILE STATUS IS WS-AMST-STATUS.
000710*    READ ONLY, TO FIND THE SPOOLED EVENTS DTS600 NEVER FED.
000720     SELECT MON-FEED-IN ASSIGN TO MONFEED
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FEED-STATUS.
000750     SELECT SORT-FILE ASSIGN TO SORTWK.
000760     SELECT POST-RPT ASSIGN TO POSTRPT
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PEND-FILE
000810     RECORDING MODE IS F.
000820 01  PEND-RECORD-IO               PIC X(100).
000830 FD  AUDIT-MST
000840     RECORDING MODE IS F.
000850     COPY DTSAMST.
000860 FD  MON-FEED-IN
000870     RECORDING MODE IS F.
000880 01  FEED-RECORD-IN               PIC X(100).
000890*    ONE VALID SPOOL LINE, KEYED ON ITS UTC STAMP AND THEN THE
000900*    ORDER IT WAS SPOOLED IN.
000910 SD  SORT-FILE.
000920 01  SRT-RECORD.
000930     05  SRT-UTC-SECS             PIC 9(12).
000940     05  SRT-HUND                 PIC 9(02).
000950     05  SRT-ARRIVAL              PIC 9(07).
000960     05  SRT-PEND-IMAGE           PIC X(100).
000970 FD  POST-RPT
000980     RECORDING MODE IS F.
000990 01  POST-RECORD-OUT              PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 77  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
001030 77  WS-FEED-STATUS               PIC X(02) VALUE SPACES.
001040 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
001050 77  WS-RC-DISPLAY                PIC 9(02) VALUE ZERO.
001060 COPY DTSAREA.
001070 COPY DTSPEND.
001080*    HAND-OFF AREA FOR A RE-SENT MONITORING FEED RECORD.
001090 COPY DTSAUD.
001100 COPY DTSSEALP.
001110*    PARSE TEMPLATE FOR THE FLAT FEED LINE DTS600 WRITES - ONLY
001120*    THE JOB, STAMP AND SITE ARE NEEDED TO MATCH IT.
001130 01  WS-FEED-PARSE.
001140     05  WS-FP-JOB-ID             PIC X(08).
001150     05  FILLER                   PIC X(01).
001160     05  WS-FP-RUN-DATE           PIC X(08).
001170     05  FILLER                   PIC X(01).
001180     05  WS-FP-RUN-TIME           PIC X(06).
001190     05  FILLER                   PIC X(15).
001200     05  WS-FP-SITE-ID            PIC X(04).
001210     05  FILLER                   PIC X(57).
001220*    NUMERIC VIEW OF THE SPOOL LINE BEING VALIDATED OR POSTED.
001230 01  WS-PEND-NUMERIC.
001240     05  WS-PN-RUN-DATE           PIC 9(08).
001250     05  WS-PN-RUN-TIME.
001260         10  WS-PN-RUN-HH         PIC 9(02).
001270         10  WS-PN-RUN-MN         PIC 9(02).
001280         10  WS-PN-RUN-SS         PIC 9(02).
001290     05  WS-PN-HUND               PIC 9(02).
001300     05  WS-PN-GMT-HH             PIC 9(02).
001310     05  WS-PN-GMT-MM             PIC 9(02).
001320     05  WS-PN-PROC-DATE          PIC 9(08).
001330*    SPOOL LINES TO CARRY BACK TO THE EMPTIED SPOOL - HELD STAMPS
001340*    AND ANY SPOOLED WHILE THIS RUN WAS GOING.
001350 01  WS-HELD-TABLE.
001360     05  WS-HT-COUNT              PIC S9(04) COMP VALUE ZERO.
001370     05  WS-HT-IMAGE              PIC X(100) OCCURS 200 TIMES.
001380*    POSTED STAMPS DTS100 WOULD HAVE FED TO MONITORING, TO BE
001390*    MATCHED AGAINST THE FEED.
001400 01  WS-FEED-CHECK-TABLE.
001410     05  WS-FC-COUNT              PIC S9(04) COMP VALUE ZERO.
001420     05  WS-FC-ENTRY OCCURS 500 TIMES.
001430         10  WS-FC-JOB-ID         PIC X(08).
001440         10  WS-FC-SITE-ID        PIC X(04).
001450         10  WS-FC-RUN-DATE       PIC X(08).
001460         10  WS-FC-RUN-TIME       PIC X(06).
001470         10  WS-FC-FED-SW         PIC X(01).
001480             88  WS-FC-FED        VALUE 'Y'.
001490         10  WS-FC-IMAGE          PIC X(100).
001500 01  WS-SWITCHES.
001510     05  WS-PEND-AVAIL-SW         PIC X(01) VALUE 'N'.
001520         88  WS-PEND-AVAIL        VALUE 'Y'.
001530     05  WS-AMST-OPEN-SW          PIC X(01) VALUE 'N'.
001540         88  WS-AMST-OPEN         VALUE 'Y'.
001550     05  WS-CTL-DOWN-SW           PIC X(01) VALUE 'N'.
001560         88  WS-CTL-DOWN          VALUE 'Y'.
001570     05  WS-SETTLED-SW            PIC X(01) VALUE 'N'.
001580         88  WS-SETTLED           VALUE 'Y'.
001590     05  WS-HELD-FULL-SW          PIC X(01) VALUE 'N'.
001600         88  WS-HELD-FULL         VALUE 'Y'.
001610     05  WS-FEED-EOF-SW           PIC X(01) VALUE 'N'.
001620         88  WS-FEED-EOF          VALUE 'Y'.
001630     05  WS-RESPOOL-EOF-SW        PIC X(01) VALUE 'N'.
001640         88  WS-RESPOOL-EOF       VALUE 'Y'.
001650     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001660         88  WS-FOUND-MATCH       VALUE 'Y'.
001670*    WHAT BECAME OF THE STAMP BEING POSTED.
001680     05  WS-OUTCOME               PIC X(01) VALUE SPACE.
001690         88  WS-OUT-POSTED        VALUE 'P'.
001700         88  WS-OUT-ON-MASTER     VALUE 'A'.
001710         88  WS-OUT-HELD          VALUE 'H'.
001720 01  WS-WORK-FIELDS.
001730     05  WS-TODAY-CCYYMMDD        PIC 9(08) VALUE ZERO.
001740     05  WS-ARRIVAL               PIC 9(07) VALUE ZERO.
001750     05  WS-REJECT-TEXT           PIC X(60) VALUE SPACES.
001760     05  WS-HOLD-TEXT             PIC X(60) VALUE SPACES.
001770*    HUNDREDTHS OF A SECOND THE STAMP HAD TO BE MOVED ON TO FIND
001780*    A FREE KEY.
001790     05  WS-BUMP                  PIC S9(04) COMP VALUE ZERO.
001800     05  WS-BUMP-EDIT             PIC Z9.
001810     05  WS-TRY-DAY               PIC S9(09) COMP-3 VALUE ZERO.
001820     05  WS-TRY-TOD               PIC S9(09) COMP-3 VALUE ZERO.
001830     05  WS-TRY-REM               PIC S9(09) COMP-3 VALUE ZERO.
001840     05  WS-TRY-DATE              PIC 9(08) VALUE ZERO.
001850     05  WS-TRY-TIME.
001860         10  WS-TRY-HH            PIC 9(02).
001870         10  WS-TRY-MN            PIC 9(02).
001880         10  WS-TRY-SS            PIC 9(02).
001890     05  WS-TRY-HUND              PIC 9(02).
001900     05  WS-OFFSET-MINS           PIC S9(05) COMP-3.
001910     05  WS-LOCAL-ABS-SECS        PIC S9(12) COMP-3.
001920     05  WS-UTC-ABS-SECS          PIC S9(12) COMP-3.
001930     05  WS-RC-EDIT               PIC -(3)9.
001940     05  WS-SEQ-EDIT              PIC 9(10).
001950     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
001960     05  WS-RESPOOL-READ          PIC 9(07) VALUE ZERO.
001970*    ONE REPORT LINE - WHAT BECAME OF THE STAMP, THE STAMP ITSELF
001980*    AND THE DETAIL.
001990 01  WS-RPT-LINE.
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002010     05  WS-RL-CLASS              PIC X(12).
002020     05  WS-RL-KEY                PIC X(44).
002030     05  WS-RL-TEXT               PIC X(74).
002040 01  WS-COUNTERS.
002050     05  WS-SPOOL-READ            PIC 9(07) VALUE ZERO.
002060     05  WS-REJECTED              PIC 9(07) VALUE ZERO.
002070     05  WS-POSTED                PIC 9(07) VALUE ZERO.
002080     05  WS-MOVED                 PIC 9(07) VALUE ZERO.
002090     05  WS-ON-MASTER             PIC 9(07) VALUE ZERO.
002100     05  WS-HELD                  PIC 9(07) VALUE ZERO.
002110     05  WS-ARRIVED-DURING        PIC 9(07) VALUE ZERO.
002120     05  WS-FEED-CHECKED          PIC 9(07) VALUE ZERO.
002130     05  WS-REFED                 PIC 9(07) VALUE ZERO.
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     IF WS-RETURN-CODE = ZERO AND WS-PEND-AVAIL
002180         SORT SORT-FILE ON ASCENDING KEY SRT-UTC-SECS SRT-HUND
002190             SRT-ARRIVAL
002200             INPUT PROCEDURE IS 2000-RELEASE-PENDING
002210                 THRU 2999-EXIT
002220             OUTPUT PROCEDURE IS 3000-POST-PENDING
002230                 THRU 3999-EXIT
002240         PERFORM 5000-CHECK-FEED THRU 5000-EXIT
002250         PERFORM 6000-REWRITE-SPOOL THRU 6000-EXIT
002260     END-IF.
002270     PERFORM 9000-FINISH THRU 9000-EXIT.
002280     GOBACK.
002290 0000-EXIT.
002300     EXIT.
002310******************************************************************
002320*    1000-INITIALIZE - OPEN THE REPORT, THE SPOOL AND THE AUDIT  *
002330*    MASTER.  NO SPOOL MEANS NOTHING WAS EVER SPOOLED; A MASTER  *
002340*    THAT STILL WILL NOT OPEN LEAVES THE SPOOL FOR THE NEXT RUN. *
002350******************************************************************
002360 1000-INITIALIZE.
002370     OPEN OUTPUT POST-RPT.
002380     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
002390     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
002400     MOVE SPACES TO POST-RECORD-OUT.
002410     STRING 'DTS530 PENDING-STAMP CATCH-UP POSTING - RUN '
002420         DELIMITED BY SIZE
002430         WS-TODAY-CCYYMMDD        DELIMITED BY SIZE
002440         ' ' DELIMITED BY SIZE
002450         DTS100-HHMMSS            DELIMITED BY SIZE
002460         INTO POST-RECORD-OUT
002470     END-STRING.
002480     WRITE POST-RECORD-OUT.
002490     OPEN INPUT PEND-FILE.
002500     IF WS-PEND-STATUS = '35'
002510         MOVE 'NO PENDING-STAMP SPOOL ON FILE - NOTHING TO POST'
002520             TO POST-RECORD-OUT
002530         WRITE POST-RECORD-OUT
002540         GO TO 1000-EXIT
002550     END-IF.
002560     IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
002570         DISPLAY 'DTS530 - PENDING-STAMP SPOOL UNAVAILABLE - '
002580             'STATUS ' WS-PEND-STATUS ' - ABEND'
002590         MOVE 16 TO WS-RETURN-CODE
002600         GO TO 1000-EXIT
002610     END-IF.
002620     SET WS-PEND-AVAIL TO TRUE.
002630     OPEN I-O AUDIT-MST.
002640     IF WS-AMST-STATUS NOT = '00' AND WS-AMST-STATUS NOT = '05'
002650         DISPLAY 'DTS530 - AUDIT MASTER STILL UNAVAILABLE - '
002660             'STATUS ' WS-AMST-STATUS
002670             ' - SPOOL LEFT FOR THE NEXT RUN - ABEND'
002680         MOVE 'AUDIT MASTER UNAVAILABLE - NOTHING POSTED'
002690             TO POST-RECORD-OUT
002700         WRITE POST-RECORD-OUT
002710         CLOSE PEND-FILE
002720         MOVE 16 TO WS-RETURN-CODE
002730         GO TO 1000-EXIT
002740     END-IF.
002750     SET WS-AMST-OPEN TO TRUE.
002760 1000-EXIT.
002770     EXIT.
002780******************************************************************
002790*    2000-RELEASE-PENDING - SORT INPUT PROCEDURE.  CHECK EVERY   *
002800*    SPOOL LINE, REJECT THE MALFORMED ONES, TAKE THE REST TO UTC *
002810*    BY THEIR OWN RECORDED OFFSET AND RELEASE THEM TO THE SORT.  *
002820******************************************************************
002830 2000-RELEASE-PENDING.
002840     MOVE ZERO TO WS-ARRIVAL.
002850 2010-READ-LOOP.
002860     READ PEND-FILE INTO DTSPEND-RECORD
002870         AT END
002880             GO TO 2900-CLOSE-INPUT
002890     END-READ.
002900     ADD 1 TO WS-SPOOL-READ.
002910     ADD 1 TO WS-ARRIVAL.
002920     PERFORM 2100-VALIDATE-LINE THRU 2100-EXIT.
002930     IF WS-REJECT-TEXT NOT = SPACES
002940         ADD 1 TO WS-REJECTED
002950         MOVE 'REJECTED' TO WS-RL-CLASS
002960         MOVE WS-REJECT-TEXT TO WS-HOLD-TEXT
002970         PERFORM 7000-WRITE-STAMP-LINE THRU 7000-EXIT
002980         GO TO 2010-READ-LOOP
002990     END-IF.
003000     PERFORM 2500-CONVERT-TO-UTC THRU 2500-EXIT.
003010     MOVE WS-UTC-ABS-SECS TO SRT-UTC-SECS.
003020     MOVE WS-PN-HUND      TO SRT-HUND.
003030     MOVE WS-ARRIVAL      TO SRT-ARRIVAL.
003040     MOVE DTSPEND-RECORD  TO SRT-PEND-IMAGE.
003050     RELEASE SRT-RECORD.
003060     GO TO 2010-READ-LOOP.
003070 2900-CLOSE-INPUT.
003080     CLOSE PEND-FILE.
003090 2999-EXIT.
003100     EXIT.
003110******************************************************************
003120*    2100-VALIDATE-LINE - A LINE WITH NO JOB OR SITE, AN         *
003130*    IMPOSSIBLE DATE OR TIME, A BAD OFFSET, AN UNKNOWN EVENT OR  *
003140*    A NON-NUMERIC COMPLETION CODE CANNOT BE POSTED.  A GOOD     *
003150*    LINE LEAVES ITS NUMERIC VIEW IN WS-PEND-NUMERIC.            *
003160******************************************************************
003170 2100-VALIDATE-LINE.
003180     MOVE SPACES TO WS-REJECT-TEXT.
003190     IF DTSPEND-JOB-ID = SPACES OR DTSPEND-SITE-ID = SPACES
003200         MOVE 'MALFORMED - NO JOB OR SITE' TO WS-REJECT-TEXT
003210         GO TO 2100-EXIT
003220     END-IF.
003230     IF DTSPEND-RUN-DATE NOT NUMERIC
003240         OR DTSPEND-RUN-TIME NOT NUMERIC
003250         OR DTSPEND-HUND NOT NUMERIC
003260         MOVE 'MALFORMED - STAMP NOT NUMERIC' TO WS-REJECT-TEXT
003270         GO TO 2100-EXIT
003280     END-IF.
003290     MOVE DTSPEND-RUN-DATE TO WS-PN-RUN-DATE.
003300     MOVE DTSPEND-RUN-TIME TO WS-PN-RUN-TIME.
003310     MOVE DTSPEND-HUND     TO WS-PN-HUND.
003320     IF FUNCTION DATE-OF-INTEGER
003330         (FUNCTION INTEGER-OF-DATE(WS-PN-RUN-DATE))
003340         NOT = WS-PN-RUN-DATE
003350         MOVE 'MALFORMED - RUN DATE IS NOT A CALENDAR DATE'
003360             TO WS-REJECT-TEXT
003370         GO TO 2100-EXIT
003380     END-IF.
003390     IF WS-PN-RUN-HH > 23 OR WS-PN-RUN-MN > 59
003400         OR WS-PN-RUN-SS > 59
003410         MOVE 'MALFORMED - RUN TIME IS NOT A TIME OF DAY'
003420             TO WS-REJECT-TEXT
003430         GO TO 2100-EXIT
003440     END-IF.
003450     IF DTSPEND-GMT-HHMM NOT NUMERIC
003460         OR (DTSPEND-GMT-SIGN NOT = '+'
003470             AND DTSPEND-GMT-SIGN NOT = '-')
003480         MOVE 'MALFORMED - GMT OFFSET' TO WS-REJECT-TEXT
003490         GO TO 2100-EXIT
003500     END-IF.
003510     MOVE DTSPEND-GMT-HHMM (1:2) TO WS-PN-GMT-HH.
003520     MOVE DTSPEND-GMT-HHMM (3:2) TO WS-PN-GMT-MM.
003530     MOVE DTSPEND-EVENT-TYPE TO DTSAUD-EVENT-TYPE.
003540     IF NOT DTSAUD-EVT-START AND NOT DTSAUD-EVT-STOP
003550         AND NOT DTSAUD-EVT-ABEND AND NOT DTSAUD-EVT-PREDFAIL
003560         AND NOT DTSAUD-EVT-CYCHOLD AND NOT DTSAUD-EVT-CANCEL
003570         AND NOT DTSAUD-EVT-RERUN
003580         MOVE 'MALFORMED - UNKNOWN EVENT TYPE' TO WS-REJECT-TEXT
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF DTSPEND-RETURN-CODE NOT NUMERIC
003620         MOVE 'MALFORMED - COMPLETION CODE NOT NUMERIC'
003630             TO WS-REJECT-TEXT
003640         GO TO 2100-EXIT
003650     END-IF.
003660     IF DTSPEND-PROC-DATE NOT NUMERIC
003670         MOVE 'MALFORMED - PROCESSING DATE NOT NUMERIC'
003680             TO WS-REJECT-TEXT
003690         GO TO 2100-EXIT
003700     END-IF.
003710     MOVE DTSPEND-PROC-DATE TO WS-PN-PROC-DATE.
003720 2100-EXIT.
003730     EXIT.
003740******************************************************************
003750*    2500-CONVERT-TO-UTC - LOCAL STAMP LESS ITS RECORDED OFFSET  *
003760*    GIVES ABSOLUTE UTC SECONDS.  AN EASTERN (+) OFFSET MEANS    *
003770*    LOCAL IS AHEAD OF UTC, SO IT IS SUBTRACTED.                 *
003780******************************************************************
003790 2500-CONVERT-TO-UTC.
003800     COMPUTE WS-OFFSET-MINS = (WS-PN-GMT-HH * 60) + WS-PN-GMT-MM.
003810     IF DTSPEND-GMT-SIGN = '-'
003820         COMPUTE WS-OFFSET-MINS = WS-OFFSET-MINS * -1
003830     END-IF.
003840     COMPUTE WS-LOCAL-ABS-SECS =
003850         (FUNCTION INTEGER-OF-DATE(WS-PN-RUN-DATE) * 86400)
003860         + (WS-PN-RUN-HH * 3600) + (WS-PN-RUN-MN * 60)
003870         + WS-PN-RUN-SS.
003880     COMPUTE WS-UTC-ABS-SECS =
003890         WS-LOCAL-ABS-SECS - (WS-OFFSET-MINS * 60).
003900 2500-EXIT.
003910     EXIT.
003920******************************************************************
003930*    3000-POST-PENDING - SORT OUTPUT PROCEDURE.  POST EACH STAMP *
003940*    IN UTC ORDER AND REPORT WHAT BECAME OF IT.  ONCE THE AUDIT  *
003950*    CONTROL RECORD CANNOT BE HAD, EVERY STAMP LEFT IS HELD      *
003960*    RATHER THAN WRITTEN UNSEALED.                               *
003970******************************************************************
003980 3000-POST-PENDING.
003990 3010-RETURN-LOOP.
004000     RETURN SORT-FILE
004010         AT END
004020             GO TO 3999-EXIT
004030     END-RETURN.
004040     MOVE SRT-PEND-IMAGE TO DTSPEND-RECORD.
004050     PERFORM 2100-VALIDATE-LINE THRU 2100-EXIT.
004060     MOVE SPACE TO WS-OUTCOME.
004070     MOVE SPACES TO WS-HOLD-TEXT.
004080     MOVE ZERO TO WS-BUMP.
004090     IF WS-CTL-DOWN
004100         SET WS-OUT-HELD TO TRUE
004110         MOVE 'AUDIT CONTROL RECORD UNAVAILABLE - NOT POSTED'
004120             TO WS-HOLD-TEXT
004130     ELSE
004140         MOVE 'N' TO WS-SETTLED-SW
004150         PERFORM 3100-TRY-ONE-KEY THRU 3100-EXIT
004160             UNTIL WS-SETTLED OR WS-BUMP > 99
004170     END-IF.
004180     IF WS-OUTCOME = SPACE
004190         SET WS-OUT-HELD TO TRUE
004200         MOVE 'EVERY KEY WITHIN A SECOND OF THE STAMP IS TAKEN'
004210             TO WS-HOLD-TEXT
004220     END-IF.
004230     PERFORM 3500-REPORT-OUTCOME THRU 3500-EXIT.
004240     GO TO 3010-RETURN-LOOP.
004250 3999-EXIT.
004260     EXIT.
004270******************************************************************
004280*    3100-TRY-ONE-KEY - BUILD THE RECORD UNDER THE STAMP MOVED   *
004290*    ON WS-BUMP HUNDREDTHS AND LOOK FOR IT ON THE MASTER.  A     *
004300*    FREE KEY IS POSTED; THE SAME EVENT UNDER IT IS ALREADY      *
004310*    POSTED; A DIFFERENT EVENT SENDS THE STAMP ON ANOTHER        *
004320*    HUNDREDTH.                                                  *
004330******************************************************************
004340 3100-TRY-ONE-KEY.
004350     PERFORM 3200-BUILD-RECORD THRU 3200-EXIT.
004360     READ AUDIT-MST
004370         KEY IS DTSAMST-KEY OF DTSAMST-RECORD
004380         INVALID KEY
004390             CONTINUE
004400     END-READ.
004410     IF WS-AMST-STATUS = '23'
004420         PERFORM 3200-BUILD-RECORD THRU 3200-EXIT
004430         PERFORM 3300-WRITE-SEALED THRU 3300-EXIT
004440         SET WS-SETTLED TO TRUE
004450         GO TO 3100-EXIT
004460     END-IF.
004470     IF WS-AMST-STATUS NOT = '00'
004480         SET WS-OUT-HELD TO TRUE
004490         MOVE SPACES TO WS-HOLD-TEXT
004500         STRING 'AUDIT MASTER READ FAILED - STATUS '
004510             DELIMITED BY SIZE
004520             WS-AMST-STATUS       DELIMITED BY SIZE
004530             INTO WS-HOLD-TEXT
004540         END-STRING
004550         SET WS-SETTLED TO TRUE
004560         GO TO 3100-EXIT
004570     END-IF.
004580     IF DTSAMST-EVENT-TYPE OF DTSAMST-RECORD = DTSPEND-EVENT-TYPE
004590         AND DTSAMST-RETURN-CODE OF DTSAMST-RECORD
004600             = DTSPEND-RETURN-CODE
004610         AND DTSAMST-GMT-OFFSET OF DTSAMST-RECORD
004620             = DTSPEND-GMT-OFFSET
004630         AND DTSAMST-PROC-DATE OF DTSAMST-RECORD = WS-PN-PROC-DATE
004640         AND DTSAMST-RECOVERS-STAMP OF DTSAMST-RECORD
004650             = DTSPEND-RECOVERS-STAMP
004660         SET WS-OUT-ON-MASTER TO TRUE
004670         MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD TO WS-SEQ-EDIT
004680         SET WS-SETTLED TO TRUE
004690         GO TO 3100-EXIT
004700     END-IF.
004710     ADD 1 TO WS-BUMP.
004720 3100-EXIT.
004730     EXIT.
004740******************************************************************
004750*    3200-BUILD-RECORD - THE AUDIT MASTER RECORD FOR THE SPOOLED *
004760*    STAMP, ITS STAMP MOVED ON WS-BUMP HUNDREDTHS (ACROSS        *
004770*    MIDNIGHT IF IT COMES TO THAT), UNSEALED.                    *
004780******************************************************************
004790 3200-BUILD-RECORD.
004800     COMPUTE WS-TRY-DAY =
004810         FUNCTION INTEGER-OF-DATE(WS-PN-RUN-DATE).
004820     COMPUTE WS-TRY-TOD = (WS-PN-RUN-HH * 360000)
004830         + (WS-PN-RUN-MN * 6000) + (WS-PN-RUN-SS * 100)
004840         + WS-PN-HUND + WS-BUMP.
004850     IF WS-TRY-TOD >= 8640000
004860         SUBTRACT 8640000 FROM WS-TRY-TOD
004870         ADD 1 TO WS-TRY-DAY
004880     END-IF.
004890     COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(WS-TRY-DAY).
004900     COMPUTE WS-TRY-HH = WS-TRY-TOD / 360000.
004910     COMPUTE WS-TRY-REM = WS-TRY-TOD - (WS-TRY-HH * 360000).
004920     COMPUTE WS-TRY-MN = WS-TRY-REM / 6000.
004930     COMPUTE WS-TRY-REM = WS-TRY-REM - (WS-TRY-MN * 6000).
004940     COMPUTE WS-TRY-SS = WS-TRY-REM / 100.
004950     COMPUTE WS-TRY-HUND = WS-TRY-REM - (WS-TRY-SS * 100).
004960     MOVE SPACES TO DTSAMST-RECORD.
004970     MOVE DTSPEND-JOB-ID TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
004980     MOVE DTSPEND-SITE-ID TO DTSAMST-SITE-ID OF DTSAMST-RECORD.
004990     MOVE WS-TRY-DATE TO DTSAMST-RUN-DATE OF DTSAMST-RECORD.
005000     MOVE WS-TRY-TIME TO DTSAMST-RUN-TIME OF DTSAMST-RECORD.
005010     MOVE WS-TRY-HUND TO DTSAMST-HUND OF DTSAMST-RECORD.
005020     MOVE DTSPEND-GMT-OFFSET
005030         TO DTSAMST-GMT-OFFSET OF DTSAMST-RECORD.
005040     MOVE DTSPEND-EVENT-TYPE
005050         TO DTSAMST-EVENT-TYPE OF DTSAMST-RECORD.
005060     MOVE DTSPEND-RETURN-CODE
005070         TO DTSAMST-RETURN-CODE OF DTSAMST-RECORD.
005080     MOVE DTSPEND-OFFSET-MISMATCH
005090         TO DTSAMST-OFFSET-MISMATCH OF DTSAMST-RECORD.
005100     MOVE DTSPEND-REASON-CODE
005110         TO DTSAMST-REASON-CODE OF DTSAMST-RECORD.
005120     MOVE DTSPEND-RECOVERS-STAMP
005130         TO DTSAMST-RECOVERS-STAMP OF DTSAMST-RECORD.
005140     MOVE WS-PN-PROC-DATE TO DTSAMST-PROC-DATE OF DTSAMST-RECORD.
005150     MOVE ZERO TO DTSAMST-SEQ-NO OF DTSAMST-RECORD
005160         DTSAMST-PREV-CHECK OF DTSAMST-RECORD
005170         DTSAMST-CHECK-VALUE OF DTSAMST-RECORD.
005180 3200-EXIT.
005190     EXIT.
005200******************************************************************
005210*    3300-WRITE-SEALED - SEAL THE RECORD THROUGH DTS640, WRITE   *
005220*    IT, AND COMMIT OR BACK OUT THE SEAL WITH THE WRITE.         *
005230******************************************************************
005240 3300-WRITE-SEALED.
005250     MOVE 'DTS530' TO DTSSEALP-CALLER.
005260     MOVE DTSAMST-RECORD TO DTSSEALP-RECORD.
005270     SET DTSSEALP-SEAL TO TRUE.
005280     CALL 'DTS640' USING DTSSEALP-PARM.
005290     IF NOT DTSSEALP-OK
005300         SET WS-CTL-DOWN TO TRUE
005310         SET WS-OUT-HELD TO TRUE
005320         MOVE 'AUDIT CONTROL RECORD UNAVAILABLE - NOT POSTED'
005330             TO WS-HOLD-TEXT
005340         GO TO 3300-EXIT
005350     END-IF.
005360     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
005370     WRITE DTSAMST-RECORD
005380         INVALID KEY
005390             CONTINUE
005400     END-WRITE.
005410     IF WS-AMST-STATUS = '00'
005420         SET DTSSEALP-COMMIT TO TRUE
005430         SET WS-OUT-POSTED TO TRUE
005440         MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD TO WS-SEQ-EDIT
005450     ELSE
005460         SET DTSSEALP-BACKOUT TO TRUE
005470         SET WS-OUT-HELD TO TRUE
005480         MOVE SPACES TO WS-HOLD-TEXT
005490         STRING 'AUDIT MASTER WRITE FAILED - STATUS '
005500             DELIMITED BY SIZE
005510             WS-AMST-STATUS       DELIMITED BY SIZE
005520             INTO WS-HOLD-TEXT
005530         END-STRING
005540     END-IF.
005550     CALL 'DTS640' USING DTSSEALP-PARM.
005560 3300-EXIT.
005570     EXIT.
005580******************************************************************
005590*    3500-REPORT-OUTCOME - COUNT AND REPORT THE STAMP.  A POSTED *
005600*    STAMP DTS100 WOULD HAVE FED TO MONITORING IS NOTED FOR THE  *
005610*    FEED CHECK; A HELD ONE IS NOTED FOR THE SPOOL.              *
005620******************************************************************
005630 3500-REPORT-OUTCOME.
005640     IF WS-OUT-HELD
005650         ADD 1 TO WS-HELD
005660         MOVE 'HELD' TO WS-RL-CLASS
005670         PERFORM 7000-WRITE-STAMP-LINE THRU 7000-EXIT
005680         PERFORM 3700-KEEP-HELD THRU 3700-EXIT
005690         GO TO 3500-EXIT
005700     END-IF.
005710     IF WS-OUT-ON-MASTER
005720         ADD 1 TO WS-ON-MASTER
005730         MOVE 'ON MASTER' TO WS-RL-CLASS
005740         MOVE SPACES TO WS-HOLD-TEXT
005750         STRING 'ALREADY POSTED AS SEQ=' DELIMITED BY SIZE
005760             WS-SEQ-EDIT          DELIMITED BY SIZE
005770             ' - NOT POSTED AGAIN' DELIMITED BY SIZE
005780             INTO WS-HOLD-TEXT
005790         END-STRING
005800     ELSE
005810         ADD 1 TO WS-POSTED
005820         MOVE 'POSTED' TO WS-RL-CLASS
005830         MOVE SPACES TO WS-HOLD-TEXT
005840         STRING 'SEQ=' DELIMITED BY SIZE
005850             WS-SEQ-EDIT          DELIMITED BY SIZE
005860             INTO WS-HOLD-TEXT
005870         END-STRING
005880     END-IF.
005890     PERFORM 7000-WRITE-STAMP-LINE THRU 7000-EXIT.
005900     IF WS-BUMP > ZERO
005910         IF WS-OUT-POSTED
005920             ADD 1 TO WS-MOVED
005930         END-IF
005940         MOVE WS-BUMP TO WS-BUMP-EDIT
005950         MOVE SPACES TO WS-RPT-LINE
005960         STRING 'KEY HELD BY ANOTHER EVENT - STAMP MOVED ON '
005970             DELIMITED BY SIZE
005980             WS-BUMP-EDIT         DELIMITED BY SIZE
005990             ' HUNDREDTHS TO ' DELIMITED BY SIZE
006000             WS-TRY-DATE          DELIMITED BY SIZE
006010             '-' DELIMITED BY SIZE
006020             WS-TRY-TIME          DELIMITED BY SIZE
006030             '.' DELIMITED BY SIZE
006040             WS-TRY-HUND          DELIMITED BY SIZE
006050             INTO WS-RL-TEXT
006060         END-STRING
006070         MOVE WS-RPT-LINE TO POST-RECORD-OUT
006080         WRITE POST-RECORD-OUT
006090     END-IF.
006100     MOVE DTSPEND-EVENT-TYPE TO DTSAUD-EVENT-TYPE.
006110     IF DTSAUD-EVT-STOP OR DTSAUD-EVT-ABEND
006120         OR DTSAUD-EVT-PREDFAIL OR DTSAUD-EVT-CYCHOLD
006130         PERFORM 3600-NOTE-FOR-FEED THRU 3600-EXIT
006140     END-IF.
006150 3500-EXIT.
006160     EXIT.
006170 3600-NOTE-FOR-FEED.
006180     IF WS-FC-COUNT >= 500
006190         DISPLAY 'DTS530 - FEED CHECK TABLE FULL - JOB '
006200             DTSPEND-JOB-ID ' STAMP ' DTSPEND-STAMP
006210             ' NOT CHECKED AGAINST THE FEED'
006220         GO TO 3600-EXIT
006230     END-IF.
006240     ADD 1 TO WS-FC-COUNT.
006250     MOVE DTSPEND-JOB-ID   TO WS-FC-JOB-ID (WS-FC-COUNT).
006260     MOVE DTSPEND-SITE-ID  TO WS-FC-SITE-ID (WS-FC-COUNT).
006270     MOVE DTSPEND-RUN-DATE TO WS-FC-RUN-DATE (WS-FC-COUNT).
006280     MOVE DTSPEND-RUN-TIME TO WS-FC-RUN-TIME (WS-FC-COUNT).
006290     MOVE 'N'              TO WS-FC-FED-SW (WS-FC-COUNT).
006300     MOVE DTSPEND-RECORD   TO WS-FC-IMAGE (WS-FC-COUNT).
006310 3600-EXIT.
006320     EXIT.
006330 3700-KEEP-HELD.
006340     IF WS-HT-COUNT >= 200
006350         SET WS-HELD-FULL TO TRUE
006360         GO TO 3700-EXIT
006370     END-IF.
006380     ADD 1 TO WS-HT-COUNT.
006390     MOVE DTSPEND-RECORD TO WS-HT-IMAGE (WS-HT-COUNT).
006400 3700-EXIT.
006410     EXIT.
006420******************************************************************
006430*    5000-CHECK-FEED - ONE PASS OVER THE MONITORING FEED MARKS   *
006440*    EVERY NOTED STAMP THAT REACHED IT; THE REST ARE SENT        *
006450*    THROUGH DTS600 NOW, ONCE THE FEED IS CLOSED (DTS600 APPENDS *
006460*    TO IT).  NO FEED ON FILE MEANS NONE OF THEM REACHED IT.     *
006470******************************************************************
006480 5000-CHECK-FEED.
006490     IF WS-FC-COUNT = ZERO
006500         GO TO 5000-EXIT
006510     END-IF.
006520     OPEN INPUT MON-FEED-IN.
006530     IF WS-FEED-STATUS = '35'
006540         GO TO 5000-SEND
006550     END-IF.
006560     IF WS-FEED-STATUS NOT = '00' AND WS-FEED-STATUS NOT = '05'
006570         DISPLAY 'DTS530 - MONITORING FEED UNAVAILABLE - STATUS '
006580             WS-FEED-STATUS ' - FEED NOT CHECKED'
006590         MOVE 'MONITORING FEED UNAVAILABLE - FEED NOT CHECKED'
006600             TO POST-RECORD-OUT
006610         WRITE POST-RECORD-OUT
006620         GO TO 5000-EXIT
006630     END-IF.
006640     MOVE 'N' TO WS-FEED-EOF-SW.
006650     PERFORM 5100-MATCH-FEED-LINE THRU 5100-EXIT
006660         UNTIL WS-FEED-EOF.
006670     CLOSE MON-FEED-IN.
006680 5000-SEND.
006690     MOVE WS-FC-COUNT TO WS-FEED-CHECKED.
006700     PERFORM 5200-RESEND-ONE THRU 5200-EXIT
006710         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-FC-COUNT.
006720 5000-EXIT.
006730     EXIT.
006740 5100-MATCH-FEED-LINE.
006750     READ MON-FEED-IN INTO WS-FEED-PARSE
006760         AT END
006770             SET WS-FEED-EOF TO TRUE
006780             GO TO 5100-EXIT
006790     END-READ.
006800     PERFORM 5150-MARK-ONE-FED THRU 5150-EXIT
006810         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-FC-COUNT.
006820 5100-EXIT.
006830     EXIT.
006840 5150-MARK-ONE-FED.
006850     IF WS-FC-JOB-ID (WS-SUB) = WS-FP-JOB-ID
006860         AND WS-FC-SITE-ID (WS-SUB) = WS-FP-SITE-ID
006870         AND WS-FC-RUN-DATE (WS-SUB) = WS-FP-RUN-DATE
006880         AND WS-FC-RUN-TIME (WS-SUB) = WS-FP-RUN-TIME
006890         SET WS-FC-FED (WS-SUB) TO TRUE
006900     END-IF.
006910 5150-EXIT.
006920     EXIT.
006930******************************************************************
006940*    5200-RESEND-ONE - REBUILD THE HAND-OFF AREA DTS100 PASSES   *
006950*    TO DTS600 FROM THE SPOOLED STAMP AND SEND IT.               *
006960******************************************************************
006970 5200-RESEND-ONE.
006980     IF WS-FC-FED (WS-SUB)
006990         GO TO 5200-EXIT
007000     END-IF.
007010     MOVE WS-FC-IMAGE (WS-SUB) TO DTSPEND-RECORD.
007020     MOVE SPACES TO DTSAUD-RECORD.
007030     MOVE DTSPEND-JOB-ID         TO DTSAUD-JOB-ID.
007040     MOVE DTSPEND-RUN-DATE       TO DTSAUD-RUN-DATE.
007050     MOVE DTSPEND-RUN-TIME       TO DTSAUD-RUN-TIME.
007060     MOVE DTSPEND-HUND           TO DTSAUD-HUNDREDTHS.
007070     MOVE DTSPEND-GMT-OFFSET     TO DTSAUD-GMT-OFFSET.
007080     MOVE DTSPEND-EVENT-TYPE     TO DTSAUD-EVENT-TYPE.
007090     MOVE DTSPEND-RETURN-CODE    TO DTSAUD-RETURN-CODE.
007100     MOVE DTSPEND-SITE-ID        TO DTSAUD-SITE-ID.
007110     MOVE DTSPEND-OFFSET-MISMATCH TO DTSAUD-OFFSET-MISMATCH.
007120     MOVE DTSPEND-RECOVERS-STAMP TO DTSAUD-RECOVERS-STAMP.
007130     CALL 'DTS600' USING DTSAUD-RECORD, DTSAUD-RETURN-CODE.
007140     ADD 1 TO WS-REFED.
007150     MOVE 'RE-FED' TO WS-RL-CLASS.
007160     MOVE 'NEVER REACHED THE MONITORING FEED - SENT BY DTS600'
007170         TO WS-HOLD-TEXT.
007180     PERFORM 7000-WRITE-STAMP-LINE THRU 7000-EXIT.
007190 5200-EXIT.
007200     EXIT.
007210******************************************************************
007220*    6000-REWRITE-SPOOL - EMPTY THE SPOOL, CARRYING BACK THE     *
007230*    HELD STAMPS AND ANY LINE SPOOLED AFTER THIS RUN READ IT.    *
007240*    IF THEY WILL NOT ALL FIT, THE SPOOL IS LEFT AS IT STANDS -  *
007250*    A RERUN POSTS NOTHING TWICE.                                *
007260******************************************************************
007270 6000-REWRITE-SPOOL.
007280     MOVE ZERO TO WS-RESPOOL-READ.
007290     MOVE 'N' TO WS-RESPOOL-EOF-SW.
007300     OPEN INPUT PEND-FILE.
007310     IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
007320         PERFORM 6100-PICK-UP-LATE-LINE THRU 6100-EXIT
007330             UNTIL WS-RESPOOL-EOF
007340         CLOSE PEND-FILE
007350     END-IF.
007360     IF WS-HELD-FULL
007370         DISPLAY 'DTS530 - TOO MANY STAMPS TO CARRY BACK - SPOOL '
007380             'LEFT AS IT STANDS'
007390         MOVE 'TOO MANY STAMPS TO CARRY BACK - SPOOL UNCHANGED'
007400             TO POST-RECORD-OUT
007410         WRITE POST-RECORD-OUT
007420         GO TO 6000-EXIT
007430     END-IF.
007440     OPEN OUTPUT PEND-FILE.
007450     PERFORM 6200-WRITE-HELD THRU 6200-EXIT
007460         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-HT-COUNT.
007470     CLOSE PEND-FILE.
007480 6000-EXIT.
007490     EXIT.
007500 6100-PICK-UP-LATE-LINE.
007510     READ PEND-FILE INTO DTSPEND-RECORD
007520         AT END
007530             SET WS-RESPOOL-EOF TO TRUE
007540             GO TO 6100-EXIT
007550     END-READ.
007560     ADD 1 TO WS-RESPOOL-READ.
007570     IF WS-RESPOOL-READ <= WS-SPOOL-READ
007580         GO TO 6100-EXIT
007590     END-IF.
007600     ADD 1 TO WS-ARRIVED-DURING.
007610     PERFORM 3700-KEEP-HELD THRU 3700-EXIT.
007620 6100-EXIT.
007630     EXIT.
007640 6200-WRITE-HELD.
007650     MOVE WS-HT-IMAGE (WS-SUB) TO PEND-RECORD-IO.
007660     WRITE PEND-RECORD-IO.
007670 6200-EXIT.
007680     EXIT.
007690******************************************************************
007700*    7000-WRITE-STAMP-LINE - ONE REPORT LINE FOR THE SPOOLED     *
007710*    STAMP IN DTSPEND-RECORD: WS-RL-CLASS AS SET, THE DETAIL     *
007720*    FROM WS-HOLD-TEXT.                                          *
007730******************************************************************
007740 7000-WRITE-STAMP-LINE.
007750     MOVE SPACES TO WS-RL-KEY.
007760     STRING 'JOB=' DELIMITED BY SIZE
007770         DTSPEND-JOB-ID           DELIMITED BY SIZE
007780         ' SITE=' DELIMITED BY SIZE
007790         DTSPEND-SITE-ID          DELIMITED BY SIZE
007800         ' ' DELIMITED BY SIZE
007810         DTSPEND-RUN-DATE         DELIMITED BY SIZE
007820         '-' DELIMITED BY SIZE
007830         DTSPEND-RUN-TIME         DELIMITED BY SIZE
007840         '.' DELIMITED BY SIZE
007850         DTSPEND-HUND             DELIMITED BY SIZE
007860         INTO WS-RL-KEY
007870     END-STRING.
007880     MOVE SPACES TO WS-RL-TEXT.
007890     MOVE ZERO TO WS-RC-EDIT.
007900     IF DTSPEND-RETURN-CODE IS NUMERIC
007910         MOVE DTSPEND-RETURN-CODE TO WS-RC-EDIT
007920     END-IF.
007930     STRING DTSPEND-EVENT-TYPE DELIMITED BY SIZE
007940         ' RC=' DELIMITED BY SIZE
007950         WS-RC-EDIT               DELIMITED BY SIZE
007960         ' ' DELIMITED BY SIZE
007970         DTSPEND-REASON           DELIMITED BY SIZE
007980         ' ' DELIMITED BY SIZE
007990         WS-HOLD-TEXT             DELIMITED BY SIZE
008000         INTO WS-RL-TEXT
008010     END-STRING.
008020     MOVE WS-RPT-LINE TO POST-RECORD-OUT.
008030     WRITE POST-RECORD-OUT.
008040 7000-EXIT.
008050     EXIT.
008060******************************************************************
008070*    9000-FINISH - PRINT THE TOTALS, CLOSE UP AND SET THE RETURN *
008080*    CODE.                                                       *
008090******************************************************************
008100 9000-FINISH.
008110     IF WS-AMST-OPEN
008120         CLOSE AUDIT-MST
008130     END-IF.
008140     IF WS-RETURN-CODE = ZERO AND WS-HELD > ZERO
008150         MOVE 4 TO WS-RETURN-CODE
008160     END-IF.
008170     IF WS-RETURN-CODE < 8 AND WS-REJECTED > ZERO
008180         MOVE 8 TO WS-RETURN-CODE
008190     END-IF.
008200     MOVE SPACES TO POST-RECORD-OUT.
008210     WRITE POST-RECORD-OUT.
008220     MOVE SPACES TO POST-RECORD-OUT.
008230     STRING 'SPOOLED=' DELIMITED BY SIZE
008240         WS-SPOOL-READ            DELIMITED BY SIZE
008250         ' POSTED=' DELIMITED BY SIZE
008260         WS-POSTED                DELIMITED BY SIZE
008270         ' (MOVED=' DELIMITED BY SIZE
008280         WS-MOVED                 DELIMITED BY SIZE
008290         ') ALREADY ON MASTER=' DELIMITED BY SIZE
008300         WS-ON-MASTER             DELIMITED BY SIZE
008310         ' HELD=' DELIMITED BY SIZE
008320         WS-HELD                  DELIMITED BY SIZE
008330         ' REJECTED=' DELIMITED BY SIZE
008340         WS-REJECTED              DELIMITED BY SIZE
008350         ' SPOOLED DURING RUN=' DELIMITED BY SIZE
008360         WS-ARRIVED-DURING        DELIMITED BY SIZE
008370         INTO POST-RECORD-OUT
008380     END-STRING.
008390     WRITE POST-RECORD-OUT.
008400     MOVE WS-RETURN-CODE TO WS-RC-DISPLAY.
008410     MOVE SPACES TO POST-RECORD-OUT.
008420     STRING 'FEED CHECKED=' DELIMITED BY SIZE
008430         WS-FEED-CHECKED          DELIMITED BY SIZE
008440         ' RE-FED=' DELIMITED BY SIZE
008450         WS-REFED                 DELIMITED BY SIZE
008460         ' RETURN-CODE=' DELIMITED BY SIZE
008470         WS-RC-DISPLAY            DELIMITED BY SIZE
008480         INTO POST-RECORD-OUT
008490     END-STRING.
008500     WRITE POST-RECORD-OUT.
008510     CLOSE POST-RPT.
008520     DISPLAY 'DTS530 - PENDING-STAMP POSTING COMPLETE - POSTED '
008530         WS-POSTED ' HELD ' WS-HELD ' REJECTED ' WS-REJECTED.
008540     MOVE WS-RETURN-CODE TO RETURN-CODE.
008550 9000-EXIT.
008560     EXIT.
