000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS690.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS690 - DOWNSTREAM IMPACT NOTICE SERVICE                   *
000180*                                                                *
000190*    CALLABLE SUBROUTINE, SAME CALLING STYLE AS DTS660.  WHEN A  *
000200*    JOB STAMPS ABEND, PREDFAIL OR CYCHOLD THE PAGE SAYS WHICH   *
000210*    JOB FAILED BUT NOT WHAT IT TAKES DOWN WITH IT.  GIVEN THE   *
000220*    FAILED JOB, ITS SITE AND THE FAILURE STAMP, THIS SERVICE    *
000230*    EXPANDS THE FULL DOWNSTREAM TREE FROM THE PREDECESSOR TABLE *
000240*    (DD PREDFILE) - EVERY JOB NAMING IT AS A PREDECESSOR, EVERY *
000250*    JOB NAMING ONE OF THOSE, AND SO ON - FOR THE SAME SITE.     *
000260*    EACH DEPENDENT IS MARKED BLOCKED: THE PREDECESSOR GATE WILL *
000270*    NOW REFUSE ITS START UNTIL THE FAILED JOB IS RECOVERED.     *
000280*                                                                *
000290*    EACH BLOCKED JOB IS LISTED ON THE IMPACT REPORT (DD         *
000300*    IMPACTRP, APPENDED TO ON EVERY CALL) WITH THE PREDECESSOR   *
000310*    IT WAITS ON, ITS START WINDOW FROM THE SCHEDULE TABLE (DD   *
000320*    SCHEDFIL) AND WHETHER IT IS DUE ON THE PROCESSING DATE, AND *
000330*    ITS LATEST-STOP DEADLINE FROM THE SLA TABLE (DD SLAFILE)    *
000340*    WITH THE TIME LEFT TO IT FROM THE FAILURE.  ONE             *
000350*    CONSOLIDATED IMPACT RECORD GOES TO THE MONITORING FEED      *
000360*    THROUGH DTS600 - CRITICAL WHEN ANY BLOCKED JOB CARRIES A    *
000370*    DEADLINE, WARNING OTHERWISE.  A FAILED JOB WITH NOTHING     *
000380*    REGISTERED DOWNSTREAM IS REPORTED BUT NOT FED.  SEE DTSIMPP *
000390*    FOR THE PARAMETER AREA AND STATUS CODES.                    *
000400*                                                                *
000410*    THE PREDECESSOR TABLE IS LOADED ON THE FIRST CALL AND THE   *
000420*    SCHEDULE AND SLA TABLES STAY OPEN ACROSS CALLS - AN IMPORT  *
000430*    RUN CAN RAISE SEVERAL NOTICES.                              *
000440*                                                                *
000450*    MODIFICATION HISTORY                                        *
000460*    DATE       INIT  DESCRIPTION                                *
000470*    2026-10-15 JRM   INITIAL VERSION                            *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PRED-FILE ASSIGN TO PREDFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS DTSPRED-KEY OF DTSPRED-RECORD
000590         FILE STATUS IS WS-PRED-STATUS.
000600     SELECT SCHED-FILE ASSIGN TO SCHEDFIL
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS DTSSCHD-KEY OF DTSSCHD-RECORD
000640         FILE STATUS IS WS-SCHED-STATUS.
000650     SELECT SLA-FILE ASSIGN TO SLAFILE
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DTSSLA-KEY OF DTSSLA-RECORD
000690         FILE STATUS IS WS-SLA-STATUS.
000700     SELECT IMPACT-RPT ASSIGN TO IMPACTRP
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PRED-FILE
000760     RECORDING MODE IS F.
000770     COPY DTSPRED.
000780 FD  SCHED-FILE
000790     RECORDING MODE IS F.
000800     COPY DTSSCHD.
000810 FD  SLA-FILE
000820     RECORDING MODE IS F.
000830     COPY DTSSLA.
000840 FD  IMPACT-RPT
000850     RECORDING MODE IS F.
000860 01  IMPACT-RECORD-OUT            PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 77  WS-PRED-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-SCHED-STATUS              PIC X(02) VALUE SPACES.
000900 77  WS-SLA-STATUS                PIC X(02) VALUE SPACES.
000910 77  WS-RPT-STATUS                PIC X(02) VALUE SPACES.
000920 COPY DTSAUD.
000930*    EVERY PREDECESSOR TABLE ENTRY, ALL SITES, LOADED ON THE FIRST
000940*    CALL.
000950 01  WS-PRED-TABLE.
000960     05  WS-PT-COUNT              PIC S9(04) COMP VALUE ZERO.
000970     05  WS-PT-ENTRY OCCURS 500 TIMES.
000980         10  WS-PT-JOB-ID         PIC X(08).
000990         10  WS-PT-SITE-ID        PIC X(04).
001000         10  WS-PT-PRED-ID        PIC X(08) OCCURS 5 TIMES.
001010*    THE JOBS BLOCKED BY THIS FAILURE, NEAREST FIRST.  THE TABLE
001020*    IS ALSO THE WORK QUEUE - EACH ENTRY'S OWN DEPENDENTS ARE
001030*    ADDED BEHIND IT AS THE EXPANSION REACHES IT.
001040 01  WS-BLOCKED-TABLE.
001050     05  WS-BT-COUNT              PIC S9(04) COMP VALUE ZERO.
001060     05  WS-BT-ENTRY OCCURS 200 TIMES.
001070         10  WS-BT-JOB-ID         PIC X(08).
001080         10  WS-BT-WAITS-ON       PIC X(08).
001090         10  WS-BT-LEVEL          PIC S9(04) COMP.
001100 01  WS-SWITCHES.
001110     05  WS-FIRST-CALL-SW         PIC X(01) VALUE 'Y'.
001120         88  WS-FIRST-CALL        VALUE 'Y'.
001130     05  WS-PRED-AVAIL-SW         PIC X(01) VALUE 'N'.
001140         88  WS-PRED-AVAIL        VALUE 'Y'.
001150     05  WS-PRED-EOF-SW           PIC X(01) VALUE 'N'.
001160         88  WS-PRED-EOF          VALUE 'Y'.
001170     05  WS-SCHED-AVAIL-SW        PIC X(01) VALUE 'N'.
001180         88  WS-SCHED-AVAIL       VALUE 'Y'.
001190     05  WS-SLA-AVAIL-SW          PIC X(01) VALUE 'N'.
001200         88  WS-SLA-AVAIL         VALUE 'Y'.
001210     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001220         88  WS-FOUND             VALUE 'Y'.
001230     05  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
001240         88  WS-OVERFLOW          VALUE 'Y'.
001250 01  WS-WORK-FIELDS.
001260     05  WS-PT-SUB                PIC S9(04) COMP VALUE ZERO.
001270     05  WS-P-SUB                 PIC S9(04) COMP VALUE ZERO.
001280     05  WS-BT-SUB                PIC S9(04) COMP VALUE ZERO.
001290     05  WS-Q-SUB                 PIC S9(04) COMP VALUE ZERO.
001300     05  WS-CHK-SUB               PIC S9(04) COMP VALUE ZERO.
001310     05  WS-PROC-DOW              PIC S9(04) COMP VALUE ZERO.
001320     05  WS-FAIL-SECS             PIC S9(07) COMP-3 VALUE ZERO.
001330     05  WS-DUE-SECS              PIC S9(07) COMP-3 VALUE ZERO.
001340     05  WS-LEFT-SECS             PIC S9(07) COMP-3 VALUE ZERO.
001350     05  WS-FIRST-LEFT-SECS       PIC S9(07) COMP-3 VALUE ZERO.
001360     05  WS-FIRST-DUE-JOB         PIC X(08) VALUE SPACES.
001370     05  WS-FIRST-DUE-TIME        PIC 9(06) VALUE ZERO.
001380     05  WS-DUE-TIME.
001390         10  WS-DUE-HH            PIC 9(02).
001400         10  WS-DUE-MN            PIC 9(02).
001410         10  WS-DUE-SS            PIC 9(02).
001420     05  WS-LEFT-HH               PIC 9(02) VALUE ZERO.
001430     05  WS-LEFT-MN               PIC 9(02) VALUE ZERO.
001440     05  WS-RC-EDIT               PIC -(3)9.
001450     05  WS-COUNT-EDIT            PIC ZZZ9.
001460     05  WS-SEVERITY              PIC X(08) VALUE SPACES.
001470     05  WS-FAIL-TIME.
001480         10  WS-FAIL-HH           PIC 9(02).
001490         10  WS-FAIL-MN           PIC 9(02).
001500         10  WS-FAIL-SS           PIC 9(02).
001510*    ONE DETAIL LINE OF THE IMPACT REPORT.
001520 01  WS-DETAIL-LINE.
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001540     05  WS-DL-LEVEL              PIC ZZ9.
001550     05  FILLER                   PIC X(02) VALUE SPACES.
001560     05  WS-DL-JOB-ID             PIC X(08).
001570     05  FILLER                   PIC X(02) VALUE SPACES.
001580     05  WS-DL-WAITS-ON           PIC X(08).
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  WS-DL-STATUS             PIC X(07).
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  WS-DL-WINDOW             PIC X(11).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  WS-DL-DUE                PIC X(07).
001650     05  FILLER                   PIC X(02) VALUE SPACES.
001660     05  WS-DL-LATEST-STOP        PIC X(08).
001670     05  FILLER                   PIC X(02) VALUE SPACES.
001680     05  WS-DL-TIME-LEFT          PIC X(09).
001690     05  FILLER                   PIC X(55) VALUE SPACES.
001700 LINKAGE SECTION.
001710 COPY DTSIMPP.
001720 PROCEDURE DIVISION USING DTSIMPP-PARM.
001730 0000-MAINLINE.
001740     IF WS-FIRST-CALL
001750         PERFORM 1000-OPEN-TABLES THRU 1000-EXIT
001760     END-IF.
001770     MOVE ZERO TO DTSIMPP-BLOCKED-COUNT DTSIMPP-DEADLINE-COUNT.
001780     IF NOT WS-PRED-AVAIL
001790         MOVE '8' TO DTSIMPP-STATUS
001800         GO TO 0000-EXIT
001810     END-IF.
001820     PERFORM 2000-EXPAND-TREE THRU 2000-EXIT.
001830     PERFORM 3000-PRINT-IMPACT THRU 3000-EXIT.
001840     IF WS-BT-COUNT = ZERO
001850         MOVE '4' TO DTSIMPP-STATUS
001860     ELSE
001870         PERFORM 4000-SEND-NOTICE THRU 4000-EXIT
001880         MOVE '0' TO DTSIMPP-STATUS
001890     END-IF.
001900 0000-EXIT.
001910     GOBACK.
001920******************************************************************
001930*    1000-OPEN-TABLES - FIRST CALL ONLY.  LOAD THE PREDECESSOR   *
001940*    TABLE AND OPEN THE SCHEDULE AND SLA TABLES.  WITHOUT THE    *
001950*    PREDECESSOR TABLE THERE IS NO TREE TO EXPAND; WITHOUT THE   *
001960*    OTHER TWO THE WINDOW OR DEADLINE COLUMNS SHOW AS NOT ON     *
001970*    FILE.                                                       *
001980******************************************************************
001990 1000-OPEN-TABLES.
002000     MOVE 'N' TO WS-FIRST-CALL-SW.
002010     OPEN INPUT PRED-FILE.
002020     IF WS-PRED-STATUS NOT = '00' AND WS-PRED-STATUS NOT = '05'
002030         DISPLAY 'DTS690 - NO PREDECESSOR TABLE ON FILE - NO '
002040             'IMPACT NOTICES'
002050         GO TO 1000-EXIT
002060     END-IF.
002070     SET WS-PRED-AVAIL TO TRUE.
002080     PERFORM 1100-LOAD-ONE-PRED THRU 1100-EXIT
002090         UNTIL WS-PRED-EOF.
002100     CLOSE PRED-FILE.
002110     OPEN INPUT SCHED-FILE.
002120     IF WS-SCHED-STATUS = '00' OR WS-SCHED-STATUS = '05'
002130         SET WS-SCHED-AVAIL TO TRUE
002140     END-IF.
002150     OPEN INPUT SLA-FILE.
002160     IF WS-SLA-STATUS = '00' OR WS-SLA-STATUS = '05'
002170         SET WS-SLA-AVAIL TO TRUE
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210 1100-LOAD-ONE-PRED.
002220     READ PRED-FILE NEXT
002230         AT END
002240             SET WS-PRED-EOF TO TRUE
002250             GO TO 1100-EXIT
002260     END-READ.
002270     IF WS-PT-COUNT >= 500
002280         DISPLAY 'DTS690 - PREDECESSOR TABLE OVER 500 ENTRIES - '
002290             DTSPRED-JOB-ID OF DTSPRED-RECORD ' NOT LOADED'
002300         GO TO 1100-EXIT
002310     END-IF.
002320     ADD 1 TO WS-PT-COUNT.
002330     MOVE DTSPRED-JOB-ID OF DTSPRED-RECORD
002340         TO WS-PT-JOB-ID (WS-PT-COUNT).
002350     MOVE DTSPRED-SITE-ID OF DTSPRED-RECORD
002360         TO WS-PT-SITE-ID (WS-PT-COUNT).
002370     PERFORM 1110-LOAD-ONE-SLOT THRU 1110-EXIT
002380         VARYING WS-P-SUB FROM 1 BY 1 UNTIL WS-P-SUB > 5.
002390 1100-EXIT.
002400     EXIT.
002410 1110-LOAD-ONE-SLOT.
002420     MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB)
002430         TO WS-PT-PRED-ID (WS-PT-COUNT, WS-P-SUB).
002440 1110-EXIT.
002450     EXIT.
002460******************************************************************
002470*    2000-EXPAND-TREE - START WITH THE JOBS THAT NAME THE FAILED *
002480*    JOB AS A PREDECESSOR AT ITS SITE, THEN WORK DOWN THE QUEUE  *
002490*    ADDING EACH BLOCKED JOB'S OWN DEPENDENTS.  A JOB ALREADY    *
002500*    LISTED (TWO PATHS TO IT, OR A CIRCULAR CHAIN) IS NOT ADDED  *
002510*    AGAIN, AND THE FAILED JOB ITSELF NEVER IS.                  *
002520******************************************************************
002530 2000-EXPAND-TREE.
002540     MOVE ZERO TO WS-BT-COUNT.
002550     MOVE 'N' TO WS-OVERFLOW-SW.
002560     MOVE ZERO TO WS-Q-SUB.
002570     PERFORM 2100-ADD-DEPENDENTS THRU 2100-EXIT.
002580     PERFORM 2050-EXPAND-ONE THRU 2050-EXIT
002590         VARYING WS-Q-SUB FROM 1 BY 1
002600         UNTIL WS-Q-SUB > WS-BT-COUNT.
002610 2000-EXIT.
002620     EXIT.
002630 2050-EXPAND-ONE.
002640     PERFORM 2100-ADD-DEPENDENTS THRU 2100-EXIT.
002650 2050-EXIT.
002660     EXIT.
002670*    ADD EVERY JOB AT THE SITE THAT NAMES THE FAILED JOB (QUEUE
002680*    POSITION ZERO) OR BLOCKED JOB WS-Q-SUB AS A PREDECESSOR.
002690 2100-ADD-DEPENDENTS.
002700     PERFORM 2200-CHECK-ONE-SLOT THRU 2200-EXIT
002710         VARYING WS-PT-SUB FROM 1 BY 1
002720         UNTIL WS-PT-SUB > WS-PT-COUNT
002730         AFTER WS-P-SUB FROM 1 BY 1 UNTIL WS-P-SUB > 5.
002740 2100-EXIT.
002750     EXIT.
002760 2200-CHECK-ONE-SLOT.
002770     IF WS-PT-SITE-ID (WS-PT-SUB) NOT = DTSIMPP-SITE-ID
002780         OR WS-PT-PRED-ID (WS-PT-SUB, WS-P-SUB) = SPACES
002790         GO TO 2200-EXIT
002800     END-IF.
002810     IF WS-Q-SUB = ZERO
002820         IF WS-PT-PRED-ID (WS-PT-SUB, WS-P-SUB)
002830             NOT = DTSIMPP-JOB-ID
002840             GO TO 2200-EXIT
002850         END-IF
002860     ELSE
002870         IF WS-PT-PRED-ID (WS-PT-SUB, WS-P-SUB)
002880             NOT = WS-BT-JOB-ID (WS-Q-SUB)
002890             GO TO 2200-EXIT
002900         END-IF
002910     END-IF.
002920     IF WS-PT-JOB-ID (WS-PT-SUB) = DTSIMPP-JOB-ID
002930         GO TO 2200-EXIT
002940     END-IF.
002950     MOVE 'N' TO WS-FOUND-SW.
002960     PERFORM 2300-CHECK-LISTED THRU 2300-EXIT
002970         VARYING WS-CHK-SUB FROM 1 BY 1
002980         UNTIL WS-CHK-SUB > WS-BT-COUNT OR WS-FOUND.
002990     IF WS-FOUND
003000         GO TO 2200-EXIT
003010     END-IF.
003020     IF WS-BT-COUNT >= 200
003030         SET WS-OVERFLOW TO TRUE
003040         GO TO 2200-EXIT
003050     END-IF.
003060     ADD 1 TO WS-BT-COUNT.
003070     MOVE WS-PT-JOB-ID (WS-PT-SUB) TO WS-BT-JOB-ID (WS-BT-COUNT).
003080     IF WS-Q-SUB = ZERO
003090         MOVE DTSIMPP-JOB-ID TO WS-BT-WAITS-ON (WS-BT-COUNT)
003100         MOVE 1 TO WS-BT-LEVEL (WS-BT-COUNT)
003110     ELSE
003120         MOVE WS-BT-JOB-ID (WS-Q-SUB)
003130             TO WS-BT-WAITS-ON (WS-BT-COUNT)
003140         COMPUTE WS-BT-LEVEL (WS-BT-COUNT) =
003150             WS-BT-LEVEL (WS-Q-SUB) + 1
003160     END-IF.
003170 2200-EXIT.
003180     EXIT.
003190 2300-CHECK-LISTED.
003200     IF WS-BT-JOB-ID (WS-CHK-SUB) = WS-PT-JOB-ID (WS-PT-SUB)
003210         SET WS-FOUND TO TRUE
003220     END-IF.
003230 2300-EXIT.
003240     EXIT.
003250******************************************************************
003260*    3000-PRINT-IMPACT - APPEND THIS FAILURE'S IMPACT TO THE     *
003270*    REPORT: A HEADING NAMING THE FAILED JOB AND EVENT, ONE LINE *
003280*    PER BLOCKED JOB, AND THE SUMMARY WITH THE SEVERITY FED.     *
003290******************************************************************
003300 3000-PRINT-IMPACT.
003310     OPEN EXTEND IMPACT-RPT.
003320     IF WS-RPT-STATUS = '35'
003330         OPEN OUTPUT IMPACT-RPT
003340     END-IF.
003350     MOVE DTSIMPP-RUN-TIME TO WS-FAIL-TIME.
003360     COMPUTE WS-FAIL-SECS = (WS-FAIL-HH * 3600)
003370         + (WS-FAIL-MN * 60) + WS-FAIL-SS.
003380     COMPUTE WS-PROC-DOW = FUNCTION MOD
003390         (FUNCTION INTEGER-OF-DATE(DTSIMPP-PROC-DATE), 7).
003400     IF WS-PROC-DOW = ZERO
003410         MOVE 7 TO WS-PROC-DOW
003420     END-IF.
003430     MOVE 999999 TO WS-FIRST-LEFT-SECS.
003440     MOVE SPACES TO WS-FIRST-DUE-JOB.
003450     MOVE ZERO TO WS-FIRST-DUE-TIME.
003460     MOVE SPACES TO IMPACT-RECORD-OUT.
003470     WRITE IMPACT-RECORD-OUT.
003480     MOVE DTSIMPP-RETURN-CODE TO WS-RC-EDIT.
003490     MOVE SPACES TO IMPACT-RECORD-OUT.
003500     STRING 'DTS690 DOWNSTREAM IMPACT - JOB ' DELIMITED BY SIZE
003510         DTSIMPP-JOB-ID           DELIMITED BY SIZE
003520         ' SITE ' DELIMITED BY SIZE
003530         DTSIMPP-SITE-ID          DELIMITED BY SIZE
003540         ' ' DELIMITED BY SIZE
003550         DTSIMPP-EVENT-TYPE       DELIMITED BY SIZE
003560         ' RC ' DELIMITED BY SIZE
003570         WS-RC-EDIT               DELIMITED BY SIZE
003580         ' AT ' DELIMITED BY SIZE
003590         DTSIMPP-RUN-DATE         DELIMITED BY SIZE
003600         '-' DELIMITED BY SIZE
003610         DTSIMPP-RUN-TIME         DELIMITED BY SIZE
003620         ' ' DELIMITED BY SIZE
003630         DTSIMPP-GMT-OFFSET       DELIMITED BY SIZE
003640         ' PROC DATE ' DELIMITED BY SIZE
003650         DTSIMPP-PROC-DATE        DELIMITED BY SIZE
003660         ' (' DELIMITED BY SIZE
003670         DTSIMPP-CALLER           DELIMITED BY SPACE
003680         ')' DELIMITED BY SIZE
003690         INTO IMPACT-RECORD-OUT
003700     END-STRING.
003710     WRITE IMPACT-RECORD-OUT.
003720     IF WS-BT-COUNT = ZERO
003730         MOVE SPACES TO IMPACT-RECORD-OUT
003740         MOVE '  NO JOBS REGISTERED DOWNSTREAM - NONE BLOCKED'
003750             TO IMPACT-RECORD-OUT
003760         WRITE IMPACT-RECORD-OUT
003770         GO TO 3000-CLOSE
003780     END-IF.
003790     MOVE SPACES TO IMPACT-RECORD-OUT.
003800     STRING '  LVL  JOB-ID    WAITS ON  STATUS   WINDOW       '
003810         DELIMITED BY SIZE
003820         'DUE      LATEST    TIME LEFT' DELIMITED BY SIZE
003830         INTO IMPACT-RECORD-OUT
003840     END-STRING.
003850     WRITE IMPACT-RECORD-OUT.
003860     PERFORM 3100-PRINT-ONE-BLOCKED THRU 3100-EXIT
003870         VARYING WS-BT-SUB FROM 1 BY 1
003880         UNTIL WS-BT-SUB > WS-BT-COUNT.
003890     IF WS-OVERFLOW
003900         MOVE SPACES TO IMPACT-RECORD-OUT
003910         MOVE '  OVER 200 JOBS DOWNSTREAM - LIST INCOMPLETE'
003920             TO IMPACT-RECORD-OUT
003930         WRITE IMPACT-RECORD-OUT
003940     END-IF.
003950     IF DTSIMPP-DEADLINE-COUNT > ZERO
003960         MOVE 'CRITICAL' TO WS-SEVERITY
003970     ELSE
003980         MOVE 'WARNING'  TO WS-SEVERITY
003990     END-IF.
004000     MOVE SPACES TO IMPACT-RECORD-OUT.
004010     MOVE WS-BT-COUNT TO DTSIMPP-BLOCKED-COUNT.
004020     MOVE DTSIMPP-BLOCKED-COUNT TO WS-COUNT-EDIT.
004030     STRING '  JOBS BLOCKED ' DELIMITED BY SIZE
004040         WS-COUNT-EDIT            DELIMITED BY SIZE
004050         INTO IMPACT-RECORD-OUT
004060     END-STRING.
004070     MOVE DTSIMPP-DEADLINE-COUNT TO WS-COUNT-EDIT.
004080     STRING '  WITH DEADLINES ' DELIMITED BY SIZE
004090         WS-COUNT-EDIT            DELIMITED BY SIZE
004100         '  FED AS ' DELIMITED BY SIZE
004110         WS-SEVERITY              DELIMITED BY SIZE
004120         INTO IMPACT-RECORD-OUT (20:60)
004130     END-STRING.
004140     WRITE IMPACT-RECORD-OUT.
004150     IF WS-FIRST-DUE-JOB NOT = SPACES
004160         MOVE SPACES TO IMPACT-RECORD-OUT
004170         STRING '  FIRST DEADLINE AT RISK - ' DELIMITED BY SIZE
004180             WS-FIRST-DUE-JOB     DELIMITED BY SIZE
004190             ' MUST STOP BY ' DELIMITED BY SIZE
004200             WS-FIRST-DUE-TIME    DELIMITED BY SIZE
004210             INTO IMPACT-RECORD-OUT
004220         END-STRING
004230         WRITE IMPACT-RECORD-OUT
004240     END-IF.
004250 3000-CLOSE.
004260     CLOSE IMPACT-RPT.
004270 3000-EXIT.
004280     EXIT.
004290******************************************************************
004300*    3100-PRINT-ONE-BLOCKED - ONE BLOCKED JOB WITH ITS WINDOW,   *
004310*    WHETHER IT IS DUE ON THE PROCESSING DATE, AND ITS           *
004320*    LATEST-STOP DEADLINE WITH THE TIME LEFT FROM THE FAILURE TO *
004330*    IT (A DEADLINE EARLIER IN THE DAY THAN THE FAILURE IS THE   *
004340*    NEXT ONE, PAST MIDNIGHT).                                   *
004350******************************************************************
004360 3100-PRINT-ONE-BLOCKED.
004370     MOVE SPACES TO WS-DETAIL-LINE.
004380     MOVE WS-BT-LEVEL (WS-BT-SUB)    TO WS-DL-LEVEL.
004390     MOVE WS-BT-JOB-ID (WS-BT-SUB)   TO WS-DL-JOB-ID.
004400     MOVE WS-BT-WAITS-ON (WS-BT-SUB) TO WS-DL-WAITS-ON.
004410     MOVE 'BLOCKED'                  TO WS-DL-STATUS.
004420     MOVE 'NOT ON FILE'              TO WS-DL-WINDOW.
004430     MOVE '-'                        TO WS-DL-DUE.
004440     MOVE 'NONE'                     TO WS-DL-LATEST-STOP.
004450     MOVE '-'                        TO WS-DL-TIME-LEFT.
004460     IF WS-SCHED-AVAIL
004470         MOVE WS-BT-JOB-ID (WS-BT-SUB)
004480             TO DTSSCHD-JOB-ID OF DTSSCHD-RECORD
004490         MOVE DTSIMPP-SITE-ID TO DTSSCHD-SITE-ID OF DTSSCHD-RECORD
004500         READ SCHED-FILE
004510             INVALID KEY
004520                 CONTINUE
004530         END-READ
004540         IF WS-SCHED-STATUS = '00'
004550             MOVE SPACES TO WS-DL-WINDOW
004560             STRING DTSSCHD-WINDOW-START OF DTSSCHD-RECORD
004570                 DELIMITED BY SIZE
004580                 '-' DELIMITED BY SIZE
004590                 DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
004600                 DELIMITED BY SIZE
004610                 INTO WS-DL-WINDOW
004620             END-STRING
004630             IF DTSSCHD-RUN-DAY OF DTSSCHD-RECORD (WS-PROC-DOW)
004640                 = 'Y'
004650                 MOVE 'TODAY' TO WS-DL-DUE
004660             ELSE
004670                 MOVE 'NOT DUE' TO WS-DL-DUE
004680             END-IF
004690         END-IF
004700     END-IF.
004710     IF WS-SLA-AVAIL
004720         MOVE WS-BT-JOB-ID (WS-BT-SUB)
004730             TO DTSSLA-JOB-ID OF DTSSLA-RECORD
004740         MOVE DTSIMPP-SITE-ID TO DTSSLA-SITE-ID OF DTSSLA-RECORD
004750         READ SLA-FILE
004760             INVALID KEY
004770                 CONTINUE
004780         END-READ
004790         IF WS-SLA-STATUS = '00'
004800             AND DTSSLA-LATEST-STOP-TIME OF DTSSLA-RECORD > ZERO
004810             PERFORM 3200-TAKE-DEADLINE THRU 3200-EXIT
004820         END-IF
004830     END-IF.
004840     MOVE WS-DETAIL-LINE TO IMPACT-RECORD-OUT.
004850     WRITE IMPACT-RECORD-OUT.
004860 3100-EXIT.
004870     EXIT.
004880 3200-TAKE-DEADLINE.
004890     ADD 1 TO DTSIMPP-DEADLINE-COUNT.
004900     MOVE DTSSLA-LATEST-STOP-TIME OF DTSSLA-RECORD TO WS-DUE-TIME.
004910     MOVE WS-DUE-TIME TO WS-DL-LATEST-STOP.
004920     COMPUTE WS-DUE-SECS = (WS-DUE-HH * 3600)
004930         + (WS-DUE-MN * 60) + WS-DUE-SS.
004940     COMPUTE WS-LEFT-SECS = WS-DUE-SECS - WS-FAIL-SECS.
004950     IF WS-LEFT-SECS < ZERO
004960         ADD 86400 TO WS-LEFT-SECS
004970     END-IF.
004980     COMPUTE WS-LEFT-HH = WS-LEFT-SECS / 3600.
004990     COMPUTE WS-LEFT-MN =
005000         (WS-LEFT-SECS - (WS-LEFT-HH * 3600)) / 60.
005010     MOVE SPACES TO WS-DL-TIME-LEFT.
005020     STRING WS-LEFT-HH DELIMITED BY SIZE
005030         'H' DELIMITED BY SIZE
005040         WS-LEFT-MN DELIMITED BY SIZE
005050         'M' DELIMITED BY SIZE
005060         INTO WS-DL-TIME-LEFT
005070     END-STRING.
005080     IF WS-LEFT-SECS < WS-FIRST-LEFT-SECS
005090         MOVE WS-LEFT-SECS TO WS-FIRST-LEFT-SECS
005100         MOVE WS-BT-JOB-ID (WS-BT-SUB) TO WS-FIRST-DUE-JOB
005110         MOVE WS-DUE-TIME TO WS-FIRST-DUE-TIME
005120     END-IF.
005130 3200-EXIT.
005140     EXIT.
005150******************************************************************
005160*    4000-SEND-NOTICE - ONE CONSOLIDATED IMPACT RECORD TO THE    *
005170*    MONITORING FEED UNDER THE FAILED JOB'S STAMP.  RETURN CODE  *
005180*    16 (CRITICAL) WHEN ANY BLOCKED JOB CARRIES A DEADLINE, 8    *
005190*    (WARNING) OTHERWISE; DTS600 ADDS THE COUNTS TO THE LINE.    *
005200******************************************************************
005210 4000-SEND-NOTICE.
005220     MOVE SPACES TO DTSAUD-RECORD.
005230     MOVE DTSIMPP-JOB-ID      TO DTSAUD-JOB-ID.
005240     MOVE DTSIMPP-SITE-ID     TO DTSAUD-SITE-ID.
005250     MOVE DTSIMPP-RUN-DATE    TO DTSAUD-RUN-DATE.
005260     MOVE DTSIMPP-RUN-TIME    TO DTSAUD-RUN-TIME.
005270     MOVE DTSIMPP-HUNDREDTHS  TO DTSAUD-HUNDREDTHS.
005280     MOVE DTSIMPP-GMT-OFFSET  TO DTSAUD-GMT-OFFSET.
005290     MOVE 'IMPACT'            TO DTSAUD-EVENT-TYPE.
005300     MOVE 'N'                 TO DTSAUD-OFFSET-MISMATCH.
005310     MOVE DTSIMPP-BLOCKED-COUNT  TO DTSAUD-IMPACT-BLOCKED.
005320     MOVE DTSIMPP-DEADLINE-COUNT TO DTSAUD-IMPACT-DEADLINES.
005330     IF DTSIMPP-DEADLINE-COUNT > ZERO
005340         MOVE 16 TO DTSAUD-RETURN-CODE
005350     ELSE
005360         MOVE 8  TO DTSAUD-RETURN-CODE
005370     END-IF.
005380     CALL 'DTS600' USING DTSAUD-RECORD, DTSAUD-RETURN-CODE.
005390 4000-EXIT.
005400     EXIT.
