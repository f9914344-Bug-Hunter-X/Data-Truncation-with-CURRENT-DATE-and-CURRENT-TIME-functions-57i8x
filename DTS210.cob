000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS210.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS210 - CONTROL-TABLE REFERENTIAL INTEGRITY AUDIT          *
000180*                                                                *
000190*    EACH MAINTENANCE SCREEN (DTS400 THROUGH DTS490) EDITS ONLY  *
000200*    ITS OWN TABLE, SO THE CONTROL TABLES DRIFT APART - A        *
000210*    PREDECESSOR NAMING A JOB THAT IS NOT SCHEDULED, AN SLA FOR  *
000220*    A JOB THAT HAS NOT RUN IN MONTHS, A SITE ON THE AUDIT       *
000230*    MASTER WITH NO ZONE ENTRY, AN ALIAS RUNNING AS A SITE THE   *
000240*    ZONE TABLE HAS NEVER HEARD OF.  THIS AUDIT CROSS-CHECKS THE *
000250*    SCHEDULE, PREDECESSOR, SLA, ZONE, ALIAS, CALENDAR AND       *
000260*    OPERATOR TABLES AND THE RECENT AUDIT MASTER AND PRINTS A    *
000270*    CATEGORIZED EXCEPTIONS REPORT (DD INTGRPT), ONE SECTION PER *
000280*    TABLE.  IT ALSO WALKS EVERY PREDECESSOR CHAIN FOR CIRCULAR  *
000290*    REGISTRATIONS, WHICH DEADLOCK A NIGHT'S GATING, AND FLAGS   *
000300*    ALIASES THAT CHAIN TO OTHER ALIASES, WHICH THE STAMPING     *
000310*    ROUTINE RESOLVES ONLY ONE HOP.                              *
000320*                                                                *
000330*    EVERY EXCEPTION IS GRADED BLOCKING (TONIGHT'S GATING OR     *
000340*    STAMPING WILL GO WRONG) OR WARNING (HOUSEKEEPING).  ANY     *
000350*    BLOCKING EXCEPTION ENDS THE STEP WITH RETURN CODE 8 SO THE  *
000360*    AUDIT CAN RUN AHEAD OF THE NIGHTLY CYCLE AND HOLD IT;       *
000370*    WARNINGS ALONE END WITH ZERO.  NO SCHEDULE OR ZONE TABLE AT *
000380*    ALL IS AN ABEND (16).  THE OPTIONAL PARM CARD GIVES THE     *
000390*    NUMBER OF DAYS COUNTED AS RECENT (DEFAULT 90).              *
000400*                                                                *
000410*    MODIFICATION HISTORY                                        *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    2026-10-15 JRM   INITIAL VERSION                            *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PARM-FILE ASSIGN TO PARMFILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000540     SELECT ZONE-FILE ASSIGN TO ZONEFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS DTSZONE-SITE-ID OF DTSZONE-RECORD
000580         FILE STATUS IS WS-ZONE-STATUS.
000590     SELECT SCHED-FILE ASSIGN TO SCHEDFIL
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS DTSSCHD-KEY OF DTSSCHD-RECORD
000630         FILE STATUS IS WS-SCHED-STATUS.
000640     SELECT PRED-FILE ASSIGN TO PREDFILE
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS DTSPRED-KEY OF DTSPRED-RECORD
000680         FILE STATUS IS WS-PRED-STATUS.
000690     SELECT SLA-FILE ASSIGN TO SLAFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS DTSSLA-KEY OF DTSSLA-RECORD
000730         FILE STATUS IS WS-SLA-STATUS.
000740     SELECT ALS-FILE ASSIGN TO ALIASFIL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS DTSALS-SITE-ID OF DTSALS-RECORD
000780         FILE STATUS IS WS-ALS-STATUS.
000790     SELECT CAL-FILE ASSIGN TO CALFILE
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS DTSCAL-KEY OF DTSCAL-RECORD
000830         FILE STATUS IS WS-CAL-STATUS.
000840     SELECT OPER-FILE ASSIGN TO OPERFILE
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS DTSOPR-USER-ID OF DTSOPR-RECORD
000880         FILE STATUS IS WS-OPER-STATUS.
000890     SELECT AUDIT-MST ASSIGN TO AUDITMST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS DTSAMST-KEY OF DTSAMST-RECORD
000930         FILE STATUS IS WS-AMST-STATUS.
000940     SELECT INTG-RPT ASSIGN TO INTGRPT
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  PARM-FILE
000990     RECORDING MODE IS F.
001000 01  PARM-RECORD.
001010     05  PARM-RECENT-DAYS         PIC X(03).
001020 FD  ZONE-FILE
001030     RECORDING MODE IS F.
001040     COPY DTSZONE.
001050 FD  SCHED-FILE
001060     RECORDING MODE IS F.
001070     COPY DTSSCHD.
001080 FD  PRED-FILE
001090     RECORDING MODE IS F.
001100     COPY DTSPRED.
001110 FD  SLA-FILE
001120     RECORDING MODE IS F.
001130     COPY DTSSLA.
001140 FD  ALS-FILE
001150     RECORDING MODE IS F.
001160     COPY DTSALS.
001170 FD  CAL-FILE
001180     RECORDING MODE IS F.
001190     COPY DTSCAL.
001200 FD  OPER-FILE
001210     RECORDING MODE IS F.
001220     COPY DTSOPR.
001230 FD  AUDIT-MST
001240     RECORDING MODE IS F.
001250     COPY DTSAMST.
001260 FD  INTG-RPT
001270     RECORDING MODE IS F.
001280 01  INTG-RECORD-OUT              PIC X(132).
001290 WORKING-STORAGE SECTION.
001300 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-ZONE-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-SCHED-STATUS              PIC X(02) VALUE SPACES.
001330 77  WS-PRED-STATUS               PIC X(02) VALUE SPACES.
001340 77  WS-SLA-STATUS                PIC X(02) VALUE SPACES.
001350 77  WS-ALS-STATUS                PIC X(02) VALUE SPACES.
001360 77  WS-CAL-STATUS                PIC X(02) VALUE SPACES.
001370 77  WS-OPER-STATUS               PIC X(02) VALUE SPACES.
001380 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
001390 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
001400 COPY DTSAREA.
001410*    EVERY SITE REGISTERED ON THE ZONE TABLE.
001420 01  WS-ZONE-TABLE.
001430     05  WS-ZT-COUNT              PIC S9(04) COMP VALUE ZERO.
001440     05  WS-ZT-SITE-ID            PIC X(04) OCCURS 100 TIMES.
001450*    EVERY JOB/SITE ON THE SCHEDULE TABLE.
001460 01  WS-SCHED-TABLE.
001470     05  WS-ST-COUNT              PIC S9(04) COMP VALUE ZERO.
001480     05  WS-ST-ENTRY OCCURS 1000 TIMES.
001490         10  WS-ST-JOB-ID         PIC X(08).
001500         10  WS-ST-SITE-ID        PIC X(04).
001510*    EVERY PREDECESSOR RECORD, WITH THE WALK STATE USED BY THE
001520*    CIRCULAR-CHAIN CHECK - NOT YET VISITED, ON THE PATH BEING
001530*    WALKED, OR FULLY WALKED.
001540 01  WS-PRED-TABLE.
001550     05  WS-PT-COUNT              PIC S9(04) COMP VALUE ZERO.
001560     05  WS-PT-ENTRY OCCURS 1000 TIMES.
001570         10  WS-PT-JOB-ID         PIC X(08).
001580         10  WS-PT-SITE-ID        PIC X(04).
001590         10  WS-PT-PRED-ID        PIC X(08) OCCURS 5 TIMES.
001600         10  WS-PT-STATE-SW       PIC X(01).
001610             88  WS-PT-UNVISITED  VALUE 'N'.
001620             88  WS-PT-ON-PATH    VALUE 'P'.
001630             88  WS-PT-WALKED     VALUE 'W'.
001640*    THE PREDECESSOR PATH CURRENTLY BEING WALKED - EACH LEVEL IS
001650*    A PREDECESSOR-TABLE ENTRY AND THE LAST PREDECESSOR SLOT
001660*    TRIED FROM IT.
001670 01  WS-WALK-STACK.
001680     05  WS-WK-DEPTH              PIC S9(04) COMP VALUE ZERO.
001690     05  WS-WK-LEVEL OCCURS 1000 TIMES.
001700         10  WS-WK-PT-SUB         PIC S9(04) COMP.
001710         10  WS-WK-SLOT           PIC S9(04) COMP.
001720*    EVERY ALIAS ENTRY.
001730 01  WS-ALIAS-TABLE.
001740     05  WS-AT-COUNT              PIC S9(04) COMP VALUE ZERO.
001750     05  WS-AT-ENTRY OCCURS 100 TIMES.
001760         10  WS-AT-SITE-ID        PIC X(04).
001770         10  WS-AT-RUNS-AS        PIC X(04).
001780         10  WS-AT-ACTIVE-SW      PIC X(01).
001790             88  WS-AT-ACTIVE     VALUE 'Y'.
001800*    EVERY SITE STAMPING ON THE AUDIT MASTER IN THE RECENT DAYS,
001810*    WITH ITS EVENT COUNT AND LATEST RUN DATE.
001820 01  WS-RECENT-SITE-TABLE.
001830     05  WS-RS-COUNT              PIC S9(04) COMP VALUE ZERO.
001840     05  WS-RS-ENTRY OCCURS 100 TIMES.
001850         10  WS-RS-SITE-ID        PIC X(04).
001860         10  WS-RS-EVENTS         PIC 9(07).
001870         10  WS-RS-LAST-DATE      PIC 9(08).
001880*    EVERY DISTINCT LAST-MAINT-USER ON THE CONTROL TABLES, WITH
001890*    THE TABLE IT WAS FIRST SEEN ON AND HOW MANY RECORDS CARRY IT.
001900 01  WS-USER-TABLE.
001910     05  WS-UT-COUNT              PIC S9(04) COMP VALUE ZERO.
001920     05  WS-UT-ENTRY OCCURS 200 TIMES.
001930         10  WS-UT-USER-ID        PIC X(08).
001940         10  WS-UT-FIRST-FILE     PIC X(08).
001950         10  WS-UT-RECORDS        PIC 9(05).
001960 01  WS-SWITCHES.
001970     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001980         88  WS-EOF               VALUE 'Y'.
001990     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
002000         88  WS-FOUND-MATCH       VALUE 'Y'.
002010     05  WS-OPER-AVAIL-SW         PIC X(01) VALUE 'N'.
002020         88  WS-OPER-AVAIL        VALUE 'Y'.
002030     05  WS-AMST-AVAIL-SW         PIC X(01) VALUE 'N'.
002040         88  WS-AMST-AVAIL        VALUE 'Y'.
002050     05  WS-AMST-DONE-SW          PIC X(01) VALUE 'N'.
002060         88  WS-AMST-DONE         VALUE 'Y'.
002070     05  WS-RUN-DAY-SW            PIC X(01) VALUE 'N'.
002080         88  WS-RUNS-SOME-DAY     VALUE 'Y'.
002090 01  WS-WORK-FIELDS.
002100     05  WS-RECENT-DAYS           PIC 9(03) VALUE 90.
002110     05  WS-TODAY-CCYYMMDD        PIC 9(08) VALUE ZERO.
002120     05  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
002130     05  WS-LAST-RUN-DATE         PIC 9(08) VALUE ZERO.
002140     05  WS-LOOK-SITE             PIC X(04) VALUE SPACES.
002150     05  WS-LOOK-JOB              PIC X(08) VALUE SPACES.
002160     05  WS-LOOK-FILE             PIC X(08) VALUE SPACES.
002170     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
002180     05  WS-P-SUB                 PIC S9(04) COMP VALUE ZERO.
002190     05  WS-ZT-SUB                PIC S9(04) COMP VALUE ZERO.
002200     05  WS-ST-SUB                PIC S9(04) COMP VALUE ZERO.
002210     05  WS-PT-SUB                PIC S9(04) COMP VALUE ZERO.
002220     05  WS-AT-SUB                PIC S9(04) COMP VALUE ZERO.
002230     05  WS-AT-SUB2               PIC S9(04) COMP VALUE ZERO.
002240     05  WS-RS-SUB                PIC S9(04) COMP VALUE ZERO.
002250     05  WS-UT-SUB                PIC S9(04) COMP VALUE ZERO.
002260     05  WS-CUR-SUB               PIC S9(04) COMP VALUE ZERO.
002270     05  WS-NEXT-SUB              PIC S9(04) COMP VALUE ZERO.
002280     05  WS-LVL-SUB               PIC S9(04) COMP VALUE ZERO.
002290     05  WS-CYCLE-NO              PIC 9(03) VALUE ZERO.
002300     05  WS-RC-DISPLAY            PIC 9(02) VALUE ZERO.
002310*    A LAST-MAINT-USER THAT IS A DTSNNN PROGRAM NAME WAS STAMPED
002320*    BY A BATCH LOAD OR BY A SCREEN BEFORE IT TOOK A SIGN-ON, NOT
002330*    BY AN OPERATOR, AND IS NOT LOOKED UP.
002340 01  WS-LOOK-USER                 PIC X(08) VALUE SPACES.
002350 01  WS-LOOK-USER-PARTS REDEFINES WS-LOOK-USER.
002360     05  WS-LU-PREFIX             PIC X(03).
002370     05  WS-LU-PROG-NO            PIC X(03).
002380     05  WS-LU-REST               PIC X(02).
002390 01  WS-HHMM-CHECK.
002400     05  WS-HM-HH                 PIC 9(02).
002410     05  WS-HM-MN                 PIC 9(02).
002420*    ONE EXCEPTION LINE - SEVERITY, THE KEY OF THE OFFENDING
002430*    RECORD AND WHAT IS WRONG WITH IT.
002440 01  WS-EXC-LINE.
002450     05  FILLER                   PIC X(02) VALUE SPACES.
002460     05  WS-EL-SEVERITY           PIC X(10).
002470         88  WS-EL-BLOCKING       VALUE 'BLOCKING'.
002480         88  WS-EL-WARNING        VALUE 'WARNING'.
002490     05  WS-EL-KEY                PIC X(28).
002500     05  WS-EL-TEXT               PIC X(92).
002510 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
002520 01  WS-COUNTERS.
002530     05  WS-SECTION-EXCEPTIONS    PIC 9(05) VALUE ZERO.
002540     05  WS-BLOCKING-COUNT        PIC 9(05) VALUE ZERO.
002550     05  WS-WARNING-COUNT         PIC 9(05) VALUE ZERO.
002560     05  WS-CYCLES-FOUND          PIC 9(05) VALUE ZERO.
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     IF WS-RETURN-CODE = ZERO
002610         PERFORM 2000-LOAD-ZONES THRU 2000-EXIT
002620     END-IF.
002630     IF WS-RETURN-CODE = ZERO
002640         PERFORM 2500-CHECK-SCHEDULES THRU 2500-EXIT
002650     END-IF.
002660     IF WS-RETURN-CODE = ZERO
002670         PERFORM 3000-CHECK-PREDS THRU 3000-EXIT
002680         PERFORM 3500-CHECK-CYCLES THRU 3500-EXIT
002690         PERFORM 4000-CHECK-SLAS THRU 4000-EXIT
002700         PERFORM 4500-CHECK-ALIASES THRU 4500-EXIT
002710         PERFORM 5000-CHECK-CALENDAR THRU 5000-EXIT
002720         PERFORM 5500-CHECK-AUDIT-SITES THRU 5500-EXIT
002730         PERFORM 6000-CHECK-MAINT-USERS THRU 6000-EXIT
002740     END-IF.
002750     PERFORM 9000-FINISH THRU 9000-EXIT.
002760     GOBACK.
002770 0000-EXIT.
002780     EXIT.
002790******************************************************************
002800*    1000-INITIALIZE - OPEN THE REPORT, READ THE OPTIONAL        *
002810*    RECENT-DAYS PARM CARD AND WORK OUT THE CUTOFF DATE A RUN    *
002820*    MUST BE ON OR AFTER TO COUNT AS RECENT.  THE OPERATOR TABLE *
002830*    AND THE AUDIT MASTER ARE OPENED HERE AND HELD FOR THE WHOLE *
002840*    RUN; EITHER MISSING ONLY SKIPS THE CHECKS THAT NEED IT.     *
002850******************************************************************
002860 1000-INITIALIZE.
002870     OPEN OUTPUT INTG-RPT.
002880     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
002890     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
002900     MOVE SPACES TO PARM-RECORD.
002910     OPEN INPUT PARM-FILE.
002920     IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '05'
002930         READ PARM-FILE
002940             AT END
002950                 CONTINUE
002960         END-READ
002970         CLOSE PARM-FILE
002980     END-IF.
002990     IF PARM-RECENT-DAYS IS NUMERIC
003000         AND PARM-RECENT-DAYS NOT = '000'
003010         MOVE PARM-RECENT-DAYS TO WS-RECENT-DAYS
003020     END-IF.
003030     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
003040         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
003050         - WS-RECENT-DAYS).
003060     MOVE SPACES TO INTG-RECORD-OUT.
003070     STRING 'DTS210 CONTROL-TABLE INTEGRITY AUDIT - RUN '
003080         DELIMITED BY SIZE
003090         WS-TODAY-CCYYMMDD        DELIMITED BY SIZE
003100         ' - RECENT MEANS ON OR AFTER ' DELIMITED BY SIZE
003110         WS-CUTOFF-DATE           DELIMITED BY SIZE
003120         INTO INTG-RECORD-OUT
003130     END-STRING.
003140     WRITE INTG-RECORD-OUT.
003150     OPEN INPUT OPER-FILE.
003160     IF WS-OPER-STATUS = '00' OR WS-OPER-STATUS = '05'
003170         SET WS-OPER-AVAIL TO TRUE
003180     ELSE
003190         DISPLAY 'DTS210 - OPERATOR TABLE NOT AVAILABLE - '
003200             'MAINTENANCE USERS WILL NOT BE CHECKED'
003210     END-IF.
003220     OPEN INPUT AUDIT-MST.
003230     IF WS-AMST-STATUS = '00' OR WS-AMST-STATUS = '05'
003240         SET WS-AMST-AVAIL TO TRUE
003250     ELSE
003260         DISPLAY 'DTS210 - NO AUDIT MASTER ON FILE - RECENT-RUN '
003270             'CHECKS WILL BE SKIPPED'
003280     END-IF.
003290 1000-EXIT.
003300     EXIT.
003310******************************************************************
003320*    2000-LOAD-ZONES - THE ZONE TABLE IS THE REGISTER OF SITES   *
003330*    EVERY OTHER TABLE IS CHECKED AGAINST.  WITHOUT IT THERE IS  *
003340*    NOTHING TO AUDIT, SO IT IS AN ABEND.                        *
003350******************************************************************
003360 2000-LOAD-ZONES.
003370     OPEN INPUT ZONE-FILE.
003380     IF WS-ZONE-STATUS NOT = '00' AND WS-ZONE-STATUS NOT = '05'
003390         DISPLAY 'DTS210 - ZONE TABLE NOT AVAILABLE - STATUS '
003400             WS-ZONE-STATUS ' - ABEND'
003410         MOVE 16 TO WS-RETURN-CODE
003420         GO TO 2000-EXIT
003430     END-IF.
003440     MOVE 'ZONEFILE' TO WS-LOOK-FILE.
003450     MOVE 'N' TO WS-EOF-SW.
003460     PERFORM 2100-LOAD-ONE-ZONE THRU 2100-EXIT
003470         UNTIL WS-EOF.
003480     CLOSE ZONE-FILE.
003490 2000-EXIT.
003500     EXIT.
003510 2100-LOAD-ONE-ZONE.
003520     READ ZONE-FILE
003530         AT END
003540             SET WS-EOF TO TRUE
003550     END-READ.
003560     IF WS-EOF
003570         GO TO 2100-EXIT
003580     END-IF.
003590     IF WS-ZT-COUNT < 100
003600         ADD 1 TO WS-ZT-COUNT
003610         MOVE DTSZONE-SITE-ID OF DTSZONE-RECORD
003620             TO WS-ZT-SITE-ID (WS-ZT-COUNT)
003630     ELSE
003640         DISPLAY 'DTS210 - ZONE TABLE FULL - DROPPING SITE '
003650             DTSZONE-SITE-ID OF DTSZONE-RECORD
003660             ' - REPORT MAY SHOW FALSE EXCEPTIONS'
003670     END-IF.
003680     MOVE DTSZONE-LAST-MAINT-USER OF DTSZONE-RECORD
003690         TO WS-LOOK-USER.
003700     PERFORM 7000-NOTE-MAINT-USER THRU 7000-EXIT.
003710 2100-EXIT.
003720     EXIT.
003730******************************************************************
003740*    2500-CHECK-SCHEDULES - LOAD THE SCHEDULE TABLE FOR THE      *
003750*    LATER CHECKS, REPORTING AS IT GOES ANY JOB SCHEDULED AT A   *
003760*    SITE THE ZONE TABLE DOES NOT KNOW (THE STAMPING ROUTINE     *
003770*    CANNOT VALIDATE ITS OFFSET AND THE MISSED-JOB SWEEP CANNOT  *
003780*    JUDGE ITS WINDOW), A START WINDOW THAT IS NOT A REAL HHMM,  *
003790*    AND A JOB FLAGGED TO RUN ON NO DAY AT ALL.                  *
003800******************************************************************
003810 2500-CHECK-SCHEDULES.
003820     MOVE 'SCHEDULE TABLE (SCHEDFIL)' TO WS-SECTION-TITLE.
003830     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
003840     OPEN INPUT SCHED-FILE.
003850     IF WS-SCHED-STATUS NOT = '00' AND WS-SCHED-STATUS NOT = '05'
003860         DISPLAY 'DTS210 - SCHEDULE TABLE NOT AVAILABLE - STATUS '
003870             WS-SCHED-STATUS ' - ABEND'
003880         MOVE 16 TO WS-RETURN-CODE
003890         GO TO 2500-EXIT
003900     END-IF.
003910     MOVE 'SCHEDFIL' TO WS-LOOK-FILE.
003920     MOVE 'N' TO WS-EOF-SW.
003930     PERFORM 2600-CHECK-ONE-SCHEDULE THRU 2600-EXIT
003940         UNTIL WS-EOF.
003950     CLOSE SCHED-FILE.
003960     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
003970 2500-EXIT.
003980     EXIT.
003990 2600-CHECK-ONE-SCHEDULE.
004000     READ SCHED-FILE
004010         AT END
004020             SET WS-EOF TO TRUE
004030     END-READ.
004040     IF WS-EOF
004050         GO TO 2600-EXIT
004060     END-IF.
004070     IF WS-ST-COUNT < 1000
004080         ADD 1 TO WS-ST-COUNT
004090         MOVE DTSSCHD-JOB-ID OF DTSSCHD-RECORD
004100             TO WS-ST-JOB-ID (WS-ST-COUNT)
004110         MOVE DTSSCHD-SITE-ID OF DTSSCHD-RECORD
004120             TO WS-ST-SITE-ID (WS-ST-COUNT)
004130     ELSE
004140         DISPLAY 'DTS210 - SCHEDULE TABLE FULL - DROPPING JOB '
004150             DTSSCHD-JOB-ID OF DTSSCHD-RECORD
004160             ' - REPORT MAY SHOW FALSE EXCEPTIONS'
004170     END-IF.
004180     MOVE DTSSCHD-JOB-ID OF DTSSCHD-RECORD TO WS-LOOK-JOB.
004190     MOVE DTSSCHD-SITE-ID OF DTSSCHD-RECORD TO WS-LOOK-SITE.
004200     PERFORM 8300-BUILD-JOB-KEY THRU 8300-EXIT.
004210     PERFORM 7100-FIND-ZONE THRU 7100-EXIT.
004220     IF NOT WS-FOUND-MATCH
004230         SET WS-EL-BLOCKING TO TRUE
004240         MOVE 'SITE IS NOT ON THE ZONE TABLE (ZONEFILE)'
004250             TO WS-EL-TEXT
004260         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004270     END-IF.
004280     MOVE DTSSCHD-WINDOW-START OF DTSSCHD-RECORD
004290         TO WS-HHMM-CHECK.
004300     IF WS-HHMM-CHECK IS NOT NUMERIC
004310         OR WS-HM-HH > 23 OR WS-HM-MN > 59
004320         SET WS-EL-WARNING TO TRUE
004330         MOVE 'WINDOW START IS NOT A VALID HHMM'
004340             TO WS-EL-TEXT
004350         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004360     END-IF.
004370     MOVE DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
004380         TO WS-HHMM-CHECK.
004390     IF WS-HHMM-CHECK IS NOT NUMERIC
004400         OR WS-HM-HH > 23 OR WS-HM-MN > 59
004410         SET WS-EL-WARNING TO TRUE
004420         MOVE 'WINDOW END IS NOT A VALID HHMM'
004430             TO WS-EL-TEXT
004440         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004450     END-IF.
004460     MOVE 'N' TO WS-RUN-DAY-SW.
004470     PERFORM 2650-CHECK-ONE-RUN-DAY THRU 2650-EXIT
004480         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
004490     IF NOT WS-RUNS-SOME-DAY
004500         SET WS-EL-WARNING TO TRUE
004510         MOVE 'NOT FLAGGED TO RUN ON ANY DAY OF THE WEEK'
004520             TO WS-EL-TEXT
004530         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004540     END-IF.
004550     MOVE DTSSCHD-LAST-MAINT-USER OF DTSSCHD-RECORD
004560         TO WS-LOOK-USER.
004570     PERFORM 7000-NOTE-MAINT-USER THRU 7000-EXIT.
004580 2600-EXIT.
004590     EXIT.
004600 2650-CHECK-ONE-RUN-DAY.
004610     IF DTSSCHD-RUN-DAY OF DTSSCHD-RECORD (WS-SUB) = 'Y'
004620         SET WS-RUNS-SOME-DAY TO TRUE
004630     END-IF.
004640 2650-EXIT.
004650     EXIT.
004660******************************************************************
004670*    3000-CHECK-PREDS - LOAD THE PREDECESSOR TABLE FOR THE CHAIN *
004680*    WALK.  A PREDECESSOR RECORD FOR A JOB THAT IS NOT SCHEDULED *
004690*    AT ITS SITE IS DEAD WEIGHT (WARNING).  A PREDECESSOR THAT   *
004700*    IS NOT SCHEDULED AT THE SITE NEVER STAMPS A STOP THERE, SO  *
004710*    THE SUCCESSOR IS REFUSED EVERY NIGHT (BLOCKING).            *
004720******************************************************************
004730 3000-CHECK-PREDS.
004740     MOVE 'PREDECESSOR TABLE (PREDFILE)' TO WS-SECTION-TITLE.
004750     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
004760     OPEN INPUT PRED-FILE.
004770     IF WS-PRED-STATUS NOT = '00' AND WS-PRED-STATUS NOT = '05'
004780         SET WS-EL-WARNING TO TRUE
004790         MOVE SPACES TO WS-EL-KEY
004800         MOVE 'PREDECESSOR TABLE NOT AVAILABLE - NOT CHECKED'
004810             TO WS-EL-TEXT
004820         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004830         PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT
004840         GO TO 3000-EXIT
004850     END-IF.
004860     MOVE 'PREDFILE' TO WS-LOOK-FILE.
004870     MOVE 'N' TO WS-EOF-SW.
004880     PERFORM 3100-CHECK-ONE-PRED-REC THRU 3100-EXIT
004890         UNTIL WS-EOF.
004900     CLOSE PRED-FILE.
004910     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
004920 3000-EXIT.
004930     EXIT.
004940 3100-CHECK-ONE-PRED-REC.
004950     READ PRED-FILE
004960         AT END
004970             SET WS-EOF TO TRUE
004980     END-READ.
004990     IF WS-EOF
005000         GO TO 3100-EXIT
005010     END-IF.
005020     IF WS-PT-COUNT < 1000
005030         ADD 1 TO WS-PT-COUNT
005040         MOVE DTSPRED-JOB-ID OF DTSPRED-RECORD
005050             TO WS-PT-JOB-ID (WS-PT-COUNT)
005060         MOVE DTSPRED-SITE-ID OF DTSPRED-RECORD
005070             TO WS-PT-SITE-ID (WS-PT-COUNT)
005080         MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (1)
005090             TO WS-PT-PRED-ID (WS-PT-COUNT, 1)
005100         MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (2)
005110             TO WS-PT-PRED-ID (WS-PT-COUNT, 2)
005120         MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (3)
005130             TO WS-PT-PRED-ID (WS-PT-COUNT, 3)
005140         MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (4)
005150             TO WS-PT-PRED-ID (WS-PT-COUNT, 4)
005160         MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (5)
005170             TO WS-PT-PRED-ID (WS-PT-COUNT, 5)
005180         MOVE 'N' TO WS-PT-STATE-SW (WS-PT-COUNT)
005190     ELSE
005200         DISPLAY 'DTS210 - PREDECESSOR TABLE FULL - DROPPING JOB '
005210             DTSPRED-JOB-ID OF DTSPRED-RECORD
005220             ' - CHAIN WALK MAY BE INCOMPLETE'
005230     END-IF.
005240     MOVE DTSPRED-JOB-ID OF DTSPRED-RECORD TO WS-LOOK-JOB.
005250     MOVE DTSPRED-SITE-ID OF DTSPRED-RECORD TO WS-LOOK-SITE.
005260     PERFORM 8300-BUILD-JOB-KEY THRU 8300-EXIT.
005270     PERFORM 7200-FIND-SCHEDULE THRU 7200-EXIT.
005280     IF NOT WS-FOUND-MATCH
005290         SET WS-EL-WARNING TO TRUE
005300         MOVE 'JOB IS NOT ON THE SCHEDULE TABLE AT THIS SITE'
005310             TO WS-EL-TEXT
005320         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
005330     END-IF.
005340     PERFORM 3200-CHECK-ONE-PRED-ID THRU 3200-EXIT
005350         VARYING WS-P-SUB FROM 1 BY 1 UNTIL WS-P-SUB > 5.
005360     MOVE DTSPRED-LAST-MAINT-USER OF DTSPRED-RECORD
005370         TO WS-LOOK-USER.
005380     PERFORM 7000-NOTE-MAINT-USER THRU 7000-EXIT.
005390 3100-EXIT.
005400     EXIT.
005410 3200-CHECK-ONE-PRED-ID.
005420     IF DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB) = SPACES
005430         GO TO 3200-EXIT
005440     END-IF.
005450     MOVE DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB)
005460         TO WS-LOOK-JOB.
005470     PERFORM 7200-FIND-SCHEDULE THRU 7200-EXIT.
005480     MOVE DTSPRED-JOB-ID OF DTSPRED-RECORD TO WS-LOOK-JOB.
005490     IF NOT WS-FOUND-MATCH
005500         SET WS-EL-BLOCKING TO TRUE
005510         MOVE SPACES TO WS-EL-TEXT
005520         STRING 'PREDECESSOR ' DELIMITED BY SIZE
005530             DTSPRED-PRED-ID OF DTSPRED-RECORD (WS-P-SUB)
005540                 DELIMITED BY SIZE
005550             ' IS NOT SCHEDULED AT THIS SITE - JOB WILL NEVER '
005560                 DELIMITED BY SIZE
005570             'CLEAR GATING' DELIMITED BY SIZE
005580             INTO WS-EL-TEXT
005590         END-STRING
005600         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
005610     END-IF.
005620 3200-EXIT.
005630     EXIT.
005640******************************************************************
005650*    3500-CHECK-CYCLES - WALK EVERY PREDECESSOR CHAIN            *
005660*    DEPTH-FIRST, KEEPING THE PATH BEING WALKED ON A STACK.  A   *
005670*    PREDECESSOR THAT IS ALREADY ON THE PATH CLOSES A CIRCLE -   *
005680*    EVERY JOB ON IT WAITS ON ANOTHER, SO NONE OF THEM EVER      *
005690*    STARTS (BLOCKING).  A JOB NAMING ITSELF IS THE ONE-JOB      *
005700*    CASE.  AN ENTRY ONCE FULLY WALKED IS NOT WALKED AGAIN, SO   *
005710*    EACH CIRCLE IS REPORTED ONCE.  PREDECESSORS ARE GATED AT    *
005720*    THE SUCCESSOR'S OWN SITE, SO EVERY HOP STAYS AT THE ONE     *
005730*    SITE.                                                       *
005740******************************************************************
005750 3500-CHECK-CYCLES.
005760     MOVE 'CIRCULAR PREDECESSOR CHAINS (PREDFILE)'
005770         TO WS-SECTION-TITLE.
005780     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
005790     PERFORM 3600-START-ONE-WALK THRU 3600-EXIT
005800         VARYING WS-PT-SUB FROM 1 BY 1
005810         UNTIL WS-PT-SUB > WS-PT-COUNT.
005820     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
005830 3500-EXIT.
005840     EXIT.
005850 3600-START-ONE-WALK.
005860     IF NOT WS-PT-UNVISITED (WS-PT-SUB)
005870         GO TO 3600-EXIT
005880     END-IF.
005890     MOVE 1 TO WS-WK-DEPTH.
005900     MOVE WS-PT-SUB TO WS-WK-PT-SUB (1).
005910     MOVE ZERO TO WS-WK-SLOT (1).
005920     SET WS-PT-ON-PATH (WS-PT-SUB) TO TRUE.
005930     PERFORM 3700-WALK-ONE-STEP THRU 3700-EXIT
005940         UNTIL WS-WK-DEPTH = ZERO.
005950 3600-EXIT.
005960     EXIT.
005970******************************************************************
005980*    3700-WALK-ONE-STEP - TRY THE NEXT PREDECESSOR SLOT OF THE   *
005990*    ENTRY ON TOP OF THE STACK.  WITH ALL FIVE TRIED THE ENTRY   *
006000*    IS FULLY WALKED AND COMES OFF THE PATH.  A PREDECESSOR WITH *
006010*    NO PREDECESSOR RECORD OF ITS OWN ENDS THAT BRANCH.          *
006020******************************************************************
006030 3700-WALK-ONE-STEP.
006040     MOVE WS-WK-PT-SUB (WS-WK-DEPTH) TO WS-CUR-SUB.
006050     ADD 1 TO WS-WK-SLOT (WS-WK-DEPTH).
006060     IF WS-WK-SLOT (WS-WK-DEPTH) > 5
006070         SET WS-PT-WALKED (WS-CUR-SUB) TO TRUE
006080         SUBTRACT 1 FROM WS-WK-DEPTH
006090         GO TO 3700-EXIT
006100     END-IF.
006110     MOVE WS-WK-SLOT (WS-WK-DEPTH) TO WS-P-SUB.
006120     IF WS-PT-PRED-ID (WS-CUR-SUB, WS-P-SUB) = SPACES
006130         GO TO 3700-EXIT
006140     END-IF.
006150     MOVE WS-PT-PRED-ID (WS-CUR-SUB, WS-P-SUB) TO WS-LOOK-JOB.
006160     MOVE WS-PT-SITE-ID (WS-CUR-SUB) TO WS-LOOK-SITE.
006170     PERFORM 7300-FIND-PRED-ENTRY THRU 7300-EXIT.
006180     IF NOT WS-FOUND-MATCH
006190         GO TO 3700-EXIT
006200     END-IF.
006210     IF WS-PT-WALKED (WS-NEXT-SUB)
006220         GO TO 3700-EXIT
006230     END-IF.
006240     IF WS-PT-ON-PATH (WS-NEXT-SUB)
006250         PERFORM 3800-REPORT-CYCLE THRU 3800-EXIT
006260         GO TO 3700-EXIT
006270     END-IF.
006280     IF WS-WK-DEPTH >= 1000
006290         DISPLAY 'DTS210 - CHAIN WALK STACK FULL AT JOB '
006300             WS-PT-JOB-ID (WS-CUR-SUB) ' - BRANCH NOT WALKED'
006310         GO TO 3700-EXIT
006320     END-IF.
006330     ADD 1 TO WS-WK-DEPTH.
006340     MOVE WS-NEXT-SUB TO WS-WK-PT-SUB (WS-WK-DEPTH).
006350     MOVE ZERO TO WS-WK-SLOT (WS-WK-DEPTH).
006360     SET WS-PT-ON-PATH (WS-NEXT-SUB) TO TRUE.
006370 3700-EXIT.
006380     EXIT.
006390******************************************************************
006400*    3800-REPORT-CYCLE - THE PREDECESSOR IN WS-NEXT-SUB IS       *
006410*    ALREADY ON THE PATH.  FIND ITS LEVEL, THEN PRINT ONE LINE   *
006420*    PER HOP FROM THERE TO THE TOP OF THE STACK - EACH JOB AND   *
006430*    THE PREDECESSOR IT WAITS ON - WHICH CLOSES BACK ON THE      *
006440*    FIRST.                                                      *
006450******************************************************************
006460 3800-REPORT-CYCLE.
006470     ADD 1 TO WS-CYCLES-FOUND.
006480     MOVE WS-WK-DEPTH TO WS-LVL-SUB.
006490     PERFORM 3810-FIND-CYCLE-START THRU 3810-EXIT
006500         UNTIL WS-LVL-SUB = 1
006510         OR WS-WK-PT-SUB (WS-LVL-SUB) = WS-NEXT-SUB.
006520     MOVE WS-CYCLES-FOUND TO WS-CYCLE-NO.
006530     PERFORM 3850-REPORT-ONE-HOP THRU 3850-EXIT
006540         VARYING WS-LVL-SUB FROM WS-LVL-SUB BY 1
006550         UNTIL WS-LVL-SUB > WS-WK-DEPTH.
006560 3800-EXIT.
006570     EXIT.
006580 3810-FIND-CYCLE-START.
006590     SUBTRACT 1 FROM WS-LVL-SUB.
006600 3810-EXIT.
006610     EXIT.
006620 3850-REPORT-ONE-HOP.
006630     MOVE WS-WK-PT-SUB (WS-LVL-SUB) TO WS-SUB.
006640     MOVE WS-PT-JOB-ID (WS-SUB) TO WS-LOOK-JOB.
006650     MOVE WS-PT-SITE-ID (WS-SUB) TO WS-LOOK-SITE.
006660     PERFORM 8300-BUILD-JOB-KEY THRU 8300-EXIT.
006670     SET WS-EL-BLOCKING TO TRUE.
006680     MOVE SPACES TO WS-EL-TEXT.
006690     MOVE WS-WK-SLOT (WS-LVL-SUB) TO WS-P-SUB.
006700     STRING 'CIRCLE ' DELIMITED BY SIZE
006710         WS-CYCLE-NO              DELIMITED BY SIZE
006720         ': WAITS ON '            DELIMITED BY SIZE
006730         WS-PT-PRED-ID (WS-SUB, WS-P-SUB) DELIMITED BY SIZE
006740         INTO WS-EL-TEXT
006750     END-STRING.
006760     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
006770 3850-EXIT.
006780     EXIT.
006790******************************************************************
006800*    4000-CHECK-SLAS - AN SLA FOR A JOB THAT IS NOT SCHEDULED AT *
006810*    ITS SITE, OR THAT HAS NOT RUN THERE IN THE RECENT DAYS, IS  *
006820*    WATCHING NOTHING.  THE LATEST RUN IS READ BACKWARD OFF THE  *
006830*    AUDIT MASTER THE SAME WAY THE STATUS INQUIRY FINDS IT.      *
006840******************************************************************
006850 4000-CHECK-SLAS.
006860     MOVE 'SLA TABLE (SLAFILE)' TO WS-SECTION-TITLE.
006870     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
006880     OPEN INPUT SLA-FILE.
006890     IF WS-SLA-STATUS NOT = '00' AND WS-SLA-STATUS NOT = '05'
006900         SET WS-EL-WARNING TO TRUE
006910         MOVE SPACES TO WS-EL-KEY
006920         MOVE 'SLA TABLE NOT AVAILABLE - NOT CHECKED'
006930             TO WS-EL-TEXT
006940         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
006950         PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT
006960         GO TO 4000-EXIT
006970     END-IF.
006980     MOVE 'SLAFILE' TO WS-LOOK-FILE.
006990     MOVE 'N' TO WS-EOF-SW.
007000     PERFORM 4100-CHECK-ONE-SLA THRU 4100-EXIT
007010         UNTIL WS-EOF.
007020     CLOSE SLA-FILE.
007030     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
007040 4000-EXIT.
007050     EXIT.
007060 4100-CHECK-ONE-SLA.
007070     READ SLA-FILE
007080         AT END
007090             SET WS-EOF TO TRUE
007100     END-READ.
007110     IF WS-EOF
007120         GO TO 4100-EXIT
007130     END-IF.
007140     MOVE DTSSLA-JOB-ID OF DTSSLA-RECORD TO WS-LOOK-JOB.
007150     MOVE DTSSLA-SITE-ID OF DTSSLA-RECORD TO WS-LOOK-SITE.
007160     PERFORM 8300-BUILD-JOB-KEY THRU 8300-EXIT.
007170     PERFORM 7200-FIND-SCHEDULE THRU 7200-EXIT.
007180     IF NOT WS-FOUND-MATCH
007190         SET WS-EL-WARNING TO TRUE
007200         MOVE 'JOB IS NOT ON THE SCHEDULE TABLE AT THIS SITE'
007210             TO WS-EL-TEXT
007220         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
007230     END-IF.
007240     IF WS-AMST-AVAIL
007250         PERFORM 4200-FIND-LAST-RUN THRU 4200-EXIT
007260         IF WS-LAST-RUN-DATE = ZERO
007270             SET WS-EL-WARNING TO TRUE
007280             MOVE 'JOB HAS NEVER RUN AT THIS SITE (AUDITMST)'
007290                 TO WS-EL-TEXT
007300             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
007310         ELSE
007320             IF WS-LAST-RUN-DATE < WS-CUTOFF-DATE
007330                 SET WS-EL-WARNING TO TRUE
007340                 MOVE SPACES TO WS-EL-TEXT
007350                 STRING 'NO RUN OF THE JOB AT THIS SITE SINCE '
007360                     DELIMITED BY SIZE
007370                     WS-LAST-RUN-DATE DELIMITED BY SIZE
007380                     INTO WS-EL-TEXT
007390                 END-STRING
007400                 PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
007410             END-IF
007420         END-IF
007430     END-IF.
007440     MOVE DTSSLA-LAST-MAINT-USER OF DTSSLA-RECORD
007450         TO WS-LOOK-USER.
007460     PERFORM 7000-NOTE-MAINT-USER THRU 7000-EXIT.
007470 4100-EXIT.
007480     EXIT.
007490******************************************************************
007500*    4200-FIND-LAST-RUN - POSITION PAST THE LAST POSSIBLE STAMP  *
007510*    FOR THE JOB/SITE IN WS-LOOK-JOB/WS-LOOK-SITE AND READ ONE   *
007520*    RECORD BACKWARD.  ITS RUN DATE, IF IT IS THE SAME JOB AND   *
007530*    SITE, IS THE LATEST RUN; OTHERWISE ZERO (NEVER RAN).        *
007540******************************************************************
007550 4200-FIND-LAST-RUN.
007560     MOVE ZERO TO WS-LAST-RUN-DATE.
007570     MOVE WS-LOOK-JOB TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
007580     MOVE WS-LOOK-SITE TO DTSAMST-SITE-ID OF DTSAMST-RECORD.
007590     MOVE 99999999 TO DTSAMST-RUN-DATE OF DTSAMST-RECORD.
007600     MOVE 999999 TO DTSAMST-RUN-TIME OF DTSAMST-RECORD.
007610     MOVE 99     TO DTSAMST-HUND OF DTSAMST-RECORD.
007620     MOVE 'N' TO WS-AMST-DONE-SW.
007630     START AUDIT-MST KEY IS LESS THAN
007640         DTSAMST-KEY OF DTSAMST-RECORD
007650         INVALID KEY
007660             SET WS-AMST-DONE TO TRUE
007670     END-START.
007680     IF WS-AMST-DONE
007690         GO TO 4200-EXIT
007700     END-IF.
007710     READ AUDIT-MST PREVIOUS
007720         AT END
007730             SET WS-AMST-DONE TO TRUE
007740     END-READ.
007750     IF WS-AMST-DONE
007760         GO TO 4200-EXIT
007770     END-IF.
007780     IF DTSAMST-JOB-ID OF DTSAMST-RECORD = WS-LOOK-JOB
007790         AND DTSAMST-SITE-ID OF DTSAMST-RECORD = WS-LOOK-SITE
007800         MOVE DTSAMST-RUN-DATE OF DTSAMST-RECORD
007810             TO WS-LAST-RUN-DATE
007820     END-IF.
007830 4200-EXIT.
007840     EXIT.
007850******************************************************************
007860*    4500-CHECK-ALIASES - LOAD THE WHOLE ALIAS TABLE, THEN CHECK *
007870*    EACH ENTRY AGAINST THE ZONE TABLE AND AGAINST THE OTHER     *
007880*    ENTRIES.  THE STAMPING ROUTINE RESOLVES ONE HOP ONLY AND    *
007890*    TAKES THE FIRST ACTIVE ENTRY FOR A RUNS-AS SITE, SO AN      *
007900*    ACTIVE ENTRY WHOSE RUNS-AS SITE IS ITSELF FAILED OVER, OR   *
007910*    TWO ACTIVE ENTRIES RUNNING AS THE SAME SITE, RECORD RUNS    *
007920*    UNDER THE WRONG SITE TONIGHT (BLOCKING).  SO DOES AN ACTIVE *
007930*    ENTRY RUNNING AS A SITE WITH NO ZONE ENTRY - ITS OFFSET     *
007940*    CANNOT BE VALIDATED.  THE SAME FAULTS ON AN INACTIVE ENTRY  *
007950*    ONLY BITE ONCE IT IS DECLARED, SO THEY ARE WARNINGS.        *
007960******************************************************************
007970 4500-CHECK-ALIASES.
007980     MOVE 'SITE ALIAS TABLE (ALIASFIL)' TO WS-SECTION-TITLE.
007990     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
008000     OPEN INPUT ALS-FILE.
008010     IF WS-ALS-STATUS NOT = '00' AND WS-ALS-STATUS NOT = '05'
008011         SET WS-EL-WARNING TO TRUE
008012         MOVE SPACES TO WS-EL-KEY
008013         MOVE 'SITE ALIAS TABLE NOT AVAILABLE - NOT CHECKED'
008014             TO WS-EL-TEXT
008015         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
008020         PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT
008030         GO TO 4500-EXIT
008040     END-IF.
008050     MOVE 'ALIASFIL' TO WS-LOOK-FILE.
008060     MOVE 'N' TO WS-EOF-SW.
008070     PERFORM 4600-LOAD-ONE-ALIAS THRU 4600-EXIT
008080         UNTIL WS-EOF.
008090     CLOSE ALS-FILE.
008100     PERFORM 4700-CHECK-ONE-ALIAS THRU 4700-EXIT
008110         VARYING WS-AT-SUB FROM 1 BY 1
008120         UNTIL WS-AT-SUB > WS-AT-COUNT.
008130     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
008140 4500-EXIT.
008150     EXIT.
008160 4600-LOAD-ONE-ALIAS.
008170     READ ALS-FILE
008180         AT END
008190             SET WS-EOF TO TRUE
008200     END-READ.
008210     IF WS-EOF
008220         GO TO 4600-EXIT
008230     END-IF.
008240     IF WS-AT-COUNT < 100
008250         ADD 1 TO WS-AT-COUNT
008260         MOVE DTSALS-SITE-ID OF DTSALS-RECORD
008270             TO WS-AT-SITE-ID (WS-AT-COUNT)
008280         MOVE DTSALS-RUNS-AS OF DTSALS-RECORD
008290             TO WS-AT-RUNS-AS (WS-AT-COUNT)
008300         MOVE DTSALS-ACTIVE-SW OF DTSALS-RECORD
008310             TO WS-AT-ACTIVE-SW (WS-AT-COUNT)
008320     ELSE
008330         DISPLAY 'DTS210 - ALIAS TABLE FULL - DROPPING SITE '
008340             DTSALS-SITE-ID OF DTSALS-RECORD
008350     END-IF.
008360     MOVE DTSALS-LAST-MAINT-USER OF DTSALS-RECORD
008370         TO WS-LOOK-USER.
008380     PERFORM 7000-NOTE-MAINT-USER THRU 7000-EXIT.
008390 4600-EXIT.
008400     EXIT.
008410 4700-CHECK-ONE-ALIAS.
008420     MOVE SPACES TO WS-EL-KEY.
008430     STRING 'SITE=' DELIMITED BY SIZE
008440         WS-AT-SITE-ID (WS-AT-SUB) DELIMITED BY SIZE
008450         ' RUNS-AS=' DELIMITED BY SIZE
008460         WS-AT-RUNS-AS (WS-AT-SUB) DELIMITED BY SIZE
008470         INTO WS-EL-KEY
008480     END-STRING.
008490     MOVE WS-AT-SITE-ID (WS-AT-SUB) TO WS-LOOK-SITE.
008500     PERFORM 7100-FIND-ZONE THRU 7100-EXIT.
008510     IF NOT WS-FOUND-MATCH
008520         SET WS-EL-WARNING TO TRUE
008530         MOVE 'PRIMARY SITE IS NOT ON THE ZONE TABLE (ZONEFILE)'
008540             TO WS-EL-TEXT
008550         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
008560     END-IF.
008570     IF WS-AT-RUNS-AS (WS-AT-SUB) = WS-AT-SITE-ID (WS-AT-SUB)
008580         SET WS-EL-WARNING TO TRUE
008590         MOVE 'SITE IS DECLARED AS RUNNING AS ITSELF'
008600             TO WS-EL-TEXT
008610         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
008620         GO TO 4700-EXIT
008630     END-IF.
008640     MOVE WS-AT-RUNS-AS (WS-AT-SUB) TO WS-LOOK-SITE.
008650     PERFORM 7100-FIND-ZONE THRU 7100-EXIT.
008660     IF NOT WS-FOUND-MATCH
008670         PERFORM 4900-SET-ALIAS-SEVERITY THRU 4900-EXIT
008680         MOVE 'RUNS-AS SITE IS NOT ON THE ZONE TABLE (ZONEFILE)'
008690             TO WS-EL-TEXT
008700         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
008710     END-IF.
008720     PERFORM 4800-COMPARE-ALIASES THRU 4800-EXIT
008730         VARYING WS-AT-SUB2 FROM 1 BY 1
008740         UNTIL WS-AT-SUB2 > WS-AT-COUNT.
008750 4700-EXIT.
008760     EXIT.
008770******************************************************************
008780*    4800-COMPARE-ALIASES - AGAINST ONE OTHER ENTRY: IS THIS     *
008790*    ENTRY'S RUNS-AS SITE ITSELF DECLARED AS RUNNING ELSEWHERE   *
008800*    (A CHAIN), AND DOES A LATER ENTRY RUN AS THE SAME SITE (THE *
008810*    PAIR IS REPORTED ONCE, ON THE EARLIER ENTRY).               *
008820******************************************************************
008830 4800-COMPARE-ALIASES.
008840     IF WS-AT-SUB2 = WS-AT-SUB
008850         GO TO 4800-EXIT
008860     END-IF.
008870     IF WS-AT-SITE-ID (WS-AT-SUB2) = WS-AT-RUNS-AS (WS-AT-SUB)
008880         AND WS-AT-RUNS-AS (WS-AT-SUB2)
008890             NOT = WS-AT-SITE-ID (WS-AT-SUB2)
008900         PERFORM 4900-SET-ALIAS-SEVERITY THRU 4900-EXIT
008910         IF NOT WS-AT-ACTIVE (WS-AT-SUB2)
008920             SET WS-EL-WARNING TO TRUE
008930         END-IF
008940         MOVE SPACES TO WS-EL-TEXT
008950         STRING 'RUNS-AS SITE IS ITSELF AN ALIAS RUNNING AS '
008960             DELIMITED BY SIZE
008970             WS-AT-RUNS-AS (WS-AT-SUB2) DELIMITED BY SIZE
008980             ' - ALIASES DO NOT CHAIN' DELIMITED BY SIZE
008990             INTO WS-EL-TEXT
009000         END-STRING
009010         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009020     END-IF.
009030     IF WS-AT-SUB2 > WS-AT-SUB
009040         AND WS-AT-RUNS-AS (WS-AT-SUB2)
009050             = WS-AT-RUNS-AS (WS-AT-SUB)
009060         PERFORM 4900-SET-ALIAS-SEVERITY THRU 4900-EXIT
009070         IF NOT WS-AT-ACTIVE (WS-AT-SUB2)
009080             SET WS-EL-WARNING TO TRUE
009090         END-IF
009100         MOVE SPACES TO WS-EL-TEXT
009110         STRING 'SITE ' DELIMITED BY SIZE
009120             WS-AT-SITE-ID (WS-AT-SUB2) DELIMITED BY SIZE
009130             ' IS ALSO DECLARED AS RUNNING AS THE SAME SITE'
009140                 DELIMITED BY SIZE
009150             INTO WS-EL-TEXT
009160         END-STRING
009170         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009180     END-IF.
009190 4800-EXIT.
009200     EXIT.
009210 4900-SET-ALIAS-SEVERITY.
009220     IF WS-AT-ACTIVE (WS-AT-SUB)
009230         SET WS-EL-BLOCKING TO TRUE
009240     ELSE
009250         SET WS-EL-WARNING TO TRUE
009260     END-IF.
009270 4900-EXIT.
009280     EXIT.
009290******************************************************************
009300*    5000-CHECK-CALENDAR - A CALENDAR ENTRY FOR A SITE WITH NO   *
009310*    ZONE ENTRY, OR WITH A DAY TYPE THE CALENDAR SERVICE DOES    *
009320*    NOT RECOGNIZE (WHICH IT TREATS AS A PROCESSING DAY).        *
009330******************************************************************
009340 5000-CHECK-CALENDAR.
009350     MOVE 'PROCESSING CALENDAR (CALFILE)' TO WS-SECTION-TITLE.
009360     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
009370     OPEN INPUT CAL-FILE.
009380     IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '05'
009381         SET WS-EL-WARNING TO TRUE
009382         MOVE SPACES TO WS-EL-KEY
009383         MOVE 'PROCESSING CALENDAR NOT AVAILABLE - NOT CHECKED'
009384             TO WS-EL-TEXT
009385         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009390         PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT
009400         GO TO 5000-EXIT
009410     END-IF.
009420     MOVE 'CALFILE' TO WS-LOOK-FILE.
009430     MOVE 'N' TO WS-EOF-SW.
009440     PERFORM 5100-CHECK-ONE-CAL-DAY THRU 5100-EXIT
009450         UNTIL WS-EOF.
009460     CLOSE CAL-FILE.
009470     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
009480 5000-EXIT.
009490     EXIT.
009500 5100-CHECK-ONE-CAL-DAY.
009510     READ CAL-FILE
009520         AT END
009530             SET WS-EOF TO TRUE
009540     END-READ.
009550     IF WS-EOF
009560         GO TO 5100-EXIT
009570     END-IF.
009580     MOVE SPACES TO WS-EL-KEY.
009590     STRING 'SITE=' DELIMITED BY SIZE
009600         DTSCAL-SITE-ID OF DTSCAL-RECORD DELIMITED BY SIZE
009610         ' DATE=' DELIMITED BY SIZE
009620         DTSCAL-CAL-DATE OF DTSCAL-RECORD DELIMITED BY SIZE
009630         INTO WS-EL-KEY
009640     END-STRING.
009650     MOVE DTSCAL-SITE-ID OF DTSCAL-RECORD TO WS-LOOK-SITE.
009660     PERFORM 7100-FIND-ZONE THRU 7100-EXIT.
009670     IF NOT WS-FOUND-MATCH
009680         SET WS-EL-WARNING TO TRUE
009690         MOVE 'SITE IS NOT ON THE ZONE TABLE (ZONEFILE)'
009700             TO WS-EL-TEXT
009710         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009720     END-IF.
009730     IF NOT DTSCAL-HOLIDAY OF DTSCAL-RECORD
009740         AND NOT DTSCAL-NON-PROCESS OF DTSCAL-RECORD
009750         SET WS-EL-WARNING TO TRUE
009760         MOVE 'DAY TYPE IS NEITHER H (HOLIDAY) NOR N (NON-PROC)'
009770             TO WS-EL-TEXT
009780         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009790     END-IF.
009800     MOVE DTSCAL-LAST-MAINT-USER OF DTSCAL-RECORD
009810         TO WS-LOOK-USER.
009820     PERFORM 7000-NOTE-MAINT-USER THRU 7000-EXIT.
009830 5100-EXIT.
009840     EXIT.
009850******************************************************************
009860*    5500-CHECK-AUDIT-SITES - READ THE AUDIT MASTER FRONT TO     *
009870*    BACK AND COLLECT EVERY SITE THAT STAMPED IN THE RECENT      *
009880*    DAYS.  A SITE STAMPING WITH NO ZONE ENTRY IS RUNNING        *
009890*    UNREGISTERED - NO OFFSET CHECK, NO WINDOW JUDGEMENT         *
009900*    (WARNING - THE STAMPS ARE ALREADY DOWN).                    *
009910******************************************************************
009920 5500-CHECK-AUDIT-SITES.
009930     MOVE 'AUDIT MASTER - RECENT SITES (AUDITMST)'
009940         TO WS-SECTION-TITLE.
009950     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
009960     IF NOT WS-AMST-AVAIL
009961         SET WS-EL-WARNING TO TRUE
009962         MOVE SPACES TO WS-EL-KEY
009963         MOVE 'AUDIT MASTER NOT AVAILABLE - NOT CHECKED'
009964             TO WS-EL-TEXT
009965         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
009970         PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT
009980         GO TO 5500-EXIT
009990     END-IF.
010000     MOVE LOW-VALUES TO DTSAMST-KEY OF DTSAMST-RECORD.
010010     MOVE 'N' TO WS-AMST-DONE-SW.
010020     START AUDIT-MST KEY IS NOT LESS THAN
010030         DTSAMST-KEY OF DTSAMST-RECORD
010040         INVALID KEY
010050             SET WS-AMST-DONE TO TRUE
010060     END-START.
010070     PERFORM 5600-TAKE-ONE-EVENT THRU 5600-EXIT
010080         UNTIL WS-AMST-DONE.
010090     PERFORM 5700-CHECK-ONE-SITE THRU 5700-EXIT
010100         VARYING WS-RS-SUB FROM 1 BY 1
010110         UNTIL WS-RS-SUB > WS-RS-COUNT.
010120     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
010130 5500-EXIT.
010140     EXIT.
010150 5600-TAKE-ONE-EVENT.
010160     READ AUDIT-MST NEXT
010170         AT END
010180             SET WS-AMST-DONE TO TRUE
010190     END-READ.
010200     IF WS-AMST-DONE
010210         GO TO 5600-EXIT
010220     END-IF.
010230     IF DTSAMST-RUN-DATE OF DTSAMST-RECORD < WS-CUTOFF-DATE
010240         GO TO 5600-EXIT
010250     END-IF.
010260     MOVE 'N' TO WS-FOUND-SW.
010270     MOVE ZERO TO WS-RS-SUB.
010280     PERFORM 5650-SCAN-RECENT-SITE THRU 5650-EXIT
010290         UNTIL WS-FOUND-MATCH OR WS-RS-SUB >= WS-RS-COUNT.
010300     IF NOT WS-FOUND-MATCH
010310         IF WS-RS-COUNT < 100
010320             ADD 1 TO WS-RS-COUNT
010330             MOVE WS-RS-COUNT TO WS-RS-SUB
010340             MOVE DTSAMST-SITE-ID OF DTSAMST-RECORD
010350                 TO WS-RS-SITE-ID (WS-RS-SUB)
010360             MOVE ZERO TO WS-RS-EVENTS (WS-RS-SUB)
010370             MOVE ZERO TO WS-RS-LAST-DATE (WS-RS-SUB)
010380         ELSE
010390             DISPLAY 'DTS210 - RECENT SITE TABLE FULL - DROPPING '
010400                 'SITE ' DTSAMST-SITE-ID OF DTSAMST-RECORD
010410             GO TO 5600-EXIT
010420         END-IF
010430     END-IF.
010440     ADD 1 TO WS-RS-EVENTS (WS-RS-SUB).
010450     IF DTSAMST-RUN-DATE OF DTSAMST-RECORD
010460         > WS-RS-LAST-DATE (WS-RS-SUB)
010470         MOVE DTSAMST-RUN-DATE OF DTSAMST-RECORD
010480             TO WS-RS-LAST-DATE (WS-RS-SUB)
010490     END-IF.
010500 5600-EXIT.
010510     EXIT.
010520 5650-SCAN-RECENT-SITE.
010530     ADD 1 TO WS-RS-SUB.
010540     IF WS-RS-SITE-ID (WS-RS-SUB)
010550         = DTSAMST-SITE-ID OF DTSAMST-RECORD
010560         SET WS-FOUND-MATCH TO TRUE
010570     END-IF.
010580 5650-EXIT.
010590     EXIT.
010600 5700-CHECK-ONE-SITE.
010610     MOVE WS-RS-SITE-ID (WS-RS-SUB) TO WS-LOOK-SITE.
010620     PERFORM 7100-FIND-ZONE THRU 7100-EXIT.
010630     IF WS-FOUND-MATCH
010640         GO TO 5700-EXIT
010650     END-IF.
010660     MOVE SPACES TO WS-EL-KEY.
010670     STRING 'SITE=' DELIMITED BY SIZE
010680         WS-RS-SITE-ID (WS-RS-SUB) DELIMITED BY SIZE
010690         INTO WS-EL-KEY
010700     END-STRING.
010710     SET WS-EL-WARNING TO TRUE.
010720     MOVE SPACES TO WS-EL-TEXT.
010730     STRING 'NOT ON THE ZONE TABLE (ZONEFILE) - RECENT EVENTS='
010740         DELIMITED BY SIZE
010750         WS-RS-EVENTS (WS-RS-SUB) DELIMITED BY SIZE
010760         ' LATEST=' DELIMITED BY SIZE
010770         WS-RS-LAST-DATE (WS-RS-SUB) DELIMITED BY SIZE
010780         INTO WS-EL-TEXT
010790     END-STRING.
010800     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
010810 5700-EXIT.
010820     EXIT.
010830******************************************************************
010840*    6000-CHECK-MAINT-USERS - EVERY DISTINCT LAST-MAINT-USER     *
010850*    COLLECTED OFF THE CONTROL TABLES MUST BE ON THE OPERATOR    *
010860*    TABLE - THE SCREENS ONLY STAMP A SIGNED-ON USER, SO ONE     *
010870*    THAT IS NOT THERE MEANS THE RECORD WAS CHANGED OUTSIDE THE  *
010880*    SCREENS OR THE OPERATOR WAS REMOVED INSTEAD OF DEACTIVATED. *
010890******************************************************************
010900 6000-CHECK-MAINT-USERS.
010910     MOVE 'OPERATOR TABLE (OPERFILE) - MAINTENANCE USERS'
010920         TO WS-SECTION-TITLE.
010930     PERFORM 8000-OPEN-SECTION THRU 8000-EXIT.
010940     IF NOT WS-OPER-AVAIL
010950         SET WS-EL-WARNING TO TRUE
010960         MOVE SPACES TO WS-EL-KEY
010970         MOVE 'OPERATOR TABLE NOT AVAILABLE - NOT CHECKED'
010980             TO WS-EL-TEXT
010990         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
011000         PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT
011010         GO TO 6000-EXIT
011020     END-IF.
011030     PERFORM 6100-CHECK-ONE-USER THRU 6100-EXIT
011040         VARYING WS-UT-SUB FROM 1 BY 1
011050         UNTIL WS-UT-SUB > WS-UT-COUNT.
011060     PERFORM 8100-CLOSE-SECTION THRU 8100-EXIT.
011070 6000-EXIT.
011080     EXIT.
011090 6100-CHECK-ONE-USER.
011100     MOVE WS-UT-USER-ID (WS-UT-SUB)
011110         TO DTSOPR-USER-ID OF DTSOPR-RECORD.
011120     READ OPER-FILE
011130         INVALID KEY
011140             MOVE 'N' TO WS-FOUND-SW
011150         NOT INVALID KEY
011160             SET WS-FOUND-MATCH TO TRUE
011170     END-READ.
011180     IF WS-FOUND-MATCH
011190         GO TO 6100-EXIT
011200     END-IF.
011210     MOVE SPACES TO WS-EL-KEY.
011220     STRING 'USER=' DELIMITED BY SIZE
011230         WS-UT-USER-ID (WS-UT-SUB) DELIMITED BY SIZE
011240         INTO WS-EL-KEY
011250     END-STRING.
011260     SET WS-EL-WARNING TO TRUE.
011270     MOVE SPACES TO WS-EL-TEXT.
011280     STRING 'NOT ON THE OPERATOR TABLE - RECORDS='
011290         DELIMITED BY SIZE
011300         WS-UT-RECORDS (WS-UT-SUB) DELIMITED BY SIZE
011310         ' FIRST SEEN ON ' DELIMITED BY SIZE
011320         WS-UT-FIRST-FILE (WS-UT-SUB) DELIMITED BY SIZE
011330         INTO WS-EL-TEXT
011340     END-STRING.
011350     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
011360 6100-EXIT.
011370     EXIT.
011380******************************************************************
011390*    7000-NOTE-MAINT-USER - ADD THE USER IN WS-LOOK-USER, SEEN   *
011400*    ON THE TABLE IN WS-LOOK-FILE, TO THE DISTINCT-USER TABLE.   *
011410*    BLANK USERS AND DTSNNN PROGRAM NAMES ARE PASSED OVER.       *
011420******************************************************************
011430 7000-NOTE-MAINT-USER.
011440     IF WS-LOOK-USER = SPACES
011450         GO TO 7000-EXIT
011460     END-IF.
011470     IF WS-LU-PREFIX = 'DTS' AND WS-LU-PROG-NO IS NUMERIC
011480         AND WS-LU-REST = SPACES
011490         GO TO 7000-EXIT
011500     END-IF.
011510     MOVE 'N' TO WS-FOUND-SW.
011520     MOVE ZERO TO WS-UT-SUB.
011530     PERFORM 7050-SCAN-USER THRU 7050-EXIT
011540         UNTIL WS-FOUND-MATCH OR WS-UT-SUB >= WS-UT-COUNT.
011550     IF WS-FOUND-MATCH
011560         ADD 1 TO WS-UT-RECORDS (WS-UT-SUB)
011570         GO TO 7000-EXIT
011580     END-IF.
011590     IF WS-UT-COUNT < 200
011600         ADD 1 TO WS-UT-COUNT
011610         MOVE WS-LOOK-USER TO WS-UT-USER-ID (WS-UT-COUNT)
011620         MOVE WS-LOOK-FILE TO WS-UT-FIRST-FILE (WS-UT-COUNT)
011630         MOVE 1 TO WS-UT-RECORDS (WS-UT-COUNT)
011640     ELSE
011650         DISPLAY 'DTS210 - USER TABLE FULL - DROPPING USER '
011660             WS-LOOK-USER
011670     END-IF.
011680 7000-EXIT.
011690     EXIT.
011700 7050-SCAN-USER.
011710     ADD 1 TO WS-UT-SUB.
011720     IF WS-UT-USER-ID (WS-UT-SUB) = WS-LOOK-USER
011730         SET WS-FOUND-MATCH TO TRUE
011740     END-IF.
011750 7050-EXIT.
011760     EXIT.
011770******************************************************************
011780*    7100-FIND-ZONE - IS THE SITE IN WS-LOOK-SITE ON THE ZONE    *
011790*    TABLE.  SETS WS-FOUND-SW.                                   *
011800******************************************************************
011810 7100-FIND-ZONE.
011820     MOVE 'N' TO WS-FOUND-SW.
011830     MOVE ZERO TO WS-ZT-SUB.
011840     PERFORM 7150-SCAN-ZONE THRU 7150-EXIT
011850         UNTIL WS-FOUND-MATCH OR WS-ZT-SUB >= WS-ZT-COUNT.
011860 7100-EXIT.
011870     EXIT.
011880 7150-SCAN-ZONE.
011890     ADD 1 TO WS-ZT-SUB.
011900     IF WS-ZT-SITE-ID (WS-ZT-SUB) = WS-LOOK-SITE
011910         SET WS-FOUND-MATCH TO TRUE
011920     END-IF.
011930 7150-EXIT.
011940     EXIT.
011950******************************************************************
011960*    7200-FIND-SCHEDULE - IS THE JOB IN WS-LOOK-JOB SCHEDULED AT *
011970*    THE SITE IN WS-LOOK-SITE.  SETS WS-FOUND-SW.                *
011980******************************************************************
011990 7200-FIND-SCHEDULE.
012000     MOVE 'N' TO WS-FOUND-SW.
012010     MOVE ZERO TO WS-ST-SUB.
012020     PERFORM 7250-SCAN-SCHEDULE THRU 7250-EXIT
012030         UNTIL WS-FOUND-MATCH OR WS-ST-SUB >= WS-ST-COUNT.
012040 7200-EXIT.
012050     EXIT.
012060 7250-SCAN-SCHEDULE.
012070     ADD 1 TO WS-ST-SUB.
012080     IF WS-ST-JOB-ID (WS-ST-SUB) = WS-LOOK-JOB
012090         AND WS-ST-SITE-ID (WS-ST-SUB) = WS-LOOK-SITE
012100         SET WS-FOUND-MATCH TO TRUE
012110     END-IF.
012120 7250-EXIT.
012130     EXIT.
012140******************************************************************
012150*    7300-FIND-PRED-ENTRY - LOCATE THE PREDECESSOR-TABLE ENTRY   *
012160*    FOR THE JOB/SITE IN WS-LOOK-JOB/WS-LOOK-SITE, LEAVING ITS   *
012170*    SUBSCRIPT IN WS-NEXT-SUB.  SETS WS-FOUND-SW.                *
012180******************************************************************
012190 7300-FIND-PRED-ENTRY.
012200     MOVE 'N' TO WS-FOUND-SW.
012210     MOVE ZERO TO WS-NEXT-SUB.
012220     PERFORM 7350-SCAN-PRED-ENTRY THRU 7350-EXIT
012230         UNTIL WS-FOUND-MATCH OR WS-NEXT-SUB >= WS-PT-COUNT.
012240 7300-EXIT.
012250     EXIT.
012260 7350-SCAN-PRED-ENTRY.
012270     ADD 1 TO WS-NEXT-SUB.
012280     IF WS-PT-JOB-ID (WS-NEXT-SUB) = WS-LOOK-JOB
012290         AND WS-PT-SITE-ID (WS-NEXT-SUB) = WS-LOOK-SITE
012300         SET WS-FOUND-MATCH TO TRUE
012310     END-IF.
012320 7350-EXIT.
012330     EXIT.
012340******************************************************************
012350*    8000-OPEN-SECTION - START A REPORT SECTION HEADED WITH THE  *
012360*    TITLE IN WS-SECTION-TITLE.                                  *
012370******************************************************************
012380 8000-OPEN-SECTION.
012390     MOVE SPACES TO INTG-RECORD-OUT.
012400     WRITE INTG-RECORD-OUT.
012410     MOVE WS-SECTION-TITLE TO INTG-RECORD-OUT.
012420     WRITE INTG-RECORD-OUT.
012430     MOVE ZERO TO WS-SECTION-EXCEPTIONS.
012440 8000-EXIT.
012450     EXIT.
012460 8100-CLOSE-SECTION.
012470     IF WS-SECTION-EXCEPTIONS = ZERO
012480         MOVE '  NO EXCEPTIONS' TO INTG-RECORD-OUT
012490         WRITE INTG-RECORD-OUT
012500     END-IF.
012510 8100-EXIT.
012520     EXIT.
012530******************************************************************
012540*    8200-WRITE-EXCEPTION - PRINT THE EXCEPTION BUILT IN         *
012550*    WS-EXC-LINE AND COUNT IT BY SEVERITY.                       *
012560******************************************************************
012570 8200-WRITE-EXCEPTION.
012580     ADD 1 TO WS-SECTION-EXCEPTIONS.
012590     IF WS-EL-BLOCKING
012600         ADD 1 TO WS-BLOCKING-COUNT
012610     ELSE
012620         ADD 1 TO WS-WARNING-COUNT
012630     END-IF.
012640     MOVE WS-EXC-LINE TO INTG-RECORD-OUT.
012650     WRITE INTG-RECORD-OUT.
012660 8200-EXIT.
012670     EXIT.
012680 8300-BUILD-JOB-KEY.
012690     MOVE SPACES TO WS-EL-KEY.
012700     STRING 'JOB=' DELIMITED BY SIZE
012710         WS-LOOK-JOB DELIMITED BY SIZE
012720         ' SITE=' DELIMITED BY SIZE
012730         WS-LOOK-SITE DELIMITED BY SIZE
012740         INTO WS-EL-KEY
012750     END-STRING.
012760 8300-EXIT.
012770     EXIT.
012780******************************************************************
012790*    9000-FINISH - CLOSE UP, PRINT THE TOTALS AND SET THE RETURN *
012800*    CODE: 8 FOR ANY BLOCKING EXCEPTION SO THE NIGHTLY CYCLE IS  *
012810*    HELD, ZERO FOR WARNINGS ONLY.  AN ABEND ALREADY SET STANDS. *
012820******************************************************************
012830 9000-FINISH.
012840     IF WS-OPER-AVAIL
012850         CLOSE OPER-FILE
012860     END-IF.
012870     IF WS-AMST-AVAIL
012880         CLOSE AUDIT-MST
012890     END-IF.
012900     IF WS-RETURN-CODE = ZERO AND WS-BLOCKING-COUNT > ZERO
012910         MOVE 8 TO WS-RETURN-CODE
012920     END-IF.
012930     MOVE SPACES TO INTG-RECORD-OUT.
012940     WRITE INTG-RECORD-OUT.
012950     MOVE WS-RETURN-CODE TO WS-RC-DISPLAY.
012960     MOVE SPACES TO INTG-RECORD-OUT.
012970     STRING 'TOTALS - BLOCKING=' DELIMITED BY SIZE
012980         WS-BLOCKING-COUNT        DELIMITED BY SIZE
012990         ' WARNING=' DELIMITED BY SIZE
013000         WS-WARNING-COUNT         DELIMITED BY SIZE
013010         ' CIRCULAR-CHAINS=' DELIMITED BY SIZE
013020         WS-CYCLES-FOUND          DELIMITED BY SIZE
013030         ' RETURN-CODE=' DELIMITED BY SIZE
013040         WS-RC-DISPLAY            DELIMITED BY SIZE
013050         INTO INTG-RECORD-OUT
013060     END-STRING.
013070     WRITE INTG-RECORD-OUT.
013080     CLOSE INTG-RPT.
013090     DISPLAY 'DTS210 - INTEGRITY AUDIT COMPLETE - BLOCKING '
013100         WS-BLOCKING-COUNT ' WARNING ' WS-WARNING-COUNT.
013110     MOVE WS-RETURN-CODE TO RETURN-CODE.
013120 9000-EXIT.
013130     EXIT.
