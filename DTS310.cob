000212*    AFTER MIDNIGHT MUST STILL SEE THE OVERNIGHT RUNS - AND NO   *
000214*    STOP YET IS AN                                              *
000220*    IN-FLIGHT RUN; ITS STOP TIME IS PROJECTED AS THE START      *
000230*    STAMP PLUS THE JOB'S AVERAGE ELAPSED TIME AT ITS SITE FROM  *
000240*    THE RUN-STATISTICS MASTER, AND A PROJECTION LANDING PAST    *
000250*    THE LATEST ALLOWED STOP IN THE SLA TABLE IS FED THROUGH     *
000260*    DTS600 AS A WARNING - SO THE SHIFT CAN KILL A RUNAWAY OR    *
000270*    PRE-STAGE THE RERUN WHILE THERE IS STILL WINDOW LEFT.       *
000280*    A JOB WITH NO RUN-STATISTICS HISTORY CANNOT BE PROJECTED    *
000290*    AND IS LISTED BUT NOT PAGED.                                *
000300*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-09-02 JRM   INITIAL VERSION                            *
000331*    2026-10-15 JRM   A PROJECTED MISS WHOSE RUN FALLS INSIDE A  *
000332*                     DECLARED PLANNED-OUTAGE WINDOW (DTS490,    *
000333*                     CHECKED VIA DTS670) IS LISTED AS EXCUSED   *
000334*                     WITH THE OUTAGE REASON, NOT FED TO DTS600, *
000335*                     AND LOGGED TO EXCLOG FOR DTS710.           *
000336*    2026-10-15 JRM   TAKE THE AVERAGE FROM THE KEYED            *
000337*                     RUN-STATISTICS MASTER (VIA DTS620) BY JOB, *
000338*                     SITE AND DAY OF THE WEEK, NOT THE FLAT     *
000339*                     TREND LOG.                                 *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS DTSAMST-KEY OF DTSAMST-RECORD
000450         FILE STATUS IS WS-AMST-STATUS.
000490     SELECT SLA-FILE ASSIGN TO SLAFILE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000530         FILE STATUS IS WS-SLA-STATUS.
000540     SELECT WARN-RPT ASSIGN TO WARNRPT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000551*    EXCUSED-ITEM LOG - A WARNING HELD BACK FOR A PLANNED OUTAGE
000552*    IS APPENDED HERE FOR THE DTS710 TURNOVER PAGE.
000553     SELECT EXC-LOG ASSIGN TO EXCLOG
000554         ORGANIZATION IS LINE SEQUENTIAL
000555         FILE STATUS IS WS-EXC-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  AUDIT-MST
000590     RECORDING MODE IS F.
000600     COPY DTSAMST.
000640 FD  SLA-FILE
000650     RECORDING MODE IS F.
000660     COPY DTSSLA.
000670 FD  WARN-RPT
000680     RECORDING MODE IS F.
000690 01  WARN-RECORD-OUT              PIC X(132).
000692 FD  EXC-LOG
000694     RECORDING MODE IS F.
000696     COPY DTSEXC.
000700 WORKING-STORAGE SECTION.
000710 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
000730 77  WS-SLA-STATUS                PIC X(02) VALUE SPACES.
000735 77  WS-EXC-STATUS                PIC X(02) VALUE SPACES.
000740 COPY DTSAREA.
000750*    HAND-OFF AREA FOR THE DTS600 MONITORING CALL MADE WHEN A
000760*    PROJECTION LANDS PAST THE SLA DEADLINE.
000770 COPY DTSAUD.
000775 COPY DTSBLKP.
000785*    LOOK-UP AREA FOR THE DTS620 RUN-STATISTICS SERVICE.
000795 COPY DTSRSTP.
000840*    THE RUN STATE OF THE JOB/SITE GROUP CURRENTLY UNDER THE
000850*    SEQUENTIAL PASS - THE MASTER IS KEYED JOB/SITE/STAMP, SO
000860*    EACH GROUP ARRIVES TOGETHER IN STAMP ORDER AND ITS LAST
000990         10  WS-FL-SITE-ID        PIC X(04).
000995         10  WS-FL-START-DATE     PIC 9(08).
001000         10  WS-FL-START-TIME     PIC 9(06).
001090 01  WS-SWITCHES.
001100     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001110         88  WS-EOF               VALUE 'Y'.
001160     05  WS-SLA-AVAIL-SW          PIC X(01) VALUE 'N'.
001170         88  WS-SLA-AVAIL         VALUE 'Y'.
001180 01  WS-WORK-FIELDS.
001190     05  WS-TODAY-CCYYMMDD        PIC 9(08).
001195     05  WS-YDAY-CCYYMMDD         PIC 9(08).
001230     05  WS-FL-SUB                PIC S9(04) COMP VALUE ZERO.
001240     05  WS-AVG-SECS              PIC 9(07) VALUE ZERO.
001245*    ALL PROJECTION ARITHMETIC RUNS IN SECONDS FROM YESTERDAY
001290     05  WS-PROJ-MN               PIC 9(02).
001300     05  WS-PROJ-REM              PIC S9(09) COMP-3.
001310     05  WS-PROJ-HHMM             PIC 9(04).
001315     05  WS-START-HHMM            PIC 9(04).
001320 01  WS-ST-TIME.
001330     05  WS-ST-HH                 PIC 9(02).
001340     05  WS-ST-MN                 PIC 9(02).
001410     05  WS-RECORDS-READ          PIC 9(07) VALUE ZERO.
001420     05  WS-FLIGHTS-FOUND         PIC 9(05) VALUE ZERO.
001430     05  WS-WARNINGS-FED          PIC 9(05) VALUE ZERO.
001435     05  WS-WARNINGS-EXCUSED      PIC 9(05) VALUE ZERO.
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480     PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
001490         UNTIL WS-EOF.
001500     PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT.
001610     OPEN OUTPUT WARN-RPT.
001620     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
001630     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
001652     COMPUTE WS-YDAY-CCYYMMDD =
001654         FUNCTION DATE-OF-INTEGER(
001656             FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 1).
001880             'PROJECT AGAINST'
001890     END-IF.
001900 1000-EXIT.
002520     EXIT.
002530******************************************************************
002540*    2000-SCAN-MASTER - ONE SEQUENTIAL RECORD.  A NEW JOB/SITE   *
003280 4000-EXIT.
003290     EXIT.
003300******************************************************************
003310*    4100-PROJECT-ONE - START STAMP PLUS AVERAGE ELAPSED GIVES   *
003320*    THE PROJECTED STOP.  THE DEADLINE IS ANCHORED TO THE        *
003330*    START, SAME RULE AS THE DTS300 WRAP-AWARE CHECK: AT OR      *
003340*    AFTER THE START TIME IT IS TODAY'S, EARLIER THAN THE        *
003690 4100-EXIT.
003700     EXIT.
003710******************************************************************
003720*    4200-LOOK-UP-AVERAGE - AVERAGE ELAPSED FOR THE IN-FLIGHT    *
003730*    JOB AT ITS SITE FROM THE RUN-STATISTICS MASTER - THE START  *
003732*    DATE'S DAY OF THE WEEK WHEN THAT DAY HAS HISTORY ENOUGH,    *
003734*    ELSE ALL DAYS.  ZERO WHEN THE JOB HAS NO HISTORY THERE.     *
003740******************************************************************
003750 4200-LOOK-UP-AVERAGE.
003760     MOVE ZERO TO WS-AVG-SECS.
003770     SET DTSRSTP-LOOKUP TO TRUE.
003780     MOVE WS-FL-JOB-ID (WS-FL-SUB) TO DTSRSTP-JOB-ID.
003790     MOVE WS-FL-SITE-ID (WS-FL-SUB) TO DTSRSTP-SITE-ID.
003800     MOVE WS-FL-START-DATE (WS-FL-SUB) TO DTSRSTP-RUN-DATE.
003810     CALL 'DTS620' USING DTSRSTP-PARM.
003820     IF DTSRSTP-OK
003830         MOVE DTSRSTP-MEAN-SECS TO WS-AVG-SECS
003850     END-IF.
003860 4200-EXIT.
003940     EXIT.
003950******************************************************************
003960*    4300-JUDGE-DEADLINE - SET THE PROJECTION AGAINST THE SLA    *
004210     END-IF.
004220     MOVE SPACES TO WARN-RECORD-OUT.
004230     IF WS-PROJ-SECS > WS-DEADLINE-SECS
004231         PERFORM 4400-CHECK-BLACKOUT THRU 4400-EXIT
004232         IF DTSBLKP-IN-BLACKOUT
004233             PERFORM 4600-REPORT-EXCUSED THRU 4600-EXIT
004234             GO TO 4300-EXIT
004235         END-IF
004240         STRING 'WARNING JOB=' DELIMITED BY SIZE
004250             WS-FL-JOB-ID (WS-FL-SUB)  DELIMITED BY SIZE
004260             ' SITE=' DELIMITED BY SIZE
004880         WS-FLIGHTS-FOUND         DELIMITED BY SIZE
004890         ' WARNINGS FED=' DELIMITED BY SIZE
004900         WS-WARNINGS-FED          DELIMITED BY SIZE
004903         ' EXCUSED=' DELIMITED BY SIZE
004906         WS-WARNINGS-EXCUSED      DELIMITED BY SIZE
004910         INTO WARN-RECORD-OUT
004920     END-STRING.
004930     WRITE WARN-RECORD-OUT.
005000     CLOSE WARN-RPT.
005010 9000-EXIT.
005020     EXIT.
005030******************************************************************
005040*    4400-CHECK-BLACKOUT - ASK DTS670 WHETHER A DECLARED         *
005050*    PLANNED-OUTAGE WINDOW AT THE SITE OVERLAPS THE RUN, FROM    *
005060*    ITS START STAMP TO ITS PROJECTED STOP.  A PROJECTION PAST   *
005070*    MIDNIGHT COMES BACK EARLIER THAN THE START AND IS TAKEN AS  *
005080*    THE NEXT MORNING'S.                                         *
005090******************************************************************
005100 4400-CHECK-BLACKOUT.
005110     COMPUTE WS-START-HHMM = (WS-ST-HH * 100) + WS-ST-MN.
005120     MOVE WS-FL-SITE-ID (WS-FL-SUB)    TO DTSBLKP-SITE-ID.
005130     MOVE WS-FL-START-DATE (WS-FL-SUB) TO DTSBLKP-CHECK-DATE.
005140     MOVE WS-START-HHMM                TO DTSBLKP-FROM-HHMM.
005150     MOVE WS-PROJ-HHMM                 TO DTSBLKP-TO-HHMM.
005160     CALL 'DTS670' USING DTSBLKP-PARM.
005170 4400-EXIT.
005180     EXIT.
005190******************************************************************
005200*    4600-REPORT-EXCUSED - LIST THE PROJECTED MISS UNDER THE     *
005210*    PLANNED OUTAGE THAT EXCUSES IT AND LOG IT TO THE EXCUSED-   *
005220*    ITEM LOG IN PLACE OF THE DTS600 WARNING.                    *
005230******************************************************************
005240 4600-REPORT-EXCUSED.
005250     ADD 1 TO WS-WARNINGS-EXCUSED.
005260     STRING 'EXCUSED JOB=' DELIMITED BY SIZE
005270         WS-FL-JOB-ID (WS-FL-SUB)  DELIMITED BY SIZE
005280         ' SITE=' DELIMITED BY SIZE
005290         WS-FL-SITE-ID (WS-FL-SUB) DELIMITED BY SIZE
005300         ' STARTED=' DELIMITED BY SIZE
005310         WS-FL-START-TIME (WS-FL-SUB) DELIMITED BY SIZE
005320         ' PROJECTED-STOP=' DELIMITED BY SIZE
005330         WS-PROJ-HHMM              DELIMITED BY SIZE
005340         ' PLANNED OUTAGE ' DELIMITED BY SIZE
005350         DTSBLKP-BLK-FROM          DELIMITED BY SIZE
005360         '-' DELIMITED BY SIZE
005370         DTSBLKP-BLK-TO            DELIMITED BY SIZE
005380         ' ' DELIMITED BY SIZE
005390         DTSBLKP-REASON            DELIMITED BY SIZE
005400         ' APPROVED BY ' DELIMITED BY SIZE
005410         DTSBLKP-APPROVER          DELIMITED BY SIZE
005420         INTO WARN-RECORD-OUT
005430     END-STRING.
005440     WRITE WARN-RECORD-OUT.
005450     MOVE SPACES TO DTSEXC-RECORD.
005460     MOVE WS-FL-SITE-ID (WS-FL-SUB)    TO DTSEXC-SITE-ID.
005470     MOVE WS-FL-JOB-ID (WS-FL-SUB)     TO DTSEXC-JOB-ID.
005480     MOVE WS-FL-START-DATE (WS-FL-SUB) TO DTSEXC-ITEM-DATE.
005490     MOVE DTS100-HHMMSS                TO DTSEXC-LOGGED-TIME.
005500     MOVE 'SLAPROJ'                    TO DTSEXC-EVENT-TYPE.
005510     MOVE 'DTS310'                     TO DTSEXC-SOURCE-PGM.
005520     MOVE DTSBLKP-BLK-DATE             TO DTSEXC-BLK-DATE.
005530     MOVE DTSBLKP-BLK-FROM             TO DTSEXC-BLK-FROM.
005540     MOVE DTSBLKP-BLK-TO               TO DTSEXC-BLK-TO.
005550     MOVE DTSBLKP-REASON               TO DTSEXC-REASON.
005560     MOVE DTSBLKP-APPROVER             TO DTSEXC-APPROVER.
005570     OPEN EXTEND EXC-LOG.
005580     IF WS-EXC-STATUS = '35'
005590         OPEN OUTPUT EXC-LOG
005600     END-IF.
005610     WRITE DTSEXC-RECORD.
005620     CLOSE EXC-LOG.
005630 4600-EXIT.
005640     EXIT.
