000230*    DTS300 SLA-RESULTS LOG, AND WRITES ONE FORMAL CYCLE-STATUS  *
000240*    RECORD PER SITE TO THE CYCLE-STATUS FILE (DD CYCSTAT):      *
000250*    CERTIFIED ONLY WHEN EVERY JOB SCHEDULED FOR THE DATE HAS A  *
000260*    CLEAN STOP IN THE CYCLE AND NO SLA BREACH, OTHERWISE HELD   *
000270*    WITH THE EXCEPTION LIST.  THE STAMPING ROUTINE GATES        *
000280*    DOWNSTREAM STARTS ON THIS RECORD, SO A FINANCE CLOSE CAN NO *
000290*    LONGER BE RELEASED ON SOMEBODY'S SAY-SO WHILE AN ABENDED    *
000300*    EXTRACT IS STILL BEING RERUN.                               *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-09-02 JRM   INITIAL VERSION                            *
000341*    2026-10-15 JRM   JUDGE EACH JOB BY THE PROCESSING DATE ON   *
000342*                     ITS AUDIT MASTER EVENTS, NOT THE WALL-     *
000343*                     CLOCK RUN DATE - A STOP AFTER MIDNIGHT     *
000344*                     STILL COUNTS FOR THE CYCLE IT BELONGS TO.  *
000345*    2026-10-15 JRM   A JOB THAT NEVER STARTED BECAUSE ITS START *
000346*                     WINDOW RAN INTO A DECLARED PLANNED OUTAGE  *
000347*                     (DTS490, VIA DTS670), OR A BREACH DTS300   *
000348*                     FLAGGED AS EXCUSED, IS LISTED AS EXCUSED   *
000349*                     AND NO LONGER HOLDS THE CYCLE.             *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000930 77  WS-CYC-STATUS                PIC X(02) VALUE SPACES.
000940 COPY DTSAREA.
000950 COPY DTSBDAY.
000955 COPY DTSBLKP.
000960*    PARSE TEMPLATE FOR THE FLAT SLA-RESULTS LINE DTS300 WRITES.
000970 01  WS-SLARES-PARSE.
000980     05  WS-SR-JOB-ID             PIC X(08).
001020     05  WS-SR-RUN-DATE           PIC 9(08).
001030     05  FILLER                   PIC X(01).
001040     05  WS-SR-KIND               PIC X(08).
001050     05  FILLER                   PIC X(17).
001052     05  WS-SR-EXCUSED-FLAG       PIC X(01).
001054         88  WS-SR-EXCUSED        VALUE 'E'.
001056     05  FILLER                   PIC X(01).
001060*    PER-SITE ROLL-UP OF THE PROCESSING DATE'S VERDICTS - ONE
001070*    ENTRY PER SITE WITH A SCHEDULED JOB OR AN SLA BREACH.
001080 01  WS-SITE-TABLE.
001150         10  WS-ST-EX-ENT OCCURS 50 TIMES.
001160             15  WS-ST-EX-JOB     PIC X(08).
001170             15  WS-ST-EX-REASON  PIC X(08).
001171*    ITEMS EXCUSED BY A DECLARED PLANNED OUTAGE - LISTED, BUT
001172*    THEY DO NOT HOLD THE CYCLE.
001173         10  WS-ST-XC-CNT         PIC S9(04) COMP.
001174         10  WS-ST-XC-ENT OCCURS 50 TIMES.
001175             15  WS-ST-XC-JOB     PIC X(08).
001176             15  WS-ST-XC-REASON  PIC X(08).
001177             15  WS-ST-XC-OUTAGE  PIC X(64).
001180 01  WS-SWITCHES.
001190     05  WS-SCHED-EOF-SW          PIC X(01) VALUE 'N'.
001200         88  WS-SCHED-EOF         VALUE 'Y'.
001400     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
001410     05  WS-LOOK-SITE             PIC X(04) VALUE SPACES.
001415     05  WS-LOOK-JOB              PIC X(08) VALUE SPACES.
001417     05  WS-XC-OUTAGE             PIC X(64) VALUE SPACES.
001420 01  WS-COUNTERS.
001430     05  WS-SCHED-READ            PIC 9(05) VALUE ZERO.
001440     05  WS-SITES-CERTIFIED       PIC 9(05) VALUE ZERO.
001450     05  WS-SITES-HELD            PIC 9(05) VALUE ZERO.
001455     05  WS-ITEMS-EXCUSED         PIC 9(05) VALUE ZERO.
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830         MOVE ZERO TO WS-ST-DUE (WS-SITE-SUB)
002840         MOVE ZERO TO WS-ST-CLEAN (WS-SITE-SUB)
002850         MOVE ZERO TO WS-ST-EX-CNT (WS-SITE-SUB)
002855         MOVE ZERO TO WS-ST-XC-CNT (WS-SITE-SUB)
002860     ELSE
002870         DISPLAY 'DTS760 - SITE TABLE FULL - DROPPING RECORDS '
002880             'FOR SITE ' WS-LOOK-SITE
003020*    THE PROCESSING DATE'S EVENTS FOR THIS SCHEDULED JOB AND     *
003030*    READ BACKWARD FOR ITS LATEST RUN EVENT, STEPPING PAST       *
003040*    REFUSAL MARKERS THE SAME WAY THE DTS100 PREDECESSOR SCAN    *
003050*    DOES.  ONLY A STOP WITH RC ZERO STAMPED UNDER THE           *
003060*    PROCESSING DATE CERTIFIES THE JOB; A START STILL OPEN, A    *
003070*    NONZERO STOP, OR NO RUN EVENT AT ALL HOLDS THE CYCLE WITH   *
003075*    ITS OWN REASON.  A CYCLE CAN RUN PAST MIDNIGHT, SO THE SCAN *
003076*    STARTS FROM THE JOB'S VERY LATEST EVENT AND SKIPS ANYTHING  *
003077*    STAMPED UNDER A LATER PROCESSING DATE.                      *
003080******************************************************************
003090 2500-JUDGE-JOB.
003100     MOVE 'N' TO WS-JOB-JUDGED-SW.
003170         TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
003180     MOVE DTSSCHD-SITE-ID OF DTSSCHD-RECORD
003190         TO DTSAMST-SITE-ID OF DTSAMST-RECORD.
003200     MOVE 99999999 TO DTSAMST-RUN-DATE OF DTSAMST-RECORD.
003210     MOVE 999999 TO DTSAMST-RUN-TIME OF DTSAMST-RECORD.
003220     MOVE 99     TO DTSAMST-HUND OF DTSAMST-RECORD.
003230     MOVE 'N' TO WS-AMST-DONE-SW.
003240     START AUDIT-MST KEY IS LESS THAN
003250         DTSAMST-KEY OF DTSAMST-RECORD
003260         INVALID KEY
003270             SET WS-AMST-DONE TO TRUE
003310     IF WS-JOB-JUDGED
003320         ADD 1 TO WS-ST-CLEAN (WS-SITE-SUB)
003330     ELSE
003340         PERFORM 2700-EXCUSE-OR-HOLD THRU 2700-EXIT
003350     END-IF.
003360 2500-EXIT.
003370     EXIT.
003390*    2600-FIND-RUN-EVENT - READ BACKWARD ONE EVENT FOR THE       *
003400*    SCHEDULED JOB, SKIPPING REFUSAL MARKERS, AND JUDGE THE      *
003410*    FIRST REAL START/STOP FOUND INSIDE THE PROCESSING DATE.     *
003415*    EVENTS FROM A LATER CYCLE ARE STEPPED OVER; THE FIRST EVENT *
003416*    FROM AN EARLIER ONE ENDS THE SCAN.                          *
003420******************************************************************
003430 2600-FIND-RUN-EVENT.
003440     READ AUDIT-MST PREVIOUS
003520         DTSSCHD-JOB-ID OF DTSSCHD-RECORD
003530         OR DTSAMST-SITE-ID OF DTSAMST-RECORD NOT =
003540             DTSSCHD-SITE-ID OF DTSSCHD-RECORD
003550         OR DTSAMST-PROC-DATE OF DTSAMST-RECORD < WS-PROC-DATE
003560         SET WS-AMST-DONE TO TRUE
003562         GO TO 2600-EXIT
003564     END-IF.
003566     IF DTSAMST-PROC-DATE OF DTSAMST-RECORD > WS-PROC-DATE
003570         GO TO 2600-EXIT
003580     END-IF.
003590     IF DTSAMST-EVT-ABEND OF DTSAMST-RECORD
004310         GO TO 3000-NEXT
004320     END-IF.
004330     MOVE 'SLABRCH' TO WS-EX-REASON.
004331*    DTS300 FLAGS A BREACH BY A RUN THAT OVERLAPPED A DECLARED
004332*    PLANNED OUTAGE - IT IS EXCUSED, NOT HELD.
004333     IF WS-SR-EXCUSED
004334         MOVE 'RUN OVERLAPPED A PLANNED OUTAGE - SEE DTS300 SLA'
004335             TO WS-XC-OUTAGE
004336         PERFORM 2900-POST-EXCUSED THRU 2900-EXIT
004337         GO TO 3000-NEXT
004338     END-IF.
004340     PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT.
004350 3000-NEXT.
004360     PERFORM 3100-READ-SLA-RES THRU 3100-EXIT.
005360             VARYING WS-SUB FROM 1 BY 1
005370             UNTIL WS-SUB > WS-ST-EX-CNT (WS-SITE-SUB)
005380     END-IF.
005381     IF WS-ST-XC-CNT (WS-SITE-SUB) > ZERO
005382         MOVE SPACES TO CYC-RECORD-OUT
005383         MOVE '  EXCUSED - PLANNED OUTAGE:' TO CYC-RECORD-OUT
005384         WRITE CYC-RECORD-OUT
005385         PERFORM 5700-PRINT-EXCUSED THRU 5700-EXIT
005386             VARYING WS-SUB FROM 1 BY 1
005387             UNTIL WS-SUB > WS-ST-XC-CNT (WS-SITE-SUB)
005388     END-IF.
005390 5500-EXIT.
005400     EXIT.
005410 5600-PRINT-EXCEPTION.
005600         WS-SITES-CERTIFIED       DELIMITED BY SIZE
005610         ' SITES HELD=' DELIMITED BY SIZE
005620         WS-SITES-HELD            DELIMITED BY SIZE
005623         ' ITEMS EXCUSED=' DELIMITED BY SIZE
005626         WS-ITEMS-EXCUSED         DELIMITED BY SIZE
005630         INTO CYC-RECORD-OUT
005640     END-STRING.
005650     WRITE CYC-RECORD-OUT.
005750     CLOSE CYC-RPT.
005760 9000-EXIT.
005770     EXIT.
005780******************************************************************
005790*    2700-EXCUSE-OR-HOLD - A SCHEDULED JOB WITH NO CLEAN STOP.   *
005800*    ONE THAT NEVER STARTED BECAUSE ITS START WINDOW RAN INTO A  *
005810*    DECLARED PLANNED-OUTAGE WINDOW AT THE SITE (ASKED OF DTS670 *
005820*    FOR THE PROCESSING DATE) IS EXCUSED RATHER THAN HELD        *
005830*    AGAINST THE CYCLE.  A RUN THAT FAILED OR IS STILL OPEN      *
005840*    INSIDE AN OUTAGE STILL HOLDS IT.                            *
005850******************************************************************
005860 2700-EXCUSE-OR-HOLD.
005870     IF WS-EX-REASON NOT = 'NOSTART'
005880         PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT
005890         GO TO 2700-EXIT
005900     END-IF.
005910     MOVE SPACES TO WS-XC-OUTAGE.
005920     MOVE DTSSCHD-SITE-ID OF DTSSCHD-RECORD TO DTSBLKP-SITE-ID.
005930     MOVE WS-PROC-DATE TO DTSBLKP-CHECK-DATE.
005940     MOVE DTSSCHD-WINDOW-START OF DTSSCHD-RECORD
005950         TO DTSBLKP-FROM-HHMM.
005960     MOVE DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
005970         TO DTSBLKP-TO-HHMM.
005980     CALL 'DTS670' USING DTSBLKP-PARM.
005990     IF NOT DTSBLKP-IN-BLACKOUT
006000         PERFORM 2800-POST-EXCEPTION THRU 2800-EXIT
006010         GO TO 2700-EXIT
006020     END-IF.
006030     STRING DTSBLKP-BLK-FROM DELIMITED BY SIZE
006040         '-' DELIMITED BY SIZE
006050         DTSBLKP-BLK-TO      DELIMITED BY SIZE
006060         ' ' DELIMITED BY SIZE
006070         DTSBLKP-REASON      DELIMITED BY SIZE
006080         ' APPROVED BY ' DELIMITED BY SIZE
006090         DTSBLKP-APPROVER    DELIMITED BY SIZE
006100         INTO WS-XC-OUTAGE
006110     END-STRING.
006120     PERFORM 2900-POST-EXCUSED THRU 2900-EXIT.
006130 2700-EXIT.
006140     EXIT.
006150******************************************************************
006160*    2900-POST-EXCUSED - RECORD ONE EXCUSED ITEM (JOB, REASON    *
006170*    FROM WS-EX-REASON, OUTAGE FROM WS-XC-OUTAGE) ON THE SITE'S  *
006180*    ENTRY, ONCE PER JOB AND REASON, PICKING THE JOB-ID UP THE   *
006190*    SAME WAY AS 2800.                                           *
006200******************************************************************
006210 2900-POST-EXCUSED.
006220     IF WS-EX-REASON = 'SLABRCH'
006230         MOVE WS-SR-JOB-ID TO WS-LOOK-JOB
006240     ELSE
006250         MOVE DTSSCHD-JOB-ID OF DTSSCHD-RECORD TO WS-LOOK-JOB
006260     END-IF.
006270     MOVE 'N' TO WS-FOUND-SW.
006280     MOVE ZERO TO WS-SUB.
006290     PERFORM 2950-SCAN-EXCUSED THRU 2950-EXIT
006300         UNTIL WS-FOUND-MATCH
006310         OR WS-SUB >= WS-ST-XC-CNT (WS-SITE-SUB).
006320     IF WS-FOUND-MATCH
006330         GO TO 2900-EXIT
006340     END-IF.
006350     ADD 1 TO WS-ITEMS-EXCUSED.
006360     IF WS-ST-XC-CNT (WS-SITE-SUB) < 50
006370         ADD 1 TO WS-ST-XC-CNT (WS-SITE-SUB)
006380         MOVE WS-ST-XC-CNT (WS-SITE-SUB) TO WS-SUB
006390         MOVE WS-LOOK-JOB
006400             TO WS-ST-XC-JOB (WS-SITE-SUB, WS-SUB)
006410         MOVE WS-EX-REASON
006420             TO WS-ST-XC-REASON (WS-SITE-SUB, WS-SUB)
006430         MOVE WS-XC-OUTAGE
006440             TO WS-ST-XC-OUTAGE (WS-SITE-SUB, WS-SUB)
006450     ELSE
006460         DISPLAY 'DTS760 - EXCUSED TABLE FULL FOR SITE '
006470             WS-ST-SITE-ID (WS-SITE-SUB) ' - LIST INCOMPLETE'
006480     END-IF.
006490 2900-EXIT.
006500     EXIT.
006510 2950-SCAN-EXCUSED.
006520     ADD 1 TO WS-SUB.
006530     IF WS-ST-XC-JOB (WS-SITE-SUB, WS-SUB) = WS-LOOK-JOB
006540         AND WS-ST-XC-REASON (WS-SITE-SUB, WS-SUB) = WS-EX-REASON
006550         SET WS-FOUND-MATCH TO TRUE
006560     END-IF.
006570 2950-EXIT.
006580     EXIT.
006590******************************************************************
006600*    5700-PRINT-EXCUSED - ONE LINE OF THE SITE'S EXCUSED -       *
006610*    PLANNED OUTAGE LIST: THE JOB, WHY IT WOULD HAVE HELD THE    *
006620*    CYCLE, AND THE DECLARED OUTAGE THAT EXCUSED IT.             *
006630******************************************************************
006640 5700-PRINT-EXCUSED.
006650     MOVE SPACES TO CYC-RECORD-OUT.
006660     STRING '    JOB=' DELIMITED BY SIZE
006670         WS-ST-XC-JOB (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
006680         ' REASON=' DELIMITED BY SIZE
006690         WS-ST-XC-REASON (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
006700         ' OUTAGE ' DELIMITED BY SIZE
006710         WS-ST-XC-OUTAGE (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
006720         INTO CYC-RECORD-OUT
006730     END-STRING.
006740     WRITE CYC-RECORD-OUT.
006750 5700-EXIT.
006760     EXIT.
