000210*    STARTED AND STOPPED, EVERY ABEND OR REFUSED START WITH ITS  *
000220*    RETURN CODE, STAMPS FLAGGED WITH THE GMT OFFSET-MISMATCH    *
000230*    INDICATOR, AND THE DAY'S LONGEST RUNS SET AGAINST THEIR     *
000240*    AVERAGE AT THAT SITE FROM THE RUN-STATISTICS MASTER - ONE   *
000250*    PAGE TO READ INSTEAD OF THE RAW TRAIL PLUS THREE REPORTS.   *
000260*                                                                *
000270*    MODIFICATION HISTORY                                        *
000280*    DATE       INIT  DESCRIPTION                                *
000357*                     PAGE - A MANUALLY CLOSED RUN IS NOT A      *
000358*                     PHANTOM.  THE CANCEL STAYS OUT OF THE      *
000359*                     ELAPSED MATCHING.                          *
000360*    2026-10-15 JRM   LIST EACH SITE'S ITEMS EXCUSED BY A        *
000361*                     DECLARED PLANNED OUTAGE - MISSES,          *
000362*                     PROJECTED MISSES AND SLA BREACHES THE      *
000363*                     SWEEPS LOG TO EXCLOG - IN THEIR OWN        *
000364*                     SECTION.                                   *
000365*    2026-10-15 JRM   TAKE EACH LONGEST RUN'S AVERAGE FROM THE   *
000366*                     KEYED RUN-STATISTICS MASTER (VIA DTS620)   *
000367*                     FOR THE JOB AT THAT SITE, IN PLACE OF      *
000368*                     ROLLING UP THE WHOLE FLAT TREND LOG.       *
000369******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000460     SELECT AUDIT-LOG-IN ASSIGN TO AUDITLOG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000520     SELECT TURN-RPT ASSIGN TO TURNRPT
000530         ORGANIZATION IS LINE SEQUENTIAL.
000531*    EXCUSED-ITEM LOG APPENDED BY DTS700, DTS310 AND DTS300 FOR
000532*    EVERYTHING HELD BACK FROM THE PAGER BY A PLANNED OUTAGE.
000533     SELECT EXC-LOG ASSIGN TO EXCLOG
000534         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS WS-EXC-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARM-FILE
000610 FD  AUDIT-LOG-IN
000620     RECORDING MODE IS F.
000630 01  AUDIT-RECORD-IN              PIC X(80).
000670 FD  TURN-RPT
000680     RECORDING MODE IS F.
000690 01  TURN-RECORD-OUT              PIC X(132).
000692 FD  EXC-LOG
000694     RECORDING MODE IS F.
000696     COPY DTSEXC.
000700 WORKING-STORAGE SECTION.
000710 77  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
000730 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000735 77  WS-EXC-STATUS                PIC X(02) VALUE SPACES.
000740 COPY DTSAREA.
000743*    LOOK-UP AREA FOR THE DTS620 RUN-STATISTICS SERVICE.
000746 COPY DTSRSTP.
000750 01  WS-AUDIT-PARSE.
000760     05  WS-AP-JOB-ID             PIC X(08).
000770     05  FILLER                   PIC X(01).
000990     05  WS-AP-MISMATCH           PIC X(01).
001000         88  WS-AP-GMT-MISMATCH   VALUE 'Y'.
001010     05  FILLER                   PIC X(26).
001080*    PER-SITE ROLL-UP OF THE DAY'S EVENTS - ONE ENTRY PER SITE
001090*    SEEN ON TODAY'S TRAIL, EACH CARRYING ITS ABNORMAL EVENTS,
001100*    FLAGGED STAMPS, AND COMPLETED RUNS FOR THE TURNOVER PAGE.
001290             15  WS-ST-RN-JOB     PIC X(08).
001300             15  WS-ST-RN-ELAPSED PIC 9(07).
001310             15  WS-ST-RN-USED-SW PIC X(01).
001311         10  WS-ST-XC-CNT         PIC S9(04) COMP.
001312         10  WS-ST-XC-ENT OCCURS 20 TIMES.
001313             15  WS-ST-XC-JOB     PIC X(08).
001314             15  WS-ST-XC-EVENT   PIC X(08).
001315             15  WS-ST-XC-FROM    PIC 9(04).
001316             15  WS-ST-XC-TO      PIC 9(04).
001317             15  WS-ST-XC-REASON  PIC X(30).
001318             15  WS-ST-XC-APPR    PIC X(08).
001320*    STARTS STILL WAITING ON THEIR STOP, FOR THE ELAPSED-TIME
001330*    MATCHING - SAME SCHEME AS THE DTS300 PENDING-START TABLE.
001340 01  WS-PENDING-STARTS.
001380         10  WS-PEND-START-SECS   PIC 9(07).
001390         10  WS-PEND-IN-USE-SW    PIC X(01).
001400             88  WS-PEND-IN-USE   VALUE 'Y'.
001490 01  WS-SWITCHES.
001500     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001510         88  WS-EOF               VALUE 'Y'.
001520     05  WS-EXC-EOF-SW            PIC X(01) VALUE 'N'.
001530         88  WS-EXC-EOF           VALUE 'Y'.
001540     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001550         88  WS-FOUND-MATCH       VALUE 'Y'.
001560 01  WS-WORK-FIELDS.
001570     05  WS-TODAY-CCYYMMDD        PIC 9(08).
001580     05  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
001590     05  WS-TO-DATE               PIC 9(08) VALUE ZERO.
001620     05  WS-START-SECS-OF-DAY     PIC 9(07).
001630     05  WS-STOP-SECS-OF-DAY      PIC 9(07).
001640     05  WS-ELAPSED-SECS          PIC 9(07).
001650     05  WS-SITE-SUB              PIC S9(04) COMP VALUE ZERO.
001660     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
001665     05  WS-LOOK-SITE             PIC X(04) VALUE SPACES.
001670     05  WS-RANK                  PIC S9(04) COMP VALUE ZERO.
001680     05  WS-BEST-SUB              PIC S9(04) COMP VALUE ZERO.
001690     05  WS-BEST-SECS             PIC 9(07) VALUE ZERO.
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
001780         UNTIL WS-EOF.
001785     PERFORM 4600-LOAD-EXCUSED THRU 4600-EXIT.
001790     PERFORM 5000-PRINT-SITE-PAGES THRU 5000-EXIT.
001800     PERFORM 9000-FINISH THRU 9000-EXIT.
001810     GOBACK.
001890     OPEN OUTPUT TURN-RPT.
001900     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
001910     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
001940     PERFORM 1100-CLEAR-PEND-SLOT THRU 1100-EXIT
001950         VARYING WS-PEND-IDX FROM 1 BY 1
001960         UNTIL WS-PEND-IDX > 30.
002470 1100-EXIT.
002480     EXIT.
002490******************************************************************
003110*    2000-PROCESS-AUDIT - ROLL ONE OF TODAY'S TRAIL RECORDS      *
003120*    INTO ITS SITE'S ENTRY.                                      *
003130******************************************************************
003160         OR WS-AP-RUN-DATE > WS-TO-DATE
003170         GO TO 2000-NEXT
003180     END-IF.
003185     MOVE WS-AP-SITE-ID TO WS-LOOK-SITE.
003190     PERFORM 2200-FIND-SITE-SLOT THRU 2200-EXIT.
003200     IF WS-SITE-SUB = ZERO
003210         GO TO 2000-NEXT
003470     EXIT.
003480******************************************************************
003490*    2200-FIND-SITE-SLOT - LOCATE OR CREATE THE ROLL-UP ENTRY    *
003500*    FOR THE SITE IN WS-LOOK-SITE.                               *
003510******************************************************************
003520 2200-FIND-SITE-SLOT.
003530     MOVE 'N' TO WS-FOUND-SW.
003600     IF WS-ST-COUNT < 10
003610         ADD 1 TO WS-ST-COUNT
003620         MOVE WS-ST-COUNT TO WS-SITE-SUB
003630         MOVE WS-LOOK-SITE TO WS-ST-SITE-ID (WS-SITE-SUB)
003640         MOVE ZERO TO WS-ST-STARTED (WS-SITE-SUB)
003650         MOVE ZERO TO WS-ST-STOPPED (WS-SITE-SUB)
003660         MOVE ZERO TO WS-ST-ABEND-CNT (WS-SITE-SUB)
003670         MOVE ZERO TO WS-ST-MISM-CNT (WS-SITE-SUB)
003680         MOVE ZERO TO WS-ST-RUN-CNT (WS-SITE-SUB)
003685         MOVE ZERO TO WS-ST-XC-CNT (WS-SITE-SUB)
003690     ELSE
003700         DISPLAY 'DTS710 - SITE TABLE FULL - DROPPING RECORDS '
003710             'FOR SITE ' WS-LOOK-SITE
003720         MOVE ZERO TO WS-SITE-SUB
003730     END-IF.
003740 2200-EXIT.
003750     EXIT.
003760 2250-SCAN-SITE-SLOT.
003770     ADD 1 TO WS-SITE-SUB.
003780     IF WS-ST-SITE-ID (WS-SITE-SUB) = WS-LOOK-SITE
003790         SET WS-FOUND-MATCH TO TRUE
003800     END-IF.
003810 2250-EXIT.
005280             UNTIL WS-SUB > WS-ST-MISM-CNT (WS-SITE-SUB)
005290     END-IF.
005300     IF WS-ST-RUN-CNT (WS-SITE-SUB) > ZERO
005310         MOVE '  LONGEST RUNS VS AVERAGE:'
005320             TO TURN-RECORD-OUT
005330         WRITE TURN-RECORD-OUT
005340         PERFORM 5400-PRINT-LONGEST THRU 5400-EXIT
005360             UNTIL WS-RANK > 3
005370             OR WS-RANK > WS-ST-RUN-CNT (WS-SITE-SUB)
005380     END-IF.
005381     IF WS-ST-XC-CNT (WS-SITE-SUB) > ZERO
005382         MOVE '  EXCUSED - PLANNED OUTAGE:' TO TURN-RECORD-OUT
005383         WRITE TURN-RECORD-OUT
005384         PERFORM 5700-PRINT-EXCUSED THRU 5700-EXIT
005385             VARYING WS-SUB FROM 1 BY 1
005386             UNTIL WS-SUB > WS-ST-XC-CNT (WS-SITE-SUB)
005387     END-IF.
005390 5100-EXIT.
005400     EXIT.
005410 5200-PRINT-ABNORMAL.
005670     EXIT.
005680******************************************************************
005690*    5400-PRINT-LONGEST - PICK THE NEXT-LONGEST UNPRINTED RUN    *
005700*    FOR THIS SITE AND SET IT AGAINST THE JOB'S AVERAGE.         *
005710******************************************************************
005720 5400-PRINT-LONGEST.
005730     MOVE ZERO TO WS-BEST-SUB.
005880             ' ELAPSED-SECS=' DELIMITED BY SIZE
005890             WS-ST-RN-ELAPSED (WS-SITE-SUB, WS-BEST-SUB)
005900                 DELIMITED BY SIZE
005910             ' AVG-SECS=' DELIMITED BY SIZE
005920             WS-AVG-SECS DELIMITED BY SIZE
005930             INTO TURN-RECORD-OUT
005940         END-STRING
005990             ' ELAPSED-SECS=' DELIMITED BY SIZE
006000             WS-ST-RN-ELAPSED (WS-SITE-SUB, WS-BEST-SUB)
006010                 DELIMITED BY SIZE
006020             ' AVG-SECS=(NO HISTORY)' DELIMITED BY SIZE
006030             INTO TURN-RECORD-OUT
006040         END-STRING
006050     END-IF.
006170 5450-EXIT.
006180     EXIT.
006190******************************************************************
006200*    5500-LOOK-UP-AVERAGE - ALL-DAYS AVERAGE FOR THE JOB JUST    *
006210*    PICKED AT THIS SITE FROM THE RUN-STATISTICS MASTER, ZERO    *
006215*    WHEN THE JOB HAS NO HISTORY THERE.                          *
006220******************************************************************
006230 5500-LOOK-UP-AVERAGE.
006240     MOVE ZERO TO WS-AVG-SECS.
006250     SET DTSRSTP-LOOKUP TO TRUE.
006260     MOVE WS-ST-RN-JOB (WS-SITE-SUB, WS-BEST-SUB)
006270         TO DTSRSTP-JOB-ID.
006280     MOVE WS-ST-SITE-ID (WS-SITE-SUB) TO DTSRSTP-SITE-ID.
006290     MOVE ZERO TO DTSRSTP-RUN-DATE.
006300     CALL 'DTS620' USING DTSRSTP-PARM.
006310     IF DTSRSTP-OK
006320         MOVE DTSRSTP-MEAN-SECS TO WS-AVG-SECS
006330     END-IF.
006340 5500-EXIT.
006350     EXIT.
006440******************************************************************
006450*    9000-FINISH - CLOSE UP.                                     *
006460******************************************************************
006510     CLOSE TURN-RPT.
006520 9000-EXIT.
006530     EXIT.
006540******************************************************************
006550*    4600-LOAD-EXCUSED - READ THE EXCUSED-ITEM LOG FOR THE       *
006560*    REPORT RANGE AND LIST EACH SITE/JOB/EVENT ONCE - THE SWEEPS *
006570*    RUN MANY TIMES A NIGHT AND LOG THE SAME ITEM EACH TIME.     *
006580******************************************************************
006590 4600-LOAD-EXCUSED.
006600     OPEN INPUT EXC-LOG.
006610     IF WS-EXC-STATUS NOT = '00' AND WS-EXC-STATUS NOT = '05'
006620         GO TO 4600-EXIT
006630     END-IF.
006640     PERFORM 4650-READ-EXCLOG THRU 4650-EXIT.
006650     PERFORM 4700-POST-EXCUSED THRU 4700-EXIT
006660         UNTIL WS-EXC-EOF.
006670     CLOSE EXC-LOG.
006680 4600-EXIT.
006690     EXIT.
006700 4650-READ-EXCLOG.
006710     READ EXC-LOG
006720         AT END
006730             SET WS-EXC-EOF TO TRUE
006740     END-READ.
006750 4650-EXIT.
006760     EXIT.
006770 4700-POST-EXCUSED.
006780     IF DTSEXC-ITEM-DATE < WS-FROM-DATE
006790         OR DTSEXC-ITEM-DATE > WS-TO-DATE
006800         GO TO 4700-NEXT
006810     END-IF.
006820     MOVE DTSEXC-SITE-ID TO WS-LOOK-SITE.
006830     PERFORM 2200-FIND-SITE-SLOT THRU 2200-EXIT.
006840     IF WS-SITE-SUB = ZERO
006850         GO TO 4700-NEXT
006860     END-IF.
006870     MOVE 'N' TO WS-FOUND-SW.
006880     MOVE ZERO TO WS-SUB.
006890     PERFORM 4750-SCAN-EXCUSED THRU 4750-EXIT
006900         UNTIL WS-FOUND-MATCH
006910         OR WS-SUB >= WS-ST-XC-CNT (WS-SITE-SUB).
006920     IF WS-FOUND-MATCH
006930         GO TO 4700-NEXT
006940     END-IF.
006950     IF WS-ST-XC-CNT (WS-SITE-SUB) < 20
006960         ADD 1 TO WS-ST-XC-CNT (WS-SITE-SUB)
006970         MOVE WS-ST-XC-CNT (WS-SITE-SUB) TO WS-SUB
006980         MOVE DTSEXC-JOB-ID
006990             TO WS-ST-XC-JOB (WS-SITE-SUB, WS-SUB)
007000         MOVE DTSEXC-EVENT-TYPE
007010             TO WS-ST-XC-EVENT (WS-SITE-SUB, WS-SUB)
007020         MOVE DTSEXC-BLK-FROM
007030             TO WS-ST-XC-FROM (WS-SITE-SUB, WS-SUB)
007040         MOVE DTSEXC-BLK-TO
007050             TO WS-ST-XC-TO (WS-SITE-SUB, WS-SUB)
007060         MOVE DTSEXC-REASON
007070             TO WS-ST-XC-REASON (WS-SITE-SUB, WS-SUB)
007080         MOVE DTSEXC-APPROVER
007090             TO WS-ST-XC-APPR (WS-SITE-SUB, WS-SUB)
007100     END-IF.
007110 4700-NEXT.
007120     PERFORM 4650-READ-EXCLOG THRU 4650-EXIT.
007130 4700-EXIT.
007140     EXIT.
007150 4750-SCAN-EXCUSED.
007160     ADD 1 TO WS-SUB.
007170     IF WS-ST-XC-JOB (WS-SITE-SUB, WS-SUB) = DTSEXC-JOB-ID
007180         AND WS-ST-XC-EVENT (WS-SITE-SUB, WS-SUB) =
007190             DTSEXC-EVENT-TYPE
007200         SET WS-FOUND-MATCH TO TRUE
007210     END-IF.
007220 4750-EXIT.
007230     EXIT.
007240******************************************************************
007250*    5700-PRINT-EXCUSED - ONE LINE OF THE SITE'S EXCUSED -       *
007260*    PLANNED OUTAGE LIST: THE JOB AND EVENT, AND THE DECLARED    *
007270*    OUTAGE WINDOW, REASON AND APPROVER THAT EXCUSED IT.         *
007280******************************************************************
007290 5700-PRINT-EXCUSED.
007300     MOVE SPACES TO TURN-RECORD-OUT.
007310     STRING '    ' DELIMITED BY SIZE
007320         WS-ST-XC-JOB (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
007330         ' EVENT=' DELIMITED BY SIZE
007340         WS-ST-XC-EVENT (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
007350         ' OUTAGE ' DELIMITED BY SIZE
007360         WS-ST-XC-FROM (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
007370         '-' DELIMITED BY SIZE
007380         WS-ST-XC-TO (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
007390         ' ' DELIMITED BY SIZE
007400         WS-ST-XC-REASON (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
007410         ' APPROVED BY ' DELIMITED BY SIZE
007420         WS-ST-XC-APPR (WS-SITE-SUB, WS-SUB) DELIMITED BY SIZE
007430         INTO TURN-RECORD-OUT
007440     END-STRING.
007450     WRITE TURN-RECORD-OUT.
007460 5700-EXIT.
007470     EXIT.
