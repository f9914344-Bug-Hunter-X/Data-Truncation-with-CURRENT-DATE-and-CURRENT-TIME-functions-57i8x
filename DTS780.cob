000220*    MONTH) AND OPTIONAL SITE, THE SCORECARD SWEEPS THE AUDIT    *
000230*    MASTER FOR PER-JOB/SITE COUNTS - RUNS, CLEAN STOPS,         *
000240*    ABENDS, PREDFAILS, OFFSET MISMATCHES - THE DTS300 SLA-      *
000250*    RESULTS LOG FOR BREACH COUNTS, AND THE RUN-STATISTICS       *
000260*    MASTER FOR EACH JOB/SITE'S AVERAGE AND WORST ELAPSED TIME   *
000270*    SET AGAINST THE PRIOR MONTH.  THE MASTER HOLDS THE CURRENT  *
000275*    AND PRIOR MONTH ONLY, SO AN OLDER PARM MONTH SHOWS ZERO     *
000280*    ELAPSED COLUMNS.  A SITE SUMMARY RANKS THE TEN WORST JOBS   *
000290*    BY ABENDS PLUS PREDFAILS PLUS SLA BREACHES.                 *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-09-02 JRM   INITIAL VERSION                            *
000341*    2026-10-15 JRM   PLACE EACH AUDIT EVENT IN ITS MONTH BY THE *
000342*                     PROCESSING DATE STAMPED ON IT, SO A MONTH- *
000343*                     END CYCLE THAT RUNS PAST MIDNIGHT SCORES   *
000344*                     IN THE MONTH IT CLOSES.                    *
000345*    2026-10-15 JRM   TAKE THE ELAPSED COLUMNS PER JOB/SITE FROM *
000346*                     THE MONTHLY FIGURES ON THE KEYED RUN-      *
000347*                     STATISTICS MASTER (VIA DTS620) IN PLACE OF *
000348*                     SWEEPING THE WHOLE FLAT TREND LOG.         *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS DTSAMST-KEY OF DTSAMST-RECORD
000490         FILE STATUS IS WS-AMST-STATUS.
000530     SELECT SLA-RES-IN ASSIGN TO SLARES
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SLARES-STATUS.
000650 FD  AUDIT-MST
000660     RECORDING MODE IS F.
000670     COPY DTSAMST.
000710 FD  SLA-RES-IN
000720     RECORDING MODE IS F.
000730 01  SLARES-RECORD-IN             PIC X(50).
000770 WORKING-STORAGE SECTION.
000780 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000790 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-SLARES-STATUS             PIC X(02) VALUE SPACES.
000820 COPY DTSAREA.
000830*    LOOK-UP AREA FOR THE DTS620 RUN-STATISTICS SERVICE.
000840 COPY DTSRSTP.
000910 01  WS-SLARES-PARSE.
000920     05  WS-SR-JOB-ID             PIC X(08).
000930     05  FILLER                   PIC X(01).
001110         10  WS-RW-BREACHES       PIC 9(05).
001120         10  WS-RW-MISMATCHES     PIC 9(05).
001130         10  WS-RW-RANKED-SW      PIC X(01).
001260 01  WS-SWITCHES.
001270     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001280         88  WS-EOF               VALUE 'Y'.
001310     05  WS-SLARES-EOF-SW         PIC X(01) VALUE 'N'.
001320         88  WS-SLARES-EOF        VALUE 'Y'.
001330     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
001430     05  WS-LOOK-JOB              PIC X(08) VALUE SPACES.
001440     05  WS-LOOK-SITE             PIC X(04) VALUE SPACES.
001450     05  WS-RW-SUB                PIC S9(04) COMP VALUE ZERO.
001470     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
001480     05  WS-SITE-SUB              PIC S9(04) COMP VALUE ZERO.
001490     05  WS-RANK                  PIC S9(04) COMP VALUE ZERO.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
001670         UNTIL WS-EOF.
001700     PERFORM 4000-SWEEP-SLA-RESULTS THRU 4000-EXIT
001710         UNTIL WS-SLARES-EOF.
001720     PERFORM 5000-PRINT-SCORECARD THRU 5000-EXIT.
002290     ELSE
002300         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002310     END-IF.
002400     OPEN INPUT SLA-RES-IN.
002410     IF WS-SLARES-STATUS NOT = '00'
002420         AND WS-SLARES-STATUS NOT = '05'
002500     EXIT.
002510******************************************************************
002520*    2000-SWEEP-MASTER - ROLL ONE AUDIT RECORD INSIDE THE        *
002530*    REPORT MONTH INTO ITS JOB/SITE ROW.  THE MONTH IS TAKEN     *
002532*    FROM THE RECORD'S PROCESSING DATE.  A POSTED CANCEL WITH    *
002540*    COMPLETION CODE ZERO COUNTS AS A CLEAN STOP, SAME AS THE    *
002550*    GATING SCANS TREAT IT.                                      *
002560******************************************************************
002570 2000-SWEEP-MASTER.
002580     ADD 1 TO WS-RECORDS-READ.
002590     MOVE DTSAMST-PROC-DATE OF DTSAMST-RECORD TO WS-REC-MONTH.
002600     IF WS-REC-MONTH NOT = WS-CUR-MONTH
002610         GO TO 2000-NEXT
002620     END-IF.
003370     END-IF.
003380 2350-EXIT.
003390     EXIT.
004090******************************************************************
004100*    4000-SWEEP-SLA-RESULTS - COUNT ONE BREACH LINE INSIDE THE   *
004110*    REPORT MONTH ONTO ITS JOB/SITE ROW.                         *
004860 5100-EXIT.
004870     EXIT.
004880******************************************************************
004890*    5200-LOOK-UP-ELAPSED - THE ROW'S JOB/SITE ON THE RUN-       *
004900*    STATISTICS MASTER.  ITS ALL-DAYS RECORD CARRIES THE LATEST  *
004902*    TWO MONTHS' RUNS, TOTAL AND WORST; EACH OF THE REPORT AND   *
004904*    PRIOR MONTH IS MATCHED TO WHICHEVER BUCKET HOLDS IT, ZEROES *
004906*    WHEN NEITHER DOES OR THE JOB HAS NO HISTORY AT THE SITE.    *
004910******************************************************************
004920 5200-LOOK-UP-ELAPSED.
004930     MOVE ZERO TO WS-CUR-AVG WS-PRI-AVG
004940         WS-CUR-WORST WS-PRI-WORST.
004950     SET DTSRSTP-LOOKUP TO TRUE.
004955     MOVE WS-RW-JOB-ID (WS-RW-SUB) TO DTSRSTP-JOB-ID.
004960     MOVE WS-RW-SITE-ID (WS-RW-SUB) TO DTSRSTP-SITE-ID.
004965     MOVE ZERO TO DTSRSTP-RUN-DATE.
004970     CALL 'DTS620' USING DTSRSTP-PARM.
004975     IF NOT DTSRSTP-OK
004980         GO TO 5200-EXIT
004985     END-IF.
004990     IF DTSRSTP-CUR-MONTH = WS-CUR-MONTH
004995         AND DTSRSTP-CUR-MONTH-RUNS > ZERO
005000         COMPUTE WS-CUR-AVG = DTSRSTP-CUR-MONTH-TOTAL
005005             / DTSRSTP-CUR-MONTH-RUNS
005010         MOVE DTSRSTP-CUR-MONTH-WORST TO WS-CUR-WORST
005015     END-IF.
005020     IF DTSRSTP-PRI-MONTH = WS-CUR-MONTH
005025         AND DTSRSTP-PRI-MONTH-RUNS > ZERO
005030         COMPUTE WS-CUR-AVG = DTSRSTP-PRI-MONTH-TOTAL
005035             / DTSRSTP-PRI-MONTH-RUNS
005040         MOVE DTSRSTP-PRI-MONTH-WORST TO WS-CUR-WORST
005045     END-IF.
005050     IF DTSRSTP-CUR-MONTH = WS-PRI-MONTH
005055         AND DTSRSTP-CUR-MONTH-RUNS > ZERO
005060         COMPUTE WS-PRI-AVG = DTSRSTP-CUR-MONTH-TOTAL
005065             / DTSRSTP-CUR-MONTH-RUNS
005070         MOVE DTSRSTP-CUR-MONTH-WORST TO WS-PRI-WORST
005075     END-IF.
005080     IF DTSRSTP-PRI-MONTH = WS-PRI-MONTH
005085         AND DTSRSTP-PRI-MONTH-RUNS > ZERO
005090         COMPUTE WS-PRI-AVG = DTSRSTP-PRI-MONTH-TOTAL
005095             / DTSRSTP-PRI-MONTH-RUNS
005100         MOVE DTSRSTP-PRI-MONTH-WORST TO WS-PRI-WORST
005105     END-IF.
005120 5200-EXIT.
005130     EXIT.
005210******************************************************************
005220*    6000-PRINT-SITE-SUMMARY - FOR EACH SITE SEEN, RANK ITS TEN  *
005230*    WORST JOBS BY ABENDS PLUS PREDFAILS PLUS SLA BREACHES -     *
006320     IF WS-AMST-STATUS = '00' OR WS-AMST-STATUS = '10'
006330         CLOSE AUDIT-MST
006340     END-IF.
006380     IF WS-SLARES-STATUS = '00' OR WS-SLARES-STATUS = '10'
006390         CLOSE SLA-RES-IN
006400     END-IF.
