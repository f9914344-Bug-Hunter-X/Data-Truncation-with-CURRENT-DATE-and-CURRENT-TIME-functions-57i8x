000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS620.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS620 - RUN-STATISTICS MASTER SERVICE                      *
000180*                                                                *
000190*    CALLABLE SUBROUTINE, SAME CALLING STYLE AS DTS650.  OWNS    *
000200*    THE KEYED RUN-STATISTICS MASTER (DD RUNSTAT, LAYOUT DTSRST) *
000210*    THAT REPLACED THE FLAT DTS300 TREND LOG.  DTS300 POSTS      *
000220*    EVERY MATCHED START/STOP PAIR HERE AS IT FINDS IT; THE      *
000230*    SWEEPS AND REPORTS THAT USED TO RE-READ THE WHOLE TREND LOG *
000240*    EACH NIGHT LOOK A JOB/SITE UP HERE INSTEAD.  A POSTING      *
000250*    UPDATES THE RUN DAY'S RECORD AND THE JOB/SITE'S ALL-DAYS    *
000260*    RECORD AND HANDS BACK THE FIGURES AS THEY STOOD BEFORE THE  *
000270*    RUN, SO THE CALLER CAN JUDGE THE RUN AGAINST ITS OWN        *
000280*    HISTORY.  SEE DTSRSTP FOR THE PARAMETER AREA AND STATUS     *
000290*    CODES.                                                      *
000300*                                                                *
000310*    THE MEAN AND VARIANCE ARE UPDATED IN PLACE.  UP TO THE      *
000320*    HISTORY WEIGHT THEY ARE THE EXACT MEAN AND VARIANCE OF      *
000330*    EVERY RUN SEEN; PAST IT EACH NEW RUN CARRIES A FIXED SHARE  *
000340*    OF THE WEIGHT, SO OLD HISTORY FADES INSTEAD OF PINNING THE  *
000350*    FIGURES FOREVER.  THE HIGH PERCENTILE (90TH) IS TAKEN OVER  *
000360*    THE RING OF RECENT RUNS ON THE RECORD.                      *
000370*                                                                *
000380*    THE MASTER STAYS OPEN ACROSS CALLS - INPUT ONLY UNTIL THE   *
000390*    FIRST POSTING, WHICH REOPENS IT FOR UPDATE (CREATING IT ON  *
000400*    FIRST USE).  A POSTING CALLER CLOSES IT WITH FUNCTION C.    *
000410*                                                                *
000420*    MODIFICATION HISTORY                                        *
000430*    DATE       INIT  DESCRIPTION                                *
000440*    2026-10-15 JRM   INITIAL VERSION                            *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RST-FILE ASSIGN TO RUNSTAT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DTSRST-KEY OF DTSRST-RECORD
000560         FILE STATUS IS WS-RST-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RST-FILE
000600     RECORDING MODE IS F.
000610     COPY DTSRST.
000620 WORKING-STORAGE SECTION.
000630 77  WS-RST-STATUS                PIC X(02) VALUE SPACES.
000640*    RUNS AFTER WHICH A NEW RUN STOPS BEING AVERAGED IN AT 1/N
000650*    AND TAKES A FIXED 1/60 SHARE INSTEAD.
000660 77  WS-HISTORY-WEIGHT            PIC S9(04) COMP VALUE 60.
000670*    RUNS A SINGLE DAY OF THE WEEK NEEDS BEFORE ITS OWN FIGURES
000680*    ARE TRUSTED OVER THE ALL-DAYS ONES.
000690 77  WS-MIN-DAY-RUNS              PIC S9(04) COMP VALUE 5.
000700 COPY DTSAREA.
000710 01  WS-SWITCHES.
000720     05  WS-OPEN-MODE             PIC X(01) VALUE 'N'.
000730         88  WS-NOT-OPEN          VALUE 'N'.
000740         88  WS-OPEN-INPUT        VALUE 'I'.
000750         88  WS-OPEN-UPDATE       VALUE 'U'.
000760         88  WS-MASTER-UNAVAIL    VALUE 'X'.
000770     05  WS-ON-FILE-SW            PIC X(01) VALUE 'N'.
000780         88  WS-ON-FILE           VALUE 'Y'.
000790     05  WS-FIGS-TAKEN-SW         PIC X(01) VALUE 'N'.
000800         88  WS-FIGS-TAKEN        VALUE 'Y'.
000810 01  WS-WORK-FIELDS.
000820     05  WS-KEY-DOW               PIC 9(01) VALUE ZERO.
000830     05  WS-DATE-INTEGER          PIC S9(09) COMP-3.
000840     05  WS-DOW                   PIC S9(04) COMP.
000850     05  WS-WEIGHT                PIC S9(07) COMP-3.
000860     05  WS-DELTA                 PIC S9(07)V99 COMP-3.
000870     05  WS-RANK                  PIC S9(04) COMP.
000880     05  WS-AT-OR-BELOW           PIC S9(04) COMP.
000890     05  WS-BEST-SECS             PIC 9(07).
000900     05  WS-I                     PIC S9(04) COMP.
000910     05  WS-J                     PIC S9(04) COMP.
000920 01  WS-RUN-DATE                  PIC 9(08).
000930 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000940     05  WS-RUN-MONTH             PIC X(06).
000950     05  FILLER                   PIC X(02).
000960 LINKAGE SECTION.
000970 COPY DTSRSTP.
000980 PROCEDURE DIVISION USING DTSRSTP-PARM.
000990 0000-MAINLINE.
001000     IF DTSRSTP-CLOSE
001010         PERFORM 8000-CLOSE-MASTER THRU 8000-EXIT
001020         SET DTSRSTP-OK TO TRUE
001030         GOBACK
001040     END-IF.
001050     MOVE ZERO TO DTSRSTP-FIG-DAY-OF-WEEK DTSRSTP-RUN-COUNT
001060         DTSRSTP-MEAN-SECS DTSRSTP-SPREAD-SECS
001070         DTSRSTP-HIGH-PCT-SECS DTSRSTP-SHORTEST-SECS
001080         DTSRSTP-LONGEST-SECS DTSRSTP-LAST-RUN-DATE
001090         DTSRSTP-CUR-MONTH-RUNS DTSRSTP-CUR-MONTH-TOTAL
001100         DTSRSTP-CUR-MONTH-WORST DTSRSTP-PRI-MONTH-RUNS
001110         DTSRSTP-PRI-MONTH-TOTAL DTSRSTP-PRI-MONTH-WORST.
001120     MOVE SPACES TO DTSRSTP-CUR-MONTH DTSRSTP-PRI-MONTH.
001130     PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
001140     IF WS-MASTER-UNAVAIL
001150         SET DTSRSTP-UNAVAILABLE TO TRUE
001160         GOBACK
001170     END-IF.
001180     PERFORM 1500-DAY-OF-WEEK THRU 1500-EXIT.
001190     MOVE 'N' TO WS-FIGS-TAKEN-SW.
001200     IF DTSRSTP-UPDATE
001210         PERFORM 2000-POST-RUN THRU 2000-EXIT
001220     ELSE
001230         PERFORM 3000-LOOK-UP THRU 3000-EXIT
001240     END-IF.
001250     IF DTSRSTP-RUN-COUNT > ZERO
001260         SET DTSRSTP-OK TO TRUE
001270     ELSE
001280         SET DTSRSTP-NO-HISTORY TO TRUE
001290     END-IF.
001300     GOBACK.
001310 0000-EXIT.
001320     EXIT.
001330******************************************************************
001340*    1000-OPEN-MASTER - FIRST CALL, OR FIRST POSTING AFTER A RUN *
001350*    OF LOOK-UPS.  A POSTING CALLER GETS THE MASTER OPENED FOR   *
001360*    UPDATE AND CREATED IF THIS IS ITS FIRST NIGHT; A LOOK-UP    *
001370*    CALLER GETS IT INPUT ONLY.  A MASTER THAT WILL NOT OPEN IS  *
001380*    REPORTED ONCE AND EVERY LATER CALL ANSWERS UNAVAILABLE.     *
001390******************************************************************
001400 1000-OPEN-MASTER.
001410     IF WS-MASTER-UNAVAIL
001420         GO TO 1000-EXIT
001430     END-IF.
001440     IF DTSRSTP-UPDATE AND WS-OPEN-INPUT
001450         CLOSE RST-FILE
001460         SET WS-NOT-OPEN TO TRUE
001470     END-IF.
001480     IF NOT WS-NOT-OPEN
001490         GO TO 1000-EXIT
001500     END-IF.
001510     IF DTSRSTP-UPDATE
001520         OPEN I-O RST-FILE
001530         IF WS-RST-STATUS = '35'
001540             CLOSE RST-FILE
001550             OPEN OUTPUT RST-FILE
001560             CLOSE RST-FILE
001570             OPEN I-O RST-FILE
001580         END-IF
001590     ELSE
001600         OPEN INPUT RST-FILE
001610     END-IF.
001620     IF WS-RST-STATUS NOT = '00' AND WS-RST-STATUS NOT = '05'
001630         DISPLAY 'DTS620 - RUN-STATISTICS MASTER UNAVAILABLE - '
001640             'STATUS ' WS-RST-STATUS ' - NO RUN HISTORY'
001650         SET WS-MASTER-UNAVAIL TO TRUE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     IF DTSRSTP-UPDATE
001690         SET WS-OPEN-UPDATE TO TRUE
001700     ELSE
001710         SET WS-OPEN-INPUT TO TRUE
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750******************************************************************
001760*    1500-DAY-OF-WEEK - DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A *
001770*    MONDAY, SO THE REMAINDER MOD 7 GIVES 1-6 FOR                *
001780*    MONDAY-SATURDAY AND 0 FOR SUNDAY, WHICH IS DAY 7 HERE.  NO  *
001790*    DATE, NO DAY.                                               *
001800******************************************************************
001810 1500-DAY-OF-WEEK.
001820     MOVE ZERO TO DTSRSTP-RUN-DAY-OF-WEEK.
001830     IF DTSRSTP-RUN-DATE NOT NUMERIC
001840         OR DTSRSTP-RUN-DATE = ZERO
001850         GO TO 1500-EXIT
001860     END-IF.
001870     COMPUTE WS-DATE-INTEGER =
001880         FUNCTION INTEGER-OF-DATE(DTSRSTP-RUN-DATE).
001890     COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INTEGER, 7).
001900     IF WS-DOW = ZERO
001910         MOVE 7 TO WS-DOW
001920     END-IF.
001930     MOVE WS-DOW TO DTSRSTP-RUN-DAY-OF-WEEK.
001940 1500-EXIT.
001950     EXIT.
001960******************************************************************
001970*    2000-POST-RUN - FOLD ONE MATCHED RUN INTO ITS DAY-OF-WEEK   *
001980*    RECORD AND THE ALL-DAYS RECORD.  THE DAY'S FIGURES ARE      *
001990*    HANDED BACK IF THAT DAY ALREADY HAD ENOUGH RUNS, OTHERWISE  *
002000*    THE ALL-DAYS FIGURES - EITHER WAY AS THEY STOOD BEFORE THIS *
002010*    RUN.  A POSTING WITH NO DATE IS DATED TODAY.                *
002020******************************************************************
002030 2000-POST-RUN.
002040     IF DTSRSTP-RUN-DAY-OF-WEEK = ZERO
002050         MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME
002060         MOVE DTS100-CC-YYMMDD TO DTSRSTP-RUN-DATE
002070         PERFORM 1500-DAY-OF-WEEK THRU 1500-EXIT
002080     END-IF.
002090     MOVE DTSRSTP-RUN-DATE TO WS-RUN-DATE.
002100     MOVE DTSRSTP-RUN-DAY-OF-WEEK TO WS-KEY-DOW.
002110     PERFORM 2100-POST-ONE-KEY THRU 2100-EXIT.
002120     MOVE ZERO TO WS-KEY-DOW.
002130     PERFORM 2100-POST-ONE-KEY THRU 2100-EXIT.
002140 2000-EXIT.
002150     EXIT.
002160 2100-POST-ONE-KEY.
002170     PERFORM 5000-READ-STATS THRU 5000-EXIT.
002180     PERFORM 5100-TAKE-FIGURES THRU 5100-EXIT.
002190     PERFORM 6000-FOLD-RUN THRU 6000-EXIT.
002200     IF WS-ON-FILE
002210         REWRITE DTSRST-RECORD
002220             INVALID KEY
002230                 DISPLAY 'DTS620 - REWRITE FAILED FOR JOB '
002240                     DTSRSTP-JOB-ID ' SITE ' DTSRSTP-SITE-ID
002250                     ' DAY ' WS-KEY-DOW ' - STATUS ' WS-RST-STATUS
002260         END-REWRITE
002270     ELSE
002280         WRITE DTSRST-RECORD
002290             INVALID KEY
002300                 DISPLAY 'DTS620 - WRITE FAILED FOR JOB '
002310                     DTSRSTP-JOB-ID ' SITE ' DTSRSTP-SITE-ID
002320                     ' DAY ' WS-KEY-DOW ' - STATUS ' WS-RST-STATUS
002330         END-WRITE
002340     END-IF.
002350 2100-EXIT.
002360     EXIT.
002370******************************************************************
002380*    3000-LOOK-UP - THE DATE'S DAY-OF-WEEK FIGURES WHEN THAT DAY *
002390*    HAS ENOUGH RUNS, OTHERWISE (OR WITH NO DATE) THE ALL-DAYS   *
002400*    FIGURES.                                                    *
002410******************************************************************
002420 3000-LOOK-UP.
002430     IF DTSRSTP-RUN-DAY-OF-WEEK > ZERO
002440         MOVE DTSRSTP-RUN-DAY-OF-WEEK TO WS-KEY-DOW
002450         PERFORM 5000-READ-STATS THRU 5000-EXIT
002460         PERFORM 5100-TAKE-FIGURES THRU 5100-EXIT
002470     END-IF.
002480     IF WS-FIGS-TAKEN
002490         GO TO 3000-EXIT
002500     END-IF.
002510     MOVE ZERO TO WS-KEY-DOW.
002520     PERFORM 5000-READ-STATS THRU 5000-EXIT.
002530     PERFORM 5100-TAKE-FIGURES THRU 5100-EXIT.
002540 3000-EXIT.
002550     EXIT.
002560******************************************************************
002570*    5000-READ-STATS - READ THE JOB/SITE RECORD FOR THE DAY IN   *
002580*    WS-KEY-DOW, OR SET UP AN EMPTY ONE WHEN THERE IS NONE YET.  *
002590******************************************************************
002600 5000-READ-STATS.
002610     MOVE DTSRSTP-JOB-ID TO DTSRST-JOB-ID OF DTSRST-RECORD.
002620     MOVE DTSRSTP-SITE-ID TO DTSRST-SITE-ID OF DTSRST-RECORD.
002630     MOVE WS-KEY-DOW TO DTSRST-DAY-OF-WEEK OF DTSRST-RECORD.
002640     READ RST-FILE
002650         INVALID KEY
002660             MOVE 'N' TO WS-ON-FILE-SW
002670         NOT INVALID KEY
002680             SET WS-ON-FILE TO TRUE
002690     END-READ.
002700     IF NOT WS-ON-FILE
002710         PERFORM 5050-NEW-RECORD THRU 5050-EXIT
002720     END-IF.
002730 5000-EXIT.
002740     EXIT.
002750 5050-NEW-RECORD.
002760     MOVE SPACES TO DTSRST-RECORD.
002770     MOVE DTSRSTP-JOB-ID TO DTSRST-JOB-ID OF DTSRST-RECORD.
002780     MOVE DTSRSTP-SITE-ID TO DTSRST-SITE-ID OF DTSRST-RECORD.
002790     MOVE WS-KEY-DOW TO DTSRST-DAY-OF-WEEK OF DTSRST-RECORD.
002800     MOVE ZERO TO DTSRST-RUN-COUNT OF DTSRST-RECORD
002810         DTSRST-MEAN-SECS OF DTSRST-RECORD
002820         DTSRST-VARIANCE OF DTSRST-RECORD
002830         DTSRST-SPREAD-SECS OF DTSRST-RECORD
002840         DTSRST-HIGH-PCT-SECS OF DTSRST-RECORD
002850         DTSRST-SHORTEST-SECS OF DTSRST-RECORD
002860         DTSRST-LONGEST-SECS OF DTSRST-RECORD
002870         DTSRST-FIRST-RUN-DATE OF DTSRST-RECORD
002880         DTSRST-LAST-RUN-DATE OF DTSRST-RECORD
002890         DTSRST-LAST-ELAPSED-SECS OF DTSRST-RECORD
002900         DTSRST-CUR-MONTH-RUNS OF DTSRST-RECORD
002910         DTSRST-CUR-MONTH-TOTAL OF DTSRST-RECORD
002920         DTSRST-CUR-MONTH-WORST OF DTSRST-RECORD
002930         DTSRST-PRI-MONTH-RUNS OF DTSRST-RECORD
002940         DTSRST-PRI-MONTH-TOTAL OF DTSRST-RECORD
002950         DTSRST-PRI-MONTH-WORST OF DTSRST-RECORD
002960         DTSRST-LAST-UPDATE-DATE OF DTSRST-RECORD
002970         DTSRST-LAST-UPDATE-TIME OF DTSRST-RECORD
002980         DTSRST-RECENT-COUNT OF DTSRST-RECORD.
002990     MOVE 1 TO DTSRST-RECENT-NEXT OF DTSRST-RECORD.
003000     PERFORM 5060-CLEAR-RECENT THRU 5060-EXIT
003010         VARYING WS-I FROM 1 BY 1
003020         UNTIL WS-I > 30.
003030 5050-EXIT.
003040     EXIT.
003050 5060-CLEAR-RECENT.
003060     MOVE ZERO TO DTSRST-RECENT-SECS OF DTSRST-RECORD (WS-I).
003070 5060-EXIT.
003080     EXIT.
003090******************************************************************
003100*    5100-TAKE-FIGURES - HAND THE RECORD'S FIGURES BACK, UNLESS  *
003110*    A DAY-OF-WEEK RECORD ALREADY SUPPLIED THEM OR THIS IS A     *
003120*    DAY-OF- WEEK RECORD WITH TOO FEW RUNS TO SPEAK FOR ITS DAY. *
003130******************************************************************
003140 5100-TAKE-FIGURES.
003150     IF WS-FIGS-TAKEN
003160         GO TO 5100-EXIT
003170     END-IF.
003180     IF WS-KEY-DOW > ZERO
003190         AND DTSRST-RUN-COUNT OF DTSRST-RECORD < WS-MIN-DAY-RUNS
003200         GO TO 5100-EXIT
003210     END-IF.
003220     SET WS-FIGS-TAKEN TO TRUE.
003230     MOVE WS-KEY-DOW TO DTSRSTP-FIG-DAY-OF-WEEK.
003240     MOVE DTSRST-RUN-COUNT OF DTSRST-RECORD TO DTSRSTP-RUN-COUNT.
003250     COMPUTE DTSRSTP-MEAN-SECS ROUNDED =
003260         DTSRST-MEAN-SECS OF DTSRST-RECORD.
003270     COMPUTE DTSRSTP-SPREAD-SECS ROUNDED =
003280         DTSRST-SPREAD-SECS OF DTSRST-RECORD.
003290     MOVE DTSRST-HIGH-PCT-SECS OF DTSRST-RECORD
003300         TO DTSRSTP-HIGH-PCT-SECS.
003310     MOVE DTSRST-SHORTEST-SECS OF DTSRST-RECORD
003320         TO DTSRSTP-SHORTEST-SECS.
003330     MOVE DTSRST-LONGEST-SECS OF DTSRST-RECORD
003340         TO DTSRSTP-LONGEST-SECS.
003350     MOVE DTSRST-LAST-RUN-DATE OF DTSRST-RECORD
003360         TO DTSRSTP-LAST-RUN-DATE.
003370     MOVE DTSRST-CUR-MONTH OF DTSRST-RECORD TO DTSRSTP-CUR-MONTH.
003380     MOVE DTSRST-CUR-MONTH-RUNS OF DTSRST-RECORD
003390         TO DTSRSTP-CUR-MONTH-RUNS.
003400     MOVE DTSRST-CUR-MONTH-TOTAL OF DTSRST-RECORD
003410         TO DTSRSTP-CUR-MONTH-TOTAL.
003420     MOVE DTSRST-CUR-MONTH-WORST OF DTSRST-RECORD
003430         TO DTSRSTP-CUR-MONTH-WORST.
003440     MOVE DTSRST-PRI-MONTH OF DTSRST-RECORD TO DTSRSTP-PRI-MONTH.
003450     MOVE DTSRST-PRI-MONTH-RUNS OF DTSRST-RECORD
003460         TO DTSRSTP-PRI-MONTH-RUNS.
003470     MOVE DTSRST-PRI-MONTH-TOTAL OF DTSRST-RECORD
003480         TO DTSRSTP-PRI-MONTH-TOTAL.
003490     MOVE DTSRST-PRI-MONTH-WORST OF DTSRST-RECORD
003500         TO DTSRSTP-PRI-MONTH-WORST.
003510 5100-EXIT.
003520     EXIT.
003530******************************************************************
003540*    6000-FOLD-RUN - ADD THE RUN TO THE RECORD.  WITH N THE RUN  *
003550*    COUNT CAPPED AT THE HISTORY WEIGHT AND D THE RUN LESS THE   *
003560*    OLD MEAN: MEAN = MEAN + D / N AND VARIANCE = (N - 1) *      *
003570*    (VARIANCE + D * D / N) / N - THE EXACT RUNNING VARIANCE     *
003580*    WHILE N IS THE TRUE COUNT.                                  *
003590******************************************************************
003600 6000-FOLD-RUN.
003610     ADD 1 TO DTSRST-RUN-COUNT OF DTSRST-RECORD.
003620     IF DTSRST-RUN-COUNT OF DTSRST-RECORD > WS-HISTORY-WEIGHT
003630         MOVE WS-HISTORY-WEIGHT TO WS-WEIGHT
003640     ELSE
003650         MOVE DTSRST-RUN-COUNT OF DTSRST-RECORD TO WS-WEIGHT
003660     END-IF.
003670     COMPUTE WS-DELTA = DTSRSTP-ELAPSED-SECS
003680         - DTSRST-MEAN-SECS OF DTSRST-RECORD.
003690     COMPUTE DTSRST-MEAN-SECS OF DTSRST-RECORD ROUNDED =
003700         DTSRST-MEAN-SECS OF DTSRST-RECORD
003710         + (WS-DELTA / WS-WEIGHT).
003720     COMPUTE DTSRST-VARIANCE OF DTSRST-RECORD ROUNDED =
003730         (WS-WEIGHT - 1)
003740         * (DTSRST-VARIANCE OF DTSRST-RECORD
003750            + (WS-DELTA * WS-DELTA / WS-WEIGHT))
003760         / WS-WEIGHT.
003770     COMPUTE DTSRST-SPREAD-SECS OF DTSRST-RECORD ROUNDED =
003780         DTSRST-VARIANCE OF DTSRST-RECORD ** 0.5.
003790     IF DTSRST-RUN-COUNT OF DTSRST-RECORD = 1
003800         MOVE DTSRSTP-ELAPSED-SECS
003810             TO DTSRST-SHORTEST-SECS OF DTSRST-RECORD
003820             DTSRST-LONGEST-SECS OF DTSRST-RECORD
003830         MOVE DTSRSTP-RUN-DATE
003840             TO DTSRST-FIRST-RUN-DATE OF DTSRST-RECORD
003850     END-IF.
003860     IF DTSRSTP-ELAPSED-SECS <
003870         DTSRST-SHORTEST-SECS OF DTSRST-RECORD
003880         MOVE DTSRSTP-ELAPSED-SECS
003890             TO DTSRST-SHORTEST-SECS OF DTSRST-RECORD
003900     END-IF.
003910     IF DTSRSTP-ELAPSED-SECS >
003920         DTSRST-LONGEST-SECS OF DTSRST-RECORD
003930         MOVE DTSRSTP-ELAPSED-SECS
003940             TO DTSRST-LONGEST-SECS OF DTSRST-RECORD
003950     END-IF.
003960     IF DTSRSTP-RUN-DATE > DTSRST-LAST-RUN-DATE OF DTSRST-RECORD
003970         MOVE DTSRSTP-RUN-DATE
003980             TO DTSRST-LAST-RUN-DATE OF DTSRST-RECORD
003990     END-IF.
004000     MOVE DTSRSTP-ELAPSED-SECS
004010         TO DTSRST-LAST-ELAPSED-SECS OF DTSRST-RECORD.
004020     PERFORM 6100-ADD-TO-RING THRU 6100-EXIT.
004030     PERFORM 6200-HIGH-PERCENTILE THRU 6200-EXIT.
004040     PERFORM 6300-ROLL-MONTH THRU 6300-EXIT.
004050     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
004060     MOVE DTS100-CC-YYMMDD
004070         TO DTSRST-LAST-UPDATE-DATE OF DTSRST-RECORD.
004080     MOVE DTS100-HHMMSS
004090         TO DTSRST-LAST-UPDATE-TIME OF DTSRST-RECORD.
004100 6000-EXIT.
004110     EXIT.
004120 6100-ADD-TO-RING.
004130     IF DTSRST-RECENT-NEXT OF DTSRST-RECORD < 1
004140         OR DTSRST-RECENT-NEXT OF DTSRST-RECORD > 30
004150         MOVE 1 TO DTSRST-RECENT-NEXT OF DTSRST-RECORD
004160     END-IF.
004170     MOVE DTSRST-RECENT-NEXT OF DTSRST-RECORD TO WS-I.
004180     MOVE DTSRSTP-ELAPSED-SECS
004190         TO DTSRST-RECENT-SECS OF DTSRST-RECORD (WS-I).
004200     IF DTSRST-RECENT-COUNT OF DTSRST-RECORD < 30
004210         ADD 1 TO DTSRST-RECENT-COUNT OF DTSRST-RECORD
004220     END-IF.
004230     ADD 1 TO DTSRST-RECENT-NEXT OF DTSRST-RECORD.
004240     IF DTSRST-RECENT-NEXT OF DTSRST-RECORD > 30
004250         MOVE 1 TO DTSRST-RECENT-NEXT OF DTSRST-RECORD
004260     END-IF.
004270 6100-EXIT.
004280     EXIT.
004290******************************************************************
004300*    6200-HIGH-PERCENTILE - THE 90TH PERCENTILE OF THE RING: THE *
004310*    SMALLEST RECENT RUN THAT AT LEAST 90 PERCENT OF THE RECENT  *
004320*    RUNS (ROUNDED UP) DO NOT EXCEED.  THE RING IS AT MOST 30    *
004330*    LONG, SO A STRAIGHT COUNT PER ENTRY IS CHEAP ENOUGH.        *
004340******************************************************************
004350 6200-HIGH-PERCENTILE.
004360     COMPUTE WS-RANK =
004370         (DTSRST-RECENT-COUNT OF DTSRST-RECORD * 9 + 9) / 10.
004380     MOVE 9999999 TO WS-BEST-SECS.
004390     PERFORM 6250-TRY-ENTRY THRU 6250-EXIT
004400         VARYING WS-I FROM 1 BY 1
004410         UNTIL WS-I > DTSRST-RECENT-COUNT OF DTSRST-RECORD.
004420     MOVE WS-BEST-SECS TO DTSRST-HIGH-PCT-SECS OF DTSRST-RECORD.
004430 6200-EXIT.
004440     EXIT.
004450 6250-TRY-ENTRY.
004460     MOVE ZERO TO WS-AT-OR-BELOW.
004470     PERFORM 6260-COUNT-AT-OR-BELOW THRU 6260-EXIT
004480         VARYING WS-J FROM 1 BY 1
004490         UNTIL WS-J > DTSRST-RECENT-COUNT OF DTSRST-RECORD.
004500     IF WS-AT-OR-BELOW >= WS-RANK
004510         AND DTSRST-RECENT-SECS OF DTSRST-RECORD (WS-I)
004520             < WS-BEST-SECS
004530         MOVE DTSRST-RECENT-SECS OF DTSRST-RECORD (WS-I)
004540             TO WS-BEST-SECS
004550     END-IF.
004560 6250-EXIT.
004570     EXIT.
004580 6260-COUNT-AT-OR-BELOW.
004590     IF DTSRST-RECENT-SECS OF DTSRST-RECORD (WS-J)
004600         <= DTSRST-RECENT-SECS OF DTSRST-RECORD (WS-I)
004610         ADD 1 TO WS-AT-OR-BELOW
004620     END-IF.
004630 6260-EXIT.
004640     EXIT.
004650******************************************************************
004660*    6300-ROLL-MONTH - CALENDAR-MONTH TOTALS BY THE RUN'S        *
004670*    PROCESSING DATE.  A RUN IN A LATER MONTH PUSHES THE CURRENT *
004680*    MONTH DOWN TO PRIOR; A LATE-POSTED RUN FOR THE PRIOR MONTH  *
004690*    STILL COUNTS THERE; ANYTHING OLDER IS LEFT OUT OF THE MONTH *
004700*    TOTALS.                                                     *
004710******************************************************************
004720 6300-ROLL-MONTH.
004730     IF WS-RUN-MONTH = DTSRST-CUR-MONTH OF DTSRST-RECORD
004740         ADD 1 TO DTSRST-CUR-MONTH-RUNS OF DTSRST-RECORD
004750         ADD DTSRSTP-ELAPSED-SECS
004760             TO DTSRST-CUR-MONTH-TOTAL OF DTSRST-RECORD
004770         IF DTSRSTP-ELAPSED-SECS >
004780             DTSRST-CUR-MONTH-WORST OF DTSRST-RECORD
004790             MOVE DTSRSTP-ELAPSED-SECS
004800                 TO DTSRST-CUR-MONTH-WORST OF DTSRST-RECORD
004810         END-IF
004820         GO TO 6300-EXIT
004830     END-IF.
004840     IF DTSRST-CUR-MONTH OF DTSRST-RECORD = SPACES
004850         OR WS-RUN-MONTH > DTSRST-CUR-MONTH OF DTSRST-RECORD
004860         MOVE DTSRST-CUR-MONTH OF DTSRST-RECORD
004870             TO DTSRST-PRI-MONTH OF DTSRST-RECORD
004880         MOVE DTSRST-CUR-MONTH-RUNS OF DTSRST-RECORD
004890             TO DTSRST-PRI-MONTH-RUNS OF DTSRST-RECORD
004900         MOVE DTSRST-CUR-MONTH-TOTAL OF DTSRST-RECORD
004910             TO DTSRST-PRI-MONTH-TOTAL OF DTSRST-RECORD
004920         MOVE DTSRST-CUR-MONTH-WORST OF DTSRST-RECORD
004930             TO DTSRST-PRI-MONTH-WORST OF DTSRST-RECORD
004940         MOVE WS-RUN-MONTH TO DTSRST-CUR-MONTH OF DTSRST-RECORD
004950         MOVE 1 TO DTSRST-CUR-MONTH-RUNS OF DTSRST-RECORD
004960         MOVE DTSRSTP-ELAPSED-SECS
004970             TO DTSRST-CUR-MONTH-TOTAL OF DTSRST-RECORD
004980             DTSRST-CUR-MONTH-WORST OF DTSRST-RECORD
004990         GO TO 6300-EXIT
005000     END-IF.
005010     IF WS-RUN-MONTH = DTSRST-PRI-MONTH OF DTSRST-RECORD
005020         ADD 1 TO DTSRST-PRI-MONTH-RUNS OF DTSRST-RECORD
005030         ADD DTSRSTP-ELAPSED-SECS
005040             TO DTSRST-PRI-MONTH-TOTAL OF DTSRST-RECORD
005050         IF DTSRSTP-ELAPSED-SECS >
005060             DTSRST-PRI-MONTH-WORST OF DTSRST-RECORD
005070             MOVE DTSRSTP-ELAPSED-SECS
005080                 TO DTSRST-PRI-MONTH-WORST OF DTSRST-RECORD
005090         END-IF
005100     END-IF.
005110 6300-EXIT.
005120     EXIT.
005130******************************************************************
005140*    8000-CLOSE-MASTER - END OF JOB FOR A CALLER THAT POSTED.    *
005150******************************************************************
005160 8000-CLOSE-MASTER.
005170     IF WS-OPEN-INPUT OR WS-OPEN-UPDATE
005180         CLOSE RST-FILE
005190     END-IF.
005200     SET WS-NOT-OPEN TO TRUE.
005210 8000-EXIT.
005220     EXIT.
