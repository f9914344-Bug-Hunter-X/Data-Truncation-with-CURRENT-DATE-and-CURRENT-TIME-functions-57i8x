000100******************************************************************
000110*    DTSRST.CPY                                                  *
000120*    RUN-STATISTICS MASTER RECORD                                *
000130*                                                                *
000140*    ELAPSED-TIME HISTORY FOR A JOB AT A SITE, KEPT ON THE KEYED *
000150*    RUN-STATISTICS MASTER (DD RUNSTAT).  EACH JOB/SITE HAS ONE  *
000160*    RECORD PER DAY OF THE WEEK IT HAS RUN ON (1 = MONDAY        *
000170*    THROUGH 7 = SUNDAY, THE SAME SLOTS AS THE SCHEDULE'S        *
000180*    RUN-DAY FLAGS) AND ONE ALL-DAYS RECORD (DAY 0) THAT EVERY   *
000190*    RUN ALSO FEEDS.  THE DAY IS THAT OF THE RUN'S PROCESSING    *
000200*    DATE.  POSTED ONLY THROUGH THE DTS620 SERVICE AS DTS300     *
000210*    MATCHES EACH START/STOP PAIR, AND READ THROUGH IT BY THE    *
000220*    SWEEPS AND REPORTS.                                         *
000230*                                                                *
000240*    THE MEAN AND VARIANCE ARE CARRIED INCREMENTALLY.  ONCE A    *
000250*    RECORD HOLDS MORE RUNS THAN THE SERVICE'S HISTORY WEIGHT,   *
000260*    OLDER RUNS FADE OUT GEOMETRICALLY, SO A JOB THAT HAS GOTTEN *
000270*    PERMANENTLY SLOWER STOPS LOOKING ABNORMAL AFTER A FEW       *
000280*    WEEKS.  THE HIGH PERCENTILE IS TAKEN OVER THE MOST RECENT   *
000290*    RUNS HELD IN THE RING AT THE END OF THE RECORD.  SHORTEST   *
000300*    AND LONGEST ARE FOR ALL TIME.                               *
000310*    MODIFICATION HISTORY                                        *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-10-15 JRM   INITIAL VERSION                            *
000340******************************************************************
000350 01  DTSRST-RECORD.
000360     05  DTSRST-KEY.
000370         10  DTSRST-JOB-ID        PIC X(08).
000380         10  DTSRST-SITE-ID       PIC X(04).
000390         10  DTSRST-DAY-OF-WEEK   PIC 9(01).
000400             88  DTSRST-ALL-DAYS  VALUE 0.
000410     05  DTSRST-RUN-COUNT         PIC 9(07).
000420     05  DTSRST-MEAN-SECS         PIC 9(07)V99.
000430*    VARIANCE IN SECONDS SQUARED; THE SPREAD IS ITS SQUARE ROOT
000440*    (THE STANDARD DEVIATION).
000450     05  DTSRST-VARIANCE          PIC 9(11)V99.
000460     05  DTSRST-SPREAD-SECS       PIC 9(07)V99.
000470*    90TH PERCENTILE OF THE RUNS IN THE RECENT-RUN RING.
000480     05  DTSRST-HIGH-PCT-SECS     PIC 9(07).
000490     05  DTSRST-SHORTEST-SECS     PIC 9(07).
000500     05  DTSRST-LONGEST-SECS      PIC 9(07).
000510     05  DTSRST-FIRST-RUN-DATE    PIC 9(08).
000520     05  DTSRST-LAST-RUN-DATE     PIC 9(08).
000530     05  DTSRST-LAST-ELAPSED-SECS PIC 9(07).
000540*    CALENDAR-MONTH TOTALS (CCYYMM) FOR THE MONTHLY SCORECARD -
000550*    THE MONTH OF THE LATEST RUN AND THE MONTH BEFORE IT.
000560     05  DTSRST-CUR-MONTH         PIC X(06).
000570     05  DTSRST-CUR-MONTH-RUNS    PIC 9(05).
000580     05  DTSRST-CUR-MONTH-TOTAL   PIC 9(09).
000590     05  DTSRST-CUR-MONTH-WORST   PIC 9(07).
000600     05  DTSRST-PRI-MONTH         PIC X(06).
000610     05  DTSRST-PRI-MONTH-RUNS    PIC 9(05).
000620     05  DTSRST-PRI-MONTH-TOTAL   PIC 9(09).
000630     05  DTSRST-PRI-MONTH-WORST   PIC 9(07).
000640     05  DTSRST-LAST-UPDATE-DATE  PIC 9(08).
000650     05  DTSRST-LAST-UPDATE-TIME  PIC 9(06).
000660*    RING OF THE MOST RECENT ELAPSED TIMES; NEXT IS THE SLOT THE
000670*    NEXT RUN OVERWRITES.
000680     05  DTSRST-RECENT-COUNT      PIC 9(02).
000690     05  DTSRST-RECENT-NEXT       PIC 9(02).
000700     05  DTSRST-RECENT-SECS       PIC 9(07) OCCURS 30 TIMES.
000710     05  FILLER                   PIC X(20).
