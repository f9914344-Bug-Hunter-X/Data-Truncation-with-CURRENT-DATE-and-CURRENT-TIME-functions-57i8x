000100******************************************************************
000110*    DTSRSTP.CPY                                                 *
000120*    RUN-STATISTICS SERVICE PARAMETER AREA                       *
000130*                                                                *
000140*    CALL 'DTS620' USING DTSRSTP-PARM.  THE CALLER SETS THE      *
000150*    FUNCTION, JOB AND SITE.  U POSTS ONE MATCHED RUN: RUN-DATE  *
000160*    IS ITS PROCESSING DATE AND ELAPSED-SECS ITS ELAPSED TIME;   *
000170*    THE FIGURES HANDED BACK ARE THOSE BEFORE THE RUN WAS FOLDED *
000180*    IN, SO THE CALLER CAN JUDGE THE RUN AGAINST ITS OWN         *
000190*    HISTORY.  L LOOKS UP WITHOUT POSTING: A RUN-DATE PICKS THAT *
000200*    DATE'S DAY OF THE WEEK, ZERO ASKS FOR THE ALL-DAYS          *
000210*    FIGURES.  EITHER WAY THE DAY-OF-WEEK FIGURES ARE USED ONLY  *
000220*    WHEN THAT DAY HAS AT LEAST THE SERVICE'S MINIMUM RUN COUNT, *
000230*    OTHERWISE THE ALL-DAYS FIGURES COME BACK; FIG-DAY-OF-WEEK   *
000240*    SAYS WHICH (0 = ALL DAYS).  C CLOSES THE MASTER AT END OF   *
000250*    JOB.  STATUS 0 = FIGURES RETURNED, 4 = NO HISTORY FOR THE   *
000260*    JOB/SITE YET (FOR U THE RUN IS STILL POSTED), 8 = MASTER    *
000270*    UNAVAILABLE.                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    2026-10-15 JRM   INITIAL VERSION                            *
000310******************************************************************
000320 01  DTSRSTP-PARM.
000330     05  DTSRSTP-FUNCTION         PIC X(01).
000340         88  DTSRSTP-UPDATE       VALUE 'U'.
000350         88  DTSRSTP-LOOKUP       VALUE 'L'.
000360         88  DTSRSTP-CLOSE        VALUE 'C'.
000370     05  DTSRSTP-JOB-ID           PIC X(08).
000380     05  DTSRSTP-SITE-ID          PIC X(04).
000390     05  DTSRSTP-RUN-DATE         PIC 9(08).
000400     05  DTSRSTP-ELAPSED-SECS     PIC 9(07).
000410*    DAY OF THE WEEK OF RUN-DATE (1-7), ZERO WHEN NO DATE GIVEN.
000420     05  DTSRSTP-RUN-DAY-OF-WEEK  PIC 9(01).
000430     05  DTSRSTP-FIGURES.
000440         10  DTSRSTP-FIG-DAY-OF-WEEK PIC 9(01).
000450         10  DTSRSTP-RUN-COUNT    PIC 9(07).
000460         10  DTSRSTP-MEAN-SECS    PIC 9(07).
000470         10  DTSRSTP-SPREAD-SECS  PIC 9(07).
000480         10  DTSRSTP-HIGH-PCT-SECS PIC 9(07).
000490         10  DTSRSTP-SHORTEST-SECS PIC 9(07).
000500         10  DTSRSTP-LONGEST-SECS PIC 9(07).
000510         10  DTSRSTP-LAST-RUN-DATE PIC 9(08).
000520         10  DTSRSTP-CUR-MONTH    PIC X(06).
000530         10  DTSRSTP-CUR-MONTH-RUNS PIC 9(05).
000540         10  DTSRSTP-CUR-MONTH-TOTAL PIC 9(09).
000550         10  DTSRSTP-CUR-MONTH-WORST PIC 9(07).
000560         10  DTSRSTP-PRI-MONTH    PIC X(06).
000570         10  DTSRSTP-PRI-MONTH-RUNS PIC 9(05).
000580         10  DTSRSTP-PRI-MONTH-TOTAL PIC 9(09).
000590         10  DTSRSTP-PRI-MONTH-WORST PIC 9(07).
000600     05  DTSRSTP-STATUS           PIC X(01).
000610         88  DTSRSTP-OK           VALUE '0'.
000620         88  DTSRSTP-NO-HISTORY   VALUE '4'.
000630         88  DTSRSTP-UNAVAILABLE  VALUE '8'.
