000100******************************************************************
000200*    DTSBLK.CPY                                                  *
000300*    PLANNED-OUTAGE BLACKOUT WINDOW TABLE RECORD                 *
000400*                                                                *
000500*    ONE ENTRY PER DECLARED OUTAGE AT A SITE - AN IPL, A         *
000600*    STORAGE MIGRATION, A DR TEST - GIVING THE DATE, THE FROM    *
000700*    AND TO TIMES (SITE-LOCAL HHMM, THE SAME CLOCK AS THE        *
000800*    SCHEDULE WINDOWS), THE REASON, AND WHO APPROVED IT.  A TO   *
000900*    TIME EARLIER THAN THE FROM TIME RUNS PAST MIDNIGHT INTO     *
001000*    THE NEXT DAY.  THE WINDOW COVERS FROM-TIME UP TO BUT NOT    *
001100*    INCLUDING TO-TIME.  THE PROCESSING CALENDAR ONLY KNOWS      *
001200*    WHOLE DAYS; THIS TABLE COVERS THE HOURS IN BETWEEN.         *
001300*    WHILE A WINDOW IS IN FORCE THE MISSED-RUN SWEEP, THE SLA    *
001400*    PAGES AND THE CYCLE CLOSE-OUT EXCUSE THE JOBS IT TOUCHES    *
001500*    INSTEAD OF PAGING OR HOLDING ON THEM.  MAINTAINED VIA THE   *
001600*    DTS490 SCREEN AND CHECKED THROUGH THE DTS670 SERVICE.       *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15 JRM   INITIAL VERSION                            *
002000******************************************************************
002100 01  DTSBLK-RECORD.
002200     05  DTSBLK-KEY.
002300         10  DTSBLK-SITE-ID       PIC X(04).
002400         10  DTSBLK-BLK-DATE      PIC 9(08).
002500         10  DTSBLK-FROM-TIME     PIC 9(04).
002600     05  DTSBLK-TO-TIME           PIC 9(04).
002700     05  DTSBLK-REASON            PIC X(30).
002800     05  DTSBLK-APPROVER          PIC X(08).
002900     05  DTSBLK-LAST-MAINT-DATE   PIC 9(08).
003000     05  DTSBLK-LAST-MAINT-USER   PIC X(08).
003100     05  FILLER                   PIC X(06).
