000100******************************************************************
000200*    DTSEXC.CPY                                                  *
000300*    PLANNED-OUTAGE EXCUSED-ITEM LOG RECORD                      *
000400*                                                                *
000500*    ONE LINE APPENDED TO THE EXCUSED-ITEM LOG (DD EXCLOG) EACH  *
000600*    TIME A SWEEP HOLDS BACK A PAGE BECAUSE THE JOB FELL INSIDE  *
000700*    A DECLARED BLACKOUT WINDOW - A MISSED RUN FROM DTS700, A    *
000800*    PROJECTED SLA MISS FROM DTS310, AN SLA BREACH FROM DTS300.  *
000900*    ITEM-DATE IS THE DAY THE ITEM BELONGS TO (THE SITE-LOCAL    *
001000*    DUE DATE, THE RUN'S START DATE, OR THE PROCESSING DATE).    *
001100*    THE DTS710 TURNOVER PAGE LISTS THESE UNDER ITS EXCUSED -    *
001200*    PLANNED OUTAGE SECTION SO NOTHING IS SILENTLY DROPPED.  A   *
001300*    SWEEP THAT RUNS MORE THAN ONCE A NIGHT MAY LOG THE SAME     *
001400*    ITEM AGAIN; READERS LIST EACH SITE/JOB/EVENT ONCE.          *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 JRM   INITIAL VERSION                            *
001800******************************************************************
001900 01  DTSEXC-RECORD.
002000     05  DTSEXC-SITE-ID           PIC X(04).
002100     05  DTSEXC-JOB-ID            PIC X(08).
002200     05  DTSEXC-ITEM-DATE         PIC 9(08).
002300     05  DTSEXC-LOGGED-TIME       PIC 9(06).
002400*    MISSED, SLAPROJ OR SLABRCH - THE PAGE THAT WAS HELD BACK.
002500     05  DTSEXC-EVENT-TYPE        PIC X(08).
002600     05  DTSEXC-SOURCE-PGM        PIC X(08).
002700     05  DTSEXC-BLK-DATE          PIC 9(08).
002800     05  DTSEXC-BLK-FROM          PIC 9(04).
002900     05  DTSEXC-BLK-TO            PIC 9(04).
003000     05  DTSEXC-REASON            PIC X(30).
003100     05  DTSEXC-APPROVER          PIC X(08).
003200     05  FILLER                   PIC X(04).
