000100******************************************************************
000200*    DTSONC.CPY                                                  *
000300*    ON-CALL ROSTER TABLE RECORD                                 *
000400*                                                                *
000500*    ONE ENTRY PER JOB GROUP, SITE AND SHIFT NAMING WHO IS       *
000600*    PAGED FOR THE GROUP'S JOBS DURING THAT SHIFT - A PRIMARY    *
000700*    CONTACT FOR THE FIRST PAGE AND A SECONDARY CONTACT FOR AN   *
000800*    ESCALATION.  A JOB GROUP IS A LEADING PORTION OF THE JOB    *
000900*    NAME (PAY COVERS PAYDAILY, PAYWEEK AND SO ON); THE          *
001000*    LONGEST GROUP THAT MATCHES A JOB WINS, AND A GROUP OF '*'   *
001100*    IS THE SITE'S CATCH-ALL.  THE SHIFT RUNS FROM SHIFT-START   *
001200*    UP TO BUT NOT INCLUDING SHIFT-END, LOCAL TIME HHMM; AN END  *
001300*    EARLIER THAN THE START IS AN OVERNIGHT SHIFT, AND AN END    *
001400*    EQUAL TO THE START COVERS THE WHOLE DAY.  MAINTAINED VIA    *
001500*    THE DTS480 SCREEN AND LOOKED UP THROUGH THE DTS660          *
001600*    SERVICE, WHICH DTS600 CALLS FOR EVERY PAGE IT FEEDS.        *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-15 JRM   INITIAL VERSION                            *
002000******************************************************************
002100 01  DTSONC-RECORD.
002200     05  DTSONC-KEY.
002300         10  DTSONC-JOB-GROUP     PIC X(08).
002400         10  DTSONC-SITE-ID       PIC X(04).
002500         10  DTSONC-SHIFT-START   PIC 9(04).
002600     05  DTSONC-SHIFT-END         PIC 9(04).
002700     05  DTSONC-PRI-CONTACT       PIC X(12).
002800     05  DTSONC-PRI-PAGER         PIC X(10).
002900     05  DTSONC-SEC-CONTACT       PIC X(12).
003000     05  DTSONC-SEC-PAGER         PIC X(10).
003100     05  DTSONC-LAST-MAINT-DATE   PIC 9(08).
003200     05  DTSONC-LAST-MAINT-USER   PIC X(08).
