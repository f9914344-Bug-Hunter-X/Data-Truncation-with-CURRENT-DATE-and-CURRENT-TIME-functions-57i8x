000100******************************************************************
000200*    DTSXRF.CPY                                                  *
000300*    EXTERNAL SCHEDULER CROSS-REFERENCE TABLE RECORD             *
000400*                                                                *
000500*    ONE ENTRY PER JOB NAME AND HOST AS THE DISTRIBUTED          *
000600*    SCHEDULER EXPORTS THEM, NAMING THE JOB-ID AND SITE-ID THE   *
000700*    RUN IS RECORDED UNDER ON THE AUDIT MASTER.  A HOST OF '*'   *
000800*    COVERS THE JOB ON ANY HOST NOT GIVEN AN ENTRY OF ITS OWN.   *
000900*    AN INACTIVE ENTRY IS KEPT FOR THE RECORD BUT NOT IMPORTED.  *
001000*    MAINTAINED VIA THE DTS495 SCREEN AND READ BY THE DTS540     *
001100*    IMPORT.  80 BYTES SO WHOLE-RECORD JOURNAL IMAGES FIT.       *
001200*    MODIFICATION HISTORY                                        *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-15 JRM   INITIAL VERSION                            *
001500******************************************************************
001600 01  DTSXRF-RECORD.
001700     05  DTSXRF-KEY.
001800         10  DTSXRF-FOREIGN-JOB   PIC X(24).
001900         10  DTSXRF-FOREIGN-HOST  PIC X(16).
002000     05  DTSXRF-JOB-ID            PIC X(08).
002100     05  DTSXRF-SITE-ID           PIC X(04).
002200     05  DTSXRF-ACTIVE-SW         PIC X(01).
002300         88  DTSXRF-ACTIVE        VALUE 'Y'.
002400     05  DTSXRF-LAST-MAINT-DATE   PIC 9(08).
002500     05  DTSXRF-LAST-MAINT-USER   PIC X(08).
002600     05  FILLER                   PIC X(11).
