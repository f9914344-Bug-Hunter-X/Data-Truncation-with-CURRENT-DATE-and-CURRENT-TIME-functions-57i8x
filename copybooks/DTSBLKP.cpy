000100******************************************************************
000200*    DTSBLKP.CPY                                                 *
000300*    BLACKOUT WINDOW CHECK SERVICE PARAMETER AREA                *
000400*                                                                *
000500*    CALL 'DTS670' USING DTSBLKP-PARM.  THE CALLER SUPPLIES THE  *
000600*    SITE, A DATE, AND A FROM/TO TIME RANGE (SITE-LOCAL HHMM)    *
000700*    ON THAT DATE - A JOB'S SCHEDULE WINDOW, OR A RUN'S START    *
000800*    AND STOP.  A TO TIME EARLIER THAN THE FROM TIME RUNS INTO   *
000900*    THE NEXT DAY; FROM = TO ASKS ABOUT A SINGLE MOMENT.  THE    *
001000*    SERVICE LOOKS FOR A DECLARED BLACKOUT WINDOW AT THE SITE    *
001100*    OVERLAPPING THE RANGE - INCLUDING A WINDOW OPENED THE DAY   *
001200*    BEFORE THAT RUNS PAST MIDNIGHT - AND HANDS BACK THE FIRST   *
001300*    ONE FOUND.  STATUS 0 = THE RANGE FALLS IN A WINDOW, 4 = NO  *
001400*    WINDOW TOUCHES IT, 8 = NO BLACKOUT TABLE ON FILE.           *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 JRM   INITIAL VERSION                            *
001800******************************************************************
001900 01  DTSBLKP-PARM.
002000     05  DTSBLKP-SITE-ID          PIC X(04).
002100     05  DTSBLKP-CHECK-DATE       PIC 9(08).
002200     05  DTSBLKP-FROM-HHMM        PIC 9(04).
002300     05  DTSBLKP-TO-HHMM          PIC 9(04).
002400     05  DTSBLKP-BLK-DATE         PIC 9(08).
002500     05  DTSBLKP-BLK-FROM         PIC 9(04).
002600     05  DTSBLKP-BLK-TO           PIC 9(04).
002700     05  DTSBLKP-REASON           PIC X(30).
002800     05  DTSBLKP-APPROVER         PIC X(08).
002900     05  DTSBLKP-STATUS           PIC X(01).
003000         88  DTSBLKP-IN-BLACKOUT  VALUE '0'.
003100         88  DTSBLKP-CLEAR        VALUE '4'.
003200         88  DTSBLKP-NO-TABLE     VALUE '8'.
