000100******************************************************************
000200*    DTSIMPP.CPY                                                 *
000300*    DOWNSTREAM IMPACT NOTICE SERVICE PARAMETER AREA             *
000400*                                                                *
000500*    CALL 'DTS690' USING DTSIMPP-PARM.  THE CALLER SUPPLIES THE  *
000600*    JOB, THE SITE IT IS RECORDED UNDER, THE FAILURE EVENT       *
000700*    (ABEND, PREDFAIL OR CYCHOLD) WITH ITS STAMP AND RETURN      *
000800*    CODE, THE PROCESSING DATE AND ITS OWN PROGRAM NAME.  THE    *
000900*    SERVICE EXPANDS EVERY JOB DOWNSTREAM OF IT IN THE SITE'S    *
001000*    PREDECESSOR CHAINS, PRINTS THE IMPACT REPORT, SENDS ONE     *
001100*    IMPACT RECORD TO THE MONITORING FEED AND HANDS BACK THE     *
001200*    COUNTS.  STATUS 0 = NOTICE SENT, 4 = NOTHING REGISTERED     *
001300*    DOWNSTREAM (REPORTED, NOT FED), 8 = NO PREDECESSOR TABLE ON *
001400*    FILE (NO NOTICE).                                           *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 JRM   INITIAL VERSION                            *
001800******************************************************************
001900 01  DTSIMPP-PARM.
002000     05  DTSIMPP-JOB-ID           PIC X(08).
002100     05  DTSIMPP-SITE-ID          PIC X(04).
002200     05  DTSIMPP-EVENT-TYPE       PIC X(08).
002300     05  DTSIMPP-RUN-DATE         PIC 9(08).
002400     05  DTSIMPP-RUN-TIME         PIC 9(06).
002500     05  DTSIMPP-HUNDREDTHS       PIC 9(02).
002600     05  DTSIMPP-GMT-OFFSET       PIC X(05).
002700     05  DTSIMPP-RETURN-CODE      PIC S9(04) COMP.
002800     05  DTSIMPP-PROC-DATE        PIC 9(08).
002900     05  DTSIMPP-CALLER           PIC X(08).
003000*    RETURNED - JOBS NOW REFUSED DOWNSTREAM, AND HOW MANY OF THEM
003100*    CARRY A LATEST-STOP DEADLINE ON THE SLA TABLE.
003200     05  DTSIMPP-BLOCKED-COUNT    PIC 9(04).
003300     05  DTSIMPP-DEADLINE-COUNT   PIC 9(04).
003400     05  DTSIMPP-STATUS           PIC X(01).
003500         88  DTSIMPP-OK           VALUE '0'.
003600         88  DTSIMPP-NONE-BLOCKED VALUE '4'.
003700         88  DTSIMPP-NO-PREDS     VALUE '8'.
