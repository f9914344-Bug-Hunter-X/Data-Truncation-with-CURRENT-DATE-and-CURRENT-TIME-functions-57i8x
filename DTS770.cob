000300*                                                                *
000310*    WHERE A CHAIN FORKS, THE WALK FOLLOWS THE PREDECESSOR       *
000320*    WITH THE LATEST STOP - THE ONE THAT ACTUALLY HELD THE       *
000330*    SUCCESSOR UP.  EVENTS ARE SELECTED BY THE PROCESSING DATE   *
000340*    STAMPED ON THEM, SO A RUN THAT WRAPS PAST MIDNIGHT STILL    *
000350*    CLOSES ITS CHAIN; ITS SECONDS COUNT ON FROM THE PROCESSING  *
000352*    DATE'S MIDNIGHT SO THE WINDOW END AND SLACK STAY IN ORDER.  *
000360*                                                                *
000370*    MODIFICATION HISTORY                                        *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-09-02 JRM   INITIAL VERSION                            *
000392*    2026-10-15 JRM   SELECT STAMPS BY THE PROCESSING DATE ON    *
000394*                     THE AUDIT MASTER AND COUNT AFTER-MIDNIGHT  *
000396*                     STAMPS PAST 86400 SECONDS - A WRAPPED RUN  *
000398*                     NO LONGER SHOWS AS STILL OPEN.             *
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
001330     05  WS-SLACK-SECS            PIC S9(07) COMP-3 VALUE ZERO.
001340     05  WS-GAP-SECS              PIC S9(07) COMP-3 VALUE ZERO.
001350     05  WS-SECS-EDIT             PIC -(6)9.
001352*    WHOLE DAYS BETWEEN THE PROCESSING DATE AND THE STAMP'S OWN
001354*    RUN DATE, IN SECONDS.
001356     05  WS-DAY-SECS              PIC S9(07) COMP-3 VALUE ZERO.
001360 01  WS-TM-TIME.
001370     05  WS-TM-HH                 PIC 9(02).
001380     05  WS-TM-MN                 PIC 9(02).
003170     MOVE WS-JT-JOB-ID (WS-JT-SUB)
003180         TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
003190     MOVE WS-SEL-SITE TO DTSAMST-SITE-ID OF DTSAMST-RECORD.
003200     MOVE 99999999 TO DTSAMST-RUN-DATE OF DTSAMST-RECORD.
003210     MOVE 999999 TO DTSAMST-RUN-TIME OF DTSAMST-RECORD.
003220     MOVE 99     TO DTSAMST-HUND OF DTSAMST-RECORD.
003230     MOVE 'N' TO WS-AMST-DONE-SW.
003240     START AUDIT-MST KEY IS LESS THAN
003250         DTSAMST-KEY OF DTSAMST-RECORD
003260         INVALID KEY
003270             SET WS-AMST-DONE TO TRUE
003410     IF DTSAMST-JOB-ID OF DTSAMST-RECORD
003420         NOT = WS-JT-JOB-ID (WS-JT-SUB)
003430         OR DTSAMST-SITE-ID OF DTSAMST-RECORD NOT = WS-SEL-SITE
003440         OR DTSAMST-PROC-DATE OF DTSAMST-RECORD < WS-PROC-DATE
003450         SET WS-AMST-DONE TO TRUE
003460         GO TO 3200-EXIT
003470     END-IF.
003471     IF DTSAMST-PROC-DATE OF DTSAMST-RECORD > WS-PROC-DATE
003472         GO TO 3200-EXIT
003473     END-IF.
003474     COMPUTE WS-DAY-SECS =
003475         (FUNCTION INTEGER-OF-DATE
003476             (DTSAMST-RUN-DATE OF DTSAMST-RECORD)
003477         - FUNCTION INTEGER-OF-DATE (WS-PROC-DATE)) * 86400.
003480     IF (DTSAMST-EVT-STOP OF DTSAMST-RECORD
003490         OR DTSAMST-EVT-CANCEL OF DTSAMST-RECORD)
003500         AND NOT WS-JT-STOP-FND (WS-JT-SUB)
003520         MOVE DTSAMST-RUN-TIME OF DTSAMST-RECORD
003530             TO WS-JT-STOP-TIME (WS-JT-SUB)
003540         MOVE DTSAMST-RUN-TIME OF DTSAMST-RECORD TO WS-TM-TIME
003550         COMPUTE WS-JT-STOP-SECS (WS-JT-SUB) = WS-DAY-SECS +
003560             (WS-TM-HH * 3600) + (WS-TM-MN * 60) + WS-TM-SS
003570     END-IF.
003580     IF (DTSAMST-EVT-START OF DTSAMST-RECORD
003610         MOVE DTSAMST-RUN-TIME OF DTSAMST-RECORD
003620             TO WS-JT-START-TIME (WS-JT-SUB)
003630         MOVE DTSAMST-RUN-TIME OF DTSAMST-RECORD TO WS-TM-TIME
003640         COMPUTE WS-JT-START-SECS (WS-JT-SUB) = WS-DAY-SECS +
003650             (WS-TM-HH * 3600) + (WS-TM-MN * 60) + WS-TM-SS
003660     END-IF.
003670     IF WS-JT-START-FND (WS-JT-SUB)
