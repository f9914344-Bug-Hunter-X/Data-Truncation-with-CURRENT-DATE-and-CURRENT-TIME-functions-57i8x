001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-08-09 JRM   INITIAL VERSION                            *
001910*    2026-10-15 JRM   NAME THE ON-CALL CONTACT ON EVERY FEED     *
001920*                     RECORD - LOOKED UP THROUGH DTS660 BY JOB,  *
001930*                     SITE AND STAMP TIME - AFTER THE SITE       *
001940*                     COLUMN: CONTACT (45-56), PAGER (58-67) AND *
001950*                     P(RIMARY)/S(ECONDARY) (69).  AN ESCALATE   *
001960*                     EVENT GOES TO THE SECONDARY CONTACT.       *
001970*    2026-10-15 JRM   AN IMPACT NOTICE FROM DTS690 ALSO CARRIES  *
001980*                     ITS DOWNSTREAM COUNTS - 'IMPACT BLK=NNNN   *
001990*                     DL=NNNN' (71-93): JOBS NOW REFUSED, AND    *
001995*                     THOSE OF THEM WITH A LATEST-STOP DEADLINE. *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003600 77  WS-FEED-STATUS               PIC X(02) VALUE SPACES.
003700 77  WS-RC-EDIT                   PIC -(3)9.
003800 01  WS-SEVERITY                  PIC X(08).
003810 01  WS-CONTACT                   PIC X(12).
003820 COPY DTSONCP.
003900 LINKAGE SECTION.
004000 COPY DTSAUD REPLACING ==DTSAUD-RECORD== BY ==LK-AUDIT-AREA==.
004100 01  LK-RETURN-CODE               PIC S9(04) COMP.
004200 PROCEDURE DIVISION USING LK-AUDIT-AREA, LK-RETURN-CODE.
004300 0000-MAINLINE.
004350     PERFORM 1500-FIND-CONTACT THRU 1500-EXIT.
004400     PERFORM 1000-BUILD-FEED-RECORD THRU 1000-EXIT.
004500     PERFORM 2000-SEND-FEED THRU 2000-EXIT.
004600     GOBACK.
007300         WS-SEVERITY                     DELIMITED BY SIZE
007400         ' '                             DELIMITED BY SIZE
007500         DTSAUD-SITE-ID OF LK-AUDIT-AREA    DELIMITED BY SIZE
007510         ' '                             DELIMITED BY SIZE
007520         WS-CONTACT                      DELIMITED BY SIZE
007530         ' '                             DELIMITED BY SIZE
007540         DTSONCP-PAGER                   DELIMITED BY SIZE
007550         ' '                             DELIMITED BY SIZE
007560         DTSONCP-ROLE                    DELIMITED BY SIZE
007600         INTO FEED-RECORD-OUT
007700     END-STRING.
007710     IF DTSAUD-EVT-IMPACT OF LK-AUDIT-AREA
007720         STRING 'IMPACT BLK='              DELIMITED BY SIZE
007730             DTSAUD-IMPACT-BLOCKED OF LK-AUDIT-AREA
007740                                         DELIMITED BY SIZE
007750             ' DL='                      DELIMITED BY SIZE
007760             DTSAUD-IMPACT-DEADLINES OF LK-AUDIT-AREA
007770                                         DELIMITED BY SIZE
007780             INTO FEED-RECORD-OUT (71:30)
007790         END-STRING
007795     END-IF.
007800 1000-EXIT.
007900     EXIT.
007904******************************************************************
007908*    1500-FIND-CONTACT - ASK THE ROSTER SERVICE WHO IS ON CALL   *
007912*    FOR THIS JOB AT THE STAMP TIME.  A RE-PAGE FROM THE         *
007916*    ESCALATION SWEEP GOES TO THE SHIFT'S SECONDARY CONTACT.     *
007920******************************************************************
007924 1500-FIND-CONTACT.
007928     MOVE DTSAUD-JOB-ID OF LK-AUDIT-AREA TO DTSONCP-JOB-ID.
007932     MOVE DTSAUD-SITE-ID OF LK-AUDIT-AREA TO DTSONCP-SITE-ID.
007936     MOVE DTSAUD-RUN-TIME OF LK-AUDIT-AREA TO DTSONCP-STAMP-TIME.
007940     IF DTSAUD-EVENT-TYPE OF LK-AUDIT-AREA = 'ESCALATE'
007944         MOVE 'Y' TO DTSONCP-ESCALATE-SW
007948     ELSE
007952         MOVE 'N' TO DTSONCP-ESCALATE-SW
007956     END-IF.
007960     CALL 'DTS660' USING DTSONCP-PARM.
007964     IF DTSONCP-OK
007968         MOVE DTSONCP-CONTACT TO WS-CONTACT
007972     ELSE
007976         MOVE 'UNASSIGNED' TO WS-CONTACT
007980     END-IF.
007984 1500-EXIT.
007988     EXIT.
008000******************************************************************
008100*    2000-SEND-FEED - APPEND TO THE MONITORING FEED, CREATING IT *
008200*    ON THE VERY FIRST CALL.                                     *
