000390*                     SEEN-TABLE OVERFLOW NOW SKIPS THE RECORD   *
000400*                     WITH A WARNING INSTEAD OF TREATING IT AS   *
000410*                     UNSEEN.                                    *
000412*    2026-10-15 JRM   SHOW THE ON-CALL CONTACT DTS600 NAMED ON   *
000414*                     EACH UNACKNOWLEDGED PAGE, AND THE          *
000416*                     SECONDARY CONTACT (FROM DTS660) EACH       *
000418*                     ESCALATION IS ROUTED TO.                   *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000950         88  WS-FP-IS-CRITICAL    VALUE 'CRITICAL'.
000960     05  FILLER                   PIC X(01).
000970     05  WS-FP-SITE-ID            PIC X(04).
000971     05  FILLER                   PIC X(01).
000972     05  WS-FP-CONTACT            PIC X(12).
000973     05  FILLER                   PIC X(01).
000974     05  WS-FP-PAGER              PIC X(10).
000975     05  FILLER                   PIC X(01).
000976     05  WS-FP-ROLE               PIC X(01).
000980     05  FILLER                   PIC X(31).
000990*    PARSE TEMPLATE FOR THE OPS CONSOLE'S ACKNOWLEDGMENT LINE.
001000 01  WS-ACK-PARSE.
001010     05  WS-AK-JOB-ID             PIC X(08).
001120         10  WS-AK-ACK-HH         PIC 9(02).
001130         10  WS-AK-ACK-MN         PIC 9(02).
001140         10  WS-AK-ACK-SS         PIC 9(02).
001143*    ROSTER LOOKUP AREA FOR NAMING THE ESCALATION CONTACT.
001146 COPY DTSONCP.
001150*    ACKNOWLEDGMENTS LOADED UP FRONT FOR THE MATCHING PASS.
001160 01  WS-ACK-TABLE.
001170     05  WS-AKT-COUNT             PIC S9(04) COMP VALUE ZERO.
004090     IF WS-LATENCY-MINS > WS-ESCAL-MINS
004100         PERFORM 5500-QUEUE-RE-PAGE THRU 5500-EXIT
004110         IF WS-RP-QUEUED
004115             PERFORM 5600-FIND-SECONDARY THRU 5600-EXIT
004120             STRING 'REPAGED JOB=' DELIMITED BY SIZE
004130                 WS-FP-JOB-ID         DELIMITED BY SIZE
004140                 ' STAMP=' DELIMITED BY SIZE
004170                 WS-FP-RUN-TIME       DELIMITED BY SIZE
004180                 ' UNACKNOWLEDGED FOR ' DELIMITED BY SIZE
004190                 WS-LATENCY-EDIT      DELIMITED BY SIZE
004200                 ' MINUTES - ESCALATED TO ' DELIMITED BY SIZE
004205                 DTSONCP-CONTACT      DELIMITED BY SIZE
004210                 INTO ACK-RECORD-OUT
004220             END-STRING
004230         ELSE
004270                 WS-FP-RUN-DATE       DELIMITED BY SIZE
004280                 '-' DELIMITED BY SIZE
004290                 WS-FP-RUN-TIME       DELIMITED BY SIZE
004293                 ' PAGED ' DELIMITED BY SIZE
004296                 WS-FP-CONTACT        DELIMITED BY SIZE
004300                 ' RE-PAGE TABLE FULL - DEFERRED TO NEXT '
004310                     DELIMITED BY SIZE
004320                 'SWEEP' DELIMITED BY SIZE
004400             WS-FP-RUN-DATE       DELIMITED BY SIZE
004410             '-' DELIMITED BY SIZE
004420             WS-FP-RUN-TIME       DELIMITED BY SIZE
004423             ' PAGED ' DELIMITED BY SIZE
004426             WS-FP-CONTACT        DELIMITED BY SIZE
004430             ' UNACKNOWLEDGED FOR ' DELIMITED BY SIZE
004440             WS-LATENCY-EDIT      DELIMITED BY SIZE
004450             ' MINUTES - INSIDE LIMIT' DELIMITED BY SIZE
005210     CLOSE ACK-RPT.
005220 9000-EXIT.
005230     EXIT.
005240******************************************************************
005250*    5600-FIND-SECONDARY - ASK THE ROSTER SERVICE WHO THE        *
005260*    RE-PAGE WILL ESCALATE TO: THE SECONDARY CONTACT ON DUTY AT  *
005270*    THE ORIGINAL STAMP TIME, THE SAME LOOKUP DTS600 MAKES WHEN  *
005280*    THE QUEUED ESCALATION IS SENT.                              *
005290******************************************************************
005300 5600-FIND-SECONDARY.
005310     MOVE WS-FP-JOB-ID   TO DTSONCP-JOB-ID.
005320     MOVE WS-FP-SITE-ID  TO DTSONCP-SITE-ID.
005330     MOVE WS-FP-RUN-TIME TO DTSONCP-STAMP-TIME.
005340     MOVE 'Y'            TO DTSONCP-ESCALATE-SW.
005350     CALL 'DTS660' USING DTSONCP-PARM.
005360     IF NOT DTSONCP-OK
005370         MOVE 'UNASSIGNED' TO DTSONCP-CONTACT
005380     END-IF.
005390 5600-EXIT.
005400     EXIT.
