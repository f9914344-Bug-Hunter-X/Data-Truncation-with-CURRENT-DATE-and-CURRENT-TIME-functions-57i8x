000270*    MODIFICATION HISTORY                                        *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    2026-09-02 JRM   INITIAL VERSION                            *
000295*    2026-10-15 JRM   ADD THE ON-CALL ROSTER AUTHORITY BYTE.     *
000297*    2026-10-15 JRM   ADD THE BLACKOUT WINDOW AUTHORITY BYTE.    *
000298*    2026-10-15 JRM   ADD THE SCHEDULER CROSS-REFERENCE          *
000299*                     AUTHORITY BYTE.                            *
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000940 01  WS-SCR-AUTH-CAL              PIC X(01).
000950 01  WS-SCR-AUTH-AUDIT            PIC X(01).
000952 01  WS-SCR-AUTH-ALIAS            PIC X(01).
000956 01  WS-SCR-AUTH-ONCALL           PIC X(01).
000958 01  WS-SCR-AUTH-BLACKOUT         PIC X(01).
000959 01  WS-SCR-AUTH-XREF             PIC X(01).
000960 SCREEN SECTION.
000970 01  DTS460-SIGNON-SCREEN.
000980     05  BLANK SCREEN.
001320     05  LINE 16 COLUMN 27 PIC X(01) TO WS-SCR-AUTH-AUDIT.
001322     05  LINE 17 COLUMN 05 VALUE 'AUTH SITE ALIAS    :'.
001324     05  LINE 17 COLUMN 27 PIC X(01) TO WS-SCR-AUTH-ALIAS.
001325     05  LINE 18 COLUMN 05 VALUE 'AUTH ONCALL/BLK/XRF:'.
001326     05  LINE 18 COLUMN 27 PIC X(01) TO WS-SCR-AUTH-ONCALL.
001327     05  LINE 18 COLUMN 29 PIC X(01) TO WS-SCR-AUTH-BLACKOUT.
001328     05  LINE 18 COLUMN 31 PIC X(01) TO WS-SCR-AUTH-XREF.
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880         WS-SCR-OPER-NAME WS-SCR-PASSWORD WS-SCR-ACTIVE
001890         WS-SCR-ADMIN WS-SCR-AUTH-ZONE WS-SCR-AUTH-SCHED
001900         WS-SCR-AUTH-PRED WS-SCR-AUTH-SLA WS-SCR-AUTH-CAL
001910         WS-SCR-AUTH-AUDIT WS-SCR-AUTH-ALIAS WS-SCR-AUTH-ONCALL
001915         WS-SCR-AUTH-BLACKOUT WS-SCR-AUTH-XREF.
001920     DISPLAY DTS460-MAINT-SCREEN.
001930     ACCEPT DTS460-MAINT-SCREEN.
001940     IF WS-SCR-QUIT
002790                 ' ' DTSOPR-OPER-NAME OF DTSOPR-RECORD
002800                 ' ACTIVE=' DTSOPR-ACTIVE-SW OF DTSOPR-RECORD
002810                 ' ADMIN=' DTSOPR-ADMIN-SW OF DTSOPR-RECORD
002820                 ' AUTH Z/S/P/L/C/M/A/O/B/X='
002830                 DTSOPR-AUTH-ZONE OF DTSOPR-RECORD
002840                 DTSOPR-AUTH-SCHED OF DTSOPR-RECORD
002850                 DTSOPR-AUTH-PRED OF DTSOPR-RECORD
002870                 DTSOPR-AUTH-CAL OF DTSOPR-RECORD
002880                 DTSOPR-AUTH-AUDIT OF DTSOPR-RECORD
002885                 DTSOPR-AUTH-ALIAS OF DTSOPR-RECORD
002887                 DTSOPR-AUTH-ONCALL OF DTSOPR-RECORD
002888                 DTSOPR-AUTH-BLACKOUT OF DTSOPR-RECORD
002889                 DTSOPR-AUTH-XREF OF DTSOPR-RECORD
002890     END-READ.
002900 5000-EXIT.
002910     EXIT.
003150         TO DTSOPR-AUTH-AUDIT OF DTSOPR-RECORD.
003152     MOVE WS-SCR-AUTH-ALIAS
003154         TO DTSOPR-AUTH-ALIAS OF DTSOPR-RECORD.
003155     MOVE WS-SCR-AUTH-ONCALL
003156         TO DTSOPR-AUTH-ONCALL OF DTSOPR-RECORD.
003157     MOVE WS-SCR-AUTH-BLACKOUT
003158         TO DTSOPR-AUTH-BLACKOUT OF DTSOPR-RECORD.
003159     MOVE WS-SCR-AUTH-XREF TO DTSOPR-AUTH-XREF OF DTSOPR-RECORD.
003160     MOVE FUNCTION CURRENT-DATE (1:8)
003170         TO DTSOPR-LAST-MAINT-DATE OF DTSOPR-RECORD.
003180     MOVE WS-SIGNON-USER
