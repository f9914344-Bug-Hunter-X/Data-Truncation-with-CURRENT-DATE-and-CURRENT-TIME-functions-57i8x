000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DTS660.
000300 AUTHOR. J R MCALLISTER.
000400 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    DTS660 - ON-CALL ROSTER LOOKUP SERVICE                      *
000900*                                                                *
001000*    CALLABLE SUBROUTINE, SAME CALLING STYLE AS DTS650, SO EVERY *
001100*    PAGE NAMES THE SAME CONTACT WHICHEVER SWEEP RAISED IT.      *
001200*    GIVEN A JOB, SITE AND STAMP TIME IT FINDS THE ON-CALL       *
001300*    ROSTER ENTRY (DD ONCALL, MAINTAINED VIA DTS480) FOR THE     *
001400*    LONGEST JOB GROUP THAT MATCHES THE JOB NAME, FALLING BACK   *
001500*    TO THE SITE'S '*' GROUP, WHOSE SHIFT COVERS THE STAMP, AND  *
001600*    RETURNS THE PRIMARY CONTACT - OR THE SECONDARY WHEN THE     *
001700*    CALLER IS ESCALATING.  SEE DTSONCP FOR THE PARAMETER AREA   *
001800*    AND STATUS CODES.                                           *
001900*                                                                *
002000*    THE ROSTER STAYS OPEN ACROSS CALLS - DTS600 CALLS THIS FOR  *
002100*    EVERY PAGE AND THE SWEEPS CAN PAGE HUNDREDS OF JOBS.        *
002200*                                                                *
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-15 JRM   INITIAL VERSION                            *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ONC-FILE ASSIGN TO ONCALL
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DTSONC-KEY OF DTSONC-RECORD
003700         FILE STATUS IS WS-ONC-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ONC-FILE
004100     RECORDING MODE IS F.
004200     COPY DTSONC.
004300 WORKING-STORAGE SECTION.
004400 77  WS-ONC-STATUS                PIC X(02) VALUE SPACES.
004500 01  WS-SWITCHES.
004600     05  WS-FIRST-CALL-SW         PIC X(01) VALUE 'Y'.
004700         88  WS-FIRST-CALL        VALUE 'Y'.
004800     05  WS-ONC-AVAIL-SW          PIC X(01) VALUE 'N'.
004900         88  WS-ONC-AVAIL         VALUE 'Y'.
005000     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
005100         88  WS-FOUND-SHIFT       VALUE 'Y'.
005200     05  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
005300         88  WS-SCAN-DONE         VALUE 'Y'.
005400 01  WS-WORK-FIELDS.
005500     05  WS-TRY-GROUP             PIC X(08).
005600     05  WS-GRP-LEN               PIC S9(04) COMP.
005700     05  WS-STAMP-HHMM            PIC 9(04).
005800 LINKAGE SECTION.
005900 COPY DTSONCP.
006000 PROCEDURE DIVISION USING DTSONCP-PARM.
006100 0000-MAINLINE.
006200     IF WS-FIRST-CALL
006300         PERFORM 1000-OPEN-ROSTER THRU 1000-EXIT
006400     END-IF.
006500     MOVE SPACES TO DTSONCP-JOB-GROUP DTSONCP-CONTACT
006600         DTSONCP-PAGER DTSONCP-ROLE.
006700     IF WS-ONC-AVAIL
006800         MOVE '4' TO DTSONCP-STATUS
006900         PERFORM 2000-FIND-ENTRY THRU 2000-EXIT
007000     ELSE
007100         MOVE '8' TO DTSONCP-STATUS
007200     END-IF.
007400     GOBACK.
007500 0000-EXIT.
007600     EXIT.
007700******************************************************************
007800*    1000-OPEN-ROSTER - FIRST CALL ONLY.  NO ROSTER ON FILE IS   *
007900*    NOT AN ERROR - PAGES GO OUT UNNAMED, AS THEY ALWAYS DID.    *
008000******************************************************************
008100 1000-OPEN-ROSTER.
008200     MOVE 'N' TO WS-FIRST-CALL-SW.
008300     OPEN INPUT ONC-FILE.
008400     IF WS-ONC-STATUS = '00' OR WS-ONC-STATUS = '05'
008500         SET WS-ONC-AVAIL TO TRUE
008600     ELSE
008700         DISPLAY 'DTS660 - NO ON-CALL ROSTER ON FILE - PAGES '
008800             'WILL NAME NO CONTACT'
008900     END-IF.
009000 1000-EXIT.
009100     EXIT.
009200******************************************************************
009300*    2000-FIND-ENTRY - TRY THE JOB NAME ITSELF, THEN EVERY       *
009400*    SHORTER LEADING PORTION OF IT, THEN THE SITE'S '*' GROUP,   *
009500*    STOPPING AT THE FIRST GROUP WITH A SHIFT COVERING THE       *
009600*    STAMP TIME.                                                 *
009700******************************************************************
009800 2000-FIND-ENTRY.
009900     MOVE 'N' TO WS-FOUND-SW.
010000     COMPUTE WS-STAMP-HHMM = DTSONCP-STAMP-TIME / 100.
010100     PERFORM 2100-TRY-PREFIX THRU 2100-EXIT
010200         VARYING WS-GRP-LEN FROM 8 BY -1
010300         UNTIL WS-GRP-LEN < 1 OR WS-FOUND-SHIFT.
010400     IF WS-FOUND-SHIFT
010500         GO TO 2000-EXIT
010600     END-IF.
010700     MOVE '*' TO WS-TRY-GROUP.
010800     PERFORM 3000-SCAN-GROUP THRU 3000-EXIT.
010900 2000-EXIT.
011000     EXIT.
011100 2100-TRY-PREFIX.
011200*    A TRAILING BLANK IN THE JOB NAME IS NOT A GROUP OF ITS OWN.
011300     IF DTSONCP-JOB-ID (WS-GRP-LEN:1) = SPACE
011400         GO TO 2100-EXIT
011500     END-IF.
011600     MOVE SPACES TO WS-TRY-GROUP.
011700     MOVE DTSONCP-JOB-ID (1:WS-GRP-LEN) TO WS-TRY-GROUP.
011800     PERFORM 3000-SCAN-GROUP THRU 3000-EXIT.
011900 2100-EXIT.
012000     EXIT.
012100******************************************************************
012200*    3000-SCAN-GROUP - POSITION AT THE GROUP'S FIRST SHIFT FOR   *
012300*    THE SITE AND READ FORWARD THROUGH ITS SHIFTS.               *
012400******************************************************************
012500 3000-SCAN-GROUP.
012600     MOVE WS-TRY-GROUP TO DTSONC-JOB-GROUP OF DTSONC-RECORD.
012700     MOVE DTSONCP-SITE-ID TO DTSONC-SITE-ID OF DTSONC-RECORD.
012800     MOVE ZERO TO DTSONC-SHIFT-START OF DTSONC-RECORD.
012900     MOVE 'N' TO WS-SCAN-DONE-SW.
013000     START ONC-FILE KEY IS NOT LESS THAN
013100         DTSONC-KEY OF DTSONC-RECORD
013200         INVALID KEY
013300             SET WS-SCAN-DONE TO TRUE
013400     END-START.
013500     PERFORM 3100-CHECK-SHIFT THRU 3100-EXIT
013600         UNTIL WS-SCAN-DONE.
013700 3000-EXIT.
013800     EXIT.
013900******************************************************************
014000*    3100-CHECK-SHIFT - READ THE NEXT SHIFT AND TAKE IT IF IT    *
014100*    COVERS THE STAMP.  START = END IS A ROUND-THE-CLOCK SHIFT;  *
014200*    AN END BEFORE THE START WRAPS PAST MIDNIGHT.                *
014300******************************************************************
014400 3100-CHECK-SHIFT.
014500     READ ONC-FILE NEXT
014600         AT END
014700             SET WS-SCAN-DONE TO TRUE
014800     END-READ.
014900     IF WS-SCAN-DONE
015000         GO TO 3100-EXIT
015100     END-IF.
015200     IF DTSONC-JOB-GROUP OF DTSONC-RECORD NOT = WS-TRY-GROUP
015300         OR DTSONC-SITE-ID OF DTSONC-RECORD NOT = DTSONCP-SITE-ID
015400         SET WS-SCAN-DONE TO TRUE
015500         GO TO 3100-EXIT
015600     END-IF.
015700     IF DTSONC-SHIFT-START OF DTSONC-RECORD =
015800         DTSONC-SHIFT-END OF DTSONC-RECORD
015900         SET WS-FOUND-SHIFT TO TRUE
016000     ELSE
016100         IF DTSONC-SHIFT-START OF DTSONC-RECORD <
016200             DTSONC-SHIFT-END OF DTSONC-RECORD
016300             IF WS-STAMP-HHMM >=
016400                 DTSONC-SHIFT-START OF DTSONC-RECORD
016500                 AND WS-STAMP-HHMM <
016600                     DTSONC-SHIFT-END OF DTSONC-RECORD
016700                 SET WS-FOUND-SHIFT TO TRUE
016800             END-IF
016900         ELSE
017000             IF WS-STAMP-HHMM >=
017100                 DTSONC-SHIFT-START OF DTSONC-RECORD
017200                 OR WS-STAMP-HHMM <
017300                     DTSONC-SHIFT-END OF DTSONC-RECORD
017400                 SET WS-FOUND-SHIFT TO TRUE
017500             END-IF
017600         END-IF
017700     END-IF.
017800     IF WS-FOUND-SHIFT
017900         PERFORM 4000-TAKE-CONTACT THRU 4000-EXIT
018000         SET WS-SCAN-DONE TO TRUE
018100     END-IF.
018200 3100-EXIT.
018300     EXIT.
018400******************************************************************
018500*    4000-TAKE-CONTACT - HAND BACK THE CONTACT ON DUTY.  AN      *
018600*    ESCALATION GOES TO THE SECONDARY; A SHIFT WITH NO           *
018700*    SECONDARY ESCALATES TO ITS PRIMARY AGAIN.                   *
018800******************************************************************
018900 4000-TAKE-CONTACT.
019000     MOVE '0' TO DTSONCP-STATUS.
019100     MOVE WS-TRY-GROUP TO DTSONCP-JOB-GROUP.
019200     IF DTSONCP-ESCALATION
019300         AND DTSONC-SEC-CONTACT OF DTSONC-RECORD NOT = SPACES
019400         MOVE DTSONC-SEC-CONTACT OF DTSONC-RECORD
019500             TO DTSONCP-CONTACT
019600         MOVE DTSONC-SEC-PAGER OF DTSONC-RECORD TO DTSONCP-PAGER
019700         MOVE 'S' TO DTSONCP-ROLE
019800     ELSE
019900         MOVE DTSONC-PRI-CONTACT OF DTSONC-RECORD
020000             TO DTSONCP-CONTACT
020100         MOVE DTSONC-PRI-PAGER OF DTSONC-RECORD TO DTSONCP-PAGER
020200         MOVE 'P' TO DTSONCP-ROLE
020300     END-IF.
020400 4000-EXIT.
020500     EXIT.
