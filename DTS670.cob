000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DTS670.
000300 AUTHOR. J R MCALLISTER.
000400 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    DTS670 - PLANNED-OUTAGE BLACKOUT WINDOW CHECK SERVICE       *
000900*                                                                *
001000*    CALLABLE SUBROUTINE, SAME CALLING STYLE AS DTS650, SO THE   *
001100*    MISSED-RUN SWEEP, BOTH SLA PAGERS AND THE CYCLE CLOSE-OUT   *
001200*    ALL AGREE ON WHAT A DECLARED OUTAGE COVERS.  GIVEN A SITE,  *
001300*    A DATE AND A SITE-LOCAL FROM/TO TIME RANGE ON IT, IT READS  *
001400*    THE BLACKOUT TABLE (DD BLACKOUT, MAINTAINED VIA DTS490)     *
001500*    FOR A WINDOW THAT OVERLAPS THE RANGE AND RETURNS THE FIRST  *
001600*    ONE FOUND WITH ITS REASON AND APPROVER.  THE DAY BEFORE IS  *
001700*    SEARCHED TOO, FOR A WINDOW THAT RUNS PAST MIDNIGHT, AND     *
001800*    THE DAY AFTER WHEN THE RANGE ITSELF RUNS PAST MIDNIGHT.     *
001900*    SEE DTSBLKP FOR THE PARAMETER AREA AND STATUS CODES.        *
002000*                                                                *
002100*    THE TABLE STAYS OPEN ACROSS CALLS - THE SWEEPS CALL THIS    *
002200*    ONCE PER SCHEDULE ENTRY OR RUN.                             *
002300*                                                                *
002400*    MODIFICATION HISTORY                                        *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    2026-10-15 JRM   INITIAL VERSION                            *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BLK-FILE ASSIGN TO BLACKOUT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS DTSBLK-KEY OF DTSBLK-RECORD
003800         FILE STATUS IS WS-BLK-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  BLK-FILE
004200     RECORDING MODE IS F.
004300     COPY DTSBLK.
004400 WORKING-STORAGE SECTION.
004500 77  WS-BLK-STATUS                PIC X(02) VALUE SPACES.
004600 01  WS-SWITCHES.
004700     05  WS-FIRST-CALL-SW         PIC X(01) VALUE 'Y'.
004800         88  WS-FIRST-CALL        VALUE 'Y'.
004900     05  WS-BLK-AVAIL-SW          PIC X(01) VALUE 'N'.
005000         88  WS-BLK-AVAIL         VALUE 'Y'.
005100     05  WS-FOUND-SW              PIC X(01) VALUE 'N'.
005200         88  WS-FOUND-WINDOW      VALUE 'Y'.
005300     05  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
005400         88  WS-SCAN-DONE         VALUE 'Y'.
005500*    ALL OVERLAP ARITHMETIC RUNS IN MINUTES FROM 00:00 ON THE
005600*    CHECK DATE, SO A WINDOW FROM THE DAY BEFORE OR AFTER AND
005700*    A RANGE THAT WRAPS PAST MIDNIGHT LAND ON ONE AXIS.
005800 01  WS-WORK-FIELDS.
005900     05  WS-CHECK-INTEGER         PIC S9(09) COMP-3.
006000     05  WS-DAY-OFFSET            PIC S9(04) COMP.
006100     05  WS-LAST-OFFSET           PIC S9(04) COMP.
006200     05  WS-SCAN-DATE             PIC 9(08).
006300     05  WS-RANGE-START           PIC S9(07) COMP-3.
006400     05  WS-RANGE-END             PIC S9(07) COMP-3.
006500     05  WS-WIN-START             PIC S9(07) COMP-3.
006600     05  WS-WIN-END               PIC S9(07) COMP-3.
006700     05  WS-MINUTES               PIC S9(07) COMP-3.
006800*    AN HHMM TAKEN APART TO TURN IT INTO MINUTES.
006900 01  WS-HHMM                      PIC 9(04).
007000 01  WS-HHMM-R REDEFINES WS-HHMM.
007100     05  WS-HHMM-HH               PIC 9(02).
007200     05  WS-HHMM-MM               PIC 9(02).
007300 LINKAGE SECTION.
007400 COPY DTSBLKP.
007500 PROCEDURE DIVISION USING DTSBLKP-PARM.
007600 0000-MAINLINE.
007700     IF WS-FIRST-CALL
007800         PERFORM 1000-OPEN-TABLE THRU 1000-EXIT
007900     END-IF.
008000     MOVE ZERO TO DTSBLKP-BLK-DATE DTSBLKP-BLK-FROM
008100         DTSBLKP-BLK-TO.
008200     MOVE SPACES TO DTSBLKP-REASON DTSBLKP-APPROVER.
008300     IF WS-BLK-AVAIL
008400         MOVE '4' TO DTSBLKP-STATUS
008500         PERFORM 2000-CHECK-RANGE THRU 2000-EXIT
008600     ELSE
008700         MOVE '8' TO DTSBLKP-STATUS
008800     END-IF.
008900     GOBACK.
009000 0000-EXIT.
009100     EXIT.
009200******************************************************************
009300*    1000-OPEN-TABLE - FIRST CALL ONLY.  NO BLACKOUT TABLE ON    *
009400*    FILE IS NOT AN ERROR - NOTHING IS EXCUSED, AS BEFORE.       *
009500******************************************************************
009600 1000-OPEN-TABLE.
009700     MOVE 'N' TO WS-FIRST-CALL-SW.
009800     OPEN INPUT BLK-FILE.
009900     IF WS-BLK-STATUS = '00' OR WS-BLK-STATUS = '05'
010000         SET WS-BLK-AVAIL TO TRUE
010100     ELSE
010200         DISPLAY 'DTS670 - NO BLACKOUT TABLE ON FILE - NO JOBS '
010300             'WILL BE EXCUSED FOR A PLANNED OUTAGE'
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700******************************************************************
010800*    2000-CHECK-RANGE - PUT THE CALLER'S RANGE ON THE MINUTE     *
010900*    AXIS AND SEARCH THE DAY BEFORE, THE CHECK DATE, AND - FOR   *
011000*    A RANGE THAT WRAPS - THE DAY AFTER, STOPPING AT THE FIRST   *
011100*    WINDOW THAT OVERLAPS IT.                                    *
011200******************************************************************
011300 2000-CHECK-RANGE.
011400     MOVE 'N' TO WS-FOUND-SW.
011500     COMPUTE WS-CHECK-INTEGER =
011600         FUNCTION INTEGER-OF-DATE(DTSBLKP-CHECK-DATE).
011700     MOVE DTSBLKP-FROM-HHMM TO WS-HHMM.
011800     PERFORM 2500-HHMM-TO-MINUTES THRU 2500-EXIT.
011900     MOVE WS-MINUTES TO WS-RANGE-START.
012000     MOVE DTSBLKP-TO-HHMM TO WS-HHMM.
012100     PERFORM 2500-HHMM-TO-MINUTES THRU 2500-EXIT.
012200     MOVE WS-MINUTES TO WS-RANGE-END.
012300     IF WS-RANGE-END < WS-RANGE-START
012400         ADD 1440 TO WS-RANGE-END
012500     END-IF.
012600     IF WS-RANGE-END >= 1440
012700         MOVE 1 TO WS-LAST-OFFSET
012800     ELSE
012900         MOVE ZERO TO WS-LAST-OFFSET
013000     END-IF.
013100     PERFORM 3000-SCAN-DAY THRU 3000-EXIT
013200         VARYING WS-DAY-OFFSET FROM -1 BY 1
013300         UNTIL WS-DAY-OFFSET > WS-LAST-OFFSET
013400         OR WS-FOUND-WINDOW.
013500 2000-EXIT.
013600     EXIT.
013700 2500-HHMM-TO-MINUTES.
013800     COMPUTE WS-MINUTES = (WS-HHMM-HH * 60) + WS-HHMM-MM.
013900 2500-EXIT.
014000     EXIT.
014100******************************************************************
014200*    3000-SCAN-DAY - POSITION AT THE SITE'S FIRST WINDOW ON THE  *
014300*    DAY AT WS-DAY-OFFSET FROM THE CHECK DATE AND READ FORWARD   *
014400*    THROUGH THAT DAY'S WINDOWS.                                 *
014500******************************************************************
014600 3000-SCAN-DAY.
014700     COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(
014800         WS-CHECK-INTEGER + WS-DAY-OFFSET).
014900     MOVE DTSBLKP-SITE-ID TO DTSBLK-SITE-ID OF DTSBLK-RECORD.
015000     MOVE WS-SCAN-DATE TO DTSBLK-BLK-DATE OF DTSBLK-RECORD.
015100     MOVE ZERO TO DTSBLK-FROM-TIME OF DTSBLK-RECORD.
015200     MOVE 'N' TO WS-SCAN-DONE-SW.
015300     START BLK-FILE KEY IS NOT LESS THAN
015400         DTSBLK-KEY OF DTSBLK-RECORD
015500         INVALID KEY
015600             SET WS-SCAN-DONE TO TRUE
015700     END-START.
015800     PERFORM 3100-CHECK-WINDOW THRU 3100-EXIT
015900         UNTIL WS-SCAN-DONE.
016000 3000-EXIT.
016100     EXIT.
016200******************************************************************
016300*    3100-CHECK-WINDOW - READ THE NEXT WINDOW AND TAKE IT IF IT  *
016400*    OVERLAPS THE RANGE.  A WINDOW WHOSE TO TIME IS NOT AFTER    *
016500*    ITS FROM TIME RUNS PAST MIDNIGHT.  A SINGLE MOMENT IS       *
016600*    COVERED FROM THE WINDOW'S FROM TIME UP TO BUT NOT           *
016700*    INCLUDING ITS TO TIME.                                      *
016800******************************************************************
016900 3100-CHECK-WINDOW.
017000     READ BLK-FILE NEXT
017100         AT END
017200             SET WS-SCAN-DONE TO TRUE
017300     END-READ.
017400     IF WS-SCAN-DONE
017500         GO TO 3100-EXIT
017600     END-IF.
017700     IF DTSBLK-SITE-ID OF DTSBLK-RECORD NOT = DTSBLKP-SITE-ID
017800         OR DTSBLK-BLK-DATE OF DTSBLK-RECORD NOT = WS-SCAN-DATE
017900         SET WS-SCAN-DONE TO TRUE
018000         GO TO 3100-EXIT
018100     END-IF.
018200     MOVE DTSBLK-FROM-TIME OF DTSBLK-RECORD TO WS-HHMM.
018300     PERFORM 2500-HHMM-TO-MINUTES THRU 2500-EXIT.
018400     COMPUTE WS-WIN-START = WS-MINUTES + (WS-DAY-OFFSET * 1440).
018500     MOVE DTSBLK-TO-TIME OF DTSBLK-RECORD TO WS-HHMM.
018600     PERFORM 2500-HHMM-TO-MINUTES THRU 2500-EXIT.
018700     COMPUTE WS-WIN-END = WS-MINUTES + (WS-DAY-OFFSET * 1440).
018800     IF WS-WIN-END <= WS-WIN-START
018900         ADD 1440 TO WS-WIN-END
019000     END-IF.
019100     IF WS-WIN-START <= WS-RANGE-END
019200         AND WS-WIN-END > WS-RANGE-START
019300         SET WS-FOUND-WINDOW TO TRUE
019400         SET WS-SCAN-DONE TO TRUE
019500         PERFORM 4000-TAKE-WINDOW THRU 4000-EXIT
019600     END-IF.
019700 3100-EXIT.
019800     EXIT.
019900******************************************************************
020000*    4000-TAKE-WINDOW - HAND BACK THE WINDOW THAT EXCUSES THE    *
020100*    CALLER'S RANGE.                                             *
020200******************************************************************
020300 4000-TAKE-WINDOW.
020400     MOVE '0' TO DTSBLKP-STATUS.
020500     MOVE DTSBLK-BLK-DATE OF DTSBLK-RECORD TO DTSBLKP-BLK-DATE.
020600     MOVE DTSBLK-FROM-TIME OF DTSBLK-RECORD TO DTSBLKP-BLK-FROM.
020700     MOVE DTSBLK-TO-TIME OF DTSBLK-RECORD TO DTSBLKP-BLK-TO.
020800     MOVE DTSBLK-REASON OF DTSBLK-RECORD TO DTSBLKP-REASON.
020900     MOVE DTSBLK-APPROVER OF DTSBLK-RECORD TO DTSBLKP-APPROVER.
021000 4000-EXIT.
021100     EXIT.
