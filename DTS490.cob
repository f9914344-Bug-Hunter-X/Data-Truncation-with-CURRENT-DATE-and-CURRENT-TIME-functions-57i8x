000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS490.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS490 - PLANNED-OUTAGE BLACKOUT WINDOW MAINTENANCE SCREEN  *
000180*                                                                *
000190*    LETS AN OPERATOR DECLARE, CHANGE, DISPLAY, OR WITHDRAW A    *
000200*    PLANNED-OUTAGE WINDOW AT A SITE: THE DATE, THE FROM AND TO  *
000210*    TIMES (SITE-LOCAL HHMM), THE REASON, AND THE APPROVER.      *
000220*    WHILE A WINDOW IS IN FORCE THE MISSED-RUN SWEEP, THE SLA    *
000230*    PAGERS AND THE CYCLE CLOSE-OUT EXCUSE THE JOBS IT TOUCHES   *
000240*    THROUGH THE DTS670 CHECK, SO AN IPL OR A DR TEST NO LONGER  *
000250*    PAGES EVERY SCHEDULED JOB AND HOLDS THE CYCLE.  A REASON    *
000260*    AND AN APPROVER ARE REQUIRED.  ENTRY TAKES A SIGN-ON        *
000270*    VERIFIED THROUGH DTS680; EVERY ADD, CHANGE OR WITHDRAWAL    *
000280*    IS JOURNALED TO CHGJRNL WITH BEFORE AND AFTER IMAGES FOR    *
000290*    DTS720, KEYED BY THE SITE.                                  *
000300*                                                                *
000310*    MODIFICATION HISTORY                                        *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-10-15 JRM   INITIAL VERSION                            *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 SPECIAL-NAMES.
000400     CRT STATUS IS WS-CRT-STATUS.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BLK-FILE ASSIGN TO BLACKOUT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DTSBLK-KEY OF DTSBLK-RECORD
000470         FILE STATUS IS WS-BLK-STATUS.
000480     SELECT CHG-JRNL ASSIGN TO CHGJRNL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-JRNL-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BLK-FILE
000540     RECORDING MODE IS F.
000550     COPY DTSBLK.
000560 FD  CHG-JRNL
000570     RECORDING MODE IS F.
000580 01  JRNL-RECORD-OUT              PIC X(199).
000590 WORKING-STORAGE SECTION.
000600 COPY DTSAREA.
000610 COPY DTSJRNL.
000620 COPY DTSOPRP.
000630 77  WS-BLK-STATUS                PIC X(02) VALUE SPACES.
000640 77  WS-JRNL-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-CRT-STATUS                PIC X(04) VALUE SPACES.
000660 01  WS-SIGNON-USER               PIC X(08) VALUE SPACES.
000670 01  WS-SCR-SIGNON-ID             PIC X(08).
000680 01  WS-SCR-SIGNON-PW             PIC X(08).
000690*    PRIOR IMAGE SAVED AHEAD OF A REWRITE OR DELETE SO THE
000700*    JOURNAL CAN CARRY WHAT THE WINDOW SAID BEFORE IT WAS
000710*    TOUCHED.
000720 01  WS-BLK-SAVE                  PIC X(80) VALUE SPACES.
000730 01  WS-SWITCHES.
000740     05  WS-DONE-SW               PIC X(01) VALUE 'N'.
000750         88  WS-DONE              VALUE 'Y'.
000760     05  WS-SIGNON-OK-SW          PIC X(01) VALUE 'N'.
000770         88  WS-SIGNON-OK         VALUE 'Y'.
000780     05  WS-MAINT-OK-SW           PIC X(01) VALUE 'N'.
000790         88  WS-MAINT-OK          VALUE 'Y'.
000800     05  WS-KEY-OK-SW             PIC X(01) VALUE 'N'.
000810         88  WS-KEY-OK            VALUE 'Y'.
000820*    AN HHMM WINDOW BOUNDARY TAKEN APART FOR VALIDATION.
000830 01  WS-CHECK-HHMM                PIC 9(04).
000840 01  WS-CHECK-HHMM-R REDEFINES WS-CHECK-HHMM.
000850     05  WS-CHECK-HH              PIC 9(02).
000860     05  WS-CHECK-MM              PIC 9(02).
000870*    THE WINDOW DATE TAKEN APART FOR VALIDATION.
000880 01  WS-CHECK-DATE                PIC 9(08).
000890 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
000900     05  WS-CHECK-CCYY            PIC 9(04).
000910     05  WS-CHECK-MO              PIC 9(02).
000920     05  WS-CHECK-DD              PIC 9(02).
000930 01  WS-SCR-FUNCTION              PIC X(01).
000940     88  WS-SCR-ADD               VALUE 'A'.
000950     88  WS-SCR-CHANGE            VALUE 'C'.
000960     88  WS-SCR-DISPLAY           VALUE 'D'.
000970     88  WS-SCR-WITHDRAW          VALUE 'X'.
000980     88  WS-SCR-QUIT              VALUE 'Q'.
000990 01  WS-SCR-SITE-ID               PIC X(04).
001000 01  WS-SCR-BLK-DATE              PIC X(08).
001010 01  WS-SCR-FROM-TIME             PIC X(04).
001020 01  WS-SCR-TO-TIME               PIC X(04).
001030 01  WS-SCR-REASON                PIC X(30).
001040 01  WS-SCR-APPROVER              PIC X(08).
001050 SCREEN SECTION.
001060 01  DTS490-SIGNON-SCREEN.
001070     05  BLANK SCREEN.
001080     05  LINE 01 COLUMN 25 VALUE 'DTS490 - OPERATOR SIGN-ON'.
001090     05  LINE 03 COLUMN 05 VALUE 'USER ID            :'.
001100     05  LINE 03 COLUMN 27 PIC X(08) TO WS-SCR-SIGNON-ID.
001110     05  LINE 04 COLUMN 05 VALUE 'PASSWORD           :'.
001120     05  LINE 04 COLUMN 27 PIC X(08) TO WS-SCR-SIGNON-PW
001130         SECURE.
001140 01  DTS490-MAINT-SCREEN.
001150     05  BLANK SCREEN.
001160     05  LINE 01 COLUMN 25 VALUE 'DTS490 - BLACKOUT WINDOW MAINT'.
001170     05  LINE 03 COLUMN 05 VALUE 'FUNCTION (A/C/D/X/Q):'.
001180     05  LINE 03 COLUMN 27 PIC X(01) TO WS-SCR-FUNCTION.
001190     05  LINE 05 COLUMN 05 VALUE 'SITE ID            :'.
001200     05  LINE 05 COLUMN 27 PIC X(04) TO WS-SCR-SITE-ID.
001210     05  LINE 06 COLUMN 05 VALUE 'DATE     (CCYYMMDD):'.
001220     05  LINE 06 COLUMN 27 PIC X(08) TO WS-SCR-BLK-DATE.
001230     05  LINE 07 COLUMN 05 VALUE 'FROM TIME   (HHMM) :'.
001240     05  LINE 07 COLUMN 27 PIC X(04) TO WS-SCR-FROM-TIME.
001250     05  LINE 08 COLUMN 05 VALUE 'TO TIME     (HHMM) :'.
001260     05  LINE 08 COLUMN 27 PIC X(04) TO WS-SCR-TO-TIME.
001270     05  LINE 10 COLUMN 05 VALUE 'REASON             :'.
001280     05  LINE 10 COLUMN 27 PIC X(30) TO WS-SCR-REASON.
001290     05  LINE 11 COLUMN 05 VALUE 'APPROVED BY        :'.
001300     05  LINE 11 COLUMN 27 PIC X(08) TO WS-SCR-APPROVER.
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
001350         UNTIL WS-DONE.
001360     PERFORM 9000-FINISH THRU 9000-EXIT.
001370     GOBACK.
001380 0000-EXIT.
001390     EXIT.
001400******************************************************************
001410*    1000-INITIALIZE - TAKE THE ENTRY SIGN-ON, THEN OPEN THE     *
001420*    BLACKOUT TABLE FOR KEYED MAINTENANCE.                       *
001430******************************************************************
001440 1000-INITIALIZE.
001450     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001460     IF NOT WS-SIGNON-OK
001470         SET WS-DONE TO TRUE
001480         GO TO 1000-EXIT
001490     END-IF.
001500     OPEN I-O BLK-FILE.
001510     IF WS-BLK-STATUS = '35'
001520         CLOSE BLK-FILE
001530         OPEN OUTPUT BLK-FILE
001540         CLOSE BLK-FILE
001550         OPEN I-O BLK-FILE
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.
001590******************************************************************
001600*    1500-SIGN-ON - VALIDATE THE OPERATOR AGAINST THE SHARED     *
001610*    AUTHORITY TABLE THROUGH DTS680.  WITH NO TABLE ON FILE      *
001620*    YET THE SERVICE WARNS AND ALLOWS FULL AUTHORITY.            *
001630******************************************************************
001640 1500-SIGN-ON.
001650     MOVE SPACES TO WS-SCR-SIGNON-ID WS-SCR-SIGNON-PW.
001660     DISPLAY DTS490-SIGNON-SCREEN.
001670     ACCEPT DTS490-SIGNON-SCREEN.
001680     MOVE WS-SCR-SIGNON-ID TO DTSOPRP-USER-ID.
001690     MOVE WS-SCR-SIGNON-PW TO DTSOPRP-PASSWORD.
001700     MOVE 'BLACKOUT' TO DTSOPRP-TABLE-ID.
001710     CALL 'DTS680' USING DTSOPRP-PARM.
001720     IF DTSOPRP-BAD-SIGNON
001730         DISPLAY 'DTS490 - SIGN-ON REFUSED'
001740         GO TO 1500-EXIT
001750     END-IF.
001760     IF DTSOPRP-AUTH-NONE
001770         DISPLAY 'DTS490 - NO AUTHORITY FOR THE BLACKOUT TABLE'
001780         GO TO 1500-EXIT
001790     END-IF.
001800     SET WS-SIGNON-OK TO TRUE.
001810     MOVE WS-SCR-SIGNON-ID TO WS-SIGNON-USER.
001820     IF WS-SIGNON-USER = SPACES
001830         MOVE 'DTS490' TO WS-SIGNON-USER
001840     END-IF.
001850 1500-EXIT.
001860     EXIT.
001870******************************************************************
001880*    2000-PROCESS-SCREEN - DISPLAY THE MAINTENANCE SCREEN,       *
001890*    ACCEPT ONE TRANSACTION, AND CARRY IT OUT.  THE DATE AND     *
001900*    FROM TIME ARE PART OF THE KEY, SO THEY ARE CHECKED FOR      *
001910*    EVERY FUNCTION.                                             *
001920******************************************************************
001930 2000-PROCESS-SCREEN.
001940     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-SITE-ID
001950         WS-SCR-BLK-DATE WS-SCR-FROM-TIME WS-SCR-TO-TIME
001960         WS-SCR-REASON WS-SCR-APPROVER.
001970     DISPLAY DTS490-MAINT-SCREEN.
001980     ACCEPT DTS490-MAINT-SCREEN.
001990     IF WS-SCR-QUIT
002000         SET WS-DONE TO TRUE
002010         GO TO 2000-EXIT
002020     END-IF.
002030     IF (WS-SCR-ADD OR WS-SCR-CHANGE OR WS-SCR-WITHDRAW)
002040         AND NOT DTSOPRP-AUTH-UPDATE
002050         DISPLAY 'DTS490 - UPDATE AUTHORITY REQUIRED FOR THAT '
002060             'FUNCTION'
002070         GO TO 2000-EXIT
002080     END-IF.
002090     IF WS-SCR-SITE-ID = SPACES
002100         DISPLAY 'DTS490 - SITE IS REQUIRED'
002110         GO TO 2000-EXIT
002120     END-IF.
002130     PERFORM 2500-CHECK-KEY THRU 2500-EXIT.
002140     IF NOT WS-KEY-OK
002150         GO TO 2000-EXIT
002160     END-IF.
002170     IF WS-SCR-ADD OR WS-SCR-CHANGE
002180         PERFORM 2600-CHECK-DETAIL THRU 2600-EXIT
002190         IF NOT WS-KEY-OK
002200             GO TO 2000-EXIT
002210         END-IF
002220     END-IF.
002230     MOVE WS-SCR-SITE-ID TO DTSBLK-SITE-ID OF DTSBLK-RECORD.
002240     MOVE WS-SCR-BLK-DATE TO DTSBLK-BLK-DATE OF DTSBLK-RECORD.
002250     MOVE WS-SCR-FROM-TIME TO DTSBLK-FROM-TIME OF DTSBLK-RECORD.
002260     IF WS-SCR-ADD
002270         PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
002280     ELSE
002290         IF WS-SCR-CHANGE
002300             PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
002310         ELSE
002320             IF WS-SCR-DISPLAY
002330                 PERFORM 5000-DISPLAY-ENTRY THRU 5000-EXIT
002340             ELSE
002350                 IF WS-SCR-WITHDRAW
002360                     PERFORM 5500-WITHDRAW-ENTRY THRU 5500-EXIT
002370                 ELSE
002380                     DISPLAY 'DTS490 - INVALID FUNCTION CODE'
002390                 END-IF
002400             END-IF
002410         END-IF
002420     END-IF.
002430 2000-EXIT.
002440     EXIT.
002450******************************************************************
002460*    2500-CHECK-KEY - THE DATE MUST BE A CCYYMMDD DATE AND THE   *
002470*    FROM TIME A VALID HHMM FOR ANY FUNCTION.                    *
002480******************************************************************
002490 2500-CHECK-KEY.
002500     MOVE 'N' TO WS-KEY-OK-SW.
002510     IF WS-SCR-BLK-DATE NOT NUMERIC
002520         DISPLAY 'DTS490 - DATE MUST BE CCYYMMDD'
002530         GO TO 2500-EXIT
002540     END-IF.
002550     MOVE WS-SCR-BLK-DATE TO WS-CHECK-DATE.
002560     IF WS-CHECK-CCYY < 1900
002570         OR WS-CHECK-MO < 1 OR WS-CHECK-MO > 12
002580         OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
002590         DISPLAY 'DTS490 - DATE MUST BE CCYYMMDD'
002600         GO TO 2500-EXIT
002610     END-IF.
002620     IF WS-SCR-FROM-TIME NOT NUMERIC
002630         DISPLAY 'DTS490 - FROM TIME MUST BE HHMM'
002640         GO TO 2500-EXIT
002650     END-IF.
002660     MOVE WS-SCR-FROM-TIME TO WS-CHECK-HHMM.
002670     IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
002680         DISPLAY 'DTS490 - FROM TIME MUST BE HHMM'
002690         GO TO 2500-EXIT
002700     END-IF.
002710     SET WS-KEY-OK TO TRUE.
002720 2500-EXIT.
002730     EXIT.
002740******************************************************************
002750*    2600-CHECK-DETAIL - ON AN ADD OR CHANGE THE TO TIME MUST    *
002760*    BE A VALID HHMM DIFFERENT FROM THE FROM TIME (EARLIER MEANS *
002770*    THE WINDOW RUNS PAST MIDNIGHT), AND THE WINDOW MUST SAY     *
002780*    WHY IT WAS TAKEN AND WHO APPROVED IT.                       *
002790******************************************************************
002800 2600-CHECK-DETAIL.
002810     MOVE 'N' TO WS-KEY-OK-SW.
002820     IF WS-SCR-TO-TIME NOT NUMERIC
002830         DISPLAY 'DTS490 - TO TIME MUST BE HHMM'
002840         GO TO 2600-EXIT
002850     END-IF.
002860     MOVE WS-SCR-TO-TIME TO WS-CHECK-HHMM.
002870     IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
002880         DISPLAY 'DTS490 - TO TIME MUST BE HHMM'
002890         GO TO 2600-EXIT
002900     END-IF.
002910     IF WS-SCR-TO-TIME = WS-SCR-FROM-TIME
002920         DISPLAY 'DTS490 - FROM AND TO TIMES ARE THE SAME - A '
002930             'WHOLE-DAY OUTAGE BELONGS ON THE CALENDAR'
002940         GO TO 2600-EXIT
002950     END-IF.
002960     IF WS-SCR-REASON = SPACES OR WS-SCR-APPROVER = SPACES
002970         DISPLAY 'DTS490 - A WINDOW NEEDS A REASON AND AN '
002980             'APPROVER'
002990         GO TO 2600-EXIT
003000     END-IF.
003010     SET WS-KEY-OK TO TRUE.
003020 2600-EXIT.
003030     EXIT.
003040******************************************************************
003050*    3000-ADD-ENTRY - DECLARE A NEW BLACKOUT WINDOW.             *
003060******************************************************************
003070 3000-ADD-ENTRY.
003080     PERFORM 6000-MOVE-SCREEN-FIELDS THRU 6000-EXIT.
003090     MOVE '(NEW ENTRY)' TO DTSJRNL-BEFORE-IMAGE.
003100     MOVE DTSBLK-RECORD TO DTSJRNL-AFTER-IMAGE.
003110     MOVE 'A' TO DTSJRNL-ACTION.
003120     MOVE 'N' TO WS-MAINT-OK-SW.
003130     WRITE DTSBLK-RECORD
003140         INVALID KEY
003150             DISPLAY 'DTS490 - WINDOW ALREADY EXISTS - USE '
003160                 'CHANGE'
003170         NOT INVALID KEY
003180             DISPLAY 'DTS490 - WINDOW DECLARED'
003190             SET WS-MAINT-OK TO TRUE
003200     END-WRITE.
003210     IF WS-MAINT-OK
003220         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003230     END-IF.
003240 3000-EXIT.
003250     EXIT.
003260******************************************************************
003270*    4000-CHANGE-ENTRY - UPDATE AN EXISTING WINDOW - USUALLY AN  *
003280*    OUTAGE THAT OVERRAN AND NEEDS ITS TO TIME PUSHED OUT.       *
003290******************************************************************
003300 4000-CHANGE-ENTRY.
003310     READ BLK-FILE
003320         INVALID KEY
003330             DISPLAY 'DTS490 - WINDOW NOT ON FILE - USE ADD'
003340             GO TO 4000-EXIT
003350     END-READ.
003360     MOVE DTSBLK-RECORD TO WS-BLK-SAVE.
003370     MOVE WS-BLK-SAVE TO DTSJRNL-BEFORE-IMAGE.
003380     PERFORM 6000-MOVE-SCREEN-FIELDS THRU 6000-EXIT.
003390     MOVE DTSBLK-RECORD TO DTSJRNL-AFTER-IMAGE.
003400     MOVE 'C' TO DTSJRNL-ACTION.
003410     MOVE 'N' TO WS-MAINT-OK-SW.
003420     REWRITE DTSBLK-RECORD
003430         INVALID KEY
003440             DISPLAY 'DTS490 - REWRITE FAILED'
003450         NOT INVALID KEY
003460             DISPLAY 'DTS490 - WINDOW UPDATED'
003470             SET WS-MAINT-OK TO TRUE
003480     END-REWRITE.
003490     IF WS-MAINT-OK
003500         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003510     END-IF.
003520 4000-EXIT.
003530     EXIT.
003540******************************************************************
003550*    5000-DISPLAY-ENTRY - SHOW THE WINDOW AS IT STANDS.          *
003560******************************************************************
003570 5000-DISPLAY-ENTRY.
003580     READ BLK-FILE
003590         INVALID KEY
003600             DISPLAY 'DTS490 - WINDOW NOT ON FILE'
003610         NOT INVALID KEY
003620             DISPLAY 'DTS490 - '
003630                 DTSBLK-SITE-ID OF DTSBLK-RECORD
003640                 ' ' DTSBLK-BLK-DATE OF DTSBLK-RECORD
003650                 ' ' DTSBLK-FROM-TIME OF DTSBLK-RECORD
003660                 '-' DTSBLK-TO-TIME OF DTSBLK-RECORD
003670                 ' ' DTSBLK-REASON OF DTSBLK-RECORD
003680                 ' APPROVED BY ' DTSBLK-APPROVER OF DTSBLK-RECORD
003690     END-READ.
003700 5000-EXIT.
003710     EXIT.
003720******************************************************************
003730*    5500-WITHDRAW-ENTRY - REMOVE A WINDOW FOR AN OUTAGE THAT    *
003740*    WAS CALLED OFF, SO ITS JOBS ARE PAGED AND HELD AS USUAL.    *
003750*    THE JOURNAL KEEPS THE WITHDRAWN WINDOW AS ITS BEFORE IMAGE. *
003760******************************************************************
003770 5500-WITHDRAW-ENTRY.
003780     READ BLK-FILE
003790         INVALID KEY
003800             DISPLAY 'DTS490 - WINDOW NOT ON FILE'
003810             GO TO 5500-EXIT
003820     END-READ.
003830     MOVE DTSBLK-RECORD TO WS-BLK-SAVE.
003840     MOVE WS-BLK-SAVE TO DTSJRNL-BEFORE-IMAGE.
003850     MOVE '(WITHDRAWN)' TO DTSJRNL-AFTER-IMAGE.
003860     MOVE 'D' TO DTSJRNL-ACTION.
003870     MOVE 'N' TO WS-MAINT-OK-SW.
003880     DELETE BLK-FILE
003890         INVALID KEY
003900             DISPLAY 'DTS490 - WITHDRAWAL FAILED'
003910         NOT INVALID KEY
003920             DISPLAY 'DTS490 - WINDOW WITHDRAWN'
003930             SET WS-MAINT-OK TO TRUE
003940     END-DELETE.
003950     IF WS-MAINT-OK
003960         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003970     END-IF.
003980 5500-EXIT.
003990     EXIT.
004000******************************************************************
004010*    6000-MOVE-SCREEN-FIELDS - LAY THE SCREEN FIELDS INTO THE    *
004020*    RECORD AND STAMP THE MAINTENANCE TRAILER WITH THE VERIFIED  *
004030*    SIGN-ON USER.                                               *
004040******************************************************************
004050 6000-MOVE-SCREEN-FIELDS.
004060     MOVE WS-SCR-TO-TIME TO DTSBLK-TO-TIME OF DTSBLK-RECORD.
004070     MOVE WS-SCR-REASON TO DTSBLK-REASON OF DTSBLK-RECORD.
004080     MOVE WS-SCR-APPROVER TO DTSBLK-APPROVER OF DTSBLK-RECORD.
004090     MOVE FUNCTION CURRENT-DATE (1:8)
004100         TO DTSBLK-LAST-MAINT-DATE OF DTSBLK-RECORD.
004110     MOVE WS-SIGNON-USER
004120         TO DTSBLK-LAST-MAINT-USER OF DTSBLK-RECORD.
004130 6000-EXIT.
004140     EXIT.
004150******************************************************************
004160*    8000-WRITE-JOURNAL - STAMP AND APPEND ONE CHANGE-CONTROL    *
004170*    JOURNAL RECORD, CREATING THE JOURNAL ON FIRST USE.          *
004180******************************************************************
004190 8000-WRITE-JOURNAL.
004200     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
004210     MOVE DTS100-CC-YYMMDD TO DTSJRNL-CHG-DATE.
004220     MOVE DTS100-HHMMSS    TO DTSJRNL-CHG-TIME.
004230     MOVE 'BLACKOUT'       TO DTSJRNL-FILE-ID.
004240     MOVE WS-SCR-SITE-ID   TO DTSJRNL-CHG-KEY.
004250     MOVE WS-SIGNON-USER   TO DTSJRNL-CHG-USER.
004260     MOVE DTSJRNL-RECORD   TO JRNL-RECORD-OUT.
004270     OPEN EXTEND CHG-JRNL.
004280     IF WS-JRNL-STATUS = '35'
004290         OPEN OUTPUT CHG-JRNL
004300     END-IF.
004310     WRITE JRNL-RECORD-OUT.
004320     CLOSE CHG-JRNL.
004330 8000-EXIT.
004340     EXIT.
004350******************************************************************
004360*    9000-FINISH - CLOSE THE BLACKOUT TABLE AND RETURN.          *
004370******************************************************************
004380 9000-FINISH.
004390     IF WS-SIGNON-OK
004400         CLOSE BLK-FILE
004410     END-IF.
004420 9000-EXIT.
004430     EXIT.
