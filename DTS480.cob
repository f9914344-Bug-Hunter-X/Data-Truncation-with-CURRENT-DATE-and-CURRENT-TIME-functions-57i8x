000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS480.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS480 - ON-CALL ROSTER MAINTENANCE SCREEN                  *
000180*                                                                *
000190*    LETS AN OPERATOR ADD, CHANGE, OR DISPLAY AN ON-CALL ROSTER  *
000200*    SHIFT: FOR A JOB GROUP AND SITE, THE SHIFT WINDOW AND THE   *
000210*    PRIMARY AND SECONDARY CONTACTS (NAME AND PAGER) ON DUTY     *
000220*    DURING IT.  DTS600 NAMES THE CONTACT ON EVERY PAGE FROM     *
000230*    THIS TABLE THROUGH THE DTS660 LOOKUP, SO THE CONSOLE NO     *
000240*    LONGER HUNTS FOR THE OWNING TEAM AT 3 A.M.  ENTRY TAKES A   *
000250*    SIGN-ON VERIFIED THROUGH DTS680; EVERY ADD OR CHANGE IS     *
000260*    JOURNALED TO CHGJRNL WITH BEFORE AND AFTER IMAGES FOR       *
000270*    DTS720, KEYED BY THE JOB GROUP.                             *
000280*                                                                *
000290*    MODIFICATION HISTORY                                        *
000300*    DATE       INIT  DESCRIPTION                                *
000310*    2026-10-15 JRM   INITIAL VERSION                            *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 SPECIAL-NAMES.
000380     CRT STATUS IS WS-CRT-STATUS.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ONC-FILE ASSIGN TO ONCALL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DTSONC-KEY OF DTSONC-RECORD
000450         FILE STATUS IS WS-ONC-STATUS.
000460     SELECT CHG-JRNL ASSIGN TO CHGJRNL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-JRNL-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ONC-FILE
000520     RECORDING MODE IS F.
000530     COPY DTSONC.
000540 FD  CHG-JRNL
000550     RECORDING MODE IS F.
000560 01  JRNL-RECORD-OUT              PIC X(199).
000570 WORKING-STORAGE SECTION.
000580 COPY DTSAREA.
000590 COPY DTSJRNL.
000600 COPY DTSOPRP.
000610 77  WS-ONC-STATUS                PIC X(02) VALUE SPACES.
000620 77  WS-JRNL-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-CRT-STATUS                PIC X(04) VALUE SPACES.
000640 01  WS-SIGNON-USER               PIC X(08) VALUE SPACES.
000650 01  WS-SCR-SIGNON-ID             PIC X(08).
000660 01  WS-SCR-SIGNON-PW             PIC X(08).
000670*    PRIOR IMAGE SAVED AHEAD OF A REWRITE SO THE JOURNAL CAN
000680*    CARRY WHAT THE SHIFT SAID BEFORE IT WAS TOUCHED.
000690 01  WS-ONC-SAVE                  PIC X(80) VALUE SPACES.
000700 01  WS-SWITCHES.
000710     05  WS-DONE-SW               PIC X(01) VALUE 'N'.
000720         88  WS-DONE              VALUE 'Y'.
000730     05  WS-SIGNON-OK-SW          PIC X(01) VALUE 'N'.
000740         88  WS-SIGNON-OK         VALUE 'Y'.
000750     05  WS-MAINT-OK-SW           PIC X(01) VALUE 'N'.
000760         88  WS-MAINT-OK          VALUE 'Y'.
000770     05  WS-TIMES-OK-SW           PIC X(01) VALUE 'N'.
000780         88  WS-TIMES-OK          VALUE 'Y'.
000790*    AN HHMM SHIFT BOUNDARY TAKEN APART FOR VALIDATION.
000800 01  WS-CHECK-HHMM                PIC 9(04).
000810 01  WS-CHECK-HHMM-R REDEFINES WS-CHECK-HHMM.
000820     05  WS-CHECK-HH              PIC 9(02).
000830     05  WS-CHECK-MM              PIC 9(02).
000840 01  WS-SCR-FUNCTION              PIC X(01).
000850     88  WS-SCR-ADD               VALUE 'A'.
000860     88  WS-SCR-CHANGE            VALUE 'C'.
000870     88  WS-SCR-DISPLAY           VALUE 'D'.
000880     88  WS-SCR-QUIT              VALUE 'Q'.
000890 01  WS-SCR-JOB-GROUP             PIC X(08).
000900 01  WS-SCR-SITE-ID               PIC X(04).
000910 01  WS-SCR-SHIFT-START           PIC X(04).
000920 01  WS-SCR-SHIFT-END             PIC X(04).
000930 01  WS-SCR-PRI-CONTACT           PIC X(12).
000940 01  WS-SCR-PRI-PAGER             PIC X(10).
000950 01  WS-SCR-SEC-CONTACT           PIC X(12).
000960 01  WS-SCR-SEC-PAGER             PIC X(10).
000970 SCREEN SECTION.
000980 01  DTS480-SIGNON-SCREEN.
000990     05  BLANK SCREEN.
001000     05  LINE 01 COLUMN 25 VALUE 'DTS480 - OPERATOR SIGN-ON'.
001010     05  LINE 03 COLUMN 05 VALUE 'USER ID            :'.
001020     05  LINE 03 COLUMN 27 PIC X(08) TO WS-SCR-SIGNON-ID.
001030     05  LINE 04 COLUMN 05 VALUE 'PASSWORD           :'.
001040     05  LINE 04 COLUMN 27 PIC X(08) TO WS-SCR-SIGNON-PW
001050         SECURE.
001060 01  DTS480-MAINT-SCREEN.
001070     05  BLANK SCREEN.
001080     05  LINE 01 COLUMN 25 VALUE 'DTS480 - ON-CALL ROSTER MAINT'.
001090     05  LINE 03 COLUMN 05 VALUE 'FUNCTION (A/C/D/Q) :'.
001100     05  LINE 03 COLUMN 27 PIC X(01) TO WS-SCR-FUNCTION.
001110     05  LINE 05 COLUMN 05 VALUE 'JOB GROUP (OR *)   :'.
001120     05  LINE 05 COLUMN 27 PIC X(08) TO WS-SCR-JOB-GROUP.
001130     05  LINE 06 COLUMN 05 VALUE 'SITE ID            :'.
001140     05  LINE 06 COLUMN 27 PIC X(04) TO WS-SCR-SITE-ID.
001150     05  LINE 07 COLUMN 05 VALUE 'SHIFT START (HHMM) :'.
001160     05  LINE 07 COLUMN 27 PIC X(04) TO WS-SCR-SHIFT-START.
001170     05  LINE 08 COLUMN 05 VALUE 'SHIFT END   (HHMM) :'.
001180     05  LINE 08 COLUMN 27 PIC X(04) TO WS-SCR-SHIFT-END.
001190     05  LINE 10 COLUMN 05 VALUE 'PRIMARY CONTACT    :'.
001200     05  LINE 10 COLUMN 27 PIC X(12) TO WS-SCR-PRI-CONTACT.
001210     05  LINE 11 COLUMN 05 VALUE 'PRIMARY PAGER      :'.
001220     05  LINE 11 COLUMN 27 PIC X(10) TO WS-SCR-PRI-PAGER.
001230     05  LINE 12 COLUMN 05 VALUE 'SECONDARY CONTACT  :'.
001240     05  LINE 12 COLUMN 27 PIC X(12) TO WS-SCR-SEC-CONTACT.
001250     05  LINE 13 COLUMN 05 VALUE 'SECONDARY PAGER    :'.
001260     05  LINE 13 COLUMN 27 PIC X(10) TO WS-SCR-SEC-PAGER.
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
001310         UNTIL WS-DONE.
001320     PERFORM 9000-FINISH THRU 9000-EXIT.
001330     GOBACK.
001340 0000-EXIT.
001350     EXIT.
001360******************************************************************
001370*    1000-INITIALIZE - TAKE THE ENTRY SIGN-ON, THEN OPEN THE     *
001380*    ROSTER FOR KEYED MAINTENANCE.                               *
001390******************************************************************
001400 1000-INITIALIZE.
001410     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001420     IF NOT WS-SIGNON-OK
001430         SET WS-DONE TO TRUE
001440         GO TO 1000-EXIT
001450     END-IF.
001460     OPEN I-O ONC-FILE.
001470     IF WS-ONC-STATUS = '35'
001480         CLOSE ONC-FILE
001490         OPEN OUTPUT ONC-FILE
001500         CLOSE ONC-FILE
001510         OPEN I-O ONC-FILE
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550******************************************************************
001560*    1500-SIGN-ON - VALIDATE THE OPERATOR AGAINST THE SHARED     *
001570*    AUTHORITY TABLE THROUGH DTS680.  WITH NO TABLE ON FILE      *
001580*    YET THE SERVICE WARNS AND ALLOWS FULL AUTHORITY.            *
001590******************************************************************
001600 1500-SIGN-ON.
001610     MOVE SPACES TO WS-SCR-SIGNON-ID WS-SCR-SIGNON-PW.
001620     DISPLAY DTS480-SIGNON-SCREEN.
001630     ACCEPT DTS480-SIGNON-SCREEN.
001640     MOVE WS-SCR-SIGNON-ID TO DTSOPRP-USER-ID.
001650     MOVE WS-SCR-SIGNON-PW TO DTSOPRP-PASSWORD.
001660     MOVE 'ONCALL' TO DTSOPRP-TABLE-ID.
001670     CALL 'DTS680' USING DTSOPRP-PARM.
001680     IF DTSOPRP-BAD-SIGNON
001690         DISPLAY 'DTS480 - SIGN-ON REFUSED'
001700         GO TO 1500-EXIT
001710     END-IF.
001720     IF DTSOPRP-AUTH-NONE
001730         DISPLAY 'DTS480 - NO AUTHORITY FOR THE ON-CALL ROSTER'
001740         GO TO 1500-EXIT
001750     END-IF.
001760     SET WS-SIGNON-OK TO TRUE.
001770     MOVE WS-SCR-SIGNON-ID TO WS-SIGNON-USER.
001780     IF WS-SIGNON-USER = SPACES
001790         MOVE 'DTS480' TO WS-SIGNON-USER
001800     END-IF.
001810 1500-EXIT.
001820     EXIT.
001830******************************************************************
001840*    2000-PROCESS-SCREEN - DISPLAY THE MAINTENANCE SCREEN,       *
001850*    ACCEPT ONE TRANSACTION, AND CARRY IT OUT.  THE SHIFT START  *
001860*    IS PART OF THE KEY, SO IT IS CHECKED FOR EVERY FUNCTION.    *
001870******************************************************************
001880 2000-PROCESS-SCREEN.
001890     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-JOB-GROUP
001900         WS-SCR-SITE-ID WS-SCR-SHIFT-START WS-SCR-SHIFT-END
001910         WS-SCR-PRI-CONTACT WS-SCR-PRI-PAGER WS-SCR-SEC-CONTACT
001920         WS-SCR-SEC-PAGER.
001930     DISPLAY DTS480-MAINT-SCREEN.
001940     ACCEPT DTS480-MAINT-SCREEN.
001950     IF WS-SCR-QUIT
001960         SET WS-DONE TO TRUE
001970         GO TO 2000-EXIT
001980     END-IF.
001990     IF (WS-SCR-ADD OR WS-SCR-CHANGE)
002000         AND NOT DTSOPRP-AUTH-UPDATE
002010         DISPLAY 'DTS480 - UPDATE AUTHORITY REQUIRED FOR THAT '
002020             'FUNCTION'
002030         GO TO 2000-EXIT
002040     END-IF.
002050     IF WS-SCR-JOB-GROUP = SPACES OR WS-SCR-SITE-ID = SPACES
002060         DISPLAY 'DTS480 - JOB GROUP AND SITE ARE REQUIRED'
002070         GO TO 2000-EXIT
002080     END-IF.
002090     PERFORM 2500-CHECK-TIMES THRU 2500-EXIT.
002100     IF NOT WS-TIMES-OK
002110         GO TO 2000-EXIT
002120     END-IF.
002130     IF (WS-SCR-ADD OR WS-SCR-CHANGE)
002140         AND WS-SCR-PRI-CONTACT = SPACES
002150         DISPLAY 'DTS480 - A SHIFT NEEDS A PRIMARY CONTACT'
002160         GO TO 2000-EXIT
002170     END-IF.
002180     MOVE WS-SCR-JOB-GROUP TO DTSONC-JOB-GROUP OF DTSONC-RECORD.
002190     MOVE WS-SCR-SITE-ID TO DTSONC-SITE-ID OF DTSONC-RECORD.
002200     MOVE WS-SCR-SHIFT-START
002210         TO DTSONC-SHIFT-START OF DTSONC-RECORD.
002220     IF WS-SCR-ADD
002230         PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
002240     ELSE
002250         IF WS-SCR-CHANGE
002260             PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
002270         ELSE
002280             IF WS-SCR-DISPLAY
002290                 PERFORM 5000-DISPLAY-ENTRY THRU 5000-EXIT
002300             ELSE
002310                 DISPLAY 'DTS480 - INVALID FUNCTION CODE'
002320             END-IF
002330         END-IF
002340     END-IF.
002350 2000-EXIT.
002360     EXIT.
002370******************************************************************
002380*    2500-CHECK-TIMES - THE SHIFT START MUST BE A VALID HHMM     *
002390*    FOR ANY FUNCTION; THE END ONLY WHEN ADDING OR CHANGING.     *
002400******************************************************************
002410 2500-CHECK-TIMES.
002420     MOVE 'N' TO WS-TIMES-OK-SW.
002430     IF WS-SCR-SHIFT-START NOT NUMERIC
002440         DISPLAY 'DTS480 - SHIFT START MUST BE HHMM'
002450         GO TO 2500-EXIT
002460     END-IF.
002470     MOVE WS-SCR-SHIFT-START TO WS-CHECK-HHMM.
002480     IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
002490         DISPLAY 'DTS480 - SHIFT START MUST BE HHMM'
002500         GO TO 2500-EXIT
002510     END-IF.
002520     IF WS-SCR-ADD OR WS-SCR-CHANGE
002530         IF WS-SCR-SHIFT-END NOT NUMERIC
002540             DISPLAY 'DTS480 - SHIFT END MUST BE HHMM'
002550             GO TO 2500-EXIT
002560         END-IF
002570         MOVE WS-SCR-SHIFT-END TO WS-CHECK-HHMM
002580         IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
002590             DISPLAY 'DTS480 - SHIFT END MUST BE HHMM'
002600             GO TO 2500-EXIT
002610         END-IF
002620     END-IF.
002630     SET WS-TIMES-OK TO TRUE.
002640 2500-EXIT.
002650     EXIT.
002660******************************************************************
002670*    3000-ADD-ENTRY - WRITE A NEW ROSTER SHIFT.                  *
002680******************************************************************
002690 3000-ADD-ENTRY.
002700     PERFORM 6000-MOVE-SCREEN-FIELDS THRU 6000-EXIT.
002710     MOVE '(NEW ENTRY)' TO DTSJRNL-BEFORE-IMAGE.
002720     MOVE DTSONC-RECORD TO DTSJRNL-AFTER-IMAGE.
002730     MOVE 'A' TO DTSJRNL-ACTION.
002740     MOVE 'N' TO WS-MAINT-OK-SW.
002750     WRITE DTSONC-RECORD
002760         INVALID KEY
002770             DISPLAY 'DTS480 - SHIFT ALREADY EXISTS - USE CHANGE'
002780         NOT INVALID KEY
002790             DISPLAY 'DTS480 - SHIFT ADDED'
002800             SET WS-MAINT-OK TO TRUE
002810     END-WRITE.
002820     IF WS-MAINT-OK
002830         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
002840     END-IF.
002850 3000-EXIT.
002860     EXIT.
002870******************************************************************
002880*    4000-CHANGE-ENTRY - UPDATE AN EXISTING SHIFT - THE USUAL    *
002890*    CHANGE IS THE WEEKLY ROTATION OF THE CONTACTS.              *
002900******************************************************************
002910 4000-CHANGE-ENTRY.
002920     READ ONC-FILE
002930         INVALID KEY
002940             DISPLAY 'DTS480 - SHIFT NOT ON FILE - USE ADD'
002950             GO TO 4000-EXIT
002960     END-READ.
002970     MOVE DTSONC-RECORD TO WS-ONC-SAVE.
002980     MOVE WS-ONC-SAVE TO DTSJRNL-BEFORE-IMAGE.
002990     PERFORM 6000-MOVE-SCREEN-FIELDS THRU 6000-EXIT.
003000     MOVE DTSONC-RECORD TO DTSJRNL-AFTER-IMAGE.
003010     MOVE 'C' TO DTSJRNL-ACTION.
003020     MOVE 'N' TO WS-MAINT-OK-SW.
003030     REWRITE DTSONC-RECORD
003040         INVALID KEY
003050             DISPLAY 'DTS480 - REWRITE FAILED'
003060         NOT INVALID KEY
003070             DISPLAY 'DTS480 - SHIFT UPDATED'
003080             SET WS-MAINT-OK TO TRUE
003090     END-REWRITE.
003100     IF WS-MAINT-OK
003110         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003120     END-IF.
003130 4000-EXIT.
003140     EXIT.
003150******************************************************************
003160*    5000-DISPLAY-ENTRY - SHOW THE SHIFT AS IT STANDS.           *
003170******************************************************************
003180 5000-DISPLAY-ENTRY.
003190     READ ONC-FILE
003200         INVALID KEY
003210             DISPLAY 'DTS480 - SHIFT NOT ON FILE'
003220         NOT INVALID KEY
003230             DISPLAY 'DTS480 - '
003240                 DTSONC-JOB-GROUP OF DTSONC-RECORD
003250                 ' ' DTSONC-SITE-ID OF DTSONC-RECORD
003260                 ' ' DTSONC-SHIFT-START OF DTSONC-RECORD
003270                 '-' DTSONC-SHIFT-END OF DTSONC-RECORD
003280                 ' PRI=' DTSONC-PRI-CONTACT OF DTSONC-RECORD
003290                 ' ' DTSONC-PRI-PAGER OF DTSONC-RECORD
003300                 ' SEC=' DTSONC-SEC-CONTACT OF DTSONC-RECORD
003310                 ' ' DTSONC-SEC-PAGER OF DTSONC-RECORD
003320     END-READ.
003330 5000-EXIT.
003340     EXIT.
003350******************************************************************
003360*    6000-MOVE-SCREEN-FIELDS - LAY THE SCREEN FIELDS INTO THE    *
003370*    RECORD AND STAMP THE MAINTENANCE TRAILER WITH THE VERIFIED  *
003380*    SIGN-ON USER.                                               *
003390******************************************************************
003400 6000-MOVE-SCREEN-FIELDS.
003410     MOVE WS-SCR-SHIFT-END TO DTSONC-SHIFT-END OF DTSONC-RECORD.
003420     MOVE WS-SCR-PRI-CONTACT
003430         TO DTSONC-PRI-CONTACT OF DTSONC-RECORD.
003440     MOVE WS-SCR-PRI-PAGER TO DTSONC-PRI-PAGER OF DTSONC-RECORD.
003450     MOVE WS-SCR-SEC-CONTACT
003460         TO DTSONC-SEC-CONTACT OF DTSONC-RECORD.
003470     MOVE WS-SCR-SEC-PAGER TO DTSONC-SEC-PAGER OF DTSONC-RECORD.
003480     MOVE FUNCTION CURRENT-DATE (1:8)
003490         TO DTSONC-LAST-MAINT-DATE OF DTSONC-RECORD.
003500     MOVE WS-SIGNON-USER
003510         TO DTSONC-LAST-MAINT-USER OF DTSONC-RECORD.
003520 6000-EXIT.
003530     EXIT.
003540******************************************************************
003550*    8000-WRITE-JOURNAL - STAMP AND APPEND ONE CHANGE-CONTROL    *
003560*    JOURNAL RECORD, CREATING THE JOURNAL ON FIRST USE.          *
003570******************************************************************
003580 8000-WRITE-JOURNAL.
003590     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
003600     MOVE DTS100-CC-YYMMDD TO DTSJRNL-CHG-DATE.
003610     MOVE DTS100-HHMMSS    TO DTSJRNL-CHG-TIME.
003620     MOVE 'ONCALL'         TO DTSJRNL-FILE-ID.
003630     MOVE WS-SCR-JOB-GROUP TO DTSJRNL-CHG-KEY.
003640     MOVE WS-SIGNON-USER   TO DTSJRNL-CHG-USER.
003650     MOVE DTSJRNL-RECORD   TO JRNL-RECORD-OUT.
003660     OPEN EXTEND CHG-JRNL.
003670     IF WS-JRNL-STATUS = '35'
003680         OPEN OUTPUT CHG-JRNL
003690     END-IF.
003700     WRITE JRNL-RECORD-OUT.
003710     CLOSE CHG-JRNL.
003720 8000-EXIT.
003730     EXIT.
003740******************************************************************
003750*    9000-FINISH - CLOSE THE ROSTER AND RETURN.                  *
003760******************************************************************
003770 9000-FINISH.
003780     IF WS-SIGNON-OK
003790         CLOSE ONC-FILE
003800     END-IF.
003810 9000-EXIT.
003820     EXIT.
