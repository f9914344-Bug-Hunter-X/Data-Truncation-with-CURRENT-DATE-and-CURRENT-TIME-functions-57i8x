000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS495.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS495 - EXTERNAL SCHEDULER CROSS-REFERENCE MAINTENANCE     *
000180*                                                                *
000190*    LETS AN OPERATOR ADD, CHANGE, DISPLAY, OR WITHDRAW THE      *
000200*    ENTRY THAT MAPS A JOB NAME AND HOST FROM THE DISTRIBUTED    *
000210*    SCHEDULER'S RUN-HISTORY EXPORT TO THE JOB-ID AND SITE-ID    *
000220*    ITS RUNS ARE RECORDED UNDER (A HOST OF '*' COVERS ANY       *
000230*    HOST).  THE DTS540 IMPORT POSTS ONLY MAPPED, ACTIVE ENTRIES *
000240*    AND REJECTS THE REST, SO A NEW CROSS-PLATFORM JOB IS GATED  *
000250*    ONCE IT IS ENTERED HERE.  ENTRY TAKES A SIGN-ON VERIFIED    *
000260*    THROUGH DTS680; EVERY ADD, CHANGE OR WITHDRAWAL IS          *
000270*    JOURNALED TO CHGJRNL WITH BEFORE AND AFTER IMAGES FOR       *
000280*    DTS720, KEYED BY THE JOB-ID MAPPED TO.                      *
000290*                                                                *
000300*    MODIFICATION HISTORY                                        *
000310*    DATE       INIT  DESCRIPTION                                *
000320*    2026-10-15 JRM   INITIAL VERSION                            *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 SPECIAL-NAMES.
000390     CRT STATUS IS WS-CRT-STATUS.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT XRF-FILE ASSIGN TO XREFFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS DTSXRF-KEY OF DTSXRF-RECORD
000460         FILE STATUS IS WS-XRF-STATUS.
000470     SELECT CHG-JRNL ASSIGN TO CHGJRNL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-JRNL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  XRF-FILE
000530     RECORDING MODE IS F.
000540     COPY DTSXRF.
000550 FD  CHG-JRNL
000560     RECORDING MODE IS F.
000570 01  JRNL-RECORD-OUT              PIC X(199).
000580 WORKING-STORAGE SECTION.
000590 COPY DTSAREA.
000600 COPY DTSJRNL.
000610 COPY DTSOPRP.
000620 77  WS-XRF-STATUS                PIC X(02) VALUE SPACES.
000630 77  WS-JRNL-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-CRT-STATUS                PIC X(04) VALUE SPACES.
000650 01  WS-SIGNON-USER               PIC X(08) VALUE SPACES.
000660 01  WS-SCR-SIGNON-ID             PIC X(08).
000670 01  WS-SCR-SIGNON-PW             PIC X(08).
000680*    PRIOR IMAGE SAVED AHEAD OF A REWRITE OR DELETE SO THE
000690*    JOURNAL CAN CARRY WHAT THE ENTRY SAID BEFORE IT WAS
000700*    TOUCHED.
000710 01  WS-XRF-SAVE                  PIC X(80) VALUE SPACES.
000720 01  WS-SWITCHES.
000730     05  WS-DONE-SW               PIC X(01) VALUE 'N'.
000740         88  WS-DONE              VALUE 'Y'.
000750     05  WS-SIGNON-OK-SW          PIC X(01) VALUE 'N'.
000760         88  WS-SIGNON-OK         VALUE 'Y'.
000770     05  WS-MAINT-OK-SW           PIC X(01) VALUE 'N'.
000780         88  WS-MAINT-OK          VALUE 'Y'.
000790     05  WS-KEY-OK-SW             PIC X(01) VALUE 'N'.
000800         88  WS-KEY-OK            VALUE 'Y'.
000810 01  WS-SCR-FUNCTION              PIC X(01).
000820     88  WS-SCR-ADD               VALUE 'A'.
000830     88  WS-SCR-CHANGE            VALUE 'C'.
000840     88  WS-SCR-DISPLAY           VALUE 'D'.
000850     88  WS-SCR-WITHDRAW          VALUE 'X'.
000860     88  WS-SCR-QUIT              VALUE 'Q'.
000870 01  WS-SCR-FOREIGN-JOB           PIC X(24).
000880 01  WS-SCR-FOREIGN-HOST          PIC X(16).
000890 01  WS-SCR-JOB-ID                PIC X(08).
000900 01  WS-SCR-SITE-ID               PIC X(04).
000910 01  WS-SCR-ACTIVE                PIC X(01).
000920 SCREEN SECTION.
000930 01  DTS495-SIGNON-SCREEN.
000940     05  BLANK SCREEN.
000950     05  LINE 01 COLUMN 25 VALUE 'DTS495 - OPERATOR SIGN-ON'.
000960     05  LINE 03 COLUMN 05 VALUE 'USER ID            :'.
000970     05  LINE 03 COLUMN 27 PIC X(08) TO WS-SCR-SIGNON-ID.
000980     05  LINE 04 COLUMN 05 VALUE 'PASSWORD           :'.
000990     05  LINE 04 COLUMN 27 PIC X(08) TO WS-SCR-SIGNON-PW
001000         SECURE.
001010 01  DTS495-MAINT-SCREEN.
001020     05  BLANK SCREEN.
001030     05  LINE 01 COLUMN 25 VALUE 'DTS495 - SCHEDULER XREF MAINT'.
001040     05  LINE 03 COLUMN 05 VALUE 'FUNCTION (A/C/D/X/Q):'.
001050     05  LINE 03 COLUMN 27 PIC X(01) TO WS-SCR-FUNCTION.
001060     05  LINE 05 COLUMN 05 VALUE 'FOREIGN JOB NAME   :'.
001070     05  LINE 05 COLUMN 27 PIC X(24) TO WS-SCR-FOREIGN-JOB.
001080     05  LINE 06 COLUMN 05 VALUE 'FOREIGN HOST (*=ANY):'.
001090     05  LINE 06 COLUMN 27 PIC X(16) TO WS-SCR-FOREIGN-HOST.
001100     05  LINE 08 COLUMN 05 VALUE 'RECORD AS JOB ID   :'.
001110     05  LINE 08 COLUMN 27 PIC X(08) TO WS-SCR-JOB-ID.
001120     05  LINE 09 COLUMN 05 VALUE 'RECORD AS SITE ID  :'.
001130     05  LINE 09 COLUMN 27 PIC X(04) TO WS-SCR-SITE-ID.
001140     05  LINE 10 COLUMN 05 VALUE 'ACTIVE (Y/N)       :'.
001150     05  LINE 10 COLUMN 27 PIC X(01) TO WS-SCR-ACTIVE.
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
001200         UNTIL WS-DONE.
001210     PERFORM 9000-FINISH THRU 9000-EXIT.
001220     GOBACK.
001230 0000-EXIT.
001240     EXIT.
001250******************************************************************
001260*    1000-INITIALIZE - TAKE THE ENTRY SIGN-ON, THEN OPEN THE     *
001270*    CROSS-REFERENCE TABLE FOR KEYED MAINTENANCE.                *
001280******************************************************************
001290 1000-INITIALIZE.
001300     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001310     IF NOT WS-SIGNON-OK
001320         SET WS-DONE TO TRUE
001330         GO TO 1000-EXIT
001340     END-IF.
001350     OPEN I-O XRF-FILE.
001360     IF WS-XRF-STATUS = '35'
001370         CLOSE XRF-FILE
001380         OPEN OUTPUT XRF-FILE
001390         CLOSE XRF-FILE
001400         OPEN I-O XRF-FILE
001410     END-IF.
001420 1000-EXIT.
001430     EXIT.
001440******************************************************************
001450*    1500-SIGN-ON - VALIDATE THE OPERATOR AGAINST THE SHARED     *
001460*    AUTHORITY TABLE THROUGH DTS680.  WITH NO TABLE ON FILE YET  *
001470*    THE SERVICE WARNS AND ALLOWS FULL AUTHORITY.                *
001480******************************************************************
001490 1500-SIGN-ON.
001500     MOVE SPACES TO WS-SCR-SIGNON-ID WS-SCR-SIGNON-PW.
001510     DISPLAY DTS495-SIGNON-SCREEN.
001520     ACCEPT DTS495-SIGNON-SCREEN.
001530     MOVE WS-SCR-SIGNON-ID TO DTSOPRP-USER-ID.
001540     MOVE WS-SCR-SIGNON-PW TO DTSOPRP-PASSWORD.
001550     MOVE 'XREFFILE' TO DTSOPRP-TABLE-ID.
001560     CALL 'DTS680' USING DTSOPRP-PARM.
001570     IF DTSOPRP-BAD-SIGNON
001580         DISPLAY 'DTS495 - SIGN-ON REFUSED'
001590         GO TO 1500-EXIT
001600     END-IF.
001610     IF DTSOPRP-AUTH-NONE
001620         DISPLAY 'DTS495 - NO AUTHORITY FOR THE SCHEDULER '
001630             'CROSS-REFERENCE'
001640         GO TO 1500-EXIT
001650     END-IF.
001660     SET WS-SIGNON-OK TO TRUE.
001670     MOVE WS-SCR-SIGNON-ID TO WS-SIGNON-USER.
001680     IF WS-SIGNON-USER = SPACES
001690         MOVE 'DTS495' TO WS-SIGNON-USER
001700     END-IF.
001710 1500-EXIT.
001720     EXIT.
001730******************************************************************
001740*    2000-PROCESS-SCREEN - DISPLAY THE MAINTENANCE SCREEN,       *
001750*    ACCEPT ONE TRANSACTION, AND CARRY IT OUT.  THE FOREIGN JOB  *
001760*    NAME AND HOST ARE THE KEY, SO THEY ARE REQUIRED FOR EVERY   *
001770*    FUNCTION.                                                   *
001780******************************************************************
001790 2000-PROCESS-SCREEN.
001800     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-FOREIGN-JOB
001810         WS-SCR-FOREIGN-HOST WS-SCR-JOB-ID WS-SCR-SITE-ID
001820         WS-SCR-ACTIVE.
001830     DISPLAY DTS495-MAINT-SCREEN.
001840     ACCEPT DTS495-MAINT-SCREEN.
001850     IF WS-SCR-QUIT
001860         SET WS-DONE TO TRUE
001870         GO TO 2000-EXIT
001880     END-IF.
001890     IF (WS-SCR-ADD OR WS-SCR-CHANGE OR WS-SCR-WITHDRAW)
001900         AND NOT DTSOPRP-AUTH-UPDATE
001910         DISPLAY 'DTS495 - UPDATE AUTHORITY REQUIRED FOR THAT '
001920             'FUNCTION'
001930         GO TO 2000-EXIT
001940     END-IF.
001950     IF WS-SCR-FOREIGN-JOB = SPACES
001960         OR WS-SCR-FOREIGN-HOST = SPACES
001970         DISPLAY 'DTS495 - FOREIGN JOB NAME AND HOST ARE REQUIRED'
001980         GO TO 2000-EXIT
001990     END-IF.
002000     IF WS-SCR-ADD OR WS-SCR-CHANGE
002010         PERFORM 2600-CHECK-DETAIL THRU 2600-EXIT
002020         IF NOT WS-KEY-OK
002030             GO TO 2000-EXIT
002040         END-IF
002050     END-IF.
002060     MOVE WS-SCR-FOREIGN-JOB
002070         TO DTSXRF-FOREIGN-JOB OF DTSXRF-RECORD.
002080     MOVE WS-SCR-FOREIGN-HOST
002090         TO DTSXRF-FOREIGN-HOST OF DTSXRF-RECORD.
002100     IF WS-SCR-ADD
002110         PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
002120     ELSE
002130         IF WS-SCR-CHANGE
002140             PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
002150         ELSE
002160             IF WS-SCR-DISPLAY
002170                 PERFORM 5000-DISPLAY-ENTRY THRU 5000-EXIT
002180             ELSE
002190                 IF WS-SCR-WITHDRAW
002200                     PERFORM 5500-WITHDRAW-ENTRY THRU 5500-EXIT
002210                 ELSE
002220                     DISPLAY 'DTS495 - INVALID FUNCTION CODE'
002230                 END-IF
002240             END-IF
002250         END-IF
002260     END-IF.
002270 2000-EXIT.
002280     EXIT.
002290******************************************************************
002300*    2600-CHECK-DETAIL - ON AN ADD OR CHANGE THE ENTRY MUST NAME *
002310*    THE JOB-ID AND SITE-ID TO RECORD UNDER, AND ACTIVE MUST BE  *
002320*    Y OR N (BLANK TAKEN AS Y).                                  *
002330******************************************************************
002340 2600-CHECK-DETAIL.
002350     MOVE 'N' TO WS-KEY-OK-SW.
002360     IF WS-SCR-JOB-ID = SPACES OR WS-SCR-SITE-ID = SPACES
002370         DISPLAY 'DTS495 - JOB ID AND SITE ID ARE REQUIRED'
002380         GO TO 2600-EXIT
002390     END-IF.
002400     IF WS-SCR-ACTIVE = SPACE
002410         MOVE 'Y' TO WS-SCR-ACTIVE
002420     END-IF.
002430     IF WS-SCR-ACTIVE NOT = 'Y' AND WS-SCR-ACTIVE NOT = 'N'
002440         DISPLAY 'DTS495 - ACTIVE MUST BE Y OR N'
002450         GO TO 2600-EXIT
002460     END-IF.
002470     SET WS-KEY-OK TO TRUE.
002480 2600-EXIT.
002490     EXIT.
002500******************************************************************
002510*    3000-ADD-ENTRY - MAP A NEW FOREIGN JOB AND HOST.            *
002520******************************************************************
002530 3000-ADD-ENTRY.
002540     PERFORM 6000-MOVE-SCREEN-FIELDS THRU 6000-EXIT.
002550     MOVE '(NEW ENTRY)' TO DTSJRNL-BEFORE-IMAGE.
002560     MOVE DTSXRF-RECORD TO DTSJRNL-AFTER-IMAGE.
002570     MOVE 'A' TO DTSJRNL-ACTION.
002580     MOVE 'N' TO WS-MAINT-OK-SW.
002590     WRITE DTSXRF-RECORD
002600         INVALID KEY
002610             DISPLAY 'DTS495 - ENTRY ALREADY EXISTS - USE CHANGE'
002620         NOT INVALID KEY
002630             DISPLAY 'DTS495 - ENTRY ADDED'
002640             SET WS-MAINT-OK TO TRUE
002650     END-WRITE.
002660     IF WS-MAINT-OK
002670         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
002680     END-IF.
002690 3000-EXIT.
002700     EXIT.
002710******************************************************************
002720*    4000-CHANGE-ENTRY - REMAP AN EXISTING ENTRY OR SWITCH IT ON *
002730*    OR OFF.                                                     *
002740******************************************************************
002750 4000-CHANGE-ENTRY.
002760     READ XRF-FILE
002770         INVALID KEY
002780             DISPLAY 'DTS495 - ENTRY NOT ON FILE - USE ADD'
002790             GO TO 4000-EXIT
002800     END-READ.
002810     MOVE DTSXRF-RECORD TO WS-XRF-SAVE.
002820     MOVE WS-XRF-SAVE TO DTSJRNL-BEFORE-IMAGE.
002830     PERFORM 6000-MOVE-SCREEN-FIELDS THRU 6000-EXIT.
002840     MOVE DTSXRF-RECORD TO DTSJRNL-AFTER-IMAGE.
002850     MOVE 'C' TO DTSJRNL-ACTION.
002860     MOVE 'N' TO WS-MAINT-OK-SW.
002870     REWRITE DTSXRF-RECORD
002880         INVALID KEY
002890             DISPLAY 'DTS495 - REWRITE FAILED'
002900         NOT INVALID KEY
002910             DISPLAY 'DTS495 - ENTRY UPDATED'
002920             SET WS-MAINT-OK TO TRUE
002930     END-REWRITE.
002940     IF WS-MAINT-OK
002950         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
002960     END-IF.
002970 4000-EXIT.
002980     EXIT.
002990******************************************************************
003000*    5000-DISPLAY-ENTRY - SHOW THE ENTRY AS IT STANDS.           *
003010******************************************************************
003020 5000-DISPLAY-ENTRY.
003030     READ XRF-FILE
003040         INVALID KEY
003050             DISPLAY 'DTS495 - ENTRY NOT ON FILE'
003060         NOT INVALID KEY
003070             DISPLAY 'DTS495 - '
003080                 DTSXRF-FOREIGN-JOB OF DTSXRF-RECORD
003090                 ' ON ' DTSXRF-FOREIGN-HOST OF DTSXRF-RECORD
003100                 ' RECORDS AS ' DTSXRF-JOB-ID OF DTSXRF-RECORD
003110                 ' AT ' DTSXRF-SITE-ID OF DTSXRF-RECORD
003120                 ' ACTIVE=' DTSXRF-ACTIVE-SW OF DTSXRF-RECORD
003130     END-READ.
003140 5000-EXIT.
003150     EXIT.
003160******************************************************************
003170*    5500-WITHDRAW-ENTRY - REMOVE AN ENTRY FOR A JOB NO LONGER   *
003180*    RUN ON THE DISTRIBUTED SCHEDULER.  THE JOURNAL KEEPS THE    *
003190*    WITHDRAWN ENTRY AS ITS BEFORE IMAGE.                        *
003200******************************************************************
003210 5500-WITHDRAW-ENTRY.
003220     READ XRF-FILE
003230         INVALID KEY
003240             DISPLAY 'DTS495 - ENTRY NOT ON FILE'
003250             GO TO 5500-EXIT
003260     END-READ.
003270     MOVE DTSXRF-RECORD TO WS-XRF-SAVE.
003280     MOVE WS-XRF-SAVE TO DTSJRNL-BEFORE-IMAGE.
003290     MOVE '(WITHDRAWN)' TO DTSJRNL-AFTER-IMAGE.
003300     MOVE 'D' TO DTSJRNL-ACTION.
003310     MOVE DTSXRF-JOB-ID OF DTSXRF-RECORD TO WS-SCR-JOB-ID.
003320     MOVE 'N' TO WS-MAINT-OK-SW.
003330     DELETE XRF-FILE
003340         INVALID KEY
003350             DISPLAY 'DTS495 - WITHDRAWAL FAILED'
003360         NOT INVALID KEY
003370             DISPLAY 'DTS495 - ENTRY WITHDRAWN'
003380             SET WS-MAINT-OK TO TRUE
003390     END-DELETE.
003400     IF WS-MAINT-OK
003410         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003420     END-IF.
003430 5500-EXIT.
003440     EXIT.
003450******************************************************************
003460*    6000-MOVE-SCREEN-FIELDS - LAY THE SCREEN FIELDS INTO THE    *
003470*    RECORD AND STAMP THE MAINTENANCE TRAILER WITH THE VERIFIED  *
003480*    SIGN-ON USER.                                               *
003490******************************************************************
003500 6000-MOVE-SCREEN-FIELDS.
003510     MOVE WS-SCR-JOB-ID TO DTSXRF-JOB-ID OF DTSXRF-RECORD.
003520     MOVE WS-SCR-SITE-ID TO DTSXRF-SITE-ID OF DTSXRF-RECORD.
003530     MOVE WS-SCR-ACTIVE TO DTSXRF-ACTIVE-SW OF DTSXRF-RECORD.
003540     MOVE FUNCTION CURRENT-DATE (1:8)
003550         TO DTSXRF-LAST-MAINT-DATE OF DTSXRF-RECORD.
003560     MOVE WS-SIGNON-USER
003570         TO DTSXRF-LAST-MAINT-USER OF DTSXRF-RECORD.
003580 6000-EXIT.
003590     EXIT.
003600******************************************************************
003610*    8000-WRITE-JOURNAL - STAMP AND APPEND ONE CHANGE-CONTROL    *
003620*    JOURNAL RECORD, CREATING THE JOURNAL ON FIRST USE.          *
003630******************************************************************
003640 8000-WRITE-JOURNAL.
003650     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
003660     MOVE DTS100-CC-YYMMDD TO DTSJRNL-CHG-DATE.
003670     MOVE DTS100-HHMMSS    TO DTSJRNL-CHG-TIME.
003680     MOVE 'XREFFILE'       TO DTSJRNL-FILE-ID.
003690     MOVE WS-SCR-JOB-ID    TO DTSJRNL-CHG-KEY.
003700     MOVE WS-SIGNON-USER   TO DTSJRNL-CHG-USER.
003710     MOVE DTSJRNL-RECORD   TO JRNL-RECORD-OUT.
003720     OPEN EXTEND CHG-JRNL.
003730     IF WS-JRNL-STATUS = '35'
003740         OPEN OUTPUT CHG-JRNL
003750     END-IF.
003760     WRITE JRNL-RECORD-OUT.
003770     CLOSE CHG-JRNL.
003780 8000-EXIT.
003790     EXIT.
003800******************************************************************
003810*    9000-FINISH - CLOSE THE CROSS-REFERENCE TABLE AND RETURN.   *
003820******************************************************************
003830 9000-FINISH.
003840     IF WS-SIGNON-OK
003850         CLOSE XRF-FILE
003860     END-IF.
003870 9000-EXIT.
003880     EXIT.
