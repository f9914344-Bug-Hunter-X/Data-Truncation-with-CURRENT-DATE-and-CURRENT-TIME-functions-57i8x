000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS110.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS110 - CYCLE OPEN / SET SITE PROCESSING DATE              *
000180*                                                                *
000190*    RUN ONCE AS THE FIRST STEP OF A SITE'S NIGHTLY CYCLE.       *
000200*    SETS THE SITE'S BUSINESS DATE ON THE PROCESSING-DATE        *
000210*    CONTROL FILE (DD PROCDTE) - THE DATE THE STAMPING ROUTINE   *
000220*    CARRIES ONTO EVERY AUDIT MASTER RECORD UNTIL THE NEXT       *
000230*    CYCLE OPEN, HOWEVER LATE INTO THE NEXT MORNING THE CYCLE    *
000240*    RUNS.  THE PARM CARD NAMES THE SITE AND, OPTIONALLY, THE    *
000250*    DATE (DEFAULT TODAY) AND THE USER MAKING THE CHANGE.  A     *
000260*    DATE EARLIER THAN THE ONE ALREADY ON FILE IS REFUSED WITH   *
000270*    RETURN CODE 8 - BACKING A SITE UP ONTO A CLOSED CYCLE IS    *
000280*    DONE BY HAND, NOT BY A RESUBMITTED CYCLE-OPEN STEP.         *
000290*                                                                *
000300*    MODIFICATION HISTORY                                        *
000310*    DATE       INIT  DESCRIPTION                                *
000320*    2026-10-15 JRM   INITIAL VERSION                            *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARM-FILE ASSIGN TO PARMFILE
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430     SELECT PROC-FILE ASSIGN TO PROCDTE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DTSPDT-SITE-ID OF DTSPDT-RECORD
000470         FILE STATUS IS WS-PROC-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PARM-FILE
000510     RECORDING MODE IS F.
000520 01  PARM-RECORD.
000530     05  PARM-SITE-ID             PIC X(04).
000540     05  PARM-PROC-DATE           PIC X(08).
000550     05  PARM-SET-USER            PIC X(08).
000560 FD  PROC-FILE
000570     RECORDING MODE IS F.
000580     COPY DTSPDT.
000590 WORKING-STORAGE SECTION.
000600 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-PROC-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
000630 COPY DTSAREA.
000640 01  WS-SWITCHES.
000650     05  WS-ON-FILE-SW            PIC X(01) VALUE 'N'.
000660         88  WS-ON-FILE           VALUE 'Y'.
000670 01  WS-WORK-FIELDS.
000680     05  WS-SEL-SITE              PIC X(04) VALUE SPACES.
000690     05  WS-NEW-PROC-DATE         PIC 9(08) VALUE ZERO.
000700     05  WS-OLD-PROC-DATE         PIC 9(08) VALUE ZERO.
000710     05  WS-SET-USER              PIC X(08) VALUE 'DTS110'.
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000750     IF WS-RETURN-CODE = ZERO
000760         PERFORM 2000-SET-PROC-DATE THRU 2000-EXIT
000770     END-IF.
000780     PERFORM 9000-FINISH THRU 9000-EXIT.
000790     GOBACK.
000800 0000-EXIT.
000810     EXIT.
000820******************************************************************
000830*    1000-INITIALIZE - READ THE SITE/DATE/USER PARM CARD.  THE   *
000840*    SITE IS REQUIRED; THE DATE DEFAULTS TO TODAY AND THE USER   *
000850*    TO THIS PROGRAM'S NAME.                                     *
000860******************************************************************
000870 1000-INITIALIZE.
000880     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
000890     MOVE DTS100-CC-YYMMDD TO WS-NEW-PROC-DATE.
000900     MOVE SPACES TO PARM-RECORD.
000910     OPEN INPUT PARM-FILE.
000920     IF WS-PARM-STATUS = '35'
000930         DISPLAY 'DTS110 - NO PARM CARD SUPPLIED - ABEND'
000940         MOVE 16 TO WS-RETURN-CODE
000950         GO TO 1000-EXIT
000960     END-IF.
000970     READ PARM-FILE
000980         AT END
000990             CONTINUE
001000     END-READ.
001010     CLOSE PARM-FILE.
001020     IF PARM-SITE-ID = SPACES
001030         DISPLAY 'DTS110 - NO SITE ON PARM CARD - ABEND'
001040         MOVE 16 TO WS-RETURN-CODE
001050         GO TO 1000-EXIT
001060     END-IF.
001070     MOVE PARM-SITE-ID TO WS-SEL-SITE.
001080     IF PARM-PROC-DATE IS NUMERIC
001090         AND PARM-PROC-DATE NOT = '00000000'
001100         MOVE PARM-PROC-DATE TO WS-NEW-PROC-DATE
001110     END-IF.
001120     IF PARM-SET-USER NOT = SPACES
001130         MOVE PARM-SET-USER TO WS-SET-USER
001140     END-IF.
001150 1000-EXIT.
001160     EXIT.
001170******************************************************************
001180*    2000-SET-PROC-DATE - READ THE SITE'S CONTROL RECORD AND     *
001190*    MOVE ITS DATE FORWARD (OR CREATE IT ON A SITE'S FIRST       *
001200*    CYCLE).  A DATE BEHIND THE ONE ON FILE IS REFUSED.          *
001210******************************************************************
001220 2000-SET-PROC-DATE.
001230     OPEN I-O PROC-FILE.
001240     IF WS-PROC-STATUS = '35'
001250         CLOSE PROC-FILE
001260         OPEN OUTPUT PROC-FILE
001270         CLOSE PROC-FILE
001280         OPEN I-O PROC-FILE
001290     END-IF.
001300     IF WS-PROC-STATUS NOT = '00' AND WS-PROC-STATUS NOT = '05'
001310         DISPLAY 'DTS110 - PROCESSING-DATE FILE UNAVAILABLE - '
001320             'STATUS ' WS-PROC-STATUS ' - ABEND'
001330         MOVE 16 TO WS-RETURN-CODE
001340         GO TO 2000-EXIT
001350     END-IF.
001360     MOVE WS-SEL-SITE TO DTSPDT-SITE-ID OF DTSPDT-RECORD.
001370     READ PROC-FILE
001380         INVALID KEY
001390             MOVE 'N' TO WS-ON-FILE-SW
001400         NOT INVALID KEY
001410             SET WS-ON-FILE TO TRUE
001420             MOVE DTSPDT-PROC-DATE OF DTSPDT-RECORD
001430                 TO WS-OLD-PROC-DATE
001440     END-READ.
001450     IF WS-ON-FILE AND WS-NEW-PROC-DATE < WS-OLD-PROC-DATE
001460         DISPLAY 'DTS110 - SITE ' WS-SEL-SITE ' IS ALREADY ON '
001470             'PROCESSING DATE ' WS-OLD-PROC-DATE
001480             ' - REFUSING TO MOVE IT BACK TO ' WS-NEW-PROC-DATE
001490         MOVE 8 TO WS-RETURN-CODE
001500         CLOSE PROC-FILE
001510         GO TO 2000-EXIT
001520     END-IF.
001530     MOVE SPACES TO DTSPDT-RECORD.
001540     MOVE WS-SEL-SITE TO DTSPDT-SITE-ID OF DTSPDT-RECORD.
001550     MOVE WS-NEW-PROC-DATE TO DTSPDT-PROC-DATE OF DTSPDT-RECORD.
001560     MOVE DTS100-CC-YYMMDD TO DTSPDT-SET-DATE OF DTSPDT-RECORD.
001570     MOVE DTS100-HHMMSS TO DTSPDT-SET-TIME OF DTSPDT-RECORD.
001580     MOVE WS-SET-USER TO DTSPDT-SET-USER OF DTSPDT-RECORD.
001590     IF WS-ON-FILE
001600         REWRITE DTSPDT-RECORD
001610             INVALID KEY
001620                 DISPLAY 'DTS110 - REWRITE FAILED FOR SITE '
001630                     WS-SEL-SITE ' - STATUS ' WS-PROC-STATUS
001640                 MOVE 16 TO WS-RETURN-CODE
001650         END-REWRITE
001660     ELSE
001670         WRITE DTSPDT-RECORD
001680             INVALID KEY
001690                 DISPLAY 'DTS110 - WRITE FAILED FOR SITE '
001700                     WS-SEL-SITE ' - STATUS ' WS-PROC-STATUS
001710                 MOVE 16 TO WS-RETURN-CODE
001720         END-WRITE
001730     END-IF.
001740     CLOSE PROC-FILE.
001750     IF WS-RETURN-CODE NOT = ZERO
001760         GO TO 2000-EXIT
001770     END-IF.
001780     IF WS-ON-FILE
001790         DISPLAY 'DTS110 - SITE ' WS-SEL-SITE ' PROCESSING DATE '
001800             WS-OLD-PROC-DATE ' -> ' WS-NEW-PROC-DATE
001810     ELSE
001820         DISPLAY 'DTS110 - SITE ' WS-SEL-SITE ' PROCESSING DATE '
001830             'SET TO ' WS-NEW-PROC-DATE ' (FIRST CYCLE)'
001840     END-IF.
001850 2000-EXIT.
001860     EXIT.
001870******************************************************************
001880*    9000-FINISH - HAND THE RETURN CODE BACK TO THE SCHEDULER.   *
001890******************************************************************
001900 9000-FINISH.
001910     MOVE WS-RETURN-CODE TO RETURN-CODE.
001920 9000-EXIT.
001930     EXIT.
