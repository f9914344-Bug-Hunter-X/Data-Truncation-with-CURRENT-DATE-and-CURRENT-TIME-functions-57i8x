000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS540.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS540 - EXTERNAL SCHEDULER RUN-HISTORY IMPORT              *
000180*                                                                *
000190*    SOME NIGHTLY WORK RUNS ON THE DISTRIBUTED SCHEDULER AND     *
000200*    NEVER CALLS THE STAMPING ROUTINE, SO WITHOUT THIS STEP IT   *
000210*    IS INVISIBLE TO THE PREDECESSOR GATE, THE DTS700 MISSED-RUN *
000220*    SWEEP AND THE DTS760 CLOSE-OUT.  THIS RUN READS THAT        *
000230*    SCHEDULER'S RUN-HISTORY EXPORT (DD EXTHIST) AND POSTS EACH  *
000240*    RUN TO THE AUDIT MASTER AS START, STOP OR ABEND EVENTS      *
000250*    CARRYING REASON CODE IMPT, SEALED THROUGH DTS640 LIKE EVERY *
000260*    OTHER RECORD.                                               *
000270*                                                                *
000280*    ONE EXPORT LINE PER RUN, FIELDS SEPARATED BY COMMAS -       *
000290*                                                                *
000300*      JOB NAME, HOST, START, END, EXIT STATUS                   *
000310*                                                                *
000320*    START AND END ARE ISO STAMPS WITH THEIR UTC OFFSET, E.G.    *
000330*    2026-10-15T01:23:45-05:00 (A SPACE MAY STAND FOR THE T, A   *
000340*    FRACTION OF A SECOND GIVES THE HUNDREDTHS, Z MEANS UTC).  A *
000350*    BLANK END AND EXIT STATUS IS A RUN STILL GOING - ONLY THE   *
000360*    START IS POSTED.  AN EXIT STATUS OF ZERO OR MORE POSTS A    *
000370*    STOP CARRYING IT AS THE COMPLETION CODE; A NEGATIVE ONE     *
000380*    (THE SCHEDULER'S MARK FOR A RUN KILLED, TIMED OUT OR LOST)  *
000390*    POSTS AN ABEND.  BLANK LINES, LINES STARTING WITH # AND A   *
000400*    COLUMN- HEADING FIRST LINE ARE SKIPPED.                     *
000410*                                                                *
000420*    THE JOB NAME AND HOST ARE MAPPED TO A JOB-ID AND SITE-ID    *
000430*    THROUGH THE CROSS-REFERENCE TABLE (DD XREFFILE, DTS495) -   *
000440*    THE HOST'S OWN ENTRY FIRST, THEN THE JOB'S '*' ENTRY.  THE  *
000450*    SITE MUST BE ON ZONEFILE; A STAMP WHOSE OFFSET IS NEITHER   *
000460*    THE SITE'S STANDARD NOR ITS DAYLIGHT OFFSET IS POSTED WITH  *
000470*    THE OFFSET-MISMATCH FLAG, AS THE STAMPING ROUTINE DOES.  AN *
000480*    ACTIVE SITE ALIAS RECORDS THE RUN UNDER THE PRIMARY SITE IT *
000490*    RUNS AS.  THE PROCESSING DATE IS THE SITE'S PROCDTE DATE    *
000500*    WHEN THE RUN STARTED ON IT OR THE DAY AFTER, ELSE THE       *
000510*    START'S OWN DATE; START AND END SHARE IT.                   *
000520*                                                                *
000530*    EVERY EVENT POSTED IS LISTED ON DD IMPRPT.  AN UNMAPPED OR  *
000540*    MALFORMED LINE IS LISTED WITH THE REASON ON THE REJECT      *
000550*    REPORT (DD IMPREJ) AND NOTHING OF IT IS POSTED.  A RUN      *
000560*    ALREADY ON THE MASTER (THE SAME EXPORT IMPORTED AGAIN) IS   *
000570*    NOT POSTED TWICE; A KEY HELD BY A DIFFERENT EVENT MOVES THE *
000580*    STAMP ON A HUNDREDTH AT A TIME, AS DTS530 DOES.  RETURN     *
000590*    CODE 4 WHEN ANY LINE IS REJECTED; 16 WHEN A FILE CANNOT BE  *
000600*    OPENED OR A STAMP CANNOT BE SEALED OR WRITTEN (THE IMPORT   *
000610*    STOPS THERE AND A RERUN PICKS UP WHERE IT LEFT OFF).        *
000620*                                                                *
000630*    MODIFICATION HISTORY                                        *
000640*    DATE       INIT  DESCRIPTION                                *
000650*    2026-10-15 JRM   INITIAL VERSION                            *
000652*    2026-10-15 JRM   A NEWLY POSTED IMPORTED ABEND RAISES THE   *
000654*                     DTS690 DOWNSTREAM IMPACT NOTICE, AS A      *
000656*                     STAMPED ONE DOES.                          *
000660******************************************************************
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT EXT-HIST ASSIGN TO EXTHIST
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EXT-STATUS.
000760     SELECT XRF-FILE ASSIGN TO XREFFILE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS DTSXRF-KEY OF DTSXRF-RECORD
000800         FILE STATUS IS WS-XRF-STATUS.
000810     SELECT ZONE-FILE ASSIGN TO ZONEFILE
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS DTSZONE-SITE-ID OF DTSZONE-RECORD
000850         FILE STATUS IS WS-ZONE-STATUS.
000860     SELECT ALS-FILE ASSIGN TO ALIASFIL
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS DTSALS-SITE-ID OF DTSALS-RECORD
000900         FILE STATUS IS WS-ALS-STATUS.
000910     SELECT PROC-FILE ASSIGN TO PROCDTE
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS DTSPDT-SITE-ID OF DTSPDT-RECORD
000950         FILE STATUS IS WS-PROC-STATUS.
000960     SELECT AUDIT-MST ASSIGN TO AUDITMST
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS DTSAMST-KEY OF DTSAMST-RECORD
001000         FILE STATUS IS WS-AMST-STATUS.
001010     SELECT IMP-RPT ASSIGN TO IMPRPT
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030     SELECT REJ-RPT ASSIGN TO IMPREJ
001040         ORGANIZATION IS LINE SEQUENTIAL.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  EXT-HIST
001080     RECORDING MODE IS F.
001090 01  EXT-RECORD-IN                PIC X(200).
001100 FD  XRF-FILE
001110     RECORDING MODE IS F.
001120     COPY DTSXRF.
001130 FD  ZONE-FILE
001140     RECORDING MODE IS F.
001150     COPY DTSZONE.
001160 FD  ALS-FILE
001170     RECORDING MODE IS F.
001180     COPY DTSALS.
001190 FD  PROC-FILE
001200     RECORDING MODE IS F.
001210     COPY DTSPDT.
001220 FD  AUDIT-MST
001230     RECORDING MODE IS F.
001240     COPY DTSAMST.
001250 FD  IMP-RPT
001260     RECORDING MODE IS F.
001270 01  IMP-RECORD-OUT               PIC X(132).
001280 FD  REJ-RPT
001290     RECORDING MODE IS F.
001300 01  REJ-RECORD-OUT               PIC X(132).
001310 WORKING-STORAGE SECTION.
001320 77  WS-EXT-STATUS                PIC X(02) VALUE SPACES.
001330 77  WS-XRF-STATUS                PIC X(02) VALUE SPACES.
001340 77  WS-ZONE-STATUS               PIC X(02) VALUE SPACES.
001350 77  WS-ALS-STATUS                PIC X(02) VALUE SPACES.
001360 77  WS-PROC-STATUS               PIC X(02) VALUE SPACES.
001370 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
001380 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
001390 77  WS-RC-DISPLAY                PIC 9(02) VALUE ZERO.
001400 COPY DTSAREA.
001410 COPY DTSSEALP.
001415 COPY DTSIMPP.
001420 01  WS-EXT-LINE                  PIC X(200).
001430*    THE EXPORT LINE SPLIT AT ITS COMMAS, WITH EACH FIELD'S
001440*    LENGTH SO AN OVER-LONG NAME IS CAUGHT RATHER THAN CUT.
001450 01  WS-EXT-FIELDS.
001460     05  WS-X-JOB                 PIC X(24).
001470     05  WS-X-JOB-LEN             PIC S9(04) COMP.
001480     05  WS-X-HOST                PIC X(16).
001490     05  WS-X-HOST-LEN            PIC S9(04) COMP.
001500     05  WS-X-START               PIC X(32).
001510     05  WS-X-START-LEN           PIC S9(04) COMP.
001520     05  WS-X-END                 PIC X(32).
001530     05  WS-X-END-LEN             PIC S9(04) COMP.
001540     05  WS-X-EXIT                PIC X(08).
001550     05  WS-X-EXIT-LEN            PIC S9(04) COMP.
001560     05  WS-X-FIELD-COUNT         PIC S9(04) COMP.
001570     05  WS-X-POINTER             PIC S9(04) COMP.
001580     05  WS-X-LINE-LEN            PIC S9(04) COMP.
001590*    ONE ISO STAMP BEING TAKEN APART BY 2300-PARSE-STAMP.
001600 01  WS-TS-WORK.
001610     05  WS-TS-TEXT               PIC X(32).
001620     05  WS-TS-LEN                PIC S9(04) COMP.
001630     05  WS-TS-POS                PIC S9(04) COMP.
001640     05  WS-TS-DIGITS             PIC S9(04) COMP.
001650     05  WS-TS-ONE-DIGIT          PIC 9(01).
001660     05  WS-TS-OK-SW              PIC X(01).
001670         88  WS-TS-OK             VALUE 'Y'.
001680     05  WS-TS-DATE               PIC 9(08).
001690     05  WS-TS-DATE-R REDEFINES WS-TS-DATE.
001700         10  WS-TS-CCYY           PIC 9(04).
001710         10  WS-TS-MO             PIC 9(02).
001720         10  WS-TS-DD             PIC 9(02).
001730     05  WS-TS-TIME.
001740         10  WS-TS-HH             PIC 9(02).
001750         10  WS-TS-MN             PIC 9(02).
001760         10  WS-TS-SS             PIC 9(02).
001770     05  WS-TS-HUND               PIC 9(02).
001780     05  WS-TS-SIGN               PIC X(01).
001790     05  WS-TS-OFF-HHMM.
001800         10  WS-TS-OFF-HH         PIC 9(02).
001810         10  WS-TS-OFF-MM         PIC 9(02).
001820     05  WS-TS-UTC-HUNDS          PIC S9(14) COMP-3.
001830*    THE RUN'S START AND END AS PARSED.
001840 01  WS-RUN-START.
001850     05  WS-RS-DATE               PIC 9(08).
001860     05  WS-RS-TIME               PIC 9(06).
001870     05  WS-RS-HUND               PIC 9(02).
001880     05  WS-RS-GMT-OFFSET.
001890         10  WS-RS-SIGN           PIC X(01).
001900         10  WS-RS-OFF-HHMM       PIC 9(04).
001910     05  WS-RS-UTC-HUNDS          PIC S9(14) COMP-3.
001920     05  WS-RS-MISMATCH           PIC X(01).
001930 01  WS-RUN-END.
001940     05  WS-RE-DATE               PIC 9(08).
001950     05  WS-RE-TIME               PIC 9(06).
001960     05  WS-RE-HUND               PIC 9(02).
001970     05  WS-RE-GMT-OFFSET.
001980         10  WS-RE-SIGN           PIC X(01).
001990         10  WS-RE-OFF-HHMM       PIC 9(04).
002000     05  WS-RE-UTC-HUNDS          PIC S9(14) COMP-3.
002010     05  WS-RE-MISMATCH           PIC X(01).
002020*    THE EVENT BEING POSTED BY 3000-POST-EVENT.
002030 01  WS-EVENT.
002040     05  WS-EV-TYPE               PIC X(08).
002050     05  WS-EV-DATE               PIC 9(08).
002060     05  WS-EV-TIME.
002070         10  WS-EV-HH             PIC 9(02).
002080         10  WS-EV-MN             PIC 9(02).
002090         10  WS-EV-SS             PIC 9(02).
002100     05  WS-EV-HUND               PIC 9(02).
002110     05  WS-EV-GMT-OFFSET         PIC X(05).
002120     05  WS-EV-RC                 PIC S9(04) COMP.
002130     05  WS-EV-MISMATCH           PIC X(01).
002140*    ZONE-TABLE OFFSETS FOR THE MAPPED SITE.
002150 01  WS-ZONE-WORK.
002160     05  WS-ZW-EXPECT-SIGN        PIC X(01).
002170     05  WS-ZW-EXPECT-OFF-HHMM    PIC 9(04).
002180     05  WS-ZW-DST-OFF-HHMM       PIC 9(04).
002190     05  WS-ZW-OBSERVES-DST-SW    PIC X(01).
002200         88  WS-ZW-OBSERVES-DST   VALUE 'Y'.
002210*    ACTIVE SITE ALIASES, LOADED ONCE - PRIMARY SITE AND THE SITE
002220*    IT IS CURRENTLY RUNNING AS.
002230 01  WS-ALIAS-TABLE.
002240     05  WS-AT-COUNT              PIC S9(04) COMP VALUE ZERO.
002250     05  WS-AT-ENTRY OCCURS 50 TIMES.
002260         10  WS-AT-SITE-ID        PIC X(04).
002270         10  WS-AT-RUNS-AS        PIC X(04).
002280 01  WS-SWITCHES.
002290     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
002300         88  WS-EOF               VALUE 'Y'.
002310     05  WS-ALS-EOF-SW            PIC X(01) VALUE 'N'.
002320         88  WS-ALS-EOF           VALUE 'Y'.
002330     05  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
002340         88  WS-FILES-OPEN        VALUE 'Y'.
002350     05  WS-PROC-AVAIL-SW         PIC X(01) VALUE 'N'.
002360         88  WS-PROC-AVAIL        VALUE 'Y'.
002370     05  WS-STOPPED-SW            PIC X(01) VALUE 'N'.
002380         88  WS-STOPPED           VALUE 'Y'.
002390     05  WS-SETTLED-SW            PIC X(01) VALUE 'N'.
002400         88  WS-SETTLED           VALUE 'Y'.
002410     05  WS-STILL-RUNNING-SW      PIC X(01) VALUE 'N'.
002420         88  WS-STILL-RUNNING     VALUE 'Y'.
002430*    WHAT BECAME OF THE EVENT BEING POSTED.
002440     05  WS-OUTCOME               PIC X(01) VALUE SPACE.
002450         88  WS-OUT-POSTED        VALUE 'P'.
002460         88  WS-OUT-ON-MASTER     VALUE 'A'.
002470 01  WS-WORK-FIELDS.
002480     05  WS-TODAY-CCYYMMDD        PIC 9(08) VALUE ZERO.
002490     05  WS-LINE-NO               PIC 9(07) VALUE ZERO.
002500     05  WS-REJECT-TEXT           PIC X(60) VALUE SPACES.
002510     05  WS-STOP-TEXT             PIC X(60) VALUE SPACES.
002520     05  WS-MAP-JOB-ID            PIC X(08).
002530     05  WS-MAP-SITE-ID           PIC X(04).
002540     05  WS-EFF-SITE-ID           PIC X(04).
002550     05  WS-PROC-DATE             PIC 9(08).
002560     05  WS-PROC-DAY              PIC S9(09) COMP-3.
002570     05  WS-START-DAY             PIC S9(09) COMP-3.
002580     05  WS-EXIT-SIGN             PIC X(01).
002590     05  WS-EXIT-DIGITS           PIC S9(04) COMP.
002600     05  WS-EXIT-VALUE            PIC 9(04).
002610     05  WS-CHK-SIGN              PIC X(01).
002620     05  WS-CHK-OFF-HHMM          PIC 9(04).
002630     05  WS-CHK-MISMATCH          PIC X(01).
002640     05  WS-OFFSET-MINS           PIC S9(05) COMP-3.
002650*    HUNDREDTHS OF A SECOND THE STAMP HAD TO BE MOVED ON TO FIND
002660*    A FREE KEY.
002670     05  WS-BUMP                  PIC S9(04) COMP VALUE ZERO.
002680     05  WS-BUMP-EDIT             PIC Z9.
002690     05  WS-TRY-DAY               PIC S9(09) COMP-3 VALUE ZERO.
002700     05  WS-TRY-TOD               PIC S9(09) COMP-3 VALUE ZERO.
002710     05  WS-TRY-REM               PIC S9(09) COMP-3 VALUE ZERO.
002720     05  WS-TRY-DATE              PIC 9(08) VALUE ZERO.
002730     05  WS-TRY-TIME.
002740         10  WS-TRY-HH            PIC 9(02).
002750         10  WS-TRY-MN            PIC 9(02).
002760         10  WS-TRY-SS            PIC 9(02).
002770     05  WS-TRY-HUND              PIC 9(02).
002780     05  WS-RC-EDIT               PIC -(3)9.
002790     05  WS-SEQ-EDIT              PIC 9(10).
002800     05  WS-SUB                   PIC S9(04) COMP VALUE ZERO.
002810*    ONE IMPORT REPORT LINE - WHAT BECAME OF THE EVENT, ITS KEY
002820*    AND THE DETAIL.
002830 01  WS-RPT-LINE.
002840     05  FILLER                   PIC X(02) VALUE SPACES.
002850     05  WS-RL-CLASS              PIC X(12).
002860     05  WS-RL-KEY                PIC X(44).
002870     05  WS-RL-TEXT               PIC X(74).
002880 01  WS-COUNTERS.
002890     05  WS-LINES-READ            PIC 9(07) VALUE ZERO.
002900     05  WS-LINES-SKIPPED         PIC 9(07) VALUE ZERO.
002910     05  WS-LINES-REJECTED        PIC 9(07) VALUE ZERO.
002920     05  WS-RUNS-IMPORTED         PIC 9(07) VALUE ZERO.
002930     05  WS-EVENTS-POSTED         PIC 9(07) VALUE ZERO.
002940     05  WS-EVENTS-MOVED          PIC 9(07) VALUE ZERO.
002950     05  WS-EVENTS-ON-MASTER      PIC 9(07) VALUE ZERO.
002960     05  WS-EVENTS-MISMATCHED     PIC 9(07) VALUE ZERO.
002970 PROCEDURE DIVISION.
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     IF WS-RETURN-CODE = ZERO
003010         PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
003020             UNTIL WS-EOF OR WS-STOPPED
003030     END-IF.
003040     PERFORM 9000-FINISH THRU 9000-EXIT.
003050     GOBACK.
003060 0000-EXIT.
003070     EXIT.
003080******************************************************************
003090*    1000-INITIALIZE - OPEN THE REPORTS, THE EXPORT, THE TABLES  *
003100*    AND THE AUDIT MASTER, AND LOAD THE ACTIVE SITE ALIASES.     *
003110*    THE EXPORT, CROSS-REFERENCE, ZONE TABLE AND MASTER ARE      *
003120*    REQUIRED; NO PROCESSING-DATE FILE FALLS BACK TO EACH RUN'S  *
003130*    START DATE AND NO ALIAS TABLE LEAVES EVERY SITE STANDING.   *
003140******************************************************************
003150 1000-INITIALIZE.
003160     OPEN OUTPUT IMP-RPT REJ-RPT.
003170     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
003180     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
003190     MOVE SPACES TO IMP-RECORD-OUT.
003200     STRING 'DTS540 EXTERNAL SCHEDULER RUN-HISTORY IMPORT - RUN '
003210         DELIMITED BY SIZE
003220         WS-TODAY-CCYYMMDD        DELIMITED BY SIZE
003230         ' ' DELIMITED BY SIZE
003240         DTS100-HHMMSS            DELIMITED BY SIZE
003250         INTO IMP-RECORD-OUT
003260     END-STRING.
003270     WRITE IMP-RECORD-OUT.
003280     MOVE SPACES TO REJ-RECORD-OUT.
003290     STRING 'DTS540 EXTERNAL SCHEDULER IMPORT REJECTS - RUN '
003300         DELIMITED BY SIZE
003310         WS-TODAY-CCYYMMDD        DELIMITED BY SIZE
003320         ' ' DELIMITED BY SIZE
003330         DTS100-HHMMSS            DELIMITED BY SIZE
003340         INTO REJ-RECORD-OUT
003350     END-STRING.
003360     WRITE REJ-RECORD-OUT.
003370     OPEN INPUT EXT-HIST.
003380     IF WS-EXT-STATUS NOT = '00' AND WS-EXT-STATUS NOT = '05'
003390         DISPLAY 'DTS540 - RUN-HISTORY EXPORT UNAVAILABLE - '
003400             'STATUS ' WS-EXT-STATUS ' - ABEND'
003410         MOVE 16 TO WS-RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN INPUT XRF-FILE.
003450     IF WS-XRF-STATUS NOT = '00' AND WS-XRF-STATUS NOT = '05'
003460         DISPLAY 'DTS540 - SCHEDULER CROSS-REFERENCE UNAVAILABLE'
003470             ' - STATUS ' WS-XRF-STATUS ' - ABEND'
003480         CLOSE EXT-HIST
003490         MOVE 16 TO WS-RETURN-CODE
003500         GO TO 1000-EXIT
003510     END-IF.
003520     OPEN INPUT ZONE-FILE.
003530     IF WS-ZONE-STATUS NOT = '00' AND WS-ZONE-STATUS NOT = '05'
003540         DISPLAY 'DTS540 - ZONE TABLE UNAVAILABLE - STATUS '
003550             WS-ZONE-STATUS ' - ABEND'
003560         CLOSE EXT-HIST XRF-FILE
003570         MOVE 16 TO WS-RETURN-CODE
003580         GO TO 1000-EXIT
003590     END-IF.
003600     OPEN I-O AUDIT-MST.
003610     IF WS-AMST-STATUS NOT = '00' AND WS-AMST-STATUS NOT = '05'
003620         DISPLAY 'DTS540 - AUDIT MASTER UNAVAILABLE - STATUS '
003630             WS-AMST-STATUS ' - ABEND'
003640         CLOSE EXT-HIST XRF-FILE ZONE-FILE
003650         MOVE 16 TO WS-RETURN-CODE
003660         GO TO 1000-EXIT
003670     END-IF.
003680     SET WS-FILES-OPEN TO TRUE.
003690     OPEN INPUT PROC-FILE.
003700     IF WS-PROC-STATUS = '00' OR WS-PROC-STATUS = '05'
003710         SET WS-PROC-AVAIL TO TRUE
003720     ELSE
003730         DISPLAY 'DTS540 - NO PROCESSING-DATE FILE - EACH RUN IS '
003740             'DATED BY ITS START'
003750     END-IF.
003760     PERFORM 1500-LOAD-ALIASES THRU 1500-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790 1500-LOAD-ALIASES.
003800     OPEN INPUT ALS-FILE.
003810     IF WS-ALS-STATUS NOT = '00' AND WS-ALS-STATUS NOT = '05'
003820         GO TO 1500-EXIT
003830     END-IF.
003840     PERFORM 1510-LOAD-ONE-ALIAS THRU 1510-EXIT
003850         UNTIL WS-ALS-EOF.
003860     CLOSE ALS-FILE.
003870 1500-EXIT.
003880     EXIT.
003890 1510-LOAD-ONE-ALIAS.
003900     READ ALS-FILE NEXT
003910         AT END
003920             SET WS-ALS-EOF TO TRUE
003930             GO TO 1510-EXIT
003940     END-READ.
003950     IF NOT DTSALS-ACTIVE OF DTSALS-RECORD
003960         GO TO 1510-EXIT
003970     END-IF.
003980     IF WS-AT-COUNT >= 50
003990         DISPLAY 'DTS540 - ALIAS TABLE FULL - SITE '
004000             DTSALS-SITE-ID OF DTSALS-RECORD ' IGNORED'
004010         GO TO 1510-EXIT
004020     END-IF.
004030     ADD 1 TO WS-AT-COUNT.
004040     MOVE DTSALS-SITE-ID OF DTSALS-RECORD
004050         TO WS-AT-SITE-ID (WS-AT-COUNT).
004060     MOVE DTSALS-RUNS-AS OF DTSALS-RECORD
004070         TO WS-AT-RUNS-AS (WS-AT-COUNT).
004080 1510-EXIT.
004090     EXIT.
004100******************************************************************
004110*    2000-PROCESS-LINE - READ ONE EXPORT LINE, CHECK AND MAP IT, *
004120*    AND POST ITS EVENTS.  A LINE THAT FAILS ANY CHECK IS        *
004130*    REJECTED WHOLE BEFORE ANYTHING OF IT IS POSTED.             *
004140******************************************************************
004150 2000-PROCESS-LINE.
004160     READ EXT-HIST INTO WS-EXT-LINE
004170         AT END
004180             SET WS-EOF TO TRUE
004190             GO TO 2000-EXIT
004200     END-READ.
004210     ADD 1 TO WS-LINE-NO.
004220     ADD 1 TO WS-LINES-READ.
004230     MOVE SPACES TO WS-REJECT-TEXT.
004240     IF WS-EXT-LINE = SPACES OR WS-EXT-LINE (1:1) = '#'
004250         ADD 1 TO WS-LINES-SKIPPED
004260         GO TO 2000-EXIT
004270     END-IF.
004280     PERFORM 2100-SPLIT-LINE THRU 2100-EXIT.
004290     IF WS-LINE-NO = 1 AND WS-X-START (1:1) IS NOT NUMERIC
004300         ADD 1 TO WS-LINES-SKIPPED
004310         GO TO 2000-EXIT
004320     END-IF.
004330     IF WS-REJECT-TEXT NOT = SPACES
004340         GO TO 2000-REJECT
004350     END-IF.
004360     PERFORM 2200-MAP-JOB THRU 2200-EXIT.
004370     IF WS-REJECT-TEXT NOT = SPACES
004380         GO TO 2000-REJECT
004390     END-IF.
004400     PERFORM 2400-CHECK-STAMPS THRU 2400-EXIT.
004410     IF WS-REJECT-TEXT NOT = SPACES
004420         GO TO 2000-REJECT
004430     END-IF.
004440     PERFORM 2500-CHECK-ZONE THRU 2500-EXIT.
004450     IF WS-REJECT-TEXT NOT = SPACES
004460         GO TO 2000-REJECT
004470     END-IF.
004480     PERFORM 2600-RESOLVE-ALIAS THRU 2600-EXIT.
004490     PERFORM 2700-SET-PROC-DATE THRU 2700-EXIT.
004500     ADD 1 TO WS-RUNS-IMPORTED.
004510     MOVE 'START'          TO WS-EV-TYPE.
004520     MOVE WS-RS-DATE       TO WS-EV-DATE.
004530     MOVE WS-RS-TIME       TO WS-EV-TIME.
004540     MOVE WS-RS-HUND       TO WS-EV-HUND.
004550     MOVE WS-RS-GMT-OFFSET TO WS-EV-GMT-OFFSET.
004560     MOVE ZERO             TO WS-EV-RC.
004570     MOVE WS-RS-MISMATCH   TO WS-EV-MISMATCH.
004580     PERFORM 3000-POST-EVENT THRU 3000-EXIT.
004590     IF WS-STOPPED OR WS-STILL-RUNNING
004600         GO TO 2000-EXIT
004610     END-IF.
004620     IF WS-EXIT-SIGN = '-'
004630         MOVE 'ABEND'      TO WS-EV-TYPE
004640     ELSE
004650         MOVE 'STOP'       TO WS-EV-TYPE
004660     END-IF.
004670     MOVE WS-RE-DATE       TO WS-EV-DATE.
004680     MOVE WS-RE-TIME       TO WS-EV-TIME.
004690     MOVE WS-RE-HUND       TO WS-EV-HUND.
004700     MOVE WS-RE-GMT-OFFSET TO WS-EV-GMT-OFFSET.
004710     MOVE WS-EXIT-VALUE    TO WS-EV-RC.
004720     MOVE WS-RE-MISMATCH   TO WS-EV-MISMATCH.
004730     PERFORM 3000-POST-EVENT THRU 3000-EXIT.
004732     IF WS-EV-TYPE = 'ABEND' AND WS-OUT-POSTED
004734         PERFORM 3600-IMPACT-NOTICE THRU 3600-EXIT
004736     END-IF.
004740     GO TO 2000-EXIT.
004750 2000-REJECT.
004760     PERFORM 8000-WRITE-REJECT THRU 8000-EXIT.
004770 2000-EXIT.
004780     EXIT.
004790******************************************************************
004800*    2100-SPLIT-LINE - SPLIT THE LINE AT ITS COMMAS.  IT MUST    *
004810*    HAVE FIVE FIELDS (THREE WHEN A RUN STILL GOING ENDS THE     *
004820*    LINE AFTER ITS START), AND NO NAME MAY BE LONGER THAN THE   *
004830*    TABLE HOLDS.                                                *
004840******************************************************************
004850 2100-SPLIT-LINE.
004860     MOVE SPACES TO WS-X-JOB WS-X-HOST WS-X-START WS-X-END
004870         WS-X-EXIT.
004880     MOVE ZERO TO WS-X-JOB-LEN WS-X-HOST-LEN WS-X-START-LEN
004890         WS-X-END-LEN WS-X-EXIT-LEN WS-X-FIELD-COUNT.
004900     PERFORM 2150-FIND-LINE-END THRU 2150-EXIT
004910         VARYING WS-X-LINE-LEN FROM 200 BY -1
004920         UNTIL WS-X-LINE-LEN < 1
004930             OR WS-EXT-LINE (WS-X-LINE-LEN:1) NOT = SPACE.
004940     MOVE 1 TO WS-X-POINTER.
004950     UNSTRING WS-EXT-LINE (1:WS-X-LINE-LEN) DELIMITED BY ','
004960         INTO WS-X-JOB   COUNT IN WS-X-JOB-LEN
004970              WS-X-HOST  COUNT IN WS-X-HOST-LEN
004980              WS-X-START COUNT IN WS-X-START-LEN
004990              WS-X-END   COUNT IN WS-X-END-LEN
005000              WS-X-EXIT  COUNT IN WS-X-EXIT-LEN
005010         WITH POINTER WS-X-POINTER
005020         TALLYING IN WS-X-FIELD-COUNT
005030         ON OVERFLOW
005040             MOVE 'MALFORMED - MORE THAN FIVE FIELDS'
005050                 TO WS-REJECT-TEXT
005060     END-UNSTRING.
005070     IF WS-REJECT-TEXT NOT = SPACES
005080         GO TO 2100-EXIT
005090     END-IF.
005100     IF WS-X-FIELD-COUNT NOT = 5 AND WS-X-FIELD-COUNT NOT = 3
005110         MOVE 'MALFORMED - FEWER THAN FIVE FIELDS'
005120             TO WS-REJECT-TEXT
005130         GO TO 2100-EXIT
005140     END-IF.
005150     IF WS-X-JOB-LEN = ZERO OR WS-X-HOST-LEN = ZERO
005160         MOVE 'MALFORMED - NO JOB NAME OR HOST' TO WS-REJECT-TEXT
005170         GO TO 2100-EXIT
005180     END-IF.
005190     IF WS-X-JOB-LEN > 24
005200         MOVE 'MALFORMED - JOB NAME LONGER THAN 24'
005210             TO WS-REJECT-TEXT
005220         GO TO 2100-EXIT
005230     END-IF.
005240     IF WS-X-HOST-LEN > 16
005250         MOVE 'MALFORMED - HOST NAME LONGER THAN 16'
005260             TO WS-REJECT-TEXT
005270         GO TO 2100-EXIT
005280     END-IF.
005290     IF WS-X-START-LEN > 32 OR WS-X-END-LEN > 32
005300         OR WS-X-EXIT-LEN > 8
005310         MOVE 'MALFORMED - STAMP OR EXIT STATUS TOO LONG'
005320             TO WS-REJECT-TEXT
005330         GO TO 2100-EXIT
005340     END-IF.
005350 2100-EXIT.
005360     EXIT.
005370*    BACKS WS-X-LINE-LEN OFF THE TRAILING SPACES OF THE LINE.
005380 2150-FIND-LINE-END.
005390     CONTINUE.
005400 2150-EXIT.
005410     EXIT.
005420******************************************************************
005430*    2200-MAP-JOB - FIND THE CROSS-REFERENCE ENTRY FOR THE JOB   *
005440*    ON THIS HOST, ELSE THE JOB'S ANY-HOST ENTRY.  NO ENTRY, OR  *
005450*    AN INACTIVE ONE, LEAVES THE LINE UNMAPPED.                  *
005460******************************************************************
005470 2200-MAP-JOB.
005480     MOVE WS-X-JOB  TO DTSXRF-FOREIGN-JOB OF DTSXRF-RECORD.
005490     MOVE WS-X-HOST TO DTSXRF-FOREIGN-HOST OF DTSXRF-RECORD.
005500     READ XRF-FILE
005510         INVALID KEY
005520             CONTINUE
005530     END-READ.
005540     IF WS-XRF-STATUS NOT = '00'
005550         MOVE '*' TO DTSXRF-FOREIGN-HOST OF DTSXRF-RECORD
005560         READ XRF-FILE
005570             INVALID KEY
005580                 CONTINUE
005590         END-READ
005600     END-IF.
005610     IF WS-XRF-STATUS NOT = '00'
005620         MOVE 'UNMAPPED - NO CROSS-REFERENCE FOR JOB AND HOST'
005630             TO WS-REJECT-TEXT
005640         GO TO 2200-EXIT
005650     END-IF.
005660     IF NOT DTSXRF-ACTIVE OF DTSXRF-RECORD
005670         MOVE 'UNMAPPED - CROSS-REFERENCE ENTRY IS INACTIVE'
005680             TO WS-REJECT-TEXT
005690         GO TO 2200-EXIT
005700     END-IF.
005710     MOVE DTSXRF-JOB-ID OF DTSXRF-RECORD  TO WS-MAP-JOB-ID.
005720     MOVE DTSXRF-SITE-ID OF DTSXRF-RECORD TO WS-MAP-SITE-ID.
005730 2200-EXIT.
005740     EXIT.
005750******************************************************************
005760*    2300-PARSE-STAMP - TAKE APART THE ISO STAMP IN WS-TS-TEXT   *
005770*    (LENGTH WS-TS-LEN): CCYY-MM-DD, T OR SPACE, HH:MM:SS, AN    *
005780*    OPTIONAL FRACTION, THEN Z OR +HH:MM / -HH:MM (THE COLON MAY *
005790*    BE LEFT OUT).  LEAVES WS-TS-OK SET AND THE STAMP IN UTC     *
005800*    HUNDREDTHS FOR ORDERING WHEN IT IS SOUND.                   *
005810******************************************************************
005820 2300-PARSE-STAMP.
005830     MOVE 'N' TO WS-TS-OK-SW.
005840     IF WS-TS-LEN < 20
005850         GO TO 2300-EXIT
005860     END-IF.
005870     IF WS-TS-TEXT (1:4) NOT NUMERIC OR WS-TS-TEXT (5:1) NOT = '-'
005880         OR WS-TS-TEXT (6:2) NOT NUMERIC
005890         OR WS-TS-TEXT (8:1) NOT = '-'
005900         OR WS-TS-TEXT (9:2) NOT NUMERIC
005910         GO TO 2300-EXIT
005920     END-IF.
005930     IF WS-TS-TEXT (11:1) NOT = 'T'
005940         AND WS-TS-TEXT (11:1) NOT = ' '
005950         GO TO 2300-EXIT
005960     END-IF.
005970     IF WS-TS-TEXT (12:2) NOT NUMERIC
005980         OR WS-TS-TEXT (14:1) NOT = ':'
005990         OR WS-TS-TEXT (15:2) NOT NUMERIC
006000         OR WS-TS-TEXT (17:1) NOT = ':'
006010         OR WS-TS-TEXT (18:2) NOT NUMERIC
006020         GO TO 2300-EXIT
006030     END-IF.
006040     MOVE WS-TS-TEXT (1:4)  TO WS-TS-CCYY.
006050     MOVE WS-TS-TEXT (6:2)  TO WS-TS-MO.
006060     MOVE WS-TS-TEXT (9:2)  TO WS-TS-DD.
006070     MOVE WS-TS-TEXT (12:2) TO WS-TS-HH.
006080     MOVE WS-TS-TEXT (15:2) TO WS-TS-MN.
006090     MOVE WS-TS-TEXT (18:2) TO WS-TS-SS.
006100     MOVE ZERO TO WS-TS-HUND.
006110     IF FUNCTION DATE-OF-INTEGER
006120         (FUNCTION INTEGER-OF-DATE(WS-TS-DATE)) NOT = WS-TS-DATE
006130         GO TO 2300-EXIT
006140     END-IF.
006150     IF WS-TS-HH > 23 OR WS-TS-MN > 59 OR WS-TS-SS > 59
006160         GO TO 2300-EXIT
006170     END-IF.
006180     MOVE 20 TO WS-TS-POS.
006190     IF WS-TS-TEXT (WS-TS-POS:1) = '.'
006200         ADD 1 TO WS-TS-POS
006210         MOVE ZERO TO WS-TS-DIGITS
006220         PERFORM 2350-TAKE-FRACTION-DIGIT THRU 2350-EXIT
006230             UNTIL WS-TS-POS > WS-TS-LEN
006240                 OR WS-TS-TEXT (WS-TS-POS:1) IS NOT NUMERIC
006250         IF WS-TS-DIGITS = ZERO
006260             GO TO 2300-EXIT
006270         END-IF
006280     END-IF.
006290     IF WS-TS-POS > WS-TS-LEN
006300         GO TO 2300-EXIT
006310     END-IF.
006320     IF WS-TS-TEXT (WS-TS-POS:1) = 'Z'
006330         IF WS-TS-POS NOT = WS-TS-LEN
006340             GO TO 2300-EXIT
006350         END-IF
006360         MOVE '+' TO WS-TS-SIGN
006370         MOVE ZERO TO WS-TS-OFF-HHMM
006380     ELSE
006390         MOVE WS-TS-TEXT (WS-TS-POS:1) TO WS-TS-SIGN
006400         IF WS-TS-SIGN NOT = '+' AND WS-TS-SIGN NOT = '-'
006410             GO TO 2300-EXIT
006420         END-IF
006430         IF WS-TS-POS + 5 = WS-TS-LEN
006440             AND WS-TS-TEXT (WS-TS-POS + 3:1) = ':'
006450             AND WS-TS-TEXT (WS-TS-POS + 1:2) IS NUMERIC
006460             AND WS-TS-TEXT (WS-TS-POS + 4:2) IS NUMERIC
006470             MOVE WS-TS-TEXT (WS-TS-POS + 1:2) TO WS-TS-OFF-HH
006480             MOVE WS-TS-TEXT (WS-TS-POS + 4:2) TO WS-TS-OFF-MM
006490         ELSE
006500             IF WS-TS-POS + 4 = WS-TS-LEN
006510                 AND WS-TS-TEXT (WS-TS-POS + 1:4) IS NUMERIC
006520                 MOVE WS-TS-TEXT (WS-TS-POS + 1:4)
006530                     TO WS-TS-OFF-HHMM
006540             ELSE
006550                 GO TO 2300-EXIT
006560             END-IF
006570         END-IF
006580     END-IF.
006590     IF WS-TS-OFF-HH > 14 OR WS-TS-OFF-MM > 59
006600         GO TO 2300-EXIT
006610     END-IF.
006620     COMPUTE WS-OFFSET-MINS = (WS-TS-OFF-HH * 60) + WS-TS-OFF-MM.
006630     IF WS-TS-SIGN = '-'
006640         COMPUTE WS-OFFSET-MINS = WS-OFFSET-MINS * -1
006650     END-IF.
006660     COMPUTE WS-TS-UTC-HUNDS =
006670         (((FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400)
006680         + (WS-TS-HH * 3600) + (WS-TS-MN * 60) + WS-TS-SS
006690         - (WS-OFFSET-MINS * 60)) * 100) + WS-TS-HUND.
006700     SET WS-TS-OK TO TRUE.
006710 2300-EXIT.
006720     EXIT.
006730*    FIRST TWO FRACTION DIGITS ARE THE HUNDREDTHS; ANY FINER ONES
006740*    ARE PASSED OVER.
006750 2350-TAKE-FRACTION-DIGIT.
006760     ADD 1 TO WS-TS-DIGITS.
006770     MOVE WS-TS-TEXT (WS-TS-POS:1) TO WS-TS-ONE-DIGIT.
006780     IF WS-TS-DIGITS = 1
006790         COMPUTE WS-TS-HUND = WS-TS-ONE-DIGIT * 10
006800     END-IF.
006810     IF WS-TS-DIGITS = 2
006820         ADD WS-TS-ONE-DIGIT TO WS-TS-HUND
006830     END-IF.
006840     ADD 1 TO WS-TS-POS.
006850 2350-EXIT.
006860     EXIT.
006870******************************************************************
006880*    2400-CHECK-STAMPS - THE START MUST BE A SOUND STAMP.  A     *
006890*    BLANK END AND EXIT STATUS IS A RUN STILL GOING; OTHERWISE   *
006900*    THE END MUST BE A SOUND STAMP NO EARLIER THAN THE START AND *
006910*    THE EXIT STATUS A WHOLE NUMBER OF AT MOST FOUR DIGITS.      *
006920******************************************************************
006930 2400-CHECK-STAMPS.
006940     MOVE 'N' TO WS-STILL-RUNNING-SW.
006950     MOVE WS-X-START     TO WS-TS-TEXT.
006960     MOVE WS-X-START-LEN TO WS-TS-LEN.
006970     PERFORM 2300-PARSE-STAMP THRU 2300-EXIT.
006980     IF NOT WS-TS-OK
006990         MOVE 'MALFORMED - START IS NOT A STAMP WITH UTC OFFSET'
007000             TO WS-REJECT-TEXT
007010         GO TO 2400-EXIT
007020     END-IF.
007030     MOVE WS-TS-DATE      TO WS-RS-DATE.
007040     MOVE WS-TS-TIME      TO WS-RS-TIME.
007050     MOVE WS-TS-HUND      TO WS-RS-HUND.
007060     MOVE WS-TS-SIGN      TO WS-RS-SIGN.
007070     MOVE WS-TS-OFF-HHMM  TO WS-RS-OFF-HHMM.
007080     MOVE WS-TS-UTC-HUNDS TO WS-RS-UTC-HUNDS.
007090     IF WS-X-END-LEN = ZERO AND WS-X-EXIT-LEN = ZERO
007100         SET WS-STILL-RUNNING TO TRUE
007110         GO TO 2400-EXIT
007120     END-IF.
007130     MOVE WS-X-END     TO WS-TS-TEXT.
007140     MOVE WS-X-END-LEN TO WS-TS-LEN.
007150     PERFORM 2300-PARSE-STAMP THRU 2300-EXIT.
007160     IF NOT WS-TS-OK
007170         MOVE 'MALFORMED - END IS NOT A STAMP WITH UTC OFFSET'
007180             TO WS-REJECT-TEXT
007190         GO TO 2400-EXIT
007200     END-IF.
007210     MOVE WS-TS-DATE      TO WS-RE-DATE.
007220     MOVE WS-TS-TIME      TO WS-RE-TIME.
007230     MOVE WS-TS-HUND      TO WS-RE-HUND.
007240     MOVE WS-TS-SIGN      TO WS-RE-SIGN.
007250     MOVE WS-TS-OFF-HHMM  TO WS-RE-OFF-HHMM.
007260     MOVE WS-TS-UTC-HUNDS TO WS-RE-UTC-HUNDS.
007270     IF WS-RE-UTC-HUNDS < WS-RS-UTC-HUNDS
007280         MOVE 'MALFORMED - RUN ENDS BEFORE IT STARTS'
007290             TO WS-REJECT-TEXT
007300         GO TO 2400-EXIT
007310     END-IF.
007320     MOVE '+' TO WS-EXIT-SIGN.
007330     MOVE WS-X-EXIT-LEN TO WS-EXIT-DIGITS.
007340     IF WS-X-EXIT (1:1) = '-'
007350         MOVE '-' TO WS-EXIT-SIGN
007360         SUBTRACT 1 FROM WS-EXIT-DIGITS
007370     END-IF.
007380     IF WS-EXIT-DIGITS < 1 OR WS-EXIT-DIGITS > 4
007390         MOVE 'MALFORMED - EXIT STATUS BLANK OR OVER 4 DIGITS'
007400             TO WS-REJECT-TEXT
007410         GO TO 2400-EXIT
007420     END-IF.
007430     IF WS-EXIT-SIGN = '-'
007440         IF WS-X-EXIT (2:WS-EXIT-DIGITS) IS NOT NUMERIC
007450             MOVE 'MALFORMED - EXIT STATUS NOT A NUMBER'
007460                 TO WS-REJECT-TEXT
007470             GO TO 2400-EXIT
007480         END-IF
007490         MOVE WS-X-EXIT (2:WS-EXIT-DIGITS) TO WS-EXIT-VALUE
007500     ELSE
007510         IF WS-X-EXIT (1:WS-EXIT-DIGITS) IS NOT NUMERIC
007520             MOVE 'MALFORMED - EXIT STATUS NOT A NUMBER'
007530                 TO WS-REJECT-TEXT
007540             GO TO 2400-EXIT
007550         END-IF
007560         MOVE WS-X-EXIT (1:WS-EXIT-DIGITS) TO WS-EXIT-VALUE
007570     END-IF.
007580 2400-EXIT.
007590     EXIT.
007600******************************************************************
007610*    2500-CHECK-ZONE - THE MAPPED SITE MUST BE ON ZONEFILE.      *
007620*    EACH STAMP'S OFFSET IS HELD AGAINST THE SITE'S STANDARD     *
007630*    OFFSET AND, FOR A SITE THAT OBSERVES IT, ITS DAYLIGHT       *
007640*    OFFSET (ONE HOUR FORWARD OF STANDARD, AS THE STAMPING       *
007650*    ROUTINE RECKONS IT).                                        *
007660******************************************************************
007670 2500-CHECK-ZONE.
007680     MOVE WS-MAP-SITE-ID TO DTSZONE-SITE-ID OF DTSZONE-RECORD.
007690     READ ZONE-FILE
007700         INVALID KEY
007710             MOVE SPACES TO WS-REJECT-TEXT
007720             STRING 'SITE ' DELIMITED BY SIZE
007730                 WS-MAP-SITE-ID   DELIMITED BY SIZE
007740                 ' IS NOT ON ZONEFILE - FIX THE CROSS-REFERENCE'
007750                 DELIMITED BY SIZE
007760                 INTO WS-REJECT-TEXT
007770             END-STRING
007780             GO TO 2500-EXIT
007790     END-READ.
007800     MOVE DTSZONE-EXPECT-SIGN OF DTSZONE-RECORD
007810         TO WS-ZW-EXPECT-SIGN.
007820     MOVE DTSZONE-EXPECT-OFF-HHMM OF DTSZONE-RECORD
007830         TO WS-ZW-EXPECT-OFF-HHMM.
007840     MOVE DTSZONE-OBSERVES-DST OF DTSZONE-RECORD
007850         TO WS-ZW-OBSERVES-DST-SW.
007860     IF WS-ZW-EXPECT-SIGN = '+'
007870         ADD 0100 TO WS-ZW-EXPECT-OFF-HHMM
007880             GIVING WS-ZW-DST-OFF-HHMM
007890     ELSE
007900         SUBTRACT 0100 FROM WS-ZW-EXPECT-OFF-HHMM
007910             GIVING WS-ZW-DST-OFF-HHMM
007920     END-IF.
007930     MOVE WS-RS-SIGN     TO WS-CHK-SIGN.
007940     MOVE WS-RS-OFF-HHMM TO WS-CHK-OFF-HHMM.
007950     PERFORM 2550-CHECK-OFFSET THRU 2550-EXIT.
007960     MOVE WS-CHK-MISMATCH TO WS-RS-MISMATCH.
007970     MOVE 'N' TO WS-RE-MISMATCH.
007980     IF NOT WS-STILL-RUNNING
007990         MOVE WS-RE-SIGN     TO WS-CHK-SIGN
008000         MOVE WS-RE-OFF-HHMM TO WS-CHK-OFF-HHMM
008010         PERFORM 2550-CHECK-OFFSET THRU 2550-EXIT
008020         MOVE WS-CHK-MISMATCH TO WS-RE-MISMATCH
008030     END-IF.
008040 2500-EXIT.
008050     EXIT.
008060 2550-CHECK-OFFSET.
008070     MOVE 'N' TO WS-CHK-MISMATCH.
008080     IF WS-CHK-SIGN = WS-ZW-EXPECT-SIGN
008090         AND WS-CHK-OFF-HHMM = WS-ZW-EXPECT-OFF-HHMM
008100         GO TO 2550-EXIT
008110     END-IF.
008120     IF WS-ZW-OBSERVES-DST
008130         AND WS-CHK-SIGN = WS-ZW-EXPECT-SIGN
008140         AND WS-CHK-OFF-HHMM = WS-ZW-DST-OFF-HHMM
008150         GO TO 2550-EXIT
008160     END-IF.
008170     MOVE 'Y' TO WS-CHK-MISMATCH.
008180 2550-EXIT.
008190     EXIT.
008200******************************************************************
008210*    2600-RESOLVE-ALIAS - A SITE SOME PRIMARY IS CURRENTLY       *
008220*    DECLARED TO RUN AS IS RECORDED UNDER THAT PRIMARY, SO ONE   *
008230*    BUSINESS DAY STAYS ON ONE TRAIL.                            *
008240******************************************************************
008250 2600-RESOLVE-ALIAS.
008260     MOVE WS-MAP-SITE-ID TO WS-EFF-SITE-ID.
008270     PERFORM 2610-CHECK-ONE-ALIAS THRU 2610-EXIT
008280         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-AT-COUNT.
008290 2600-EXIT.
008300     EXIT.
008310 2610-CHECK-ONE-ALIAS.
008320     IF WS-AT-RUNS-AS (WS-SUB) = WS-MAP-SITE-ID
008330         MOVE WS-AT-SITE-ID (WS-SUB) TO WS-EFF-SITE-ID
008340         MOVE WS-AT-COUNT TO WS-SUB
008350     END-IF.
008360 2610-EXIT.
008370     EXIT.
008380******************************************************************
008390*    2700-SET-PROC-DATE - THE SITE'S PROCDTE DATE WHEN THE RUN   *
008400*    STARTED ON IT OR THE DAY AFTER (A CYCLE PAST MIDNIGHT); AN  *
008410*    OLDER RUN IN THE EXPORT, OR NO DATE SET, IS DATED BY ITS    *
008420*    START.                                                      *
008430******************************************************************
008440 2700-SET-PROC-DATE.
008450     MOVE WS-RS-DATE TO WS-PROC-DATE.
008460     IF NOT WS-PROC-AVAIL
008470         GO TO 2700-EXIT
008480     END-IF.
008490     MOVE WS-EFF-SITE-ID TO DTSPDT-SITE-ID OF DTSPDT-RECORD.
008500     READ PROC-FILE
008510         INVALID KEY
008520             GO TO 2700-EXIT
008530     END-READ.
008540     COMPUTE WS-PROC-DAY = FUNCTION INTEGER-OF-DATE
008550         (DTSPDT-PROC-DATE OF DTSPDT-RECORD).
008560     COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE(WS-RS-DATE).
008570     IF WS-START-DAY = WS-PROC-DAY
008580         OR WS-START-DAY = WS-PROC-DAY + 1
008590         MOVE DTSPDT-PROC-DATE OF DTSPDT-RECORD TO WS-PROC-DATE
008600     END-IF.
008610 2700-EXIT.
008620     EXIT.
008630******************************************************************
008640*    3000-POST-EVENT - POST THE EVENT IN WS-EVENT UNDER THE      *
008650*    MAPPED JOB AND EFFECTIVE SITE.  A FREE KEY IS POSTED; THE   *
008660*    SAME EVENT ALREADY UNDER IT MEANS THIS RUN WAS IMPORTED     *
008670*    BEFORE; A DIFFERENT EVENT SENDS THE STAMP ON A HUNDREDTH.   *
008680******************************************************************
008690 3000-POST-EVENT.
008700     MOVE SPACE TO WS-OUTCOME.
008710     MOVE ZERO TO WS-BUMP.
008720     MOVE 'N' TO WS-SETTLED-SW.
008730     PERFORM 3100-TRY-ONE-KEY THRU 3100-EXIT
008740         UNTIL WS-SETTLED OR WS-BUMP > 99.
008750     IF WS-STOPPED
008760         GO TO 3000-EXIT
008770     END-IF.
008780     IF WS-OUTCOME = SPACE
008790         MOVE 'EVERY KEY WITHIN A SECOND OF THE STAMP IS TAKEN'
008800             TO WS-STOP-TEXT
008810         PERFORM 3900-STOP-IMPORT THRU 3900-EXIT
008820         GO TO 3000-EXIT
008830     END-IF.
008840     PERFORM 3500-REPORT-EVENT THRU 3500-EXIT.
008850 3000-EXIT.
008860     EXIT.
008870 3100-TRY-ONE-KEY.
008880     PERFORM 3200-BUILD-RECORD THRU 3200-EXIT.
008890     READ AUDIT-MST
008900         KEY IS DTSAMST-KEY OF DTSAMST-RECORD
008910         INVALID KEY
008920             CONTINUE
008930     END-READ.
008940     IF WS-AMST-STATUS = '23'
008950         PERFORM 3200-BUILD-RECORD THRU 3200-EXIT
008960         PERFORM 3300-WRITE-SEALED THRU 3300-EXIT
008970         SET WS-SETTLED TO TRUE
008980         GO TO 3100-EXIT
008990     END-IF.
009000     IF WS-AMST-STATUS NOT = '00'
009010         MOVE SPACES TO WS-STOP-TEXT
009020         STRING 'AUDIT MASTER READ FAILED - STATUS '
009030             DELIMITED BY SIZE
009040             WS-AMST-STATUS       DELIMITED BY SIZE
009050             INTO WS-STOP-TEXT
009060         END-STRING
009070         PERFORM 3900-STOP-IMPORT THRU 3900-EXIT
009080         SET WS-SETTLED TO TRUE
009090         GO TO 3100-EXIT
009100     END-IF.
009110     IF DTSAMST-EVENT-TYPE OF DTSAMST-RECORD = WS-EV-TYPE
009120         AND DTSAMST-RETURN-CODE OF DTSAMST-RECORD = WS-EV-RC
009130         AND DTSAMST-GMT-OFFSET OF DTSAMST-RECORD
009140             = WS-EV-GMT-OFFSET
009150         AND DTSAMST-IMPORTED OF DTSAMST-RECORD
009160         SET WS-OUT-ON-MASTER TO TRUE
009170         MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD TO WS-SEQ-EDIT
009180         SET WS-SETTLED TO TRUE
009190         GO TO 3100-EXIT
009200     END-IF.
009210     ADD 1 TO WS-BUMP.
009220 3100-EXIT.
009230     EXIT.
009240******************************************************************
009250*    3200-BUILD-RECORD - THE AUDIT MASTER RECORD FOR THE EVENT,  *
009260*    ITS STAMP MOVED ON WS-BUMP HUNDREDTHS (ACROSS MIDNIGHT IF   *
009270*    IT COMES TO THAT), FLAGGED IMPORTED AND UNSEALED.           *
009280******************************************************************
009290 3200-BUILD-RECORD.
009300     COMPUTE WS-TRY-DAY = FUNCTION INTEGER-OF-DATE(WS-EV-DATE).
009310     COMPUTE WS-TRY-TOD = (WS-EV-HH * 360000) + (WS-EV-MN * 6000)
009320         + (WS-EV-SS * 100) + WS-EV-HUND + WS-BUMP.
009330     IF WS-TRY-TOD >= 8640000
009340         SUBTRACT 8640000 FROM WS-TRY-TOD
009350         ADD 1 TO WS-TRY-DAY
009360     END-IF.
009370     COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(WS-TRY-DAY).
009380     COMPUTE WS-TRY-HH = WS-TRY-TOD / 360000.
009390     COMPUTE WS-TRY-REM = WS-TRY-TOD - (WS-TRY-HH * 360000).
009400     COMPUTE WS-TRY-MN = WS-TRY-REM / 6000.
009410     COMPUTE WS-TRY-REM = WS-TRY-REM - (WS-TRY-MN * 6000).
009420     COMPUTE WS-TRY-SS = WS-TRY-REM / 100.
009430     COMPUTE WS-TRY-HUND = WS-TRY-REM - (WS-TRY-SS * 100).
009440     MOVE SPACES TO DTSAMST-RECORD.
009450     MOVE WS-MAP-JOB-ID TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
009460     MOVE WS-EFF-SITE-ID TO DTSAMST-SITE-ID OF DTSAMST-RECORD.
009470     MOVE WS-TRY-DATE TO DTSAMST-RUN-DATE OF DTSAMST-RECORD.
009480     MOVE WS-TRY-TIME TO DTSAMST-RUN-TIME OF DTSAMST-RECORD.
009490     MOVE WS-TRY-HUND TO DTSAMST-HUND OF DTSAMST-RECORD.
009500     MOVE WS-EV-GMT-OFFSET
009510         TO DTSAMST-GMT-OFFSET OF DTSAMST-RECORD.
009520     MOVE WS-EV-TYPE TO DTSAMST-EVENT-TYPE OF DTSAMST-RECORD.
009530     MOVE WS-EV-RC TO DTSAMST-RETURN-CODE OF DTSAMST-RECORD.
009540     MOVE WS-EV-MISMATCH
009550         TO DTSAMST-OFFSET-MISMATCH OF DTSAMST-RECORD.
009560     SET DTSAMST-IMPORTED OF DTSAMST-RECORD TO TRUE.
009570     MOVE WS-PROC-DATE TO DTSAMST-PROC-DATE OF DTSAMST-RECORD.
009580     MOVE ZERO TO DTSAMST-SEQ-NO OF DTSAMST-RECORD
009590         DTSAMST-PREV-CHECK OF DTSAMST-RECORD
009600         DTSAMST-CHECK-VALUE OF DTSAMST-RECORD.
009610 3200-EXIT.
009620     EXIT.
009630******************************************************************
009640*    3300-WRITE-SEALED - SEAL THE RECORD THROUGH DTS640, WRITE   *
009650*    IT, AND COMMIT OR BACK OUT THE SEAL WITH THE WRITE.  AN     *
009660*    IMPORTED EVENT IS NEVER WRITTEN UNSEALED - NO CONTROL       *
009670*    RECORD STOPS THE IMPORT.                                    *
009680******************************************************************
009690 3300-WRITE-SEALED.
009700     MOVE 'DTS540' TO DTSSEALP-CALLER.
009710     MOVE DTSAMST-RECORD TO DTSSEALP-RECORD.
009720     SET DTSSEALP-SEAL TO TRUE.
009730     CALL 'DTS640' USING DTSSEALP-PARM.
009740     IF NOT DTSSEALP-OK
009750         MOVE 'AUDIT CONTROL RECORD UNAVAILABLE - NOTHING SEALED'
009760             TO WS-STOP-TEXT
009770         PERFORM 3900-STOP-IMPORT THRU 3900-EXIT
009780         GO TO 3300-EXIT
009790     END-IF.
009800     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
009810     WRITE DTSAMST-RECORD
009820         INVALID KEY
009830             CONTINUE
009840     END-WRITE.
009850     IF WS-AMST-STATUS = '00'
009860         SET DTSSEALP-COMMIT TO TRUE
009870         SET WS-OUT-POSTED TO TRUE
009880         MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD TO WS-SEQ-EDIT
009890     ELSE
009900         SET DTSSEALP-BACKOUT TO TRUE
009910     END-IF.
009920     CALL 'DTS640' USING DTSSEALP-PARM.
009930     IF NOT WS-OUT-POSTED
009940         MOVE SPACES TO WS-STOP-TEXT
009950         STRING 'AUDIT MASTER WRITE FAILED - STATUS '
009960             DELIMITED BY SIZE
009970             WS-AMST-STATUS       DELIMITED BY SIZE
009980             INTO WS-STOP-TEXT
009990         END-STRING
010000         PERFORM 3900-STOP-IMPORT THRU 3900-EXIT
010010     END-IF.
010020 3300-EXIT.
010030     EXIT.
010040******************************************************************
010050*    3500-REPORT-EVENT - COUNT AND LIST THE EVENT, AND HOW FAR   *
010060*    ITS STAMP WAS MOVED IF IT WAS.                              *
010070******************************************************************
010080 3500-REPORT-EVENT.
010090     MOVE SPACES TO WS-RPT-LINE.
010100     IF WS-OUT-ON-MASTER
010110         ADD 1 TO WS-EVENTS-ON-MASTER
010120         MOVE 'ON MASTER' TO WS-RL-CLASS
010130     ELSE
010140         ADD 1 TO WS-EVENTS-POSTED
010150         MOVE 'POSTED' TO WS-RL-CLASS
010160         IF WS-EV-MISMATCH = 'Y'
010170             ADD 1 TO WS-EVENTS-MISMATCHED
010180         END-IF
010190     END-IF.
010200     STRING 'JOB=' DELIMITED BY SIZE
010210         WS-MAP-JOB-ID            DELIMITED BY SIZE
010220         ' SITE=' DELIMITED BY SIZE
010230         WS-EFF-SITE-ID           DELIMITED BY SIZE
010240         ' ' DELIMITED BY SIZE
010250         WS-EV-DATE               DELIMITED BY SIZE
010260         '-' DELIMITED BY SIZE
010270         WS-EV-TIME               DELIMITED BY SIZE
010280         '.' DELIMITED BY SIZE
010290         WS-EV-HUND               DELIMITED BY SIZE
010300         INTO WS-RL-KEY
010310     END-STRING.
010320     MOVE WS-EV-RC TO WS-RC-EDIT.
010330     STRING WS-EV-TYPE DELIMITED BY SIZE
010340         ' RC=' DELIMITED BY SIZE
010350         WS-RC-EDIT               DELIMITED BY SIZE
010360         ' SEQ=' DELIMITED BY SIZE
010370         WS-SEQ-EDIT              DELIMITED BY SIZE
010380         ' FROM ' DELIMITED BY SIZE
010390         WS-X-JOB                 DELIMITED BY SPACE
010400         ' ON ' DELIMITED BY SIZE
010410         WS-X-HOST                DELIMITED BY SPACE
010420         INTO WS-RL-TEXT
010430     END-STRING.
010440     MOVE WS-RPT-LINE TO IMP-RECORD-OUT.
010450     WRITE IMP-RECORD-OUT.
010460     IF WS-EFF-SITE-ID NOT = WS-MAP-SITE-ID
010470         OR WS-EV-MISMATCH = 'Y'
010480         MOVE SPACES TO WS-RPT-LINE
010490         STRING 'RAN AT ' DELIMITED BY SIZE
010500             WS-MAP-SITE-ID       DELIMITED BY SIZE
010510             ' OFFSET ' DELIMITED BY SIZE
010520             WS-EV-GMT-OFFSET     DELIMITED BY SIZE
010530             INTO WS-RL-TEXT
010540         END-STRING
010550         IF WS-EV-MISMATCH = 'Y'
010560             MOVE 'OFFSET MISMATCH - NOT THE SITE''S ZONE OFFSET'
010570                 TO WS-RL-TEXT (28:47)
010580         END-IF
010590         MOVE WS-RPT-LINE TO IMP-RECORD-OUT
010600         WRITE IMP-RECORD-OUT
010610     END-IF.
010620     IF WS-BUMP > ZERO
010630         IF WS-OUT-POSTED
010640             ADD 1 TO WS-EVENTS-MOVED
010650         END-IF
010660         MOVE WS-BUMP TO WS-BUMP-EDIT
010670         MOVE SPACES TO WS-RPT-LINE
010680         STRING 'KEY HELD BY ANOTHER EVENT - STAMP MOVED ON '
010690             DELIMITED BY SIZE
010700             WS-BUMP-EDIT         DELIMITED BY SIZE
010710             ' HUNDREDTHS TO ' DELIMITED BY SIZE
010720             WS-TRY-DATE          DELIMITED BY SIZE
010730             '-' DELIMITED BY SIZE
010740             WS-TRY-TIME          DELIMITED BY SIZE
010750             '.' DELIMITED BY SIZE
010760             WS-TRY-HUND          DELIMITED BY SIZE
010770             INTO WS-RL-TEXT
010780         END-STRING
010790         MOVE WS-RPT-LINE TO IMP-RECORD-OUT
010800         WRITE IMP-RECORD-OUT
010810     END-IF.
010820 3500-EXIT.
010830     EXIT.
010831******************************************************************
010832*    3600-IMPACT-NOTICE - HAND A NEWLY POSTED ABEND TO DTS690 SO *
010833*    EVERY JOB IT BLOCKS DOWNSTREAM IS REPORTED AND FED, AS FOR  *
010834*    AN ABEND STAMPED ON THE MAINFRAME.  A RE-IMPORTED ONE       *
010835*    ALREADY ON THE MASTER WAS NOTIFIED THE FIRST TIME.          *
010836******************************************************************
010837 3600-IMPACT-NOTICE.
010838     MOVE WS-MAP-JOB-ID    TO DTSIMPP-JOB-ID.
010839     MOVE WS-EFF-SITE-ID   TO DTSIMPP-SITE-ID.
010840     MOVE WS-EV-TYPE       TO DTSIMPP-EVENT-TYPE.
010841     MOVE WS-TRY-DATE      TO DTSIMPP-RUN-DATE.
010842     MOVE WS-TRY-TIME      TO DTSIMPP-RUN-TIME.
010843     MOVE WS-TRY-HUND      TO DTSIMPP-HUNDREDTHS.
010844     MOVE WS-EV-GMT-OFFSET TO DTSIMPP-GMT-OFFSET.
010845     MOVE WS-EV-RC         TO DTSIMPP-RETURN-CODE.
010846     MOVE WS-PROC-DATE     TO DTSIMPP-PROC-DATE.
010847     MOVE 'DTS540'         TO DTSIMPP-CALLER.
010848     CALL 'DTS690' USING DTSIMPP-PARM.
010849 3600-EXIT.
010850     EXIT.
010851******************************************************************
010852*    3900-STOP-IMPORT - THE MASTER OR THE AUDIT CONTROL RECORD   *
010860*    WILL NOT TAKE THE EVENT.  STOP HERE; WHAT IS POSTED STAYS   *
010870*    POSTED AND A RERUN OF THE SAME EXPORT SKIPS IT.             *
010880******************************************************************
010890 3900-STOP-IMPORT.
010900     SET WS-STOPPED TO TRUE.
010910     MOVE 16 TO WS-RETURN-CODE.
010920     DISPLAY 'DTS540 - ' WS-STOP-TEXT ' - IMPORT STOPPED AT LINE '
010930         WS-LINE-NO.
010940     MOVE SPACES TO IMP-RECORD-OUT.
010950     STRING 'IMPORT STOPPED AT LINE ' DELIMITED BY SIZE
010960         WS-LINE-NO               DELIMITED BY SIZE
010970         ' - ' DELIMITED BY SIZE
010980         WS-STOP-TEXT             DELIMITED BY SIZE
010990         ' - RERUN ONCE CORRECTED' DELIMITED BY SIZE
011000         INTO IMP-RECORD-OUT
011010     END-STRING.
011020     WRITE IMP-RECORD-OUT.
011030 3900-EXIT.
011040     EXIT.
011050******************************************************************
011060*    8000-WRITE-REJECT - LIST THE LINE NUMBER AND REASON, THEN   *
011070*    THE LINE ITSELF, ON THE REJECT REPORT.                      *
011080******************************************************************
011090 8000-WRITE-REJECT.
011100     ADD 1 TO WS-LINES-REJECTED.
011110     MOVE SPACES TO REJ-RECORD-OUT.
011120     STRING '  LINE ' DELIMITED BY SIZE
011130         WS-LINE-NO               DELIMITED BY SIZE
011140         '  ' DELIMITED BY SIZE
011150         WS-REJECT-TEXT           DELIMITED BY SIZE
011160         INTO REJ-RECORD-OUT
011170     END-STRING.
011180     WRITE REJ-RECORD-OUT.
011190     MOVE SPACES TO REJ-RECORD-OUT.
011200     MOVE WS-EXT-LINE (1:124) TO REJ-RECORD-OUT (9:124).
011210     WRITE REJ-RECORD-OUT.
011220 8000-EXIT.
011230     EXIT.
011240******************************************************************
011250*    9000-FINISH - PRINT THE TOTALS, CLOSE UP AND SET THE RETURN *
011260*    CODE.                                                       *
011270******************************************************************
011280 9000-FINISH.
011290     IF WS-FILES-OPEN
011300         CLOSE EXT-HIST XRF-FILE ZONE-FILE AUDIT-MST
011310     END-IF.
011320     IF WS-PROC-AVAIL
011330         CLOSE PROC-FILE
011340     END-IF.
011350     IF WS-RETURN-CODE = ZERO AND WS-LINES-REJECTED > ZERO
011360         MOVE 4 TO WS-RETURN-CODE
011370     END-IF.
011380     MOVE SPACES TO IMP-RECORD-OUT.
011390     WRITE IMP-RECORD-OUT.
011400     MOVE SPACES TO IMP-RECORD-OUT.
011410     STRING 'LINES READ=' DELIMITED BY SIZE
011420         WS-LINES-READ            DELIMITED BY SIZE
011430         ' SKIPPED=' DELIMITED BY SIZE
011440         WS-LINES-SKIPPED         DELIMITED BY SIZE
011450         ' REJECTED=' DELIMITED BY SIZE
011460         WS-LINES-REJECTED        DELIMITED BY SIZE
011470         ' RUNS IMPORTED=' DELIMITED BY SIZE
011480         WS-RUNS-IMPORTED         DELIMITED BY SIZE
011490         INTO IMP-RECORD-OUT
011500     END-STRING.
011510     WRITE IMP-RECORD-OUT.
011520     MOVE WS-RETURN-CODE TO WS-RC-DISPLAY.
011530     MOVE SPACES TO IMP-RECORD-OUT.
011540     STRING 'EVENTS POSTED=' DELIMITED BY SIZE
011550         WS-EVENTS-POSTED         DELIMITED BY SIZE
011560         ' (MOVED=' DELIMITED BY SIZE
011570         WS-EVENTS-MOVED          DELIMITED BY SIZE
011580         ' OFFSET MISMATCH=' DELIMITED BY SIZE
011590         WS-EVENTS-MISMATCHED     DELIMITED BY SIZE
011600         ') ALREADY ON MASTER=' DELIMITED BY SIZE
011610         WS-EVENTS-ON-MASTER      DELIMITED BY SIZE
011620         ' RETURN-CODE=' DELIMITED BY SIZE
011630         WS-RC-DISPLAY            DELIMITED BY SIZE
011640         INTO IMP-RECORD-OUT
011650     END-STRING.
011660     WRITE IMP-RECORD-OUT.
011670     MOVE SPACES TO REJ-RECORD-OUT.
011680     WRITE REJ-RECORD-OUT.
011690     MOVE SPACES TO REJ-RECORD-OUT.
011700     STRING 'LINES REJECTED=' DELIMITED BY SIZE
011710         WS-LINES-REJECTED        DELIMITED BY SIZE
011720         INTO REJ-RECORD-OUT
011730     END-STRING.
011740     WRITE REJ-RECORD-OUT.
011750     CLOSE IMP-RPT REJ-RPT.
011760     DISPLAY 'DTS540 - EXTERNAL SCHEDULER IMPORT COMPLETE - RUNS '
011770         WS-RUNS-IMPORTED ' REJECTED ' WS-LINES-REJECTED.
011780     MOVE WS-RETURN-CODE TO RETURN-CODE.
011790 9000-EXIT.
011800     EXIT.
