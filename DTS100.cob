000642*                     PRIMARY SITE IT RUNS AS, WHILE THE GMT    *
000643*                     OFFSET IS STILL CHECKED AGAINST THE DR    *
000644*                     SITE'S OWN ZONE ENTRY.                    *
000645*    2026-10-15 JRM   STAMP EVERY EVENT WITH THE SITE'S          *
000646*                     PROCESSING DATE FROM THE DTS110 CONTROL    *
000647*                     FILE (PROCDTE) AND GATE ON IT - THE        *
000648*                     PREDECESSOR AND CYCLE-STATUS CHECKS LOOK   *
000649*                     AT THE CYCLE'S EVENTS, NOT THE WALL-CLOCK  *
000651*                     DAY, SO A CYCLE THAT CROSSES MIDNIGHT NO   *
000652*                     LONGER REFUSES ITS OWN LATE STARTERS.      *
000653*    2026-10-15 JRM   SEAL EVERY AUDIT MASTER RECORD THROUGH     *
000654*                     DTS640 - A GLOBAL SEQUENCE NUMBER AND A    *
000655*                     CHAINED CHECK VALUE, COMMITTED TO THE      *
000656*                     AUDIT CONTROL RECORD ONLY ONCE THE WRITE   *
000657*                     HAS GONE THROUGH.                          *
000658*    2026-10-15 JRM   A STAMP THAT CANNOT BE POSTED - THE AUDIT  *
000659*                     MASTER WILL NOT OPEN, ALREADY HOLDS THE    *
000661*                     KEY, OR REFUSES THE WRITE - GOES WITH ITS  *
000662*                     REASON TO THE PENDING-STAMP SPOOL          *
000663*                     (PENDSTMP) FOR THE DTS530 CATCH-UP POSTER  *
000664*                     INSTEAD OF BEING DROPPED.                  *
000665*    2026-10-15 JRM   ON AN ABEND, PREDFAIL OR CYCHOLD, CALL     *
000666*                     DTS690 FOR THE DOWNSTREAM IMPACT NOTICE -  *
000667*                     EVERY JOB THE FAILURE NOW BLOCKS, WITH ITS *
000668*                     WINDOW AND DEADLINE, ON THE IMPACT REPORT  *
000669*                     AND ONE IMPACT RECORD ON THE FEED.         *
000675******************************************************************
000676 ENVIRONMENT DIVISION.
000677 CONFIGURATION SECTION.
000678 SOURCE-COMPUTER. IBM-370.
000679 OBJECT-COMPUTER. IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT PARM-FILE ASSIGN TO PARMFILE
000910*    CARD SHARED WITH EVERY CONSUMER OF THIS ROUTINE'S WS-DATE.
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CFG-STATUS.
000931*    PENDING-STAMP SPOOL - A STAMP THE AUDIT MASTER CANNOT TAKE
000932*    IS APPENDED HERE, WITH ITS REASON, FOR THE DTS530 POSTER.
000933     SELECT PEND-FILE ASSIGN TO PENDSTMP
000934         ORGANIZATION IS LINE SEQUENTIAL
000935         FILE STATUS IS WS-PEND-STATUS.
000940*    PREDECESSOR TABLE, MAINTAINED VIA DTS420 - A START IS
000950*    REFUSED UNTIL EVERY PREDECESSOR REGISTERED FOR THE JOB/SITE
000960*    HAS STOPPED CLEAN ON TODAY'S AUDIT TRAIL.
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS DTSALS-SITE-ID OF DTSALS-RECORD
001080         FILE STATUS IS WS-ALS-STATUS.
001081*    SITE PROCESSING-DATE CONTROL FILE, SET BY THE DTS110 CYCLE
001082*    OPEN - THE BUSINESS DATE EVERY STAMP IS RECORDED UNDER.
001083     SELECT PROC-FILE ASSIGN TO PROCDTE
001084         ORGANIZATION IS INDEXED
001085         ACCESS MODE IS RANDOM
001086         RECORD KEY IS DTSPDT-SITE-ID OF DTSPDT-RECORD
001087         FILE STATUS IS WS-PROC-STATUS.
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  PARM-FILE
001310 FD  CFG-FILE
001320     RECORDING MODE IS F.
001330 01  CFG-RECORD-IO                PIC X(31).
001332 FD  PEND-FILE
001334     RECORDING MODE IS F.
001336     COPY DTSPEND.
001340 FD  PRED-FILE
001350     RECORDING MODE IS F.
001360     COPY DTSPRED.
001392 FD  ALS-FILE
001394     RECORDING MODE IS F.
001396     COPY DTSALS.
001397 FD  PROC-FILE
001398     RECORDING MODE IS F.
001399     COPY DTSPDT.
001400 WORKING-STORAGE SECTION.
001410 COPY DTSAREA.
001420 COPY DTSAUD.
001430 COPY DTSCKPT.
001435 COPY DTSSEALP.
001437 COPY DTSIMPP.
001440 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
001450 77  WS-CKPT-STATUS               PIC X(02) VALUE SPACES.
001460 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001490 77  WS-PRED-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-CYC-STATUS                PIC X(02) VALUE SPACES.
001502 77  WS-ALS-STATUS                PIC X(02) VALUE SPACES.
001503 77  WS-PROC-STATUS               PIC X(02) VALUE SPACES.
001504*    THE SITE THE RUN IS RECORDED AND GATED UNDER - THE PARM
001505*    SITE, OR THE PRIMARY SITE AN ACTIVE FAILOVER DECLARES IT
001506*    RUNS AS.  THE ZONE OFFSET CHECK KEEPS THE PARM SITE.
001520 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
001530 77  WS-CALLER-RC                 PIC S9(04) COMP VALUE ZERO.
001540 77  WS-RC-EDIT                   PIC -(3)9.
001541 77  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
001542*    WHY 4000-WRITE-AUDIT COULD NOT POST THE STAMP AND THE AUDIT
001543*    MASTER STATUS AT THE TIME - SPACES WHEN IT WAS POSTED.
001544 77  WS-SPOOL-REASON              PIC X(08) VALUE SPACES.
001545 77  WS-SPOOL-STATUS              PIC X(02) VALUE SPACES.
001550*    STAMP OF THE FAILED RUN A RERUN RECOVERS, FOUND BY
001560*    2800-FIND-RECOVERED-RUN - SPACES WHEN NOT A RERUN.
001570 77  WS-RECOVERS-STAMP            PIC X(16) VALUE SPACES.
001572*    THE SITE'S PROCESSING DATE, FROM 1700-READ-PROC-DATE - THE
001574*    DATE THE STAMP IS RECORDED AND GATED UNDER.
001576 77  WS-PROC-DATE                 PIC 9(08) VALUE ZERO.
001580*    WORK FIELDS FOR THE CENTURY-WINDOW CHECK IN 1500-READ-CONFIG.
001590 77  WS-CFG-CC-YY2                PIC 9(02).
001600 77  WS-CFG-ACTUAL-CENT           PIC 9(02).
002400     END-IF.
002410     MOVE ZERO TO WS-RETURN-CODE.
002420     PERFORM 1500-READ-CONFIG THRU 1500-EXIT.
002425     PERFORM 1700-READ-PROC-DATE THRU 1700-EXIT.
002430*    PULL BACK THE LAST-GOOD CHECKPOINT, IF ANY, SO AN OPERATOR
002440*    CAN SEE WHERE A PRIOR RUN LEFT OFF INSTEAD OF REPROCESSING
002450*    THE WHOLE DAY'S VOLUME FROM THE TOP.
003800     END-IF.
003810     OPEN INPUT AUDIT-MST.
003820     IF WS-AMST-STATUS NOT = '00' AND WS-AMST-STATUS NOT = '05'
003822         DISPLAY 'DTS100 - AUDIT MASTER UNAVAILABLE - STATUS '
003824             WS-AMST-STATUS ' - OVERLAP CHECK SKIPPED FOR JOB '
003826             PARM-JOB-ID
003830         GO TO 2000-EXIT
003840     END-IF.
003850     MOVE PARM-JOB-ID  TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
004480******************************************************************
004490*    2500-CHECK-PREDECESSORS - BEFORE STAMPING A NEW JOB START,  *
004500*    CONFIRM EVERY PREDECESSOR REGISTERED FOR THIS JOB-ID/SITE   *
004510*    HAS A CLEAN STOP (RC ZERO) AS ITS LATEST EVENT FOR THE      *
004520*    SITE'S PROCESSING DATE - ONE KEYED SCAN PER PREDECESSOR.    *
004530*    A MISSING OR FAILED PREDECESSOR REFUSES THE START WITH ITS  *
004540*    OWN PREDFAIL AUDIT EVENT AND RETURN CODE 8, SO A TRANSFORM  *
004550*    CAN NO LONGER STAMP IN OVER AN EXTRACT THAT ENDED RC 12.    *
004560*    A STOP EVENT IS NEVER GATED, SAME AS THE OVERLAP RULE.      *
004570******************************************************************
004580 2500-CHECK-PREDECESSORS.
004590     IF PARM-EVENT-TYPE NOT = 'START'
004900     IF WS-PRED-REFUSED
004910         DISPLAY 'DTS100 - JOB ' PARM-JOB-ID
004920             ' START REFUSED - PREDECESSOR ' WS-PW-FAIL-JOB
004930             ' HAS NO CLEAN STOP FOR PROCESSING DATE '
004935             WS-PROC-DATE
004940         MOVE 8 TO WS-RETURN-CODE
004950         PERFORM 3000-CAPTURE-STAMP THRU 3000-EXIT
004960         PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
005130 2510-EXIT.
005140     EXIT.
005150******************************************************************
005160*    2600-CHECK-ONE-PRED - POSITION THE AUDIT MASTER AFTER THE   *
005170*    LATEST EVENT FOR THIS PREDECESSOR AND READ BACKWARD FOR     *
005180*    ITS LATEST START OR STOP OF THE SITE'S PROCESSING DATE.     *
005182*    EVENTS STAMPED UNDER A LATER PROCESSING DATE ARE STEPPED    *
005184*    PAST; THE FIRST EVENT OF AN EARLIER ONE ENDS THE SCAN, SO   *
005186*    A CYCLE THAT RUNS PAST MIDNIGHT STILL SEES THE STOPS IT     *
005188*    STAMPED BEFORE MIDNIGHT.  AN ABEND OR PREDFAIL RECORD       *
005190*    IS A REFUSAL MARKER, NOT RUN STATE, SO THE SCAN STEPS PAST  *
005200*    IT - SAME AS THE OVERLAP SCAN - OTHERWISE A REFUSED         *
005210*    RESUBMISSION WOULD HIDE THE PREDECESSOR'S REAL CLEAN STOP.  *
005220*    THE PREDECESSOR IS SATISFIED ONLY WHEN THAT LATEST RUN      *
005230*    EVENT IS A STOP WITH RC ZERO IN THE SAME CYCLE; A START     *
005240*    STILL IN FLIGHT, A NONZERO STOP, OR NO RUN EVENT AT ALL     *
005250*    FOR THE PROCESSING DATE ALL REFUSE THE START.               *
005260******************************************************************
005270 2600-CHECK-ONE-PRED.
005280     MOVE 'N' TO WS-PRED-OK-SW.
005290     MOVE WS-PW-JOB-ID (WS-PW-IDX)
005300         TO DTSAMST-JOB-ID OF DTSAMST-RECORD.
005310     MOVE WS-EFF-SITE-ID TO DTSAMST-SITE-ID OF DTSAMST-RECORD.
005320     MOVE 99999999
005330         TO DTSAMST-RUN-DATE OF DTSAMST-RECORD.
005340     MOVE 999999 TO DTSAMST-RUN-TIME OF DTSAMST-RECORD.
005350     MOVE 99     TO DTSAMST-HUND OF DTSAMST-RECORD.
005360     MOVE 'N' TO WS-AMST-DONE-SW.
005370     START AUDIT-MST KEY IS LESS THAN
005380         DTSAMST-KEY OF DTSAMST-RECORD
005390         INVALID KEY
005400             SET WS-AMST-DONE TO TRUE
005530******************************************************************
005540*    2610-FIND-PRED-RUN-EVENT - READ BACKWARD ONE EVENT FOR THE  *
005550*    PREDECESSOR, SKIPPING REFUSAL MARKERS, AND JUDGE THE FIRST  *
005560*    REAL START/STOP FOUND INSIDE THE PROCESSING DATE'S CYCLE.   *
005570******************************************************************
005580 2610-FIND-PRED-RUN-EVENT.
005590     READ AUDIT-MST PREVIOUS
005660     IF DTSAMST-JOB-ID OF DTSAMST-RECORD NOT =
005670         WS-PW-JOB-ID (WS-PW-IDX)
005680         OR DTSAMST-SITE-ID OF DTSAMST-RECORD NOT = WS-EFF-SITE-ID
005690         OR DTSAMST-PROC-DATE OF DTSAMST-RECORD < WS-PROC-DATE
005710         SET WS-AMST-DONE TO TRUE
005720         GO TO 2610-EXIT
005730     END-IF.
005732     IF DTSAMST-PROC-DATE OF DTSAMST-RECORD > WS-PROC-DATE
005734         GO TO 2610-EXIT
005736     END-IF.
005740     IF DTSAMST-EVT-ABEND OF DTSAMST-RECORD
005750         OR DTSAMST-EVT-PREDFAIL OF DTSAMST-RECORD
005760         OR DTSAMST-EVT-CYCHOLD OF DTSAMST-RECORD
005870******************************************************************
005880*    2700-CHECK-CYCLE-STATUS - BEFORE STAMPING A NEW JOB START,  *
005890*    READ THE CYCLE-STATUS RECORD THE DTS760 CLOSE-OUT WROTE     *
005900*    FOR THIS SITE AND ITS PROCESSING DATE.  A HELD CYCLE        *
005910*    REFUSES THE START WITH ITS OWN CYCHOLD AUDIT EVENT AND      *
005920*    RETURN CODE 8, SAME SHAPE AS THE PREDECESSOR GATE.  NO      *
005930*    STATUS FILE OR NO RECORD FOR THE SITE/DATE MEANS THE NIGHT  *
005940*    HAS NOT BEEN CLOSED OUT YET, SO THE START IS NOT GATED.  A  *
005950*    STOP EVENT IS NEVER GATED, SAME AS THE OVERLAP RULE, AND    *
005952*    NEITHER IS A RERUN - THE RECOVERY RUN IS HOW A HELD CYCLE   *
005954*    GETS CLEARED AND RE-CERTIFIED.                              *
005960******************************************************************
005970 2700-CHECK-CYCLE-STATUS.
005980     IF PARM-EVENT-TYPE NOT = 'START'
006030         GO TO 2700-EXIT
006040     END-IF.
006050     MOVE WS-EFF-SITE-ID    TO DTSCYC-SITE-ID.
006060     MOVE WS-PROC-DATE      TO DTSCYC-PROC-DATE.
006070     READ CYC-FILE
006080         INVALID KEY
006090             CLOSE CYC-FILE
007870*    MASTER FOR THIS STAMP, SO THE RUN HISTORY SURVIVES EVEN IF  *
007880*    THE CALLING JOB ABENDS BEFORE ITS OWN LOG IS FLUSHED.  THE  *
007890*    DTSAUD HAND-OFF AREA IS STILL BUILT FIRST - THE CHECKPOINT  *
007900*    AND THE DTS600 MONITORING CALL BOTH READ IT.  A STAMP THE   *
007903*    MASTER CANNOT TAKE IS SPOOLED BY 4200-SPOOL-STAMP INSTEAD;  *
007906*    THE CHECKPOINT AND MONITORING CALL STILL GO AHEAD.          *
007910******************************************************************
007920 4000-WRITE-AUDIT.
007930     MOVE DTS100-WS-DATE        TO DTSAUD-RUN-DATE.
008500         TO DTSAMST-OFFSET-MISMATCH OF DTSAMST-RECORD.
008510     MOVE DTSAUD-RECOVERS-STAMP
008520         TO DTSAMST-RECOVERS-STAMP OF DTSAMST-RECORD.
008523     MOVE WS-PROC-DATE
008526         TO DTSAMST-PROC-DATE OF DTSAMST-RECORD.
008530     OPEN I-O AUDIT-MST.
008540     IF WS-AMST-STATUS = '35'
008550         CLOSE AUDIT-MST
008570         CLOSE AUDIT-MST
008580         OPEN I-O AUDIT-MST
008590     END-IF.
008591     IF WS-AMST-STATUS NOT = '00' AND WS-AMST-STATUS NOT = '05'
008592         DISPLAY 'DTS100 - AUDIT MASTER UNAVAILABLE - STATUS '
008593             WS-AMST-STATUS ' - JOB ' DTSAUD-JOB-ID ' SPOOLED'
008594         MOVE 'NOMASTER' TO WS-SPOOL-REASON
008595         MOVE WS-AMST-STATUS TO WS-SPOOL-STATUS
008596         PERFORM 4200-SPOOL-STAMP THRU 4200-EXIT
008597         GO TO 4000-EXIT
008598     END-IF.
008599     PERFORM 4100-SEAL-RECORD THRU 4100-EXIT.
008600     WRITE DTSAMST-RECORD
008610         INVALID KEY
008620             DISPLAY 'DTS100 - AUDIT MASTER ALREADY HOLDS THIS '
008630                 'STAMP FOR JOB ' DTSAUD-JOB-ID
008633                 ' - SPOOLED FOR POSTING'
008636             MOVE 'DUPKEY' TO WS-SPOOL-REASON
008640     END-WRITE.
008645     PERFORM 4150-COMMIT-SEAL THRU 4150-EXIT.
008650     CLOSE AUDIT-MST.
008652     IF WS-SPOOL-REASON NOT = SPACES
008654         PERFORM 4200-SPOOL-STAMP THRU 4200-EXIT
008656     END-IF.
008660 4000-EXIT.
008670     EXIT.
008680******************************************************************
009050*    A REFUSED OR ABORTED START, FEED THE STAMP AND               *
009060*    RETURN CODE TO THE OPS MONITORING/PAGING INTERFACE RIGHT     *
009070*    AWAY RATHER THAN WAITING ON THE NEXT AUDIT LOG SWEEP.  A     *
009080*    NORMAL JOB START IS NOT PAGEABLE, SO IT IS NOT FED.  AN      *
009083*    ABEND, PREDFAIL OR CYCHOLD ALSO RAISES THE DOWNSTREAM        *
009086*    IMPACT NOTICE FOR EVERY JOB IT NOW BLOCKS.                   *
009090******************************************************************
009100 6000-NOTIFY-MONITOR.
009110     IF PARM-EVENT-TYPE = 'STOP' OR WS-IS-ABEND
009120         OR WS-PRED-REFUSED OR WS-CYC-REFUSED
009130         CALL 'DTS600' USING DTSAUD-RECORD, DTSAUD-RETURN-CODE
009140     END-IF.
009142     IF WS-IS-ABEND OR WS-PRED-REFUSED OR WS-CYC-REFUSED
009144         PERFORM 6100-IMPACT-NOTICE THRU 6100-EXIT
009146     END-IF.
009150 6000-EXIT.
009160     EXIT.
009170 9999-EXIT.
009180     MOVE WS-RETURN-CODE TO RETURN-CODE.
009190     GOBACK.
009200******************************************************************
009210*    1700-READ-PROC-DATE - PICK UP THE PROCESSING DATE THE       *
009220*    DTS110 CYCLE OPEN SET FOR THE SITE THE RUN IS RECORDED      *
009230*    UNDER.  NO CONTROL FILE, OR NO RECORD FOR THE SITE, FALLS   *
009240*    BACK TO TODAY'S DATE SO A SITE NOT YET ON THE CYCLE OPEN    *
009250*    STAMPS THE WAY IT ALWAYS HAS.                               *
009260******************************************************************
009270 1700-READ-PROC-DATE.
009280     MOVE DTS100-CC-YYMMDD TO WS-PROC-DATE.
009290     OPEN INPUT PROC-FILE.
009300     IF WS-PROC-STATUS NOT = '00' AND WS-PROC-STATUS NOT = '05'
009310         DISPLAY 'DTS100 - NO PROCESSING-DATE FILE - USING '
009320             'TODAY''S DATE ' WS-PROC-DATE
009330         GO TO 1700-EXIT
009340     END-IF.
009350     MOVE WS-EFF-SITE-ID TO DTSPDT-SITE-ID OF DTSPDT-RECORD.
009360     READ PROC-FILE
009370         INVALID KEY
009380             DISPLAY 'DTS100 - NO PROCESSING DATE SET FOR SITE '
009390                 WS-EFF-SITE-ID ' - USING TODAY''S DATE '
009400                 WS-PROC-DATE
009410         NOT INVALID KEY
009420             MOVE DTSPDT-PROC-DATE OF DTSPDT-RECORD
009430                 TO WS-PROC-DATE
009440     END-READ.
009450     CLOSE PROC-FILE.
009460 1700-EXIT.
009470     EXIT.
009480******************************************************************
009490*    4100-SEAL-RECORD - HAVE DTS640 NUMBER THE RECORD AND CHAIN  *
009500*    IT TO THE LAST ONE POSTED.  THE CONTROL RECORD IS HELD      *
009510*    UNTIL THE WRITE IS COMMITTED OR BACKED OUT.  IF THE CONTROL *
009520*    FILE CANNOT BE HAD THE STAMP IS STILL WRITTEN, UNSEALED -   *
009530*    THE VERIFICATION RUN (DTS520) WILL REPORT IT.               *
009540******************************************************************
009550 4100-SEAL-RECORD.
009560     MOVE 'DTS100' TO DTSSEALP-CALLER.
009570     MOVE DTSAMST-RECORD TO DTSSEALP-RECORD.
009580     SET DTSSEALP-SEAL TO TRUE.
009590     CALL 'DTS640' USING DTSSEALP-PARM.
009600     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
009610     IF NOT DTSSEALP-OK
009620         DISPLAY 'DTS100 - AUDIT CONTROL RECORD UNAVAILABLE - '
009630             'STAMP FOR JOB ' DTSAUD-JOB-ID ' WRITTEN UNSEALED'
009640     END-IF.
009650 4100-EXIT.
009660     EXIT.
009670******************************************************************
009680*    4150-COMMIT-SEAL - COMMIT THE SEAL ON THE CONTROL RECORD    *
009690*    WHEN THE WRITE WENT THROUGH, OTHERWISE BACK IT OUT AND MARK *
009700*    THE STAMP FOR THE PENDING-STAMP SPOOL.  THE FILE STATUS IS  *
009710*    TAKEN HERE, BEFORE THE MASTER IS CLOSED.                    *
009720******************************************************************
009730 4150-COMMIT-SEAL.
009740     MOVE WS-AMST-STATUS TO WS-SPOOL-STATUS.
009750     IF WS-SPOOL-STATUS = '00'
009760         SET DTSSEALP-COMMIT TO TRUE
009770     ELSE
009780         SET DTSSEALP-BACKOUT TO TRUE
009790         IF WS-SPOOL-REASON = SPACES
009800             DISPLAY 'DTS100 - AUDIT MASTER WRITE FAILED - '
009810                 'STATUS ' WS-SPOOL-STATUS ' - STAMP FOR JOB '
009820                 DTSAUD-JOB-ID ' SPOOLED FOR POSTING'
009830             MOVE 'WRITEERR' TO WS-SPOOL-REASON
009840         END-IF
009850     END-IF.
009860     CALL 'DTS640' USING DTSSEALP-PARM.
009870 4150-EXIT.
009880     EXIT.
009890******************************************************************
009900*    4200-SPOOL-STAMP - APPEND THE STAMP THE MASTER WOULD NOT    *
009910*    TAKE, WITH THE REASON, TO THE PENDING-STAMP SPOOL.  IF THE  *
009920*    SPOOL CANNOT BE WRITTEN EITHER, THE WHOLE STAMP GOES TO THE *
009930*    JOB LOG SO IT CAN STILL BE RECOVERED BY HAND.               *
009940******************************************************************
009950 4200-SPOOL-STAMP.
009960     MOVE SPACES TO DTSPEND-RECORD.
009970     MOVE WS-SPOOL-REASON       TO DTSPEND-REASON.
009980     MOVE WS-SPOOL-STATUS       TO DTSPEND-FILE-STATUS.
009990     MOVE 'DTS100'              TO DTSPEND-SPOOLED-BY.
010000     MOVE DTSAUD-JOB-ID         TO DTSPEND-JOB-ID.
010010     MOVE DTSAUD-SITE-ID        TO DTSPEND-SITE-ID.
010020     MOVE DTSAUD-RUN-DATE       TO DTSPEND-RUN-DATE.
010030     MOVE DTSAUD-RUN-TIME       TO DTSPEND-RUN-TIME.
010040     MOVE DTSAUD-HUNDREDTHS     TO DTSPEND-HUND.
010050     MOVE DTSAUD-GMT-OFFSET     TO DTSPEND-GMT-OFFSET.
010060     MOVE DTSAUD-EVENT-TYPE     TO DTSPEND-EVENT-TYPE.
010070     MOVE DTSAUD-RETURN-CODE    TO DTSPEND-RETURN-CODE.
010080     MOVE DTSAUD-OFFSET-MISMATCH TO DTSPEND-OFFSET-MISMATCH.
010090     MOVE DTSAUD-RECOVERS-STAMP TO DTSPEND-RECOVERS-STAMP.
010100     MOVE WS-PROC-DATE          TO DTSPEND-PROC-DATE.
010110     OPEN EXTEND PEND-FILE.
010120     IF WS-PEND-STATUS = '35'
010130         OPEN OUTPUT PEND-FILE
010140     END-IF.
010150     IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
010160         DISPLAY 'DTS100 - PENDING-STAMP SPOOL UNAVAILABLE - '
010170             'STATUS ' WS-PEND-STATUS ' - STAMP NOT POSTED: '
010180         DISPLAY 'DTS100 - ' DTSPEND-RECORD
010190         GO TO 4200-EXIT
010200     END-IF.
010210     WRITE DTSPEND-RECORD.
010220     CLOSE PEND-FILE.
010230 4200-EXIT.
010240     EXIT.
010250******************************************************************
010260*    6100-IMPACT-NOTICE - HAND THE FAILURE TO DTS690, WHICH      *
010270*    EXPANDS THE JOBS IT BLOCKS DOWNSTREAM AT THE SITE IT IS     *
010280*    RECORDED UNDER, REPORTS THEM AND FEEDS ONE IMPACT RECORD.   *
010290******************************************************************
010300 6100-IMPACT-NOTICE.
010310     MOVE DTSAUD-JOB-ID         TO DTSIMPP-JOB-ID.
010320     MOVE DTSAUD-SITE-ID        TO DTSIMPP-SITE-ID.
010330     MOVE DTSAUD-EVENT-TYPE     TO DTSIMPP-EVENT-TYPE.
010340     MOVE DTSAUD-RUN-DATE       TO DTSIMPP-RUN-DATE.
010350     MOVE DTSAUD-RUN-TIME       TO DTSIMPP-RUN-TIME.
010360     MOVE DTSAUD-HUNDREDTHS     TO DTSIMPP-HUNDREDTHS.
010370     MOVE DTSAUD-GMT-OFFSET     TO DTSIMPP-GMT-OFFSET.
010380     MOVE DTSAUD-RETURN-CODE    TO DTSIMPP-RETURN-CODE.
010390     MOVE WS-PROC-DATE          TO DTSIMPP-PROC-DATE.
010400     MOVE 'DTS100'              TO DTSIMPP-CALLER.
010410     CALL 'DTS690' USING DTSIMPP-PARM.
010420 6100-EXIT.
010430     EXIT.
