000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS520.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS520 - AUDIT MASTER INTEGRITY VERIFICATION                *
000180*                                                                *
000190*    THE AUDIT MASTER IS THE RUN EVIDENCE THE QUARTERLY CONTROLS *
000200*    REVIEW RELIES ON.  EVERY RECORD POSTED THROUGH DTS100 OR    *
000210*    DTS450 IS SEALED BY THE DTS640 SERVICE WITH A GLOBAL        *
000220*    SEQUENCE NUMBER AND A CHECK VALUE CHAINED TO THE RECORD     *
000230*    BEFORE IT, AND THE AUDIT CONTROL RECORD (DD AMSTCTL) KEEPS  *
000240*    THE HIGH-WATER MARK AND THE RUNNING TOTALS WRITTEN AND      *
000250*    PURGED.  THIS RUN WALKS THE WHOLE MASTER IN SEQUENCE-NUMBER *
000260*    ORDER AND PROVES IT AGAINST THAT CONTROL RECORD, PRINTING   *
000270*    THE VERIFICATION REPORT (DD VERIFRPT) FOR THE REVIEW FILE - *
000280*                                                                *
000290*      - A GAP IN THE SEQUENCE NUMBERS IS A DELETED RECORD.  IT  *
000300*        IS EXPLAINED ONLY BY A DTS500 PURGE-REPORT ENTRY FOR    *
000310*        THAT NUMBER (DD PURGELST, THE PURGE REPORTS KEPT SINCE  *
000320*        THE LAST ARCHIVE, OPTIONAL) OR BY A SEQUENCE RANGE ON   *
000330*        THE ARCHIVE INDEX (DD ARCHIDX); ANY OTHER GAP IS AN     *
000340*        EXCEPTION.                                              *
000350*      - A RECORD WHOSE CHECK VALUE NO LONGER MATCHES ITS OWN    *
000360*        BYTES WAS ALTERED.                                      *
000370*      - A RECORD WHOSE PREVIOUS CHECK VALUE IS NOT THE CHECK    *
000380*        VALUE OF THE RECORD BEFORE IT BREAKS THE CHAIN.         *
000390*      - A DUPLICATE NUMBER, A NUMBER ABOVE THE HIGH-WATER MARK, *
000400*        A PURGED RECORD STILL ON THE MASTER, AN UNSEALED RECORD *
000410*        STAMPED AFTER SEALING BEGAN, A HEAD CHECK VALUE OTHER   *
000420*        THAN THE CONTROL RECORD'S, AND A SEALED RECORD COUNT    *
000430*        OTHER THAN WRITTEN LESS PURGED ARE ALL EXCEPTIONS.      *
000440*                                                                *
000450*    UNSEALED RECORDS STAMPED BEFORE THE CONTROL RECORD'S START  *
000460*    DATE ARE COUNTED AS PRE-SEAL HISTORY AND NOT CHECKED.  ANY  *
000470*    EXCEPTION ENDS THE STEP WITH RETURN CODE 8; NO CONTROL      *
000480*    RECORD OR NO AUDIT MASTER IS AN ABEND (16).                 *
000490*                                                                *
000500*    MODIFICATION HISTORY                                        *
000510*    DATE       INIT  DESCRIPTION                                *
000520*    2026-10-15 JRM   INITIAL VERSION                            *
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AUDIT-MST ASSIGN TO AUDITMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS DTSAMST-KEY OF DTSAMST-RECORD
000640         FILE STATUS IS WS-AMST-STATUS.
000650*    THE CUMULATIVE ARCHIVE INDEX DTS500 APPENDS TO, AND THE
000660*    DTS500 PURGE-ACTIVITY REPORTS KEPT FOR THE PERIOD.
000670     SELECT ARCH-IDX ASSIGN TO ARCHIDX
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ARCHIDX-STATUS.
000700     SELECT PURGE-LST ASSIGN TO PURGELST
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PURGE-STATUS.
000730     SELECT SORT-FILE ASSIGN TO SORTWK.
000740     SELECT VERIF-RPT ASSIGN TO VERIFRPT
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  AUDIT-MST
000790     RECORDING MODE IS F.
000800     COPY DTSAMST.
000810 FD  ARCH-IDX
000820     RECORDING MODE IS F.
000830 01  ARCHIDX-RECORD-IN            PIC X(57).
000840*    ONE DTS500 PURGE-REPORT LINE.  ONLY THE 'PURGED JOB=' LINES
000850*    CARRYING A SEQUENCE NUMBER ARE USED; HEADINGS, TOTALS AND
000860*    LINES FOR PRE-SEAL RECORDS ARE SKIPPED.
000870 FD  PURGE-LST
000880     RECORDING MODE IS F.
000890 01  PURGE-LINE-IN.
000900     05  PL-TAG                   PIC X(11).
000910         88  PL-PURGED-LINE       VALUE 'PURGED JOB='.
000920     05  PL-JOB-ID                PIC X(08).
000930     05  FILLER                   PIC X(06).
000940     05  PL-RUN-DATE              PIC X(08).
000950     05  FILLER                   PIC X(10).
000960     05  PL-AGE-DAYS              PIC X(09).
000970     05  PL-SEQ-TAG               PIC X(05).
000980     05  PL-SEQ-NO                PIC X(10).
000990     05  FILLER                   PIC X(65).
001000*    ONE ENTRY PER SEQUENCE NUMBER ACCOUNTED FOR - A SEALED
001010*    RECORD ON THE MASTER (M) OR A NUMBER THE PURGE REPORTS
001020*    SAY WAS PURGED (P).  THE MASTER RECORD SORTS AHEAD OF A
001030*    PURGE ENTRY FOR THE SAME NUMBER.
001040 SD  SORT-FILE.
001050 01  SRT-RECORD.
001060     05  SRT-SEQ-NO               PIC 9(10).
001070     05  SRT-TYPE                 PIC X(01).
001080         88  SRT-ON-MASTER        VALUE 'M'.
001090         88  SRT-PURGE-LISTED     VALUE 'P'.
001100     05  SRT-JOB-ID               PIC X(08).
001110     05  SRT-SITE-ID              PIC X(04).
001120     05  SRT-RUN-DATE             PIC X(08).
001130     05  SRT-RUN-TIME             PIC X(06).
001140     05  SRT-PREV-CHECK           PIC 9(10).
001150     05  SRT-CHECK-VALUE          PIC 9(10).
001160     05  SRT-COMPUTED-CHECK       PIC 9(10).
001170 FD  VERIF-RPT
001180     RECORDING MODE IS F.
001190 01  VERIF-RECORD-OUT             PIC X(132).
001200 WORKING-STORAGE SECTION.
001210 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
001220 77  WS-ARCHIDX-STATUS            PIC X(02) VALUE SPACES.
001230 77  WS-PURGE-STATUS              PIC X(02) VALUE SPACES.
001240 77  WS-RETURN-CODE               PIC S9(04) COMP VALUE ZERO.
001250 77  WS-RC-DISPLAY                PIC 9(02) VALUE ZERO.
001260 COPY DTSAREA.
001270 COPY DTSARCX.
001280 COPY DTSSEALP.
001290 01  WS-SWITCHES.
001300     05  WS-AX-FOUND-SW           PIC X(01) VALUE 'N'.
001310         88  WS-AX-FOUND          VALUE 'Y'.
001320     05  WS-LAST-ON-MASTER-SW     PIC X(01) VALUE 'N'.
001330         88  WS-LAST-ON-MASTER    VALUE 'Y'.
001340     05  WS-HEAD-FOUND-SW         PIC X(01) VALUE 'N'.
001350         88  WS-HEAD-FOUND        VALUE 'Y'.
001360*    THE CONTROL RECORD AS DTS640 HANDS IT BACK.
001370 01  WS-CONTROL.
001380     05  WS-CTL-START-DATE        PIC 9(08) VALUE ZERO.
001390     05  WS-CTL-HIGH-SEQ-NO       PIC 9(10) VALUE ZERO.
001400     05  WS-CTL-HEAD-CHECK        PIC 9(10) VALUE ZERO.
001410     05  WS-CTL-WRITTEN           PIC 9(10) VALUE ZERO.
001420     05  WS-CTL-PURGED            PIC 9(10) VALUE ZERO.
001430     05  WS-CTL-EXPECTED          PIC 9(10) VALUE ZERO.
001440*    EVERY SEALED SEQUENCE RANGE ON THE ARCHIVE INDEX.
001450 01  WS-ARCHIVE-TABLE.
001460     05  WS-AX-COUNT              PIC S9(04) COMP VALUE ZERO.
001470     05  WS-AX-ENTRY OCCURS 500 TIMES.
001480         10  WS-AX-LOW-SEQ-NO     PIC 9(10).
001490         10  WS-AX-HIGH-SEQ-NO    PIC 9(10).
001500         10  WS-AX-UNLOAD-DATE    PIC 9(08).
001510         10  WS-AX-UNLOAD-TIME    PIC 9(06).
001520 01  WS-WORK-FIELDS.
001530     05  WS-TODAY-CCYYMMDD        PIC 9(08) VALUE ZERO.
001540     05  WS-AX-SUB                PIC S9(04) COMP VALUE ZERO.
001550     05  WS-AX-HIT                PIC S9(04) COMP VALUE ZERO.
001560*    THE LAST ENTRY RETURNED FROM THE SORT.
001570     05  WS-LAST-SEQ-NO           PIC 9(10) VALUE ZERO.
001580     05  WS-LAST-CHECK-VALUE      PIC 9(10) VALUE ZERO.
001590*    THE GAP BEING JUDGED AND HOW FAR ALONG IT IS ACCOUNTED FOR.
001600     05  WS-GAP-LOW               PIC 9(10) VALUE ZERO.
001610     05  WS-GAP-HIGH              PIC 9(10) VALUE ZERO.
001620     05  WS-GAP-POINT             PIC 9(10) VALUE ZERO.
001630     05  WS-GAP-END               PIC 9(10) VALUE ZERO.
001640*    ONE REPORT LINE - THE CLASS OF FINDING, THE SEQUENCE NUMBER
001650*    OR RANGE AND RECORD IT CONCERNS, AND WHAT WAS FOUND.
001660 01  WS-EXC-LINE.
001670     05  FILLER                   PIC X(02) VALUE SPACES.
001680     05  WS-EL-CLASS              PIC X(12).
001690     05  WS-EL-KEY                PIC X(42).
001700     05  WS-EL-TEXT               PIC X(76).
001710 01  WS-COUNTERS.
001720     05  WS-MASTER-READ           PIC 9(10) VALUE ZERO.
001730     05  WS-SEALED-ON-MASTER      PIC 9(10) VALUE ZERO.
001740     05  WS-PRE-SEAL-COUNT        PIC 9(10) VALUE ZERO.
001750     05  WS-PURGE-LISTED          PIC 9(10) VALUE ZERO.
001760     05  WS-ARCHIVE-EXPLAINED     PIC 9(10) VALUE ZERO.
001770     05  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     IF WS-RETURN-CODE = ZERO
001820         SORT SORT-FILE ON ASCENDING KEY SRT-SEQ-NO SRT-TYPE
001830             INPUT PROCEDURE IS 2000-RELEASE-ENTRIES
001840                 THRU 2999-EXIT
001850             OUTPUT PROCEDURE IS 3000-VERIFY-CHAIN
001860                 THRU 3999-EXIT
001870         PERFORM 5000-CHECK-CONTROL THRU 5000-EXIT
001880     END-IF.
001890     PERFORM 9000-FINISH THRU 9000-EXIT.
001900     GOBACK.
001910 0000-EXIT.
001920     EXIT.
001930******************************************************************
001940*    1000-INITIALIZE - OPEN THE REPORT, FETCH THE CONTROL RECORD *
001950*    THROUGH DTS640 AND LOAD THE ARCHIVE INDEX.  WITHOUT A       *
001960*    CONTROL RECORD THERE IS NOTHING TO VERIFY AGAINST.          *
001970******************************************************************
001980 1000-INITIALIZE.
001990     OPEN OUTPUT VERIF-RPT.
002000     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
002010     MOVE DTS100-CC-YYMMDD TO WS-TODAY-CCYYMMDD.
002020     MOVE SPACES TO VERIF-RECORD-OUT.
002030     STRING 'DTS520 AUDIT MASTER INTEGRITY VERIFICATION - RUN '
002040         DELIMITED BY SIZE
002050         WS-TODAY-CCYYMMDD        DELIMITED BY SIZE
002060         ' ' DELIMITED BY SIZE
002070         DTS100-HHMMSS            DELIMITED BY SIZE
002080         INTO VERIF-RECORD-OUT
002090     END-STRING.
002100     WRITE VERIF-RECORD-OUT.
002110     MOVE 'DTS520' TO DTSSEALP-CALLER.
002120     SET DTSSEALP-READ-CTL TO TRUE.
002130     CALL 'DTS640' USING DTSSEALP-PARM.
002140     IF NOT DTSSEALP-OK
002150         DISPLAY 'DTS520 - NO AUDIT CONTROL RECORD ON FILE - '
002160             'NOTHING TO VERIFY AGAINST - ABEND'
002170         MOVE 'NO AUDIT CONTROL RECORD ON FILE (DD AMSTCTL)'
002180             TO VERIF-RECORD-OUT
002190         WRITE VERIF-RECORD-OUT
002200         MOVE 16 TO WS-RETURN-CODE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     MOVE DTSSEALP-START-DATE      TO WS-CTL-START-DATE.
002240     MOVE DTSSEALP-HIGH-SEQ-NO     TO WS-CTL-HIGH-SEQ-NO.
002250     MOVE DTSSEALP-HEAD-CHECK      TO WS-CTL-HEAD-CHECK.
002260     MOVE DTSSEALP-RECORDS-WRITTEN TO WS-CTL-WRITTEN.
002270     MOVE DTSSEALP-RECORDS-PURGED  TO WS-CTL-PURGED.
002280     MOVE SPACES TO VERIF-RECORD-OUT.
002290     STRING 'CONTROL RECORD - SEALED SINCE ' DELIMITED BY SIZE
002300         WS-CTL-START-DATE        DELIMITED BY SIZE
002310         ' HIGH-WATER MARK=' DELIMITED BY SIZE
002320         WS-CTL-HIGH-SEQ-NO       DELIMITED BY SIZE
002330         ' HEAD CHECK=' DELIMITED BY SIZE
002340         WS-CTL-HEAD-CHECK        DELIMITED BY SIZE
002350         ' WRITTEN=' DELIMITED BY SIZE
002360         WS-CTL-WRITTEN           DELIMITED BY SIZE
002370         ' PURGED=' DELIMITED BY SIZE
002380         WS-CTL-PURGED            DELIMITED BY SIZE
002390         INTO VERIF-RECORD-OUT
002400     END-STRING.
002410     WRITE VERIF-RECORD-OUT.
002420     OPEN INPUT AUDIT-MST.
002430     IF WS-AMST-STATUS NOT = '00' AND WS-AMST-STATUS NOT = '05'
002440         DISPLAY 'DTS520 - NO AUDIT MASTER ON FILE - STATUS '
002450             WS-AMST-STATUS ' - ABEND'
002460         MOVE 'NO AUDIT MASTER ON FILE (DD AUDITMST)'
002470             TO VERIF-RECORD-OUT
002480         WRITE VERIF-RECORD-OUT
002490         MOVE 16 TO WS-RETURN-CODE
002500         GO TO 1000-EXIT
002510     END-IF.
002520     PERFORM 1200-LOAD-ARCHIVE-INDEX THRU 1200-EXIT.
002530     MOVE SPACES TO VERIF-RECORD-OUT.
002540     WRITE VERIF-RECORD-OUT.
002550     MOVE '  FINDING     SEQUENCE / RECORD' TO VERIF-RECORD-OUT.
002560     WRITE VERIF-RECORD-OUT.
002570 1000-EXIT.
002580     EXIT.
002590******************************************************************
002600*    1200-LOAD-ARCHIVE-INDEX - KEEP EVERY INDEX ENTRY THAT       *
002610*    CARRIES A SEALED SEQUENCE RANGE.  ENTRIES FROM BEFORE THE   *
002620*    SEAL (BLANK OR ZERO RANGE) EXPLAIN NOTHING AND ARE PASSED   *
002630*    OVER.  NO INDEX AT ALL ONLY MEANS NO GAP CAN BE EXPLAINED   *
002640*    BY ONE.                                                     *
002650******************************************************************
002660 1200-LOAD-ARCHIVE-INDEX.
002670     OPEN INPUT ARCH-IDX.
002680     IF WS-ARCHIDX-STATUS NOT = '00'
002690         AND WS-ARCHIDX-STATUS NOT = '05'
002700         DISPLAY 'DTS520 - NO ARCHIVE INDEX ON FILE'
002710         GO TO 1200-EXIT
002720     END-IF.
002730 1210-READ-LOOP.
002740     MOVE SPACES TO ARCHIDX-RECORD-IN.
002750     READ ARCH-IDX INTO DTSARCX-RECORD
002760         AT END
002770             GO TO 1290-CLOSE-INDEX
002780     END-READ.
002790     IF DTSARCX-LOW-SEQ-NO IS NOT NUMERIC
002800         OR DTSARCX-HIGH-SEQ-NO IS NOT NUMERIC
002810         OR DTSARCX-LOW-SEQ-NO = ZERO
002820         GO TO 1210-READ-LOOP
002830     END-IF.
002840     IF WS-AX-COUNT >= 500
002850         DISPLAY 'DTS520 - ARCHIVE INDEX TABLE FULL AT 500 - '
002860             'LATER ENTRIES NOT USED'
002870         GO TO 1290-CLOSE-INDEX
002880     END-IF.
002890     ADD 1 TO WS-AX-COUNT.
002900     MOVE DTSARCX-LOW-SEQ-NO  TO WS-AX-LOW-SEQ-NO (WS-AX-COUNT).
002910     MOVE DTSARCX-HIGH-SEQ-NO TO WS-AX-HIGH-SEQ-NO (WS-AX-COUNT).
002920     MOVE DTSARCX-UNLOAD-DATE TO WS-AX-UNLOAD-DATE (WS-AX-COUNT).
002930     MOVE DTSARCX-UNLOAD-TIME TO WS-AX-UNLOAD-TIME (WS-AX-COUNT).
002940     GO TO 1210-READ-LOOP.
002950 1290-CLOSE-INDEX.
002960     CLOSE ARCH-IDX.
002970 1200-EXIT.
002980     EXIT.
002990******************************************************************
003000*    2000-RELEASE-ENTRIES - SORT INPUT PROCEDURE.  RELEASE EVERY *
003010*    SEALED MASTER RECORD, WITH ITS CHECK VALUE RECOMPUTED BY    *
003020*    DTS640, THEN EVERY SEQUENCE NUMBER ON THE PURGE REPORTS.    *
003030******************************************************************
003040 2000-RELEASE-ENTRIES.
003050     PERFORM 2100-RELEASE-MASTER THRU 2100-EXIT.
003060     PERFORM 2500-RELEASE-PURGED THRU 2500-EXIT.
003070 2999-EXIT.
003080     EXIT.
003090******************************************************************
003100*    2100-RELEASE-MASTER - READ THE MASTER END TO END.  AN       *
003110*    UNSEALED RECORD IS PRE-SEAL HISTORY IF IT WAS STAMPED       *
003120*    BEFORE THE CONTROL RECORD'S START DATE, AND AN EXCEPTION IF *
003130*    NOT - IT WAS WRITTEN WITHOUT GOING THROUGH THE SEALING      *
003140*    SERVICE.                                                    *
003150******************************************************************
003160 2100-RELEASE-MASTER.
003170     READ AUDIT-MST NEXT
003180         AT END
003190             GO TO 2100-EXIT
003200     END-READ.
003210     ADD 1 TO WS-MASTER-READ.
003220     IF DTSAMST-SEQ-NO OF DTSAMST-RECORD IS NOT NUMERIC
003230         OR DTSAMST-SEQ-NO OF DTSAMST-RECORD = ZERO
003240         PERFORM 2200-UNSEALED-RECORD THRU 2200-EXIT
003250         GO TO 2100-RELEASE-MASTER
003260     END-IF.
003270     MOVE DTSAMST-RECORD TO DTSSEALP-RECORD.
003280     SET DTSSEALP-CHECK TO TRUE.
003290     CALL 'DTS640' USING DTSSEALP-PARM.
003300     MOVE SPACES TO SRT-RECORD.
003310     MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD TO SRT-SEQ-NO.
003320     SET SRT-ON-MASTER TO TRUE.
003330     MOVE DTSAMST-JOB-ID OF DTSAMST-RECORD TO SRT-JOB-ID.
003340     MOVE DTSAMST-SITE-ID OF DTSAMST-RECORD TO SRT-SITE-ID.
003350     MOVE DTSAMST-RUN-DATE OF DTSAMST-RECORD TO SRT-RUN-DATE.
003360     MOVE DTSAMST-RUN-TIME OF DTSAMST-RECORD TO SRT-RUN-TIME.
003370     MOVE DTSAMST-PREV-CHECK OF DTSAMST-RECORD TO SRT-PREV-CHECK.
003380     MOVE DTSAMST-CHECK-VALUE OF DTSAMST-RECORD
003390         TO SRT-CHECK-VALUE.
003400     MOVE DTSSEALP-CHECK-VALUE TO SRT-COMPUTED-CHECK.
003410     RELEASE SRT-RECORD.
003420     GO TO 2100-RELEASE-MASTER.
003430 2100-EXIT.
003440     EXIT.
003450 2200-UNSEALED-RECORD.
003460     IF DTSAMST-RUN-DATE OF DTSAMST-RECORD < WS-CTL-START-DATE
003470         ADD 1 TO WS-PRE-SEAL-COUNT
003480         GO TO 2200-EXIT
003490     END-IF.
003500     MOVE 'UNSEALED' TO WS-EL-CLASS.
003510     MOVE SPACES TO WS-EL-KEY.
003520     STRING 'JOB=' DELIMITED BY SIZE
003530         DTSAMST-JOB-ID OF DTSAMST-RECORD DELIMITED BY SIZE
003540         ' ' DELIMITED BY SIZE
003550         DTSAMST-SITE-ID OF DTSAMST-RECORD DELIMITED BY SIZE
003560         ' ' DELIMITED BY SIZE
003570         DTSAMST-RUN-DATE OF DTSAMST-RECORD DELIMITED BY SIZE
003580         ' ' DELIMITED BY SIZE
003590         DTSAMST-RUN-TIME OF DTSAMST-RECORD DELIMITED BY SIZE
003600         INTO WS-EL-KEY
003610     END-STRING.
003620     MOVE 'NO SEQUENCE NUMBER - STAMPED AFTER SEALING BEGAN'
003630         TO WS-EL-TEXT.
003640     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
003650 2200-EXIT.
003660     EXIT.
003670******************************************************************
003680*    2500-RELEASE-PURGED - RELEASE THE SEQUENCE NUMBER OF EVERY  *
003690*    SEALED RECORD LISTED ON THE PURGE REPORTS.  NO PURGE LIST   *
003700*    MEANS EVERY GAP MUST BE COVERED BY THE ARCHIVE INDEX.       *
003710******************************************************************
003720 2500-RELEASE-PURGED.
003730     OPEN INPUT PURGE-LST.
003740     IF WS-PURGE-STATUS NOT = '00' AND WS-PURGE-STATUS NOT = '05'
003750         GO TO 2500-EXIT
003760     END-IF.
003770 2510-READ-LOOP.
003780     MOVE SPACES TO PURGE-LINE-IN.
003790     READ PURGE-LST
003800         AT END
003810             GO TO 2590-CLOSE-LIST
003820     END-READ.
003830     IF NOT PL-PURGED-LINE
003840         OR PL-SEQ-TAG NOT = ' SEQ='
003850         OR PL-SEQ-NO IS NOT NUMERIC
003860         OR PL-SEQ-NO = ZERO
003870         GO TO 2510-READ-LOOP
003880     END-IF.
003890     MOVE SPACES TO SRT-RECORD.
003900     MOVE PL-SEQ-NO TO SRT-SEQ-NO.
003910     SET SRT-PURGE-LISTED TO TRUE.
003920     MOVE PL-JOB-ID TO SRT-JOB-ID.
003930     MOVE PL-RUN-DATE TO SRT-RUN-DATE.
003940     MOVE ZERO TO SRT-PREV-CHECK SRT-CHECK-VALUE
003950         SRT-COMPUTED-CHECK.
003960     RELEASE SRT-RECORD.
003970     GO TO 2510-READ-LOOP.
003980 2590-CLOSE-LIST.
003990     CLOSE PURGE-LST.
004000 2500-EXIT.
004010     EXIT.
004020******************************************************************
004030*    3000-VERIFY-CHAIN - SORT OUTPUT PROCEDURE.  WALK THE        *
004040*    NUMBERS IN ORDER: JUDGE EVERY GAP SINCE THE LAST NUMBER     *
004050*    SEEN, THEN CHECK EACH MASTER RECORD'S OWN CHECK VALUE AND   *
004060*    ITS LINK TO THE RECORD BEFORE IT.  A LINK CAN ONLY BE       *
004070*    PROVED WHEN THE RECORD BEFORE IT IS STILL ON THE MASTER.    *
004080*    WHATEVER LIES BETWEEN THE LAST NUMBER AND THE HIGH-WATER    *
004090*    MARK IS A GAP TOO.                                          *
004100******************************************************************
004110 3000-VERIFY-CHAIN.
004120 3010-RETURN-LOOP.
004130     RETURN SORT-FILE
004140         AT END
004150             GO TO 3900-CHECK-TAIL
004160     END-RETURN.
004170     IF SRT-SEQ-NO = WS-LAST-SEQ-NO
004180         PERFORM 3400-REPEATED-NUMBER THRU 3400-EXIT
004190         GO TO 3010-RETURN-LOOP
004200     END-IF.
004210     IF SRT-SEQ-NO > WS-LAST-SEQ-NO + 1
004220         COMPUTE WS-GAP-LOW = WS-LAST-SEQ-NO + 1
004230         COMPUTE WS-GAP-HIGH = SRT-SEQ-NO - 1
004240         PERFORM 3500-JUDGE-GAP THRU 3500-EXIT
004250     END-IF.
004260     IF SRT-PURGE-LISTED
004270         ADD 1 TO WS-PURGE-LISTED
004280         MOVE 'N' TO WS-LAST-ON-MASTER-SW
004290     ELSE
004300         PERFORM 3100-CHECK-RECORD THRU 3100-EXIT
004310         SET WS-LAST-ON-MASTER TO TRUE
004320         MOVE SRT-CHECK-VALUE TO WS-LAST-CHECK-VALUE
004330     END-IF.
004340     MOVE SRT-SEQ-NO TO WS-LAST-SEQ-NO.
004350     GO TO 3010-RETURN-LOOP.
004360 3900-CHECK-TAIL.
004370     IF WS-CTL-HIGH-SEQ-NO > WS-LAST-SEQ-NO
004380         COMPUTE WS-GAP-LOW = WS-LAST-SEQ-NO + 1
004390         MOVE WS-CTL-HIGH-SEQ-NO TO WS-GAP-HIGH
004400         PERFORM 3500-JUDGE-GAP THRU 3500-EXIT
004410     END-IF.
004420 3999-EXIT.
004430     EXIT.
004440******************************************************************
004450*    3100-CHECK-RECORD - ONE SEALED MASTER RECORD: ITS OWN CHECK *
004460*    VALUE, ITS LINK BACK, AND ITS PLACE AGAINST THE HIGH-WATER  *
004470*    MARK.  THE RECORD AT THE MARK MUST CARRY THE HEAD CHECK.    *
004480******************************************************************
004490 3100-CHECK-RECORD.
004500     ADD 1 TO WS-SEALED-ON-MASTER.
004510     PERFORM 8300-BUILD-RECORD-KEY THRU 8300-EXIT.
004520     IF SRT-COMPUTED-CHECK NOT = SRT-CHECK-VALUE
004530         MOVE 'ALTERED' TO WS-EL-CLASS
004540         MOVE SPACES TO WS-EL-TEXT
004550         STRING 'CHECK VALUE ' DELIMITED BY SIZE
004560             SRT-CHECK-VALUE DELIMITED BY SIZE
004570             ' DOES NOT MATCH CONTENTS (' DELIMITED BY SIZE
004580             SRT-COMPUTED-CHECK DELIMITED BY SIZE
004590             ')' DELIMITED BY SIZE
004600             INTO WS-EL-TEXT
004610         END-STRING
004620         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004630     END-IF.
004640     IF SRT-SEQ-NO = 1 AND SRT-PREV-CHECK NOT = ZERO
004650         MOVE 'BROKEN CHAIN' TO WS-EL-CLASS
004660         MOVE 'FIRST RECORD SEALED CARRIES A PREVIOUS CHECK VALUE'
004670             TO WS-EL-TEXT
004680         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004690     END-IF.
004700     IF WS-LAST-ON-MASTER
004710         AND SRT-SEQ-NO = WS-LAST-SEQ-NO + 1
004720         AND SRT-PREV-CHECK NOT = WS-LAST-CHECK-VALUE
004730         MOVE 'BROKEN CHAIN' TO WS-EL-CLASS
004740         MOVE SPACES TO WS-EL-TEXT
004750         STRING 'PREVIOUS CHECK ' DELIMITED BY SIZE
004760             SRT-PREV-CHECK DELIMITED BY SIZE
004770             ' IS NOT THE CHECK VALUE OF SEQ ' DELIMITED BY SIZE
004780             WS-LAST-SEQ-NO DELIMITED BY SIZE
004790             INTO WS-EL-TEXT
004800         END-STRING
004810         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004820     END-IF.
004830     IF SRT-SEQ-NO > WS-CTL-HIGH-SEQ-NO
004840         MOVE 'CONTROL' TO WS-EL-CLASS
004850         MOVE 'SEQUENCE NUMBER ABOVE THE CONTROL HIGH-WATER MARK'
004860             TO WS-EL-TEXT
004870         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004880     END-IF.
004890     IF SRT-SEQ-NO = WS-CTL-HIGH-SEQ-NO
004900         SET WS-HEAD-FOUND TO TRUE
004910         IF SRT-CHECK-VALUE NOT = WS-CTL-HEAD-CHECK
004920             MOVE 'CONTROL' TO WS-EL-CLASS
004930             MOVE 'CHECK VALUE IS NOT THE CONTROL HEAD CHECK'
004940                 TO WS-EL-TEXT
004950             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004960         END-IF
004970     END-IF.
004980 3100-EXIT.
004990     EXIT.
005000******************************************************************
005010*    3400-REPEATED-NUMBER - A SECOND ENTRY FOR THE LAST NUMBER.  *
005020*    TWO MASTER RECORDS UNDER ONE NUMBER IS A DUPLICATE; A       *
005030*    MASTER RECORD THE PURGE REPORT ALSO LISTS WAS NEVER DELETED *
005040*    OR WAS PUT BACK.  THE SAME NUMBER LISTED TWICE ONLY MEANS A *
005050*    PURGE REPORT WAS SUPPLIED TWICE.                            *
005060******************************************************************
005070 3400-REPEATED-NUMBER.
005080     IF SRT-PURGE-LISTED AND NOT WS-LAST-ON-MASTER
005090         GO TO 3400-EXIT
005100     END-IF.
005110     PERFORM 8300-BUILD-RECORD-KEY THRU 8300-EXIT.
005120     IF SRT-ON-MASTER
005130         ADD 1 TO WS-SEALED-ON-MASTER
005140         MOVE 'DUPLICATE' TO WS-EL-CLASS
005150         MOVE 'SEQUENCE NUMBER ALREADY USED BY ANOTHER RECORD'
005160             TO WS-EL-TEXT
005170     ELSE
005180         MOVE 'PURGED' TO WS-EL-CLASS
005190         MOVE 'LISTED ON A PURGE REPORT BUT STILL ON THE MASTER'
005200             TO WS-EL-TEXT
005210     END-IF.
005220     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
005230 3400-EXIT.
005240     EXIT.
005250******************************************************************
005260*    3500-JUDGE-GAP - ACCOUNT FOR THE MISSING NUMBERS WS-GAP-LOW *
005270*    THROUGH WS-GAP-HIGH FROM THE ARCHIVE INDEX.  EACH STEP      *
005280*    EITHER FINDS AN ARCHIVE RANGE HOLDING THE NEXT NUMBER AND   *
005290*    SKIPS PAST IT, OR REPORTS THE NUMBERS UP TO THE NEXT RANGE  *
005300*    (OR THE END OF THE GAP) AS UNEXPLAINED.                     *
005310******************************************************************
005320 3500-JUDGE-GAP.
005330     MOVE WS-GAP-LOW TO WS-GAP-POINT.
005340     PERFORM 3600-ACCOUNT-STEP THRU 3600-EXIT
005350         UNTIL WS-GAP-POINT > WS-GAP-HIGH.
005360 3500-EXIT.
005370     EXIT.
005380 3600-ACCOUNT-STEP.
005390     MOVE 'N' TO WS-AX-FOUND-SW.
005400     MOVE ZERO TO WS-AX-SUB.
005410     PERFORM 3610-FIND-RANGE THRU 3610-EXIT
005420         UNTIL WS-AX-FOUND OR WS-AX-SUB >= WS-AX-COUNT.
005430     IF WS-AX-FOUND
005440         MOVE WS-AX-HIGH-SEQ-NO (WS-AX-HIT) TO WS-GAP-END
005450         IF WS-GAP-END > WS-GAP-HIGH
005460             MOVE WS-GAP-HIGH TO WS-GAP-END
005470         END-IF
005480         COMPUTE WS-ARCHIVE-EXPLAINED = WS-ARCHIVE-EXPLAINED
005490             + WS-GAP-END - WS-GAP-POINT + 1
005500         PERFORM 3700-LIST-EXPLAINED THRU 3700-EXIT
005510     ELSE
005520         MOVE WS-GAP-HIGH TO WS-GAP-END
005530         MOVE ZERO TO WS-AX-SUB
005540         PERFORM 3620-FIND-NEXT-RANGE THRU 3620-EXIT
005550             UNTIL WS-AX-SUB >= WS-AX-COUNT
005560         PERFORM 3800-REPORT-GAP THRU 3800-EXIT
005570     END-IF.
005580     COMPUTE WS-GAP-POINT = WS-GAP-END + 1.
005590 3600-EXIT.
005600     EXIT.
005610 3610-FIND-RANGE.
005620     ADD 1 TO WS-AX-SUB.
005630     IF WS-AX-LOW-SEQ-NO (WS-AX-SUB) <= WS-GAP-POINT
005640         AND WS-AX-HIGH-SEQ-NO (WS-AX-SUB) >= WS-GAP-POINT
005650         SET WS-AX-FOUND TO TRUE
005660         MOVE WS-AX-SUB TO WS-AX-HIT
005670     END-IF.
005680 3610-EXIT.
005690     EXIT.
005700*    PULL THE END OF AN UNEXPLAINED STRETCH BACK TO JUST SHORT
005710*    OF THE NEAREST ARCHIVE RANGE STARTING INSIDE THE GAP.
005720 3620-FIND-NEXT-RANGE.
005730     ADD 1 TO WS-AX-SUB.
005740     IF WS-AX-LOW-SEQ-NO (WS-AX-SUB) > WS-GAP-POINT
005750         AND WS-AX-LOW-SEQ-NO (WS-AX-SUB) <= WS-GAP-END
005760         COMPUTE WS-GAP-END = WS-AX-LOW-SEQ-NO (WS-AX-SUB) - 1
005770     END-IF.
005780 3620-EXIT.
005790     EXIT.
005800******************************************************************
005810*    3700-LIST-EXPLAINED - LIST A STRETCH OF MISSING NUMBERS AND *
005820*    THE ARCHIVE UNLOAD THAT ACCOUNTS FOR IT.  NOT AN EXCEPTION  *
005830*    - IT IS PRINTED SO THE REVIEW CAN TRACE EVERY GAP.          *
005840******************************************************************
005850 3700-LIST-EXPLAINED.
005860     MOVE 'ARCHIVED' TO WS-EL-CLASS.
005870     PERFORM 8400-BUILD-RANGE-KEY THRU 8400-EXIT.
005880     MOVE SPACES TO WS-EL-TEXT.
005890     STRING 'MISSING - COVERED BY ARCHIVE UNLOAD OF '
005900         DELIMITED BY SIZE
005910         WS-AX-UNLOAD-DATE (WS-AX-HIT) DELIMITED BY SIZE
005920         ' ' DELIMITED BY SIZE
005930         WS-AX-UNLOAD-TIME (WS-AX-HIT) DELIMITED BY SIZE
005940         INTO WS-EL-TEXT
005950     END-STRING.
005960     MOVE WS-EXC-LINE TO VERIF-RECORD-OUT.
005970     WRITE VERIF-RECORD-OUT.
005980 3700-EXIT.
005990     EXIT.
006000 3800-REPORT-GAP.
006010     MOVE 'GAP' TO WS-EL-CLASS.
006020     PERFORM 8400-BUILD-RANGE-KEY THRU 8400-EXIT.
006030     MOVE 'MISSING - NOT ON A PURGE REPORT OR THE ARCHIVE INDEX'
006040         TO WS-EL-TEXT.
006050     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
006060 3800-EXIT.
006070     EXIT.
006080******************************************************************
006090*    5000-CHECK-CONTROL - THE MASTER AS A WHOLE AGAINST THE      *
006100*    CONTROL RECORD: THE RECORD AT THE HIGH-WATER MARK MUST      *
006110*    STILL BE THERE, AND THE SEALED RECORDS ON THE MASTER MUST   *
006120*    NUMBER EXACTLY THOSE WRITTEN LESS THOSE PURGED.             *
006130******************************************************************
006140 5000-CHECK-CONTROL.
006150     MOVE SPACES TO WS-EL-KEY.
006160     MOVE 'CONTROL' TO WS-EL-CLASS.
006170     IF WS-CTL-HIGH-SEQ-NO > ZERO AND NOT WS-HEAD-FOUND
006180         MOVE 'RECORD AT THE HIGH-WATER MARK IS NOT ON THE MASTER'
006190             TO WS-EL-TEXT
006200         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
006210     END-IF.
006220     IF WS-CTL-PURGED > WS-CTL-WRITTEN
006230         MOVE ZERO TO WS-CTL-EXPECTED
006240     ELSE
006250         COMPUTE WS-CTL-EXPECTED = WS-CTL-WRITTEN - WS-CTL-PURGED
006260     END-IF.
006270     IF WS-SEALED-ON-MASTER NOT = WS-CTL-EXPECTED
006280         MOVE SPACES TO WS-EL-TEXT
006290         STRING 'SEALED RECORDS ON MASTER ' DELIMITED BY SIZE
006300             WS-SEALED-ON-MASTER DELIMITED BY SIZE
006310             ' - WRITTEN LESS PURGED IS ' DELIMITED BY SIZE
006320             WS-CTL-EXPECTED DELIMITED BY SIZE
006330             INTO WS-EL-TEXT
006340         END-STRING
006350         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
006360     END-IF.
006370 5000-EXIT.
006380     EXIT.
006390 8200-WRITE-EXCEPTION.
006400     ADD 1 TO WS-EXCEPTION-COUNT.
006410     MOVE WS-EXC-LINE TO VERIF-RECORD-OUT.
006420     WRITE VERIF-RECORD-OUT.
006430 8200-EXIT.
006440     EXIT.
006450 8300-BUILD-RECORD-KEY.
006460     MOVE SPACES TO WS-EL-KEY.
006470     STRING 'SEQ=' DELIMITED BY SIZE
006480         SRT-SEQ-NO DELIMITED BY SIZE
006490         ' JOB=' DELIMITED BY SIZE
006500         SRT-JOB-ID DELIMITED BY SIZE
006510         ' ' DELIMITED BY SIZE
006520         SRT-RUN-DATE DELIMITED BY SIZE
006530         INTO WS-EL-KEY
006540     END-STRING.
006550 8300-EXIT.
006560     EXIT.
006570 8400-BUILD-RANGE-KEY.
006580     MOVE SPACES TO WS-EL-KEY.
006590     STRING 'SEQ=' DELIMITED BY SIZE
006600         WS-GAP-POINT DELIMITED BY SIZE
006610         ' THRU ' DELIMITED BY SIZE
006620         WS-GAP-END DELIMITED BY SIZE
006630         INTO WS-EL-KEY
006640     END-STRING.
006650 8400-EXIT.
006660     EXIT.
006670******************************************************************
006680*    9000-FINISH - PRINT THE TOTALS, CLOSE UP AND SET THE RETURN *
006690*    CODE: 8 FOR ANY EXCEPTION, ZERO FOR A CLEAN MASTER.  AN     *
006700*    ABEND ALREADY SET STANDS.                                   *
006710******************************************************************
006720 9000-FINISH.
006730     IF WS-AMST-STATUS = '00' OR WS-AMST-STATUS = '10'
006740         CLOSE AUDIT-MST
006750     END-IF.
006760     IF WS-RETURN-CODE = ZERO AND WS-EXCEPTION-COUNT > ZERO
006770         MOVE 8 TO WS-RETURN-CODE
006780     END-IF.
006790     MOVE SPACES TO VERIF-RECORD-OUT.
006800     WRITE VERIF-RECORD-OUT.
006810     MOVE SPACES TO VERIF-RECORD-OUT.
006820     STRING 'RECORDS READ=' DELIMITED BY SIZE
006830         WS-MASTER-READ           DELIMITED BY SIZE
006840         ' SEALED=' DELIMITED BY SIZE
006850         WS-SEALED-ON-MASTER      DELIMITED BY SIZE
006860         ' PRE-SEAL=' DELIMITED BY SIZE
006870         WS-PRE-SEAL-COUNT        DELIMITED BY SIZE
006880         ' PURGE-LISTED=' DELIMITED BY SIZE
006890         WS-PURGE-LISTED          DELIMITED BY SIZE
006900         ' ARCHIVED=' DELIMITED BY SIZE
006910         WS-ARCHIVE-EXPLAINED     DELIMITED BY SIZE
006920         INTO VERIF-RECORD-OUT
006930     END-STRING.
006940     WRITE VERIF-RECORD-OUT.
006950     MOVE WS-RETURN-CODE TO WS-RC-DISPLAY.
006960     MOVE SPACES TO VERIF-RECORD-OUT.
006970     STRING 'TOTALS - EXCEPTIONS=' DELIMITED BY SIZE
006980         WS-EXCEPTION-COUNT       DELIMITED BY SIZE
006990         ' RETURN-CODE=' DELIMITED BY SIZE
007000         WS-RC-DISPLAY            DELIMITED BY SIZE
007010         INTO VERIF-RECORD-OUT
007020     END-STRING.
007030     WRITE VERIF-RECORD-OUT.
007040     CLOSE VERIF-RPT.
007050     DISPLAY 'DTS520 - AUDIT MASTER VERIFICATION COMPLETE - '
007060         'EXCEPTIONS ' WS-EXCEPTION-COUNT.
007070     MOVE WS-RETURN-CODE TO RETURN-CODE.
007080 9000-EXIT.
007090     EXIT.
