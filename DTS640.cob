000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DTS640.
000120 AUTHOR. J R MCALLISTER.
000130 INSTALLATION. DATA CENTER OPERATIONS - BATCH SUPPORT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170*    DTS640 - AUDIT MASTER SEALING SERVICE                       *
000180*                                                                *
000190*    CALLABLE SUBROUTINE, SAME CALLING STYLE AS DTS650.  EVERY   *
000200*    PROGRAM THAT POSTS TO THE AUDIT MASTER HAS THE RECORD       *
000210*    SEALED HERE JUST BEFORE ITS WRITE: THE NEXT GLOBAL SEQUENCE *
000220*    NUMBER OFF THE AUDIT CONTROL RECORD (DD AMSTCTL), THE CHECK *
000230*    VALUE OF THE RECORD BEFORE IT, AND ITS OWN CHECK VALUE      *
000240*    COMPUTED OVER EVERY BYTE OF THE RECORD STARTING FROM THAT   *
000250*    PREVIOUS ONE.  THE CONTROL RECORD IS HELD FROM THE SEAL     *
000260*    UNTIL THE CALLER COMMITS OR BACKS OUT, SO TWO STAMPS CAN    *
000270*    NEVER DRAW THE SAME NUMBER AND A FAILED WRITE NEVER BURNS   *
000280*    ONE.  DTS500 REPORTS ITS PURGES HERE TO KEEP THE RUNNING    *
000290*    TOTALS, AND DTS520 USES THE SAME CHECK-VALUE ROUTINE TO     *
000300*    VERIFY THE MASTER.  SEE DTSSEALP FOR THE FUNCTIONS AND      *
000310*    STATUS CODES.                                               *
000320*                                                                *
000330*    THE CHECK VALUE IS A RUNNING REMAINDER: FOR EACH BYTE,      *
000340*    TIMES 31 PLUS THE BYTE'S VALUE PLUS ITS POSITION, MODULO    *
000350*    THE PRIME 9999999967.  IT IS NOT A CIPHER - IT MAKES AN     *
000360*    EDIT OUTSIDE THE POSTING PROGRAMS SHOW, IT DOES NOT STOP    *
000370*    ONE.                                                        *
000380*                                                                *
000390*    MODIFICATION HISTORY                                        *
000400*    DATE       INIT  DESCRIPTION                                *
000410*    2026-10-15 JRM   INITIAL VERSION                            *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CTL-FILE ASSIGN TO AMSTCTL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS DTSACTL-KEY OF DTSACTL-RECORD
000530         FILE STATUS IS WS-CTL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CTL-FILE
000570     RECORDING MODE IS F.
000580     COPY DTSACTL.
000590 WORKING-STORAGE SECTION.
000600 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
000610 COPY DTSAREA.
000620*    THE CALLER'S RECORD, LAID OVER THE MASTER LAYOUT SO THE
000630*    SEAL FIELDS CAN BE SET AND THE BYTES AHEAD OF THE CHECK
000640*    VALUE WALKED.
000650 COPY DTSAMST.
000660 01  WS-SWITCHES.
000670     05  WS-CTL-HELD-SW           PIC X(01) VALUE 'N'.
000680         88  WS-CTL-HELD          VALUE 'Y'.
000690 01  WS-WORK-FIELDS.
000700     05  WS-SEAL-LEN              PIC S9(04) COMP VALUE ZERO.
000710     05  WS-POS                   PIC S9(04) COMP VALUE ZERO.
000720     05  WS-HASH                  PIC S9(13) COMP-3 VALUE ZERO.
000730     05  WS-HASH-WORK             PIC S9(13) COMP-3 VALUE ZERO.
000740     05  WS-HASH-QUOT             PIC S9(13) COMP-3 VALUE ZERO.
000750     05  WS-HASH-PRIME            PIC S9(13) COMP-3
000760                                  VALUE 9999999967.
000770*    ONE BYTE OF THE RECORD BEHIND A BINARY HALFWORD, TO TAKE
000780*    ITS VALUE AS A NUMBER.
000790 01  WS-BYTE-WORK.
000800     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
000810     05  WS-BYTE-CHAR             PIC X(01).
000820 01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
000830                                  PIC 9(04) COMP.
000840 LINKAGE SECTION.
000850 COPY DTSSEALP.
000860 PROCEDURE DIVISION USING DTSSEALP-PARM.
000870 0000-MAINLINE.
000880     SET DTSSEALP-OK TO TRUE.
000890     IF DTSSEALP-SEAL
000900         PERFORM 2000-SEAL-RECORD THRU 2000-EXIT
000910     END-IF.
000920     IF DTSSEALP-COMMIT
000930         PERFORM 3000-COMMIT-SEAL THRU 3000-EXIT
000940     END-IF.
000950     IF DTSSEALP-BACKOUT
000960         PERFORM 3500-BACKOUT-SEAL THRU 3500-EXIT
000970     END-IF.
000980     IF DTSSEALP-PURGED
000990         PERFORM 4000-NOTE-PURGE THRU 4000-EXIT
001000     END-IF.
001010     IF DTSSEALP-CHECK
001020         PERFORM 5000-CHECK-RECORD THRU 5000-EXIT
001030     END-IF.
001040     IF DTSSEALP-READ-CTL
001050         PERFORM 6000-READ-CONTROL THRU 6000-EXIT
001060     END-IF.
001070     GOBACK.
001080 0000-EXIT.
001090     EXIT.
001100******************************************************************
001110*    1000-HOLD-CONTROL - OPEN THE CONTROL FILE FOR UPDATE AND    *
001120*    READ THE CONTROL RECORD, CREATING THE FILE AND THE RECORD   *
001130*    ON FIRST USE - THE DAY THE SEAL STARTS.  THE FILE STAYS     *
001140*    OPEN (AND THE RECORD HELD) UNTIL 1900-RELEASE-CONTROL.      *
001150******************************************************************
001160 1000-HOLD-CONTROL.
001170     OPEN I-O CTL-FILE.
001180     IF WS-CTL-STATUS = '35'
001190         CLOSE CTL-FILE
001200         OPEN OUTPUT CTL-FILE
001210         CLOSE CTL-FILE
001220         OPEN I-O CTL-FILE
001230     END-IF.
001240     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
001250         DISPLAY 'DTS640 - AUDIT CONTROL FILE UNAVAILABLE - '
001260             'STATUS ' WS-CTL-STATUS
001270         SET DTSSEALP-NO-CONTROL TO TRUE
001280         GO TO 1000-EXIT
001290     END-IF.
001300     SET WS-CTL-HELD TO TRUE.
001310     MOVE 'AUDITMST' TO DTSACTL-KEY OF DTSACTL-RECORD.
001320     READ CTL-FILE
001330         INVALID KEY
001340             PERFORM 1100-CREATE-CONTROL THRU 1100-EXIT
001350     END-READ.
001360 1000-EXIT.
001370     EXIT.
001380 1100-CREATE-CONTROL.
001390     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
001400     MOVE SPACES TO DTSACTL-RECORD.
001410     MOVE 'AUDITMST' TO DTSACTL-KEY OF DTSACTL-RECORD.
001420     MOVE DTS100-CC-YYMMDD
001430         TO DTSACTL-START-DATE OF DTSACTL-RECORD.
001440     MOVE ZERO TO DTSACTL-HIGH-SEQ-NO OF DTSACTL-RECORD
001450         DTSACTL-HEAD-CHECK OF DTSACTL-RECORD
001460         DTSACTL-RECORDS-WRITTEN OF DTSACTL-RECORD
001470         DTSACTL-RECORDS-PURGED OF DTSACTL-RECORD
001480         DTSACTL-LAST-POST-DATE OF DTSACTL-RECORD
001490         DTSACTL-LAST-POST-TIME OF DTSACTL-RECORD
001500         DTSACTL-LAST-PURGE-DATE OF DTSACTL-RECORD.
001510     WRITE DTSACTL-RECORD
001520         INVALID KEY
001530             DISPLAY 'DTS640 - CANNOT CREATE THE AUDIT CONTROL '
001540                 'RECORD - STATUS ' WS-CTL-STATUS
001550             SET DTSSEALP-NO-CONTROL TO TRUE
001560         NOT INVALID KEY
001570             DISPLAY 'DTS640 - AUDIT CONTROL RECORD CREATED - '
001580                 'SEALING STARTS ' DTS100-CC-YYMMDD
001590     END-WRITE.
001600 1100-EXIT.
001610     EXIT.
001620 1900-RELEASE-CONTROL.
001630     IF WS-CTL-HELD
001640         CLOSE CTL-FILE
001650         MOVE 'N' TO WS-CTL-HELD-SW
001660     END-IF.
001670 1900-EXIT.
001680     EXIT.
001690******************************************************************
001700*    2000-SEAL-RECORD - GIVE THE CALLER'S RECORD THE NEXT        *
001710*    SEQUENCE NUMBER, CHAIN IT TO THE CURRENT HEAD AND COMPUTE   *
001720*    ITS CHECK VALUE.  A SEAL LEFT HELD BY A CALLER THAT NEITHER *
001730*    COMMITTED NOR BACKED OUT IS BACKED OUT FIRST.  NO CONTROL   *
001740*    FILE LEAVES THE RECORD UNSEALED (ALL ZERO).                 *
001750******************************************************************
001760 2000-SEAL-RECORD.
001770     PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT.
001780     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
001790     MOVE ZERO TO DTSAMST-SEQ-NO OF DTSAMST-RECORD
001800         DTSAMST-PREV-CHECK OF DTSAMST-RECORD
001810         DTSAMST-CHECK-VALUE OF DTSAMST-RECORD.
001820     PERFORM 1000-HOLD-CONTROL THRU 1000-EXIT.
001830     IF NOT DTSSEALP-OK
001840         PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT
001850         MOVE DTSAMST-RECORD TO DTSSEALP-RECORD
001860         GO TO 2000-EXIT
001870     END-IF.
001880     COMPUTE DTSAMST-SEQ-NO OF DTSAMST-RECORD =
001890         DTSACTL-HIGH-SEQ-NO OF DTSACTL-RECORD + 1.
001900     MOVE DTSACTL-HEAD-CHECK OF DTSACTL-RECORD
001910         TO DTSAMST-PREV-CHECK OF DTSAMST-RECORD.
001920     PERFORM 7000-COMPUTE-CHECK THRU 7000-EXIT.
001930     MOVE WS-HASH TO DTSAMST-CHECK-VALUE OF DTSAMST-RECORD.
001940     MOVE DTSAMST-RECORD TO DTSSEALP-RECORD.
001950     MOVE WS-HASH TO DTSSEALP-CHECK-VALUE.
001960 2000-EXIT.
001970     EXIT.
001980******************************************************************
001990*    3000-COMMIT-SEAL - THE CALLER'S WRITE OF THE SEALED RECORD  *
002000*    WORKED: IT BECOMES THE HEAD OF THE CHAIN AND THE MARK MOVES *
002010*    UP TO ITS SEQUENCE NUMBER.                                  *
002020******************************************************************
002030 3000-COMMIT-SEAL.
002040     IF NOT WS-CTL-HELD
002050         SET DTSSEALP-NO-CONTROL TO TRUE
002060         GO TO 3000-EXIT
002070     END-IF.
002080     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
002090     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
002100     MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD
002110         TO DTSACTL-HIGH-SEQ-NO OF DTSACTL-RECORD.
002120     MOVE DTSAMST-CHECK-VALUE OF DTSAMST-RECORD
002130         TO DTSACTL-HEAD-CHECK OF DTSACTL-RECORD.
002140     ADD 1 TO DTSACTL-RECORDS-WRITTEN OF DTSACTL-RECORD.
002150     MOVE DTS100-CC-YYMMDD
002160         TO DTSACTL-LAST-POST-DATE OF DTSACTL-RECORD.
002170     MOVE DTS100-HHMMSS
002180         TO DTSACTL-LAST-POST-TIME OF DTSACTL-RECORD.
002190     MOVE DTSSEALP-CALLER
002200         TO DTSACTL-LAST-POST-PGM OF DTSACTL-RECORD.
002210     REWRITE DTSACTL-RECORD
002220         INVALID KEY
002230             DISPLAY 'DTS640 - AUDIT CONTROL REWRITE FAILED AT '
002240                 'SEQUENCE ' DTSAMST-SEQ-NO OF DTSAMST-RECORD
002250                 ' - STATUS ' WS-CTL-STATUS
002260             SET DTSSEALP-NO-CONTROL TO TRUE
002270     END-REWRITE.
002280     PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT.
002290 3000-EXIT.
002300     EXIT.
002310 3500-BACKOUT-SEAL.
002320     PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT.
002330 3500-EXIT.
002340     EXIT.
002350******************************************************************
002360*    4000-NOTE-PURGE - ADD A PURGE RUN'S COUNT OF SEALED RECORDS *
002370*    DELETED TO THE PURGED TOTAL.                                *
002380******************************************************************
002390 4000-NOTE-PURGE.
002400     PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT.
002410     PERFORM 1000-HOLD-CONTROL THRU 1000-EXIT.
002420     IF NOT DTSSEALP-OK
002430         PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT
002440         GO TO 4000-EXIT
002450     END-IF.
002460     MOVE FUNCTION CURRENT-DATE TO DTS100-CURRENT-DATE-TIME.
002470     ADD DTSSEALP-PURGE-COUNT
002480         TO DTSACTL-RECORDS-PURGED OF DTSACTL-RECORD.
002490     MOVE DTS100-CC-YYMMDD
002500         TO DTSACTL-LAST-PURGE-DATE OF DTSACTL-RECORD.
002510     REWRITE DTSACTL-RECORD
002520         INVALID KEY
002530             DISPLAY 'DTS640 - AUDIT CONTROL REWRITE FAILED ON '
002540                 'PURGE - STATUS ' WS-CTL-STATUS
002550             SET DTSSEALP-NO-CONTROL TO TRUE
002560     END-REWRITE.
002570     PERFORM 1900-RELEASE-CONTROL THRU 1900-EXIT.
002580 4000-EXIT.
002590     EXIT.
002600 5000-CHECK-RECORD.
002610     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
002620     PERFORM 7000-COMPUTE-CHECK THRU 7000-EXIT.
002630     MOVE WS-HASH TO DTSSEALP-CHECK-VALUE.
002640 5000-EXIT.
002650     EXIT.
002660******************************************************************
002670*    6000-READ-CONTROL - HAND BACK THE MARK AND THE TOTALS       *
002680*    WITHOUT HOLDING THE RECORD.                                 *
002690******************************************************************
002700 6000-READ-CONTROL.
002710     MOVE ZERO TO DTSSEALP-START-DATE DTSSEALP-HIGH-SEQ-NO
002720         DTSSEALP-HEAD-CHECK DTSSEALP-RECORDS-WRITTEN
002730         DTSSEALP-RECORDS-PURGED.
002740     OPEN INPUT CTL-FILE.
002750     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
002760         SET DTSSEALP-NO-CONTROL TO TRUE
002770         GO TO 6000-EXIT
002780     END-IF.
002790     MOVE 'AUDITMST' TO DTSACTL-KEY OF DTSACTL-RECORD.
002800     READ CTL-FILE
002810         INVALID KEY
002820             SET DTSSEALP-NO-CONTROL TO TRUE
002830         NOT INVALID KEY
002840             MOVE DTSACTL-START-DATE OF DTSACTL-RECORD
002850                 TO DTSSEALP-START-DATE
002860             MOVE DTSACTL-HIGH-SEQ-NO OF DTSACTL-RECORD
002870                 TO DTSSEALP-HIGH-SEQ-NO
002880             MOVE DTSACTL-HEAD-CHECK OF DTSACTL-RECORD
002890                 TO DTSSEALP-HEAD-CHECK
002900             MOVE DTSACTL-RECORDS-WRITTEN OF DTSACTL-RECORD
002910                 TO DTSSEALP-RECORDS-WRITTEN
002920             MOVE DTSACTL-RECORDS-PURGED OF DTSACTL-RECORD
002930                 TO DTSSEALP-RECORDS-PURGED
002940     END-READ.
002950     CLOSE CTL-FILE.
002960 6000-EXIT.
002970     EXIT.
002980******************************************************************
002990*    7000-COMPUTE-CHECK - WALK EVERY BYTE OF DTSAMST-RECORD      *
003000*    AHEAD OF THE CHECK VALUE ITSELF (SEQUENCE NUMBER AND        *
003010*    PREV-CHECK INCLUDED), STARTING FROM THE RECORD'S            *
003020*    PREV-CHECK.  THE RESULT IS LEFT IN WS-HASH.                 *
003030******************************************************************
003040 7000-COMPUTE-CHECK.
003050     MOVE DTSAMST-PREV-CHECK OF DTSAMST-RECORD TO WS-HASH.
003060     COMPUTE WS-SEAL-LEN = LENGTH OF DTSAMST-RECORD
003070         - LENGTH OF DTSAMST-CHECK-VALUE OF DTSAMST-RECORD.
003080     PERFORM 7100-ADD-ONE-BYTE THRU 7100-EXIT
003090         VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-SEAL-LEN.
003100 7000-EXIT.
003110     EXIT.
003120 7100-ADD-ONE-BYTE.
003130     MOVE DTSAMST-RECORD (WS-POS:1) TO WS-BYTE-CHAR.
003140     COMPUTE WS-HASH-WORK = (WS-HASH * 31) + WS-BYTE-VALUE
003150         + WS-POS.
003160     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
003170         GIVING WS-HASH-QUOT REMAINDER WS-HASH.
003180 7100-EXIT.
003190     EXIT.
