000426*                     THE ARCHIVE INDEX (DD ARCHIDX) BEFORE      *
000428*                     DELETING IT - RETENTION ON THE LIVE        *
000429*                     MASTER IS UNCHANGED.                       *
000430*    2026-10-15 JRM   CARRY THE STAMP'S PROCESSING DATE ON THE   *
000431*                     ARCHIVE LINE AFTER THE RECOVERS-STAMP -    *
000432*                     THE LINE WIDENS FROM 80 TO 90 BYTES.       *
000433*    2026-10-15 JRM   SHOW EACH PURGED RECORD'S SEQUENCE NUMBER  *
000434*                     ON THE PURGE REPORT, LOG THE LOW AND HIGH  *
000435*                     SEQUENCE NUMBERS UNLOADED ON THE ARCHIVE   *
000436*                     INDEX, AND ADD THE SEALED RECORDS PURGED   *
000437*                     TO THE AUDIT CONTROL TOTALS THROUGH DTS640 *
000438*                     SO DTS520 CAN ACCOUNT FOR EVERY GAP.       *
000439******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000770 01  CFG-RECORD-IO                PIC X(31).
000772 FD  ARCH-OUT
000774     RECORDING MODE IS F.
000776 01  ARCH-RECORD-OUT              PIC X(90).
000778 FD  ARCH-IDX
000780     RECORDING MODE IS F.
000782 01  ARCHIDX-RECORD-IO            PIC X(57).
000784 WORKING-STORAGE SECTION.
000790 77  WS-AMST-STATUS               PIC X(02) VALUE SPACES.
000800 77  WS-CFG-STATUS                PIC X(02) VALUE SPACES.
000830 COPY DTSAREA.
000840 COPY DTSBDAY.
000842 COPY DTSARCX.
000846 COPY DTSSEALP.
000850 01  WS-RETENTION-DAYS            PIC 9(05).
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
000960     05  WS-RECORDS-READ          PIC 9(07) VALUE ZERO.
000970     05  WS-RECORDS-KEPT          PIC 9(07) VALUE ZERO.
000980     05  WS-RECORDS-PURGED        PIC 9(07) VALUE ZERO.
000981*    LOW AND HIGH SEQUENCE NUMBERS OF THE SEALED RECORDS
000982*    UNLOADED THIS RUN, AND HOW MANY THERE WERE - RECORDS
000983*    STAMPED BEFORE THE SEAL CARRY SEQUENCE NUMBER ZERO.
000984 01  WS-ARCH-LOW-SEQ-NO           PIC 9(10) VALUE 9999999999.
000985 01  WS-ARCH-HIGH-SEQ-NO          PIC 9(10) VALUE ZERO.
000986 01  WS-SEALED-PURGED             PIC 9(10) VALUE ZERO.
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360         DTSAMST-RUN-DATE OF DTSAMST-RECORD DELIMITED BY SIZE
002370         ' AGE-DAYS=' DELIMITED BY SIZE
002380         WS-AGE-DAYS-EDIT        DELIMITED BY SIZE
002383         ' SEQ=' DELIMITED BY SIZE
002386         DTSAMST-SEQ-NO OF DTSAMST-RECORD DELIMITED BY SIZE
002390         INTO PURGE-RECORD-OUT
002400     END-STRING.
002410     WRITE PURGE-RECORD-OUT.
002747         ' '                             DELIMITED BY SIZE
002748         DTSAMST-RECOVERS-STAMP OF DTSAMST-RECORD
002749             DELIMITED BY SIZE
002750         ' '                             DELIMITED BY SIZE
002752         DTSAMST-PROC-DATE OF DTSAMST-RECORD
002754             DELIMITED BY SIZE
002756         INTO ARCH-RECORD-OUT
002760     END-STRING.
002770     WRITE ARCH-RECORD-OUT.
002775     PERFORM 3600-TRACK-SEQ-NO THRU 3600-EXIT.
002780     IF DTSAMST-RUN-DATE OF DTSAMST-RECORD < WS-ARCH-LOW-DATE
002790         MOVE DTSAMST-RUN-DATE OF DTSAMST-RECORD
002800             TO WS-ARCH-LOW-DATE
002990     MOVE WS-ARCH-LOW-DATE  TO DTSARCX-LOW-DATE.
003000     MOVE WS-ARCH-HIGH-DATE TO DTSARCX-HIGH-DATE.
003010     MOVE WS-RECORDS-PURGED TO DTSARCX-REC-COUNT.
003011     IF WS-SEALED-PURGED = ZERO
003012         MOVE ZERO TO DTSARCX-LOW-SEQ-NO
003013         MOVE ZERO TO DTSARCX-HIGH-SEQ-NO
003014     ELSE
003015         MOVE WS-ARCH-LOW-SEQ-NO  TO DTSARCX-LOW-SEQ-NO
003016         MOVE WS-ARCH-HIGH-SEQ-NO TO DTSARCX-HIGH-SEQ-NO
003017     END-IF.
003020     MOVE DTSARCX-RECORD    TO ARCHIDX-RECORD-IO.
003030     OPEN EXTEND ARCH-IDX.
003040     IF WS-ARCHIDX-STATUS = '35'
003100     EXIT.
003110******************************************************************
003120*    9000-FINISH - WRITE THE SUMMARY LINE, LOG THE UNLOAD ON     *
003130*    THE ARCHIVE INDEX AND THE PURGE ON THE AUDIT CONTROL        *
003135*    RECORD, AND CLOSE UP.                                       *
003140******************************************************************
003150 9000-FINISH.
003160     MOVE SPACES TO PURGE-RECORD-OUT.
003240     END-STRING.
003250     WRITE PURGE-RECORD-OUT.
003260     PERFORM 8000-WRITE-INDEX THRU 8000-EXIT.
003265     PERFORM 8500-NOTE-PURGE THRU 8500-EXIT.
003270     IF WS-AMST-STATUS = '00' OR WS-AMST-STATUS = '10'
003280         CLOSE AUDIT-MST
003290     END-IF.
003310     CLOSE PURGE-RPT.
003320 9000-EXIT.
003330     EXIT.
003340******************************************************************
003350*    8500-NOTE-PURGE - ADD THE SEALED RECORDS DELETED THIS RUN   *
003360*    TO THE PURGED TOTAL ON THE AUDIT CONTROL RECORD, SO THE     *
003370*    MASTER STILL BALANCES TO RECORDS WRITTEN LESS PURGED.       *
003380******************************************************************
003390 8500-NOTE-PURGE.
003400     IF WS-SEALED-PURGED = ZERO
003410         GO TO 8500-EXIT
003420     END-IF.
003430     MOVE 'DTS500' TO DTSSEALP-CALLER.
003440     MOVE WS-SEALED-PURGED TO DTSSEALP-PURGE-COUNT.
003450     SET DTSSEALP-PURGED TO TRUE.
003460     CALL 'DTS640' USING DTSSEALP-PARM.
003470     IF NOT DTSSEALP-OK
003480         DISPLAY 'DTS500 - AUDIT CONTROL RECORD UNAVAILABLE - '
003490             WS-SEALED-PURGED ' SEALED RECORDS PURGED BUT NOT '
003500             'ADDED TO THE CONTROL TOTALS'
003510     END-IF.
003520 8500-EXIT.
003530     EXIT.
003540******************************************************************
003550*    3600-TRACK-SEQ-NO - COUNT A SEALED RECORD UNLOADED AND      *
003560*    KEEP THE LOW AND HIGH SEQUENCE NUMBERS FOR THE ARCHIVE      *
003570*    INDEX.  AN UNSEALED RECORD CARRIES SEQUENCE NUMBER ZERO.    *
003580******************************************************************
003590 3600-TRACK-SEQ-NO.
003600     IF DTSAMST-SEQ-NO OF DTSAMST-RECORD IS NUMERIC
003610         AND DTSAMST-SEQ-NO OF DTSAMST-RECORD > ZERO
003620         ADD 1 TO WS-SEALED-PURGED
003630         IF DTSAMST-SEQ-NO OF DTSAMST-RECORD < WS-ARCH-LOW-SEQ-NO
003640             MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD
003650                 TO WS-ARCH-LOW-SEQ-NO
003660         END-IF
003670         IF DTSAMST-SEQ-NO OF DTSAMST-RECORD > WS-ARCH-HIGH-SEQ-NO
003680             MOVE DTSAMST-SEQ-NO OF DTSAMST-RECORD
003690                 TO WS-ARCH-HIGH-SEQ-NO
003700         END-IF
003710     END-IF.
003720 3600-EXIT.
003730     EXIT.
