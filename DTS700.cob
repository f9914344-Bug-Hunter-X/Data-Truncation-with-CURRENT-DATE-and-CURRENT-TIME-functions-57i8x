000417*                     TWIN IS JUDGED ON THE DR SITE'S LOCAL      *
000418*                     CLOCK.  DTS100 RECORDS THOSE STARTS UNDER  *
000419*                     THE PRIMARY SITE, SO THE MATCH HOLDS.      *
000420*    2026-10-15 JRM   EXCUSE AN ENTRY WHOSE START WINDOW RUNS    *
000421*                     INTO A DECLARED PLANNED-OUTAGE WINDOW      *
000422*                     (DTS490, CHECKED VIA DTS670) - LISTED AS   *
000423*                     EXCUSED WITH THE OUTAGE REASON, NOT PAGED, *
000424*                     AND LOGGED TO EXCLOG FOR THE DTS710        *
000425*                     TURNOVER PAGE.                             *
000426******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT MISS-RPT ASSIGN TO MISSRPT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000581*    EXCUSED-ITEM LOG - A MISS HELD BACK FOR A PLANNED OUTAGE IS
000582*    APPENDED HERE FOR THE DTS710 TURNOVER PAGE.
000583     SELECT EXC-LOG ASSIGN TO EXCLOG
000584         ORGANIZATION IS LINE SEQUENTIAL
000585         FILE STATUS IS WS-EXC-STATUS.
000590*    ZONE TABLE, FOR CONVERTING THE SWEEP MOMENT TO EACH
000600*    ENTRY'S SITE-LOCAL CLOCK.
000610     SELECT ZONE-FILE ASSIGN TO ZONEFILE
000792 FD  ALS-FILE
000794     RECORDING MODE IS F.
000796     COPY DTSALS.
000797 FD  EXC-LOG
000798     RECORDING MODE IS F.
000799     COPY DTSEXC.
000800 WORKING-STORAGE SECTION.
000810 77  WS-SCHED-STATUS              PIC X(02) VALUE SPACES.
000820 77  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
000830 77  WS-ZONE-STATUS               PIC X(02) VALUE SPACES.
000832 77  WS-ALS-STATUS                PIC X(02) VALUE SPACES.
000836 77  WS-EXC-STATUS                PIC X(02) VALUE SPACES.
000840 COPY DTSAREA.
000850 COPY DTSAUD.
000860 COPY DTSBDAY.
000865 COPY DTSBLKP.
000870 01  WS-AUDIT-PARSE.
000880     05  WS-AP-JOB-ID             PIC X(08).
000890     05  FILLER                   PIC X(01).
001490     05  WS-SCHED-DUE             PIC 9(05) VALUE ZERO.
001500     05  WS-MISSED-FOUND          PIC 9(05) VALUE ZERO.
001510     05  WS-MISSED-PAGED          PIC 9(05) VALUE ZERO.
001515     05  WS-MISSED-EXCUSED        PIC 9(05) VALUE ZERO.
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740             UNTIL WS-START-FOUND
003750             OR WS-STT-IDX > WS-STT-COUNT
003760     END-IF.
003763*    A MISS WHOSE START WINDOW RUNS INTO A DECLARED PLANNED
003766*    OUTAGE AT THE SITE IS EXCUSED RATHER THAN REPORTED.
003770     IF NOT WS-START-FOUND
003772         PERFORM 3500-CHECK-BLACKOUT THRU 3500-EXIT
003774         IF DTSBLKP-IN-BLACKOUT
003776             PERFORM 5500-REPORT-EXCUSED THRU 5500-EXIT
003778         ELSE
003780             PERFORM 4000-REPORT-MISSED THRU 4000-EXIT
003785         END-IF
003790     END-IF.
003800 3000-NEXT.
003810     PERFORM 3100-READ-SCHED THRU 3100-EXIT.
004660         WS-MISSED-FOUND         DELIMITED BY SIZE
004670         ' PAGED=' DELIMITED BY SIZE
004680         WS-MISSED-PAGED         DELIMITED BY SIZE
004683         ' EXCUSED=' DELIMITED BY SIZE
004686         WS-MISSED-EXCUSED       DELIMITED BY SIZE
004690         INTO MISS-RECORD-OUT
004700     END-STRING.
004710     WRITE MISS-RECORD-OUT.
004810     CLOSE MISS-RPT.
004820 9000-EXIT.
004830     EXIT.
004840******************************************************************
004850*    3500-CHECK-BLACKOUT - ASK DTS670 WHETHER A DECLARED         *
004860*    PLANNED-OUTAGE WINDOW AT THE ENTRY'S SITE OVERLAPS ITS      *
004870*    START WINDOW ON THE SITE-LOCAL DUE DATE.                    *
004880******************************************************************
004890 3500-CHECK-BLACKOUT.
004900     MOVE DTSSCHD-SITE-ID OF DTSSCHD-RECORD TO DTSBLKP-SITE-ID.
004910     MOVE WS-SITE-DATE TO DTSBLKP-CHECK-DATE.
004920     MOVE DTSSCHD-WINDOW-START OF DTSSCHD-RECORD
004930         TO DTSBLKP-FROM-HHMM.
004940     MOVE DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
004950         TO DTSBLKP-TO-HHMM.
004960     CALL 'DTS670' USING DTSBLKP-PARM.
004970 3500-EXIT.
004980     EXIT.
004990******************************************************************
005000*    5500-REPORT-EXCUSED - LIST THE MISS UNDER THE PLANNED       *
005010*    OUTAGE THAT EXCUSES IT.  ONCE THE START WINDOW HAS FULLY    *
005020*    PASSED - THE POINT WHERE IT WOULD OTHERWISE HAVE BEEN       *
005030*    PAGED - IT IS LOGGED TO THE EXCUSED-ITEM LOG INSTEAD.       *
005040******************************************************************
005050 5500-REPORT-EXCUSED.
005060     ADD 1 TO WS-MISSED-EXCUSED.
005070     MOVE SPACES TO MISS-RECORD-OUT.
005080     STRING 'EXCUSED JOB=' DELIMITED BY SIZE
005090         DTSSCHD-JOB-ID OF DTSSCHD-RECORD DELIMITED BY SIZE
005100         ' SITE=' DELIMITED BY SIZE
005110         DTSSCHD-SITE-ID OF DTSSCHD-RECORD DELIMITED BY SIZE
005120         ' WINDOW=' DELIMITED BY SIZE
005130         DTSSCHD-WINDOW-START OF DTSSCHD-RECORD
005140             DELIMITED BY SIZE
005150         '-' DELIMITED BY SIZE
005160         DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
005170             DELIMITED BY SIZE
005180         ' PLANNED OUTAGE ' DELIMITED BY SIZE
005190         DTSBLKP-BLK-FROM         DELIMITED BY SIZE
005200         '-' DELIMITED BY SIZE
005210         DTSBLKP-BLK-TO           DELIMITED BY SIZE
005220         ' ' DELIMITED BY SIZE
005230         DTSBLKP-REASON           DELIMITED BY SIZE
005240         ' APPROVED BY ' DELIMITED BY SIZE
005250         DTSBLKP-APPROVER         DELIMITED BY SIZE
005260         INTO MISS-RECORD-OUT
005270     END-STRING.
005280     WRITE MISS-RECORD-OUT.
005290     IF WS-SITE-HHMM > DTSSCHD-WINDOW-END OF DTSSCHD-RECORD
005300         PERFORM 5600-LOG-EXCUSED THRU 5600-EXIT
005310     END-IF.
005320 5500-EXIT.
005330     EXIT.
005340******************************************************************
005350*    5600-LOG-EXCUSED - APPEND THE EXCUSED MISS TO THE EXCUSED-  *
005360*    ITEM LOG, CREATING IT ON FIRST USE.                         *
005370******************************************************************
005380 5600-LOG-EXCUSED.
005390     MOVE SPACES TO DTSEXC-RECORD.
005400     MOVE DTSSCHD-SITE-ID OF DTSSCHD-RECORD TO DTSEXC-SITE-ID.
005410     MOVE DTSSCHD-JOB-ID OF DTSSCHD-RECORD TO DTSEXC-JOB-ID.
005420     MOVE WS-SITE-DATE          TO DTSEXC-ITEM-DATE.
005430     MOVE DTS100-HHMMSS         TO DTSEXC-LOGGED-TIME.
005440     MOVE 'MISSED'              TO DTSEXC-EVENT-TYPE.
005450     MOVE 'DTS700'              TO DTSEXC-SOURCE-PGM.
005460     MOVE DTSBLKP-BLK-DATE      TO DTSEXC-BLK-DATE.
005470     MOVE DTSBLKP-BLK-FROM      TO DTSEXC-BLK-FROM.
005480     MOVE DTSBLKP-BLK-TO        TO DTSEXC-BLK-TO.
005490     MOVE DTSBLKP-REASON        TO DTSEXC-REASON.
005500     MOVE DTSBLKP-APPROVER      TO DTSEXC-APPROVER.
005510     OPEN EXTEND EXC-LOG.
005520     IF WS-EXC-STATUS = '35'
005530         OPEN OUTPUT EXC-LOG
005540     END-IF.
005550     WRITE DTSEXC-RECORD.
005560     CLOSE EXC-LOG.
005570 5600-EXIT.
005580     EXIT.
