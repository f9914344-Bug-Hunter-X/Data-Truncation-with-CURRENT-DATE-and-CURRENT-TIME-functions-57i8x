000310*    MODIFICATION HISTORY                                        *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-09-02 JRM   INITIAL VERSION                            *
000333*    2026-10-15 JRM   ARCHIVE LINE NOW 90 BYTES - PROCESSING     *
000336*                     DATE ADDED AFTER THE RECOVERS-STAMP.       *
000337*    2026-10-15 JRM   ARCHIVE INDEX ENTRY NOW 57 BYTES - LOW AND *
000338*                     HIGH SEQUENCE NUMBERS ADDED; AN OLDER      *
000339*                     37-BYTE ENTRY STILL READS.                 *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000700     COPY DTSAMST.
000710 FD  ARCH-IN
000720     RECORDING MODE IS F.
000730 01  ARCH-RECORD-IN               PIC X(90).
000740 FD  ARCH-IDX
000750     RECORDING MODE IS F.
000760 01  ARCHIDX-RECORD-IN            PIC X(57).
000770 FD  ARCH-RPT
000780     RECORDING MODE IS F.
000790 01  ARCH-RECORD-OUT              PIC X(132).
000860 COPY DTSARCX.
000870*    PARSE TEMPLATE FOR THE FLAT ARCHIVE LINE - THE DAILY
000880*    DTS900 EXTRACT'S COLUMNS EXTENDED WITH THE MANUAL-CLOSURE
000885*    REASON CODE, THE RERUN RECOVERS-STAMP AND THE PROCESSING
000887*    DATE.
000890 01  WS-ARCH-PARSE.
000900     05  WS-AP-JOB-ID             PIC X(08).
000910     05  FILLER                   PIC X(01).
001064     05  WS-AP-REASON             PIC X(04).
001066     05  FILLER                   PIC X(01).
001068     05  WS-AP-RECOVERS           PIC X(16).
001070     05  FILLER                   PIC X(01).
001073     05  WS-AP-PROC-DATE          PIC X(08).
001076     05  FILLER                   PIC X(05).
001080 01  WS-SWITCHES.
001090     05  WS-ARCH-EOF-SW           PIC X(01) VALUE 'N'.
001100         88  WS-ARCH-EOF          VALUE 'Y'.
