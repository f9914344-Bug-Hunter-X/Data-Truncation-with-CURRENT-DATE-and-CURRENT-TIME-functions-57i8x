001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-08-22 JRM   INITIAL VERSION                            *
001910*    2026-10-15 JRM   APPEND THE PROCESSING DATE (COLUMNS 56-63) *
001920*                     AFTER THE OFFSET-MISMATCH FLAG, SO THE     *
001930*                     FLAT CONSUMERS CAN TAKE A NIGHT'S EVENTS   *
001940*                     BY CYCLE.  EXISTING COLUMNS ARE UNCHANGED. *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
010200         ' '                             DELIMITED BY SIZE
010300         DTSAMST-OFFSET-MISMATCH OF DTSAMST-RECORD
010400             DELIMITED BY SIZE
010410         ' '                             DELIMITED BY SIZE
010420         DTSAMST-PROC-DATE OF DTSAMST-RECORD
010430             DELIMITED BY SIZE
010500         INTO AUDIT-RECORD-OUT
010600     END-STRING.
010700     WRITE AUDIT-RECORD-OUT.
