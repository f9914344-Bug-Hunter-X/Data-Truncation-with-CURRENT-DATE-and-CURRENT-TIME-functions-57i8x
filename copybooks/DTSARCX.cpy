000900*    DATA SET (DD ARCHOUT, EXTENDED DTS900 LINE FORMAT).  THE    *
001000*    DTS510 INQUIRY READS THE INDEX TO SHOW WHICH UNLOADS COVER  *
001100*    A REQUESTED DATE RANGE.                                     *
001110*    THE LOW AND HIGH AUDIT MASTER SEQUENCE NUMBERS UNLOADED     *
001120*    LET THE DTS520 VERIFICATION RUN ACCOUNT FOR THE GAPS A      *
001130*    PURGE LEAVES.  BOTH ARE ZERO WHEN THE RUN UNLOADED NO       *
001140*    SEALED RECORD; AN ENTRY WRITTEN BEFORE THE SEAL EXISTED     *
001150*    ENDS AT THE RECORD COUNT AND IS READ BACK WITH THEM BLANK.  *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-09-02 JRM   INITIAL VERSION                            *
001410*    2026-10-15 JRM   ADD THE LOW AND HIGH SEQUENCE NUMBERS      *
001420*                     UNLOADED - THE ENTRY WIDENS FROM 37 TO 57  *
001430*                     BYTES.                                     *
001500******************************************************************
001600 01  DTSARCX-RECORD.
001700     05  DTSARCX-UNLOAD-DATE      PIC 9(08).
001900     05  DTSARCX-LOW-DATE         PIC 9(08).
002000     05  DTSARCX-HIGH-DATE        PIC 9(08).
002100     05  DTSARCX-REC-COUNT        PIC 9(07).
002110     05  DTSARCX-LOW-SEQ-NO       PIC 9(10).
002120     05  DTSARCX-HIGH-SEQ-NO      PIC 9(10).
