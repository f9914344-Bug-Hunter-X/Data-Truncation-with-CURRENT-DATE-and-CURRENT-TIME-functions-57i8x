000100******************************************************************
000200*    DTSACTL.CPY                                                 *
000300*    AUDIT MASTER CONTROL RECORD                                 *
000400*                                                                *
000500*    ONE RECORD, KEY 'AUDITMST', ON THE AUDIT CONTROL FILE (DD   *
000600*    AMSTCTL).  HOLDS THE HIGH-WATER MARK OF THE SEQUENCE        *
000700*    NUMBERS ISSUED TO AUDIT MASTER RECORDS, THE CHECK VALUE OF  *
000800*    THE RECORD AT THAT MARK (THE HEAD OF THE CHAIN), AND        *
000900*    RUNNING TOTALS OF RECORDS WRITTEN AND PURGED, SO THE DTS520 *
001000*    VERIFICATION RUN CAN PROVE THE MASTER HOLDS EXACTLY WHAT    *
001100*    WAS POSTED LESS WHAT WAS PURGED.  UPDATED ONLY THROUGH THE  *
001200*    DTS640 SEALING SERVICE.                                     *
001300*    MODIFICATION HISTORY                                        *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15 JRM   INITIAL VERSION                            *
001600******************************************************************
001700 01  DTSACTL-RECORD.
001800     05  DTSACTL-KEY              PIC X(08).
001900*    DATE THE CONTROL RECORD WAS CREATED - THE FIRST SEALED
002000*    STAMP.  AN UNSEALED MASTER RECORD STAMPED ON OR AFTER IT
002100*    WAS NOT POSTED THROUGH THE SEALING SERVICE.
002200     05  DTSACTL-START-DATE       PIC 9(08).
002300     05  DTSACTL-HIGH-SEQ-NO      PIC 9(10).
002400     05  DTSACTL-HEAD-CHECK       PIC 9(10).
002500     05  DTSACTL-RECORDS-WRITTEN  PIC 9(10).
002600     05  DTSACTL-RECORDS-PURGED   PIC 9(10).
002700*    LAST POSTING AND LAST PURGE - WHEN AND BY WHICH PROGRAM.
002800     05  DTSACTL-LAST-POST-DATE   PIC 9(08).
002900     05  DTSACTL-LAST-POST-TIME   PIC 9(06).
003000     05  DTSACTL-LAST-POST-PGM    PIC X(08).
003100     05  DTSACTL-LAST-PURGE-DATE  PIC 9(08).
003200     05  FILLER                   PIC X(14).
