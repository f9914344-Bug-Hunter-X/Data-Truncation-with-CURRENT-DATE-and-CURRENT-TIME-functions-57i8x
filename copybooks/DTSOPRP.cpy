001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-09-02 JRM   INITIAL VERSION                            *
001510*    2026-10-15 JRM   ADD ON-CALL ROSTER TABLE-ID (DTS480).      *
001520*    2026-10-15 JRM   ADD BLACKOUT WINDOW TABLE-ID (DTS490).     *
001530*    2026-10-15 JRM   ADD SCHEDULER CROSS-REFERENCE TABLE-ID     *
001540*                     (DTS495).                                  *
001600******************************************************************
001700 01  DTSOPRP-PARM.
001800     05  DTSOPRP-USER-ID          PIC X(08).
002600         88  DTSOPRP-TBL-AUDIT    VALUE 'AUDITMST'.
002700         88  DTSOPRP-TBL-OPER     VALUE 'OPERFILE'.
002710         88  DTSOPRP-TBL-ALIAS    VALUE 'ALIASFIL'.
002720         88  DTSOPRP-TBL-ONCALL   VALUE 'ONCALL'.
002730         88  DTSOPRP-TBL-BLACKOUT VALUE 'BLACKOUT'.
002740         88  DTSOPRP-TBL-XREF     VALUE 'XREFFILE'.
002800     05  DTSOPRP-AUTHORITY        PIC X(01).
002900         88  DTSOPRP-AUTH-NONE    VALUE ' '.
003000         88  DTSOPRP-AUTH-VIEW    VALUE 'V'.
