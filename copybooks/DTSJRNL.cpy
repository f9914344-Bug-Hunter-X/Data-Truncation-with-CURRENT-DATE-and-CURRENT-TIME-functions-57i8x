001630*                     THE OPEN START AS THE BEFORE IMAGE AND     *
001640*                     THE POSTED CANCEL (PLUS THE SUPERVISOR     *
001650*                     WHO SIGNED OFF) AS THE AFTER IMAGE.        *
001655*    2026-10-15 JRM   ADD ONCALL FILE-ID - ON-CALL ROSTER SHIFTS *
001658*                     MAINTAINED THROUGH DTS480, KEYED BY JOB    *
001661*                     GROUP WITH WHOLE-RECORD IMAGES.            *
001664*    2026-10-15 JRM   ADD BLACKOUT FILE-ID - PLANNED-OUTAGE      *
001667*                     WINDOWS MAINTAINED THROUGH DTS490, KEYED   *
001670*                     BY SITE WITH WHOLE-RECORD IMAGES - AND THE *
001673*                     DELETE ACTION FOR A WITHDRAWN WINDOW,      *
001676*                     WHOSE BEFORE IMAGE IS THE WINDOW REMOVED.  *
001679*    2026-10-15 JRM   ADD XREFFILE FILE-ID - EXTERNAL SCHEDULER  *
001682*                     CROSS-REFERENCE ENTRIES MAINTAINED THROUGH *
001685*                     DTS495, KEYED BY THE JOB-ID MAPPED TO,     *
001688*                     WITH WHOLE-RECORD IMAGES.                  *
001700******************************************************************
001800 01  DTSJRNL-RECORD.
001900     05  DTSJRNL-CHG-DATE         PIC 9(08).
002310         88  DTSJRNL-FILE-AUDIT   VALUE 'AUDITMST'.
002320         88  DTSJRNL-FILE-OPER    VALUE 'OPERFILE'.
002330         88  DTSJRNL-FILE-ALIAS   VALUE 'ALIASFIL'.
002340         88  DTSJRNL-FILE-ONCALL  VALUE 'ONCALL'.
002350         88  DTSJRNL-FILE-BLACKOUT VALUE 'BLACKOUT'.
002360         88  DTSJRNL-FILE-XREF    VALUE 'XREFFILE'.
002400     05  DTSJRNL-CHG-KEY          PIC X(08).
002500     05  DTSJRNL-ACTION           PIC X(01).
002600         88  DTSJRNL-ACT-ADD      VALUE 'A'.
002700         88  DTSJRNL-ACT-CHANGE   VALUE 'C'.
002710         88  DTSJRNL-ACT-DELETE   VALUE 'D'.
002800     05  DTSJRNL-CHG-USER         PIC X(08).
002900     05  DTSJRNL-BEFORE-IMAGE     PIC X(80).
003000     05  DTSJRNL-AFTER-IMAGE      PIC X(80).
