001280*    2026-09-02 JRM   ADD CYCHOLD EVENT - START REFUSED BECAUSE  *
001290*                     THE SITE'S CYCLE STATUS FOR THE DAY IS     *
001295*                     HELD BY THE DTS760 CLOSE-OUT.              *
001296*    2026-10-15 JRM   ADD IMPACT NOTICE - NEVER STAMPED, ONLY    *
001297*                     FED TO DTS600 BY THE DTS690 DOWNSTREAM     *
001298*                     IMPACT SERVICE, CARRYING ITS COUNTS IN     *
001299*                     THE RECOVERS-STAMP AREA.                   *
001300******************************************************************
001400 01  DTSAUD-RECORD.
001500     05  DTSAUD-JOB-ID            PIC X(08).
002360         88  DTSAUD-EVT-CYCHOLD   VALUE 'CYCHOLD'.
002370         88  DTSAUD-EVT-CANCEL    VALUE 'CANCEL'.
002380         88  DTSAUD-EVT-RERUN     VALUE 'RERUN'.
002390         88  DTSAUD-EVT-IMPACT    VALUE 'IMPACT'.
002400     05  DTSAUD-RETURN-CODE       PIC S9(04) COMP.
002500     05  DTSAUD-SITE-ID           PIC X(04).
002550     05  DTSAUD-OFFSET-MISMATCH   PIC X(01).
002560         88  DTSAUD-GMT-MISMATCH  VALUE 'Y'.
002570*    ON A RERUN EVENT, THE STAMP OF THE FAILED RUN IT RECOVERS.
002580     05  DTSAUD-RECOVERS-STAMP    PIC X(16).
002582*    ON AN IMPACT NOTICE, THE JOBS NOW REFUSED DOWNSTREAM AND HOW
002584*    MANY OF THEM CARRY A LATEST-STOP DEADLINE.
002586     05  DTSAUD-IMPACT-COUNTS REDEFINES DTSAUD-RECOVERS-STAMP.
002588         10  DTSAUD-IMPACT-BLOCKED    PIC 9(04).
002590         10  DTSAUD-IMPACT-DEADLINES  PIC 9(04).
002592         10  FILLER                   PIC X(08).
002600     05  FILLER                   PIC X(03).
