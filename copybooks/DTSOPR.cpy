001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-09-02 JRM   INITIAL VERSION                            *
001410*    2026-09-02 JRM   ADD SITE-ALIAS TABLE AUTHORITY (DTS470).   *
001420*    2026-10-15 JRM   ADD ON-CALL ROSTER AUTHORITY (DTS480),     *
001430*                     TAKEN FROM THE TRAILING FILLER.            *
001440*    2026-10-15 JRM   ADD BLACKOUT WINDOW TABLE AUTHORITY        *
001450*                     (DTS490), TAKEN FROM THE TRAILING FILLER.  *
001460*    2026-10-15 JRM   ADD SCHEDULER CROSS-REFERENCE AUTHORITY    *
001470*                     (DTS495), TAKEN FROM THE TRAILING FILLER.  *
001500******************************************************************
001600 01  DTSOPR-RECORD.
001700     05  DTSOPR-USER-ID           PIC X(08).
003160     05  DTSOPR-AUTH-ALIAS        PIC X(01).
003200     05  DTSOPR-LAST-MAINT-DATE   PIC 9(08).
003300     05  DTSOPR-LAST-MAINT-USER   PIC X(08).
003310*    AUTHORITY ON THE ON-CALL ROSTER (DTS480).
003320     05  DTSOPR-AUTH-ONCALL       PIC X(01).
003330*    AUTHORITY ON THE PLANNED-OUTAGE BLACKOUT TABLE (DTS490).
003340     05  DTSOPR-AUTH-BLACKOUT     PIC X(01).
003350*    AUTHORITY ON THE EXTERNAL SCHEDULER CROSS-REFERENCE (DTS495).
003360     05  DTSOPR-AUTH-XREF         PIC X(01).
