000320*    MODIFICATION HISTORY                                        *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-09-02 JRM   INITIAL VERSION                            *
000341*    2026-10-15 JRM   HAND BACK THE ON-CALL ROSTER AUTHORITY     *
000342*                     BYTE FOR THE DTS480 SCREEN.                *
000343*    2026-10-15 JRM   HAND BACK THE BLACKOUT WINDOW AUTHORITY    *
000344*                     BYTE FOR THE DTS490 SCREEN.                *
000345*    2026-10-15 JRM   HAND BACK THE SCHEDULER CROSS-REFERENCE    *
000346*                     AUTHORITY BYTE FOR THE DTS495 SCREEN.      *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
001374         MOVE DTSOPR-AUTH-ALIAS OF DTSOPR-RECORD
001376             TO DTSOPRP-AUTHORITY
001378     END-IF.
001379     PERFORM 2100-PICK-OTHER-AUTHORITY THRU 2100-EXIT.
001380     IF DTSOPRP-TBL-OPER
001390         AND DTSOPR-IS-ADMIN OF DTSOPR-RECORD
001400         MOVE 'U' TO DTSOPRP-AUTHORITY
001410     END-IF.
001420 2000-EXIT.
001430     EXIT.
001440******************************************************************
001450*    2100-PICK-OTHER-AUTHORITY - THE AUTHORITY BYTE FOR THE      *
001460*    ON-CALL ROSTER, BLACKOUT WINDOW AND SCHEDULER               *
001470*    CROSS-REFERENCE TABLES.                                     *
001480******************************************************************
001490 2100-PICK-OTHER-AUTHORITY.
001500     IF DTSOPRP-TBL-ONCALL
001510         MOVE DTSOPR-AUTH-ONCALL OF DTSOPR-RECORD
001520             TO DTSOPRP-AUTHORITY
001530     END-IF.
001540     IF DTSOPRP-TBL-BLACKOUT
001550         MOVE DTSOPR-AUTH-BLACKOUT OF DTSOPR-RECORD
001560             TO DTSOPRP-AUTHORITY
001570     END-IF.
001580     IF DTSOPRP-TBL-XREF
001590         MOVE DTSOPR-AUTH-XREF OF DTSOPR-RECORD
001600             TO DTSOPRP-AUTHORITY
001610     END-IF.
001620 2100-EXIT.
001630     EXIT.
