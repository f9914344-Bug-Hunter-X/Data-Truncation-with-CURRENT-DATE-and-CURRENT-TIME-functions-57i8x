000100******************************************************************
000200*    DTSONCP.CPY                                                 *
000300*    ON-CALL ROSTER LOOKUP SERVICE PARAMETER AREA                *
000400*                                                                *
000500*    CALL 'DTS660' USING DTSONCP-PARM.  THE CALLER SUPPLIES THE  *
000600*    JOB, THE SITE AND THE LOCAL TIME OF THE STAMP BEING PAGED,  *
000700*    AND SETS ESCALATE-SW TO Y FOR A RE-PAGE.  THE SERVICE       *
000800*    FINDS THE ROSTER ENTRY FOR THE LONGEST MATCHING JOB GROUP   *
000900*    (FALLING BACK TO THE SITE'S '*' GROUP) WHOSE SHIFT COVERS   *
001000*    THE STAMP TIME AND HANDS BACK THE CONTACT ON DUTY - THE     *
001100*    PRIMARY FOR A FIRST PAGE, THE SECONDARY FOR AN ESCALATION   *
001200*    (THE PRIMARY AGAIN IF THE SHIFT NAMES NO SECONDARY).        *
001300*    STATUS 4 = NO ROSTER ENTRY COVERS THE STAMP, 8 = NO ROSTER  *
001400*    ON FILE; THE CONTACT FIELDS ARE SPACES IN BOTH CASES.       *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 JRM   INITIAL VERSION                            *
001800******************************************************************
001900 01  DTSONCP-PARM.
002000     05  DTSONCP-JOB-ID           PIC X(08).
002100     05  DTSONCP-SITE-ID          PIC X(04).
002200     05  DTSONCP-STAMP-TIME       PIC 9(06).
002300     05  DTSONCP-ESCALATE-SW      PIC X(01).
002400         88  DTSONCP-ESCALATION   VALUE 'Y'.
002500     05  DTSONCP-JOB-GROUP        PIC X(08).
002600     05  DTSONCP-CONTACT          PIC X(12).
002700     05  DTSONCP-PAGER            PIC X(10).
002800     05  DTSONCP-ROLE             PIC X(01).
002900         88  DTSONCP-ROLE-PRIMARY VALUE 'P'.
003000         88  DTSONCP-ROLE-SECOND  VALUE 'S'.
003100     05  DTSONCP-STATUS           PIC X(01).
003200         88  DTSONCP-OK           VALUE '0'.
003300         88  DTSONCP-NOT-COVERED  VALUE '4'.
003400         88  DTSONCP-NO-ROSTER    VALUE '8'.
