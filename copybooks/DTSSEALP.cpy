000100******************************************************************
000200*    DTSSEALP.CPY                                                *
000300*    AUDIT MASTER SEALING SERVICE PARAMETER AREA                 *
000400*                                                                *
000500*    CALL 'DTS640' USING DTSSEALP-PARM.  EVERY PROGRAM THAT      *
000600*    WRITES OR PURGES AUDIT MASTER RECORDS GOES THROUGH THE      *
000700*    SERVICE SO THE SEQUENCE NUMBERS, THE CHECK-VALUE CHAIN AND  *
000800*    THE CONTROL TOTALS STAY IN STEP.  FUNCTIONS -               *
000900*    S  SEAL THE RECORD IN DTSSEALP-RECORD: ISSUE THE NEXT       *
001000*       SEQUENCE NUMBER, CHAIN IT TO THE HEAD CHECK VALUE AND    *
001100*       COMPUTE ITS OWN.  THE CONTROL RECORD STAYS HELD UNTIL    *
001200*    C  COMMIT (THE CALLER'S WRITE WORKED - ADVANCE THE MARK)    *
001300*    B  OR BACK OUT (THE WRITE FAILED - NOTHING ADVANCES).       *
001400*    P  ADD DTSSEALP-PURGE-COUNT TO THE PURGED TOTAL.            *
001500*    K  COMPUTE THE CHECK VALUE OF THE RECORD AS IT STANDS,      *
001600*       FROM ITS OWN PREV-CHECK, INTO DTSSEALP-CHECK-VALUE.      *
001700*    R  RETURN THE CONTROL RECORD'S MARK AND TOTALS.             *
001800*    STATUS 0 = DONE, 8 = THE CONTROL FILE COULD NOT BE OPENED   *
001900*    OR UPDATED (A SEAL THAT FAILS LEAVES THE RECORD UNSEALED).  *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-15 JRM   INITIAL VERSION                            *
002300******************************************************************
002400 01  DTSSEALP-PARM.
002500     05  DTSSEALP-FUNCTION        PIC X(01).
002600         88  DTSSEALP-SEAL        VALUE 'S'.
002700         88  DTSSEALP-COMMIT      VALUE 'C'.
002800         88  DTSSEALP-BACKOUT     VALUE 'B'.
002900         88  DTSSEALP-PURGED      VALUE 'P'.
003000         88  DTSSEALP-CHECK       VALUE 'K'.
003100         88  DTSSEALP-READ-CTL    VALUE 'R'.
003200     05  DTSSEALP-CALLER          PIC X(08).
003300     05  DTSSEALP-PURGE-COUNT     PIC 9(10).
003400*    THE AUDIT MASTER RECORD, MOVED IN WHOLE BY THE CALLER AND
003500*    MOVED BACK SEALED - WIDER THAN DTSAMST-RECORD SO THE
003600*    RECORD CAN GROW WITHOUT TOUCHING THE CALLERS.
003700     05  DTSSEALP-RECORD          PIC X(150).
003800     05  DTSSEALP-CHECK-VALUE     PIC 9(10).
003900     05  DTSSEALP-START-DATE      PIC 9(08).
004000     05  DTSSEALP-HIGH-SEQ-NO     PIC 9(10).
004100     05  DTSSEALP-HEAD-CHECK      PIC 9(10).
004200     05  DTSSEALP-RECORDS-WRITTEN PIC 9(10).
004300     05  DTSSEALP-RECORDS-PURGED  PIC 9(10).
004400     05  DTSSEALP-STATUS          PIC X(01).
004500         88  DTSSEALP-OK          VALUE '0'.
004600         88  DTSSEALP-NO-CONTROL  VALUE '8'.
