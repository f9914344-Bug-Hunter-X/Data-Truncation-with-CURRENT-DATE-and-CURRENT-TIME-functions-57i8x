000100******************************************************************
000200*    DTSPEND.CPY                                                 *
000300*    PENDING-STAMP SPOOL RECORD                                  *
000400*                                                                *
000500*    ONE LINE APPENDED TO THE PENDING-STAMP SPOOL (DD PENDSTMP)  *
000600*    BY THE STAMPING ROUTINE FOR EVERY STAMP IT COULD NOT POST   *
000700*    TO THE AUDIT MASTER - THE MASTER COULD NOT BE OPENED (A     *
000800*    REORG, A DTS500 PURGE, ANOTHER JOB HOLDING IT), ALREADY     *
000900*    HELD A RECORD UNDER THE SAME KEY, OR REFUSED THE WRITE.     *
001000*    THE FIELDS ARE THE AUDIT MASTER RECORD AS IT WOULD HAVE     *
001100*    BEEN WRITTEN, LESS THE SEAL, IN DISPLAY FORM.  THE DTS530   *
001200*    CATCH-UP POSTER LOADS THE SPOOL INTO THE MASTER IN UTC      *
001300*    STAMP ORDER AND EMPTIES IT, CARRYING BACK ONLY WHAT IT HAD  *
001400*    TO HOLD.                                                    *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-15 JRM   INITIAL VERSION                            *
001800******************************************************************
001900 01  DTSPEND-RECORD.
002000*    WHY THE STAMP WAS SPOOLED, AND THE AUDIT MASTER FILE STATUS
002100*    AT THE TIME.
002200     05  DTSPEND-REASON           PIC X(08).
002300         88  DTSPEND-NO-MASTER    VALUE 'NOMASTER'.
002400         88  DTSPEND-DUP-KEY      VALUE 'DUPKEY'.
002500         88  DTSPEND-WRITE-ERROR  VALUE 'WRITEERR'.
002600     05  DTSPEND-FILE-STATUS      PIC X(02).
002700     05  DTSPEND-SPOOLED-BY       PIC X(08).
002800     05  DTSPEND-JOB-ID           PIC X(08).
002900     05  DTSPEND-SITE-ID          PIC X(04).
003000     05  DTSPEND-STAMP.
003100         10  DTSPEND-RUN-DATE     PIC X(08).
003200         10  DTSPEND-RUN-TIME     PIC X(06).
003300         10  DTSPEND-HUND         PIC X(02).
003400     05  DTSPEND-GMT-OFFSET.
003500         10  DTSPEND-GMT-SIGN     PIC X(01).
003600         10  DTSPEND-GMT-HHMM     PIC X(04).
003700     05  DTSPEND-EVENT-TYPE       PIC X(08).
003800     05  DTSPEND-RETURN-CODE      PIC S9(04)
003900                                  SIGN IS LEADING SEPARATE.
004000     05  DTSPEND-OFFSET-MISMATCH  PIC X(01).
004100     05  DTSPEND-REASON-CODE      PIC X(04).
004200     05  DTSPEND-RECOVERS-STAMP   PIC X(16).
004300     05  DTSPEND-PROC-DATE        PIC X(08).
004400     05  FILLER                   PIC X(07).
