001396*                     PARM CARD.  OPENS A RUN LIKE A START AND   *
001398*                     CARRIES THE STAMP OF THE FAILED RUN IT     *
001399*                     RECOVERS, FOR THE DTS790 RERUN REPORT.     *
001400*    2026-10-15 JRM   ADD PROC-DATE - THE SITE'S PROCESSING      *
001401*                     (BUSINESS) DATE FROM THE PROCDTE CONTROL   *
001402*                     FILE AT STAMP TIME.  A CYCLE THAT RUNS     *
001403*                     PAST MIDNIGHT KEEPS ITS DATE, SO GATING    *
001404*                     AND CLOSE-OUT SELECT ON IT, NOT RUN-DATE.  *
001405*    2026-10-15 JRM   ADD THE SEAL - A GLOBAL SEQUENCE NUMBER    *
001406*                     AND A CHAINED CHECK VALUE ON EVERY RECORD, *
001407*                     ISSUED BY THE DTS640 SEALING SERVICE FROM  *
001408*                     THE AUDIT CONTROL RECORD (DD AMSTCTL) AND  *
001409*                     VERIFIED BY DTS520.                        *
001410*    2026-10-15 JRM   ADD THE IMPORTED FLAG - START, STOP AND    *
001411*                     ABEND EVENTS OF EXTERNALLY SCHEDULED JOBS  *
001412*                     POSTED BY DTS540 CARRY REASON CODE IMPT.   *
001413******************************************************************
001500 01  DTSAMST-RECORD.
001600     05  DTSAMST-KEY.
001700         10  DTSAMST-JOB-ID       PIC X(08).
002900     05  DTSAMST-RETURN-CODE      PIC S9(04) COMP.
003000     05  DTSAMST-OFFSET-MISMATCH  PIC X(01).
003100         88  DTSAMST-GMT-MISMATCH VALUE 'Y'.
003150*    REASON CODE KEYED WITH A DTS450 MANUAL CLOSURE, OR IMPT ON
003160*    AN EVENT IMPORTED FROM THE EXTERNAL SCHEDULER BY DTS540 -
003170*    SPACES ON EVERY OTHER EVENT.
003200     05  DTSAMST-REASON-CODE      PIC X(04).
003205         88  DTSAMST-IMPORTED     VALUE 'IMPT'.
003210*    ON A RERUN EVENT, THE DATE/TIME/HUNDREDTHS STAMP OF THE
003220*    FAILED RUN IT RECOVERS - SPACES ON EVERY OTHER EVENT.
003300     05  DTSAMST-RECOVERS-STAMP   PIC X(16).
003310*    PROCESSING DATE OF THE CYCLE THE EVENT BELONGS TO, FROM
003320*    THE SITE'S PROCDTE RECORD WHEN IT WAS STAMPED.  THE RUN-
003330*    DATE IN THE KEY IS STILL THE WALL-CLOCK DATE.
003340     05  DTSAMST-PROC-DATE        PIC 9(08).
003350*    THE SEAL.  SEQ-NO IS ISSUED IN WRITE ORDER ACROSS THE WHOLE
003360*    MASTER BY THE DTS640 SEALING SERVICE; PREV-CHECK IS THE
003370*    CHECK VALUE OF RECORD SEQ-NO MINUS ONE AND CHECK-VALUE IS
003380*    COMPUTED OVER EVERY BYTE OF THIS RECORD AHEAD OF IT,
003390*    STARTING FROM PREV-CHECK - AN EDITED RECORD NO LONGER
003400*    MATCHES ITS OWN CHECK VALUE AND A DELETED ONE LEAVES A GAP.
003410*    ZERO SEQ-NO ON A RECORD STAMPED BEFORE THE SEAL EXISTED.
003420*    THE CHECK VALUE MUST STAY THE LAST FIELD OF THE RECORD -
003430*    ANY NEW FIELD GOES AHEAD OF THE SEAL SO IT IS COVERED.
003440     05  DTSAMST-SEQ-NO           PIC 9(10).
003450     05  DTSAMST-PREV-CHECK       PIC 9(10).
003460     05  DTSAMST-CHECK-VALUE      PIC 9(10).
