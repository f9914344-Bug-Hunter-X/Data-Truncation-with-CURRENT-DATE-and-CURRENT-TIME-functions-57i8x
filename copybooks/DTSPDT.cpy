000100******************************************************************
000200*    DTSPDT.CPY                                                  *
000300*    SITE PROCESSING-DATE CONTROL RECORD                         *
000400*                                                                *
000500*    ONE RECORD PER SITE HOLDING THE BUSINESS DATE THE SITE'S    *
000600*    NIGHTLY CYCLE IS WORKING ON.  SET ONCE PER CYCLE BY THE     *
000700*    DTS110 CYCLE OPEN AND NOT MOVED AGAIN UNTIL THE NEXT ONE,   *
000800*    SO A CYCLE THAT RUNS PAST MIDNIGHT KEEPS STAMPING UNDER     *
000900*    THE DATE IT STARTED ON.  THE STAMPING ROUTINE CARRIES IT    *
001000*    ONTO EVERY AUDIT MASTER RECORD AND THE GATING SCANS, THE    *
001100*    CLOSE-OUT, THE CRITICAL-PATH REPORT AND THE SCORECARD ALL   *
001200*    SELECT BY IT INSTEAD OF BY THE WALL-CLOCK RUN DATE.         *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-15 JRM   INITIAL VERSION                            *
001600******************************************************************
001700 01  DTSPDT-RECORD.
001800     05  DTSPDT-SITE-ID           PIC X(04).
001900     05  DTSPDT-PROC-DATE         PIC 9(08).
002000*    WHEN AND BY WHOM THE DATE WAS LAST SET - THE JOB-ID OF THE
002100*    CYCLE-OPEN STEP, OR THE OVERRIDE ON ITS PARM CARD.
002200     05  DTSPDT-SET-DATE          PIC 9(08).
002300     05  DTSPDT-SET-TIME          PIC 9(06).
002400     05  DTSPDT-SET-USER          PIC X(08).
002500     05  FILLER                   PIC X(10).
