000333*                     AND VERIFY THE SUPERVISOR SIGN-OFF WITH    *
000334*                     ITS OWN USER-ID AND PASSWORD THROUGH THE   *
000335*                     SAME SERVICE.                              *
000336*    2026-10-15 JRM   CANCEL CARRIES THE START'S PROCESSING      *
000337*                     DATE SO IT LANDS IN THAT RUN'S CYCLE;      *
000338*                     SEALED THROUGH DTS640 LIKE EVERY AUDIT     *
000339*                     RECORD, SEAL COMMITTED WITH THE WRITE.     *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000600 COPY DTSAREA.
000610 COPY DTSJRNL.
000612 COPY DTSOPRP.
000613 COPY DTSSEALP.
000614 01  WS-SIGNON-USER               PIC X(08) VALUE SPACES.
000616 01  WS-SCR-SIGNON-ID             PIC X(08).
000618 01  WS-SCR-SIGNON-PW             PIC X(08).
000740         88  WS-AMST-DONE         VALUE 'Y'.
000750     05  WS-OPEN-VALID-SW         PIC X(01) VALUE 'N'.
000760         88  WS-OPEN-VALID        VALUE 'Y'.
000762*    PROCESSING DATE OF THE OPEN START - THE CANCEL THAT CLOSES
000764*    IT BELONGS TO THE SAME CYCLE.
000766 01  WS-START-PROC-DATE           PIC 9(08) VALUE ZERO.
000770 01  WS-SCR-JOB-ID                PIC X(08).
000780 01  WS-SCR-SITE-ID               PIC X(04).
000790 01  WS-SCR-START-DATE            PIC 9(08).
002040     END-IF.
002050     PERFORM 4500-TAKE-IMAGE THRU 4500-EXIT.
002052     MOVE WS-AMST-IMAGE TO WS-START-SAVE.
002054     MOVE DTSAMST-PROC-DATE OF DTSAMST-RECORD
002056         TO WS-START-PROC-DATE.
002060*    NOW CONFIRM NOTHING REAL CAME AFTER IT - POSITION AT THE
002070*    END OF THE JOB/SITE'S EVENTS AND READ BACKWARD FOR THE
002080*    LATEST START, STOP, OR CANCEL.
002560******************************************************************
002570*    4000-POST-CANCEL - STAMP AND WRITE THE CLOSING EVENT.  THE  *
002580*    CANCEL CARRIES ITS OWN CAPTURE STAMP (IT HAPPENED NOW),     *
002590*    THE KEYED COMPLETION CODE, AND THE REASON CODE, UNDER THE   *
002595*    PROCESSING DATE OF THE START IT CLOSES.                     *
002600******************************************************************
002610 4000-POST-CANCEL.
002620     MOVE 'N' TO WS-POST-OK-SW.
002800     MOVE 'N' TO DTSAMST-OFFSET-MISMATCH OF DTSAMST-RECORD.
002810     MOVE WS-SCR-REASON
002820         TO DTSAMST-REASON-CODE OF DTSAMST-RECORD.
002821     MOVE WS-START-PROC-DATE
002822         TO DTSAMST-PROC-DATE OF DTSAMST-RECORD.
002825     PERFORM 4500-TAKE-IMAGE THRU 4500-EXIT.
002827     MOVE WS-AMST-IMAGE TO WS-CANCEL-SAVE.
002828     PERFORM 4100-SEAL-RECORD THRU 4100-EXIT.
002830     WRITE DTSAMST-RECORD
002840         INVALID KEY
002850             DISPLAY 'DTS450 - AUDIT MASTER ALREADY HOLDS THIS '
002860                 'STAMP - NOTHING POSTED'
002865             SET DTSSEALP-BACKOUT TO TRUE
002870         NOT INVALID KEY
002875             SET DTSSEALP-COMMIT TO TRUE
002880             DISPLAY 'DTS450 - CLOSURE POSTED FOR JOB '
002890                 WS-SCR-JOB-ID ' WITH COMPLETION CODE '
002900                 WS-SCR-COMPL-RC
002910             SET WS-POST-OK TO TRUE
002920     END-WRITE.
002925     CALL 'DTS640' USING DTSSEALP-PARM.
002930 4000-EXIT.
002940     EXIT.
002941******************************************************************
003300     END-IF.
003310 9000-EXIT.
003320     EXIT.
003330******************************************************************
003340*    4100-SEAL-RECORD - HAVE DTS640 NUMBER THE CANCEL AND CHAIN  *
003350*    IT TO THE LAST RECORD POSTED.  WITHOUT THE AUDIT CONTROL    *
003360*    RECORD THE CANCEL IS STILL POSTED, UNSEALED.                *
003370******************************************************************
003380 4100-SEAL-RECORD.
003390     MOVE 'DTS450' TO DTSSEALP-CALLER.
003400     MOVE DTSAMST-RECORD TO DTSSEALP-RECORD.
003410     SET DTSSEALP-SEAL TO TRUE.
003420     CALL 'DTS640' USING DTSSEALP-PARM.
003430     MOVE DTSSEALP-RECORD TO DTSAMST-RECORD.
003440     IF NOT DTSSEALP-OK
003450         DISPLAY 'DTS450 - AUDIT CONTROL RECORD UNAVAILABLE - '
003460             'CANCEL POSTED UNSEALED'
003470     END-IF.
003480 4100-EXIT.
003490     EXIT.
