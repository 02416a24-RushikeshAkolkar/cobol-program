000240*     (MODE Q) THAT ANSWERS "WHAT WAS THIS PERSON'S RATE IN
000250*     MARCH" WITHOUT DIGGING THROUGH OLD BACKUPS. EVERY CHANGE
000260*     IS WRITTEN TO THE COMMON AUDIT TRAIL VIA AUDITLOG.
000260*
000260*     AN ADD, UPDATE OR DELETE IS NOT MADE TO THE RATE FILE WHEN
000260*     IT IS KEYED. IT GOES TO THE PENDING-CHANGE QUEUE (PENDQUE)
000260*     AS A TYPE R CHANGE CARRYING THE ROW AS IT STANDS AND AS IT
000260*     WOULD BE, AND A SUPERVISOR OTHER THAN THE OPERATOR WHO KEYED
000260*     IT RELEASES OR REJECTS IT IN CHGAPPR.
000270*
000280*     THE RATE IS KEYED AS FOUR DIGITS WITH AN IMPLIED DECIMAL
000290*     (1250 MEANS 12.50) AND MUST BE NUMERIC, OVER ZERO, AND NOT
000389*                   BEFORE ANYTHING ELSE, SO THE AUDIT TRAIL
000389*                   CARRIES WHO KEYED EACH CHANGE. A REFUSED
000389*                   SIGN-ON DOES NOTHING.
000389*  10/14/26   RCA   DUAL CONTROL. AN ADD, UPDATE OR DELETE NO
000389*                   LONGER CHANGES THE RATE FILE - IT IS QUEUED
000389*                   THROUGH PENDQUE FOR A SUPERVISOR OTHER THAN
000389*                   THE KEYING OPERATOR TO RELEASE IN CHGAPPR.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. SALMAINT.
001020 01  WS-AUDIT-MESSAGE             PIC X(60).
001030 01  WS-RATE-DISP                 PIC Z9.99.
001040
001040 01  WS-QUEUED-SW                 PIC X(01) VALUE "N".
001040     88  WS-QUEUED                           VALUE "Y".
001040     COPY PENDCHG.
001040
001050 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
001060     88  WS-SALRATE-NOT-FOUND                VALUE "35".
001070
002180     PERFORM 2020-GET-RATE
002190         THRU 2020-EXIT
002200         UNTIL WS-RATE-OK.
002200     PERFORM 3010-FIND-RATE
002200         THRU 3010-EXIT.
002200     IF WS-FOUND
002200         DISPLAY "EMPLOYEE " WS-EMP-NO " EFFECTIVE "
002200             WS-EFF-START
002200             " ALREADY ON SALARY-RATE FILE - NOT ADDED."
002200         GO TO 2000-EXIT
002200     END-IF.
002210     MOVE WS-EMP-NO    TO SR-EMP-NO.
002220     MOVE WS-EFF-START TO SR-EFF-START.
002230     MOVE WS-EFF-END   TO SR-EFF-END.
002240     MOVE WS-RATE      TO SR-RATE.
002240     MOVE "A"    TO PN-ACTION.
002240     MOVE SPACES TO PN-BEFORE-IMAGE.
002240     MOVE SALARY-RATE-RECORD TO PN-AFTER-IMAGE.
002240     PERFORM 8000-QUEUE-CHANGE
002240         THRU 8000-EXIT.
002400 2000-EXIT.
002410     EXIT.
002420
003250     PERFORM 3010-FIND-RATE
003260         THRU 3010-EXIT.
003270     IF WS-FOUND
003400         MOVE SR-RATE TO WS-RATE-DISP
003290         DISPLAY "CURRENT ROW - FROM " SR-EFF-START " TO "
003300             SR-EFF-END " RATE " WS-RATE-DISP
003300         MOVE SALARY-RATE-RECORD TO PN-BEFORE-IMAGE
003310         PERFORM 2016-GET-EFF-END
003320             THRU 2016-EXIT
003330             UNTIL WS-END-OK
003360             UNTIL WS-RATE-OK
003370         MOVE WS-EFF-END TO SR-EFF-END
003380         MOVE WS-RATE    TO SR-RATE
003380         MOVE "U" TO PN-ACTION
003380         MOVE SALARY-RATE-RECORD TO PN-AFTER-IMAGE
003380         PERFORM 8000-QUEUE-CHANGE
003380             THRU 8000-EXIT
003470     ELSE
003480         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
003490             "SALARY-RATE FILE - NO UPDATE MADE."
003860         DISPLAY "DELETE THIS RATE ROW? (Y/N): "
003870         ACCEPT WS-CONFIRM-ANS
003880         IF WS-CONFIRM-YES
003880             MOVE "D" TO PN-ACTION
003880             MOVE SALARY-RATE-RECORD TO PN-BEFORE-IMAGE
003880             MOVE SPACES TO PN-AFTER-IMAGE
003880             PERFORM 8000-QUEUE-CHANGE
003880                 THRU 8000-EXIT
003960         ELSE
003970             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
003980         END-IF
005530 7100-EXIT.
005540     EXIT.
005550
005550*-----------------------------------------------------------------
005550*  8000-QUEUE-CHANGE.
005550*  HANDS THE ROW IMAGES BUILT ABOVE TO THE PENDING-CHANGE QUEUE.
005550*  THE RATE FILE ITSELF IS LEFT AS IT IS UNTIL CHGAPPR RELEASES
005550*  THE CHANGE.
005550*-----------------------------------------------------------------
005550 8000-QUEUE-CHANGE.
005550     MOVE WS-EMP-NO           TO PN-EMP-NO.
005550     MOVE "R"                 TO PN-CHANGE-TYPE.
005550     MOVE WS-AUDIT-PROGRAM-ID TO PN-SOURCE-PGM.
005550     MOVE WS-OPERATOR-ID      TO PN-KEYED-BY.
005550     CALL "PENDQUE" USING
005550         BY REFERENCE PENDING-CHANGE-RECORD
005550         BY REFERENCE WS-QUEUED-SW.
005550     IF NOT WS-QUEUED
005550         DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - NO CHANGE "
005550             "MADE."
005550         GO TO 8000-EXIT
005550     END-IF.
005550     DISPLAY "RATE CHANGE QUEUED FOR APPROVAL - KEY "
005550         PN-ENTRY-DATE " " PN-ENTRY-TIME.
005550     DISPLAY "THE RATE FILE IS CHANGED ONLY WHEN A SUPERVISOR "
005550         "RELEASES IT IN CHGAPPR."
005550     MOVE SPACES TO WS-AUDIT-MESSAGE.
005550     STRING "SALARY RATE CHANGE " PN-ACTION " QUEUED - EMP "
005550         WS-EMP-NO " FROM " WS-EFF-START
005550         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005550     CALL "AUDITLOG" USING
005550         BY CONTENT WS-AUDIT-PROGRAM-ID
005550         BY CONTENT WS-AUDIT-MESSAGE.
005550 8000-EXIT.
005550     EXIT.
005550
005560*-----------------------------------------------------------------
005570*  9999-TERMINATE.
005580*-----------------------------------------------------------------
