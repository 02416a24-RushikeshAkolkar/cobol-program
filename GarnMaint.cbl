000280*     AS SEVEN DIGITS WITH AN IMPLIED DECIMAL (0010000 MEANS
000290*     100.00). AN OPEN-ENDED ORDER CARRIES 99999999 AS ITS STOP
000300*     DATE.
000300*
000300*     WHO A GARNISHMENT IS PAID TO IS UNDER DUAL CONTROL. A NEW
000300*     ORDER, WHICH NAMES ITS PAYEE, AND A CHANGE OF PAYEE ON AN
000300*     EXISTING ORDER ARE NOT MADE TO THE FILE WHEN KEYED. EACH
000300*     GOES TO THE PENDING-CHANGE QUEUE (PENDQUE) AS A TYPE G
000300*     CHANGE FOR A SUPERVISOR OTHER THAN THE OPERATOR WHO KEYED
000300*     IT TO RELEASE OR REJECT IN CHGAPPR. AMOUNT, FLOOR AND STOP
000300*     DATE CHANGES AND DELETES ARE STILL MADE AT ONCE.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*  DATE       INIT  DESCRIPTION
000389*                   BEFORE ANYTHING ELSE, SO THE AUDIT TRAIL
000389*                   CARRIES WHO KEYED EACH CHANGE. A REFUSED
000389*                   SIGN-ON DOES NOTHING.
000389*  10/14/26   RCA   DUAL CONTROL. A NEW ORDER AND A CHANGE OF
000389*                   PAYEE (NEW PROMPT IN UPDATE MODE) ARE QUEUED
000389*                   THROUGH PENDQUE FOR A SUPERVISOR OTHER THAN
000389*                   THE KEYING OPERATOR TO RELEASE IN CHGAPPR,
000389*                   INSTEAD OF CHANGING THE FILE.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. GRNMAINT.
001060 01  WS-AUDIT-MESSAGE             PIC X(60).
001070 01  WS-AMT-DISP                  PIC ZZZZ9.99.
001080
001080 01  WS-QUEUED-SW                 PIC X(01) VALUE "N".
001080     88  WS-QUEUED                           VALUE "Y".
001080     COPY PENDCHG.
001080
001090 01  WS-GARNFILE-STATUS           PIC X(02) VALUE SPACES.
001100     88  WS-GARNFILE-NOT-FOUND               VALUE "35".
001110
002490     MOVE WS-PROTECTED-NET TO GR-PROTECTED-NET.
002500     MOVE WS-START-DATE    TO GR-START-DATE.
002510     MOVE WS-STOP-DATE     TO GR-STOP-DATE.
002510     MOVE GARNISHMENT-RECORD TO PN-AFTER-IMAGE.
002510     PERFORM 3010-FIND-ORDER
002510         THRU 3010-EXIT.
002510     IF WS-FOUND
002510         DISPLAY "EMPLOYEE " WS-EMP-NO " PRIORITY "
002510             WS-PRIORITY
002510             " ALREADY ON GARNISHMENT FILE - NOT ADDED."
002510         GO TO 2000-EXIT
002510     END-IF.
002510     MOVE "A"    TO PN-ACTION.
002510     MOVE SPACES TO PN-BEFORE-IMAGE.
002510     PERFORM 8000-QUEUE-CHANGE
002510         THRU 8000-EXIT.
002660 2000-EXIT.
002670     EXIT.
002680
004300         CALL "AUDITLOG" USING
004310             BY CONTENT WS-AUDIT-PROGRAM-ID
004320             BY CONTENT WS-AUDIT-MESSAGE
004320         PERFORM 3020-CHANGE-PAYEE
004320             THRU 3020-EXIT
004330     ELSE
004340         DISPLAY "EMPLOYEE/PRIORITY NOT FOUND ON GARNISHMENT "
004350             "FILE - NO UPDATE MADE."
004560 3010-EXIT.
004570     EXIT.
004580
004580*-----------------------------------------------------------------
004580*  3020-CHANGE-PAYEE.
004580*  A NEW PAYEE IS QUEUED AGAINST THE ORDER AS JUST REWRITTEN; THE
004580*  ORDER KEEPS PAYING THE PAYEE ON FILE UNTIL CHGAPPR RELEASES IT.
004580*-----------------------------------------------------------------
004580 3020-CHANGE-PAYEE.
004580     DISPLAY "CHANGE THE PAYEE? (Y/N): ".
004580     ACCEPT WS-CONFIRM-ANS.
004580     IF NOT WS-CONFIRM-YES
004580         GO TO 3020-EXIT
004580     END-IF.
004580     PERFORM 2014-GET-PAYEE
004580         THRU 2014-EXIT
004580         UNTIL WS-PAYEE-OK.
004580     IF WS-PAYEE EQUAL GR-PAYEE
004580         DISPLAY "PAYEE UNCHANGED - NOTHING QUEUED."
004580         GO TO 3020-EXIT
004580     END-IF.
004580     MOVE GARNISHMENT-RECORD TO PN-BEFORE-IMAGE.
004580     MOVE WS-PAYEE TO GR-PAYEE.
004580     MOVE GARNISHMENT-RECORD TO PN-AFTER-IMAGE.
004580     MOVE PN-BEFORE-IMAGE TO GARNISHMENT-RECORD.
004580     MOVE "U" TO PN-ACTION.
004580     PERFORM 8000-QUEUE-CHANGE
004580         THRU 8000-EXIT.
004580 3020-EXIT.
004580     EXIT.
004580
004590*-----------------------------------------------------------------
004600*  4000-DELETE-ORDER.
004610*  LOOKS UP AN EXISTING ORDER, SHOWS THE TERMS, AND DELETES THE
005850 6010-EXIT.
005860     EXIT.
005870
005870*-----------------------------------------------------------------
005870*  8000-QUEUE-CHANGE.
005870*  HANDS THE ORDER IMAGES BUILT ABOVE TO THE PENDING-CHANGE QUEUE.
005870*-----------------------------------------------------------------
005870 8000-QUEUE-CHANGE.
005870     MOVE WS-EMP-NO           TO PN-EMP-NO.
005870     MOVE "G"                 TO PN-CHANGE-TYPE.
005870     MOVE WS-AUDIT-PROGRAM-ID TO PN-SOURCE-PGM.
005870     MOVE WS-OPERATOR-ID      TO PN-KEYED-BY.
005870     CALL "PENDQUE" USING
005870         BY REFERENCE PENDING-CHANGE-RECORD
005870         BY REFERENCE WS-QUEUED-SW.
005870     IF NOT WS-QUEUED
005870         DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - NO CHANGE "
005870             "MADE."
005870         GO TO 8000-EXIT
005870     END-IF.
005870     DISPLAY "PAYEE CHANGE QUEUED FOR APPROVAL - KEY "
005870         PN-ENTRY-DATE " " PN-ENTRY-TIME.
005870     DISPLAY "THE ORDER FILE IS CHANGED ONLY WHEN A SUPERVISOR "
005870         "RELEASES IT IN CHGAPPR."
005870     MOVE SPACES TO WS-AUDIT-MESSAGE.
005870     STRING "GARNISHMENT PAYEE " PN-ACTION " QUEUED - EMP "
005870         WS-EMP-NO " PRI " WS-PRIORITY
005870         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005870     CALL "AUDITLOG" USING
005870         BY CONTENT WS-AUDIT-PROGRAM-ID
005870         BY CONTENT WS-AUDIT-MESSAGE.
005870 8000-EXIT.
005870     EXIT.
005870
005880*-----------------------------------------------------------------
005890*  9999-TERMINATE.
005900*-----------------------------------------------------------------
