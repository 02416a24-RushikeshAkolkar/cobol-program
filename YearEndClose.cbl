000365*                   CARRYING THE FULL BEFORE AND AFTER RECORD
000365*                   IMAGES, SO THE OLD VALUE OF A CHANGED FIELD IS
000365*                   ON FILE INSTEAD OF ONLY A NARRATIVE LINE.
000365*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 140 BYTES FOR THE
000365*                   PAY-GROUP CODE ON EMPREC.
000365*  10/14/26   RCA   THE LEAVE RESET ALSO CLEARS THE LAST PERIOD'S
000365*                   LEAVE MOVEMENT, SO A RUN FROM BEFORE THE CLOSE
000365*                   CANNOT BE BACKED OUT OF THE NEW YEAR'S
000365*                   BALANCES.
000365*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000365*                   COMPANY CODE ON EMPREC.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. YRENDCLS.
000761 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
000762     88  WS-LOCK-HELD                        VALUE "Y".
000763 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
000764 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
000765 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
000770 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE                      VALUE "Y".
000790 01  WS-CLOSE-YEAR                PIC 9(04) VALUE ZERO.
003408         MOVE WS-VAC-CARRY-CAP TO LB-VAC-BALANCE
003409     END-IF.
003410     MOVE ZERO TO LB-SICK-BALANCE.
003410     MOVE ZERO TO LB-LAST-VAC-MOVE.
003410     MOVE ZERO TO LB-LAST-SICK-MOVE.
003411     REWRITE LEAVE-BALANCE-RECORD.
003412     ADD 1 TO WS-LEAVE-RESET-COUNT.
003413 5100-EXIT.
