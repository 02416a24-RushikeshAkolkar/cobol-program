000310*         03 - SALARY NOT NUMERIC, ZERO, OR OVER 99.99
000320*         04 - ADD FOR AN EMPLOYEE ALREADY ON THE MASTER
000330*         05 - UPDATE/DELETE FOR AN EMPLOYEE NOT ON THE MASTER
000331*         06 - PAY GROUP NOT W, B, M OR BLANK
000331*         07 - SALARY CHANGE COULD NOT BE QUEUED (THE REST OF
000331*              THE UPDATE WAS APPLIED)
000331*         08 - COMPANY NOT ON THE COMPANY TABLE
000332*     A BLANK PAY GROUP ADDS THE EMPLOYEE AS MONTHLY AND LEAVES
000332*     THE GROUP ON FILE UNCHANGED ON AN UPDATE. A BLANK COMPANY
000332*     LIKEWISE ADDS THE EMPLOYEE UNDER THE HOME COMPANY 01 AND
000332*     LEAVES THE COMPANY ON FILE UNCHANGED ON AN UPDATE.
000333*
000333*     AN UPDATE THAT CHANGES THE SALARY DOES NOT CHANGE IT ON THE
000333*     MASTER. THE NEW SALARY IS QUEUED THROUGH PENDQUE (TYPE S)
000333*     UNDER THE SIGNED-ON OPERATOR FOR A SUPERVISOR OTHER THAN
000333*     THAT OPERATOR TO RELEASE OR REJECT IN CHGAPPR; THE OTHER
000333*     FIELDS ARE APPLIED AT ONCE. A NEW EMPLOYEE IS ADDED WHOLE.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*  DATE       INIT  DESCRIPTION
000401*                   CARRYING THE FULL BEFORE AND AFTER RECORD
000401*                   IMAGES, SO THE OLD VALUE OF A CHANGED FIELD IS
000401*                   ON FILE INSTEAD OF ONLY A NARRATIVE LINE.
000401*  10/14/26   RCA   PAY GROUPS. THE TRANSACTION CARRIES THE
000401*                   EMPLOYEE'S PAY GROUP (THE RECORD GROWS TO 39
000401*                   BYTES, AND THE REJECT IMAGE WITH IT). AN ADD
000401*                   WITH NO GROUP IS MONTHLY, AN UPDATE WITH NO
000401*                   GROUP KEEPS THE ONE ON FILE, AND ANY OTHER
000401*                   CODE REJECTS WITH REASON 06. JOURNAL IMAGES
000401*                   WIDENED TO THE 140-BYTE MASTER RECORD.
000401*  10/14/26   RCA   DUAL CONTROL. THE OPERATOR NOW SIGNS ON
000401*                   THROUGH OPERSGN. AN UPDATE THAT CHANGES THE
000401*                   SALARY QUEUES THE NEW SALARY THROUGH PENDQUE
000401*                   FOR A SUPERVISOR OTHER THAN THAT OPERATOR TO
000401*                   RELEASE IN CHGAPPR INSTEAD OF REWRITING IT; A
000401*                   FAILED QUEUE REJECTS WITH REASON 07. THE
000401*                   SUMMARY COUNTS QUEUED CHANGES.
000401*  10/14/26   RCA   MULTI-COMPANY. THE TRANSACTION CARRIES THE
000401*                   EMPLOYEE'S COMPANY (THE RECORD GROWS TO 41
000401*                   BYTES, AND THE REJECT IMAGE WITH IT). AN ADD
000401*                   WITH NO COMPANY IS THE HOME COMPANY 01, AN
000401*                   UPDATE WITH NO COMPANY KEEPS THE ONE ON FILE,
000401*                   AND A CODE NOT ON THE COMPANY TABLE (COMPTAB)
000401*                   REJECTS WITH REASON 08. JOURNAL IMAGES WIDENED
000401*                   TO THE 142-BYTE MASTER RECORD.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. EMPBATCH.
000760     05  TR-EMP-SAL              PIC 99V99.
000770     05  TR-EMP-CITY             PIC A(10).
000780     05  TR-EMP-DATE             PIC 9(08).
000781     05  TR-PAY-GROUP            PIC X(01).
000782         88  TR-PAY-GROUP-VALID              VALUE "W" "B" "M"
000783                                                   " ".
000783     05  TR-COMPANY              PIC X(02).
000790
000800 FD  REJECT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  REJECT-RECORD.
000830     05  RJ-REASON-CODE          PIC X(02).
000840     05  FILLER                  PIC X(01).
000840     05  RJ-TRANS-IMAGE          PIC X(41).
000860
000870 FD  MAINT-SUMMARY-REPORT
000880     LABEL RECORDS ARE STANDARD.
000890 01  RPT-LINE                    PIC X(80).
000900
000910 WORKING-STORAGE SECTION.
000910 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000910 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000910 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000910     88  WS-SIGNON-OK                        VALUE "Y".
000910 01  WS-QUEUED-SW                 PIC X(01) VALUE "N".
000910     88  WS-QUEUED                           VALUE "Y".
000910     COPY PENDCHG.
000910     COPY COMPTBL.
000911 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
000912     88  WS-LOCK-HELD                        VALUE "Y".
000913 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
000914 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
000915 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
000920 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000930     88  WS-END-OF-FILE                      VALUE "Y".
000940 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001000 01  WS-UPDATE-COUNT              PIC 9(05) VALUE ZERO.
001010 01  WS-DELETE-COUNT              PIC 9(05) VALUE ZERO.
001020 01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
001020 01  WS-QUEUED-COUNT              PIC 9(05) VALUE ZERO.
001030
001040 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "EMPBATCH".
001050 01  WS-AUDIT-MESSAGE             PIC X(60).
001240*  0000-MAINLINE.
001250*-----------------------------------------------------------------
001260 0000-MAINLINE.
001260*  THE OPERATOR SIGNS ON FIRST, SO A QUEUED SALARY CHANGE CARRIES
001260*  WHO SUBMITTED THE FILE AND CANNOT BE RELEASED BY THE SAME
001260*  PERSON.
001260     CALL "OPERSGN" USING
001260         BY REFERENCE WS-OPERATOR-ID
001260         BY REFERENCE WS-OPER-AUTH
001260         BY REFERENCE WS-SIGNON-OK-SW.
001260     IF NOT WS-SIGNON-OK
001260         DISPLAY "EMPBATCH - SIGN-ON REFUSED - NOTHING DONE."
001260         GOBACK
001260     END-IF.
001260*  THE MASTER IS NOT TOUCHED WHILE THE NIGHTLY RUN'S
001260*  RUN-IN-FLIGHT LOCK IS HELD - LOCKCHK NAMES THE RUN AND SINCE
001260*  WHEN.
001430     OPEN INPUT TRANSACTION-FILE.
001440     OPEN OUTPUT REJECT-FILE.
001450     OPEN OUTPUT MAINT-SUMMARY-REPORT.
001450*  THE COMPANY TABLE IS LOADED ONCE FOR THE COMPANY CODE EDIT.
001450*  WITH NO COMPANY FILE ONLY THE HOME COMPANY 01 IS ACCEPTED.
001450     MOVE "L" TO CM-FUNCTION.
001450     CALL "COMPTAB" USING
001450         BY REFERENCE COMPANY-TABLE-AREA.
001460     PERFORM 1900-READ-TRANSACTION
001470         THRU 1900-EXIT.
001480 1000-EXIT.
001960*  A FILE TRANSACTION: THE EMPLOYEE NUMBER MUST BE NUMERIC AND
001970*  GREATER THAN ZERO FOR EVERY ACTION; THE SALARY MUST BE
001980*  NUMERIC, GREATER THAN ZERO, AND NOT MORE THAN 99.99 FOR ADDS
001990*  AND UPDATES. DELETES CARRY NO SALARY TO EDIT. THE PAY GROUP
001990*  ON AN ADD OR UPDATE MUST BE W, B, M OR BLANK, AND A COMPANY
001990*  KEYED ON ONE MUST BE ON THE COMPANY TABLE.
002000*-----------------------------------------------------------------
002010 2100-EDIT-TRANSACTION.
002020     IF NOT TR-ADD AND NOT TR-UPDATE AND NOT TR-DELETE
002140             MOVE "03" TO WS-REASON-CODE
002150             GO TO 2100-EXIT
002160         END-IF
002161         IF NOT TR-PAY-GROUP-VALID
002162             MOVE "06" TO WS-REASON-CODE
002163             GO TO 2100-EXIT
002164         END-IF
002164         IF TR-COMPANY NOT EQUAL SPACES
002164             MOVE TR-COMPANY TO CM-COMPANY-CODE
002164             MOVE "F" TO CM-FUNCTION
002164             CALL "COMPTAB" USING
002164                 BY REFERENCE COMPANY-TABLE-AREA
002164             IF NOT CM-RESULT-OK
002164                 MOVE "08" TO WS-REASON-CODE
002164                 GO TO 2100-EXIT
002164             END-IF
002164         END-IF
002170     END-IF.
002180 2100-EXIT.
002190     EXIT.
002357     MOVE ZERO        TO EMP-BANK-ROUTING.
002358     MOVE SPACES      TO EMP-BANK-ACCOUNT.
002359     MOVE SPACES      TO EMP-DEPT.
002359     MOVE TR-PAY-GROUP TO EMP-PAY-GROUP.
002359     IF EMP-PAY-GROUP EQUAL SPACE
002359         MOVE "M"     TO EMP-PAY-GROUP
002359     END-IF.
002359     MOVE TR-COMPANY  TO EMP-COMPANY.
002359     IF EMP-COMPANY EQUAL SPACES
002359         MOVE "01"    TO EMP-COMPANY
002359     END-IF.
002360     WRITE EMP-MASTER-RECORD
002370         INVALID KEY
002380             MOVE "04" TO WS-REASON-CODE
002510*  3100-APPLY-UPDATE.
002520*  REPLACES THE CAPTURED FIELDS ON THE EXISTING RECORD AND KEEPS
002530*  THE YEAR-TO-DATE ACCUMULATORS AND CURRENT GROSS PAY EXACTLY AS
002530*  THE CALCULATION PROGRAMS LEFT THEM. A CHANGED SALARY IS QUEUED
002530*  FOR APPROVAL RATHER THAN REWRITTEN.
002550*-----------------------------------------------------------------
002560 3100-APPLY-UPDATE.
002570     PERFORM 4010-FIND-EMPLOYEE
002590     IF WS-FOUND
002595         MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE
002600         MOVE TR-EMP-NAME TO EMP-NAME
002620         MOVE TR-EMP-CITY TO EMP-CITY
002630         MOVE TR-EMP-DATE TO EMP-DATE
002635         IF TR-PAY-GROUP NOT EQUAL SPACE
002636             MOVE TR-PAY-GROUP TO EMP-PAY-GROUP
002637         END-IF
002637         IF TR-COMPANY NOT EQUAL SPACES
002637             MOVE TR-COMPANY TO EMP-COMPANY
002637         END-IF
002640         REWRITE EMP-MASTER-RECORD
002642         MOVE EMP-NO TO WS-JRNL-EMP-NO
002643         MOVE EMP-MASTER-RECORD TO WS-AFTER-IMAGE
002680         CALL "AUDITLOG" USING
002690             BY CONTENT WS-AUDIT-PROGRAM-ID
002700             BY CONTENT WS-AUDIT-MESSAGE
002700         IF TR-EMP-SAL NOT EQUAL EMP-SAL
002700             PERFORM 3110-QUEUE-SALARY
002700                 THRU 3110-EXIT
002700         END-IF
002710     ELSE
002720         MOVE "05" TO WS-REASON-CODE
002730     END-IF.
002740 3100-EXIT.
002750     EXIT.
002760
002760*-----------------------------------------------------------------
002760*  3110-QUEUE-SALARY.
002760*  THE PENDING ROW CARRIES THE ROUTING, ACCOUNT AND SALARY AS ON
002760*  THE MASTER, WITH THE TRANSACTION'S SALARY IN THE AFTER IMAGE.
002760*-----------------------------------------------------------------
002760 3110-QUEUE-SALARY.
002760     MOVE SPACES              TO PN-BEFORE-IMAGE.
002760     MOVE EMP-BANK-ROUTING    TO PN-BEFORE-ROUTING.
002760     MOVE EMP-BANK-ACCOUNT    TO PN-BEFORE-ACCOUNT.
002760     MOVE EMP-SAL             TO PN-BEFORE-SAL.
002760     MOVE PN-BEFORE-IMAGE     TO PN-AFTER-IMAGE.
002760     MOVE TR-EMP-SAL          TO PN-AFTER-SAL.
002760     MOVE TR-EMP-NO           TO PN-EMP-NO.
002760     MOVE "S"                 TO PN-CHANGE-TYPE.
002760     MOVE "U"                 TO PN-ACTION.
002760     MOVE WS-AUDIT-PROGRAM-ID TO PN-SOURCE-PGM.
002760     MOVE WS-OPERATOR-ID      TO PN-KEYED-BY.
002760     CALL "PENDQUE" USING
002760         BY REFERENCE PENDING-CHANGE-RECORD
002760         BY REFERENCE WS-QUEUED-SW.
002760     IF NOT WS-QUEUED
002760         MOVE "07" TO WS-REASON-CODE
002760         GO TO 3110-EXIT
002760     END-IF.
002760     ADD 1 TO WS-QUEUED-COUNT.
002760     MOVE SPACES TO WS-AUDIT-MESSAGE.
002760     STRING "BATCH SALARY CHANGE QUEUED - EMP NO " TR-EMP-NO
002760         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002760     CALL "AUDITLOG" USING
002760         BY CONTENT WS-AUDIT-PROGRAM-ID
002760         BY CONTENT WS-AUDIT-MESSAGE.
002760 3110-EXIT.
002760     EXIT.
002760
002770*-----------------------------------------------------------------
002780*  3200-APPLY-DELETE.
002790*-----------------------------------------------------------------
003360     MOVE WS-DELETE-COUNT           TO RPT-COUNT-VALUE.
003370     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
003380         AFTER ADVANCING 1 LINE.
003380     MOVE "SALARY CHANGES QUEUED"   TO RPT-COUNT-LABEL.
003380     MOVE WS-QUEUED-COUNT           TO RPT-COUNT-VALUE.
003380     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
003380         AFTER ADVANCING 1 LINE.
003390     MOVE "TRANSACTIONS REJECTED"   TO RPT-COUNT-LABEL.
003400     MOVE WS-REJECT-COUNT           TO RPT-COUNT-VALUE.
003410     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
