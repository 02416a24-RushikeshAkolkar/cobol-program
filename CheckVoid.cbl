000250*     REGISTER AS AN R ROW, SO EVERY PAPER CHECK STAYS
000260*     ACCOUNTED FOR. EVERY ACTION IS WRITTEN TO THE COMMON
000270*     AUDIT TRAIL VIA AUDITLOG.
000270*     THE REPLACEMENT IS NUMBERED FROM THE CHECK SERIES OF THE
000270*     COMPANY THAT ISSUED THE SPOILED CHECK - THE COMPANY WHOSE
000270*     CHECK-NUMBER RANGE HOLDS IT - THROUGH THAT COMPANY'S OWN
000270*     CHECKNBR FILE (SEE COMPTAB). WITH THE RANGE USED UP NOTHING
000270*     IS REISSUED.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY.
000300*  DATE       INIT  DESCRIPTION
000329*                   BEFORE ANYTHING ELSE, SO THE AUDIT TRAIL
000329*                   CARRIES WHO KEYED EACH CHANGE. A REFUSED
000329*                   SIGN-ON DOES NOTHING.
000329*  10/14/26   RCA   A CHECK THE BANK HAS ALREADY PAID (STATUS C)
000329*                   CAN NO LONGER BE VOIDED. A VOID STAMPS THE
000329*                   ROW'S STATUS DATE AND LEAVES ITS POSITIVE-
000329*                   PAY FLAG ALONE, SO THE NEXT POSPAY STEP
000329*                   SENDS THE BANK THE VOID; THE REISSUE ROW
000329*                   GOES OUT AS A FRESH ISSUE.
000329*  10/14/26   RCA   MULTI-COMPANY. THE REPLACEMENT CHECK IS
000329*                   NUMBERED FROM THE SERIES OF THE COMPANY WHOSE
000329*                   CHECK RANGE HOLDS THE SPOILED CHECK, THROUGH
000329*                   THAT COMPANY'S OWN CHECKNBR FILE; A USED-UP
000329*                   RANGE REFUSES THE REISSUE.
000329*  10/15/26   RCA   THE REISSUE ROW CARRIES A ZERO POSITIVE-PAY
000329*                   SENT DATE.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CHKVOID.
001150
001160 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "CHKVOID".
001170 01  WS-AUDIT-MESSAGE             PIC X(60).
001170
001170*  THE COMPANY THAT ISSUED THE SPOILED CHECK.
001170 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001170
001170     COPY COMPTBL.
001170
001190 PROCEDURE DIVISION.
001200
001210*-----------------------------------------------------------------
001880         CLOSE CHECK-REGISTER
001890         GO TO 2000-EXIT
001900     END-IF.
001902     IF CK-CLEARED
001904         DISPLAY "CHECK " WS-CHECK-NO " HAS ALREADY CLEARED THE "
001906             "BANK ON " CK-STATUS-DATE " - NO CHANGE MADE."
001908         MOVE "N" TO WS-FOUND-SW
001910         CLOSE CHECK-REGISTER
001912         GO TO 2000-EXIT
001914     END-IF.
001910     MOVE CK-AMOUNT TO WS-AMT-DISP.
001920     DISPLAY "CHECK " CK-CHECK-NO " EMP " CK-EMP-NO
001930         " DATED " CK-RUN-DATE " AMOUNT " WS-AMT-DISP.
001970         MOVE CK-EMP-NO  TO WS-VOID-EMP-NO
001980         MOVE CK-AMOUNT  TO WS-VOID-AMOUNT
001990         MOVE "V"        TO CK-STATUS
001995         MOVE WS-RUN-DATE TO CK-STATUS-DATE
002000         REWRITE CHECK-REGISTER-RECORD
002010         STRING "CHECK VOIDED - NO " WS-CHECK-NO
002020             " EMP " WS-VOID-EMP-NO
002310
002320*-----------------------------------------------------------------
002330*  3000-REISSUE-CHECK.
002330*  PRINTS THE REPLACEMENT UNDER A FRESH NUMBER FROM THE ISSUING
002330*  COMPANY'S CONTROLLED NEXT-NUMBER FILE AND APPENDS IT TO THE
002330*  REGISTER AS AN R ROW FOR THE SAME EMPLOYEE AND AMOUNT. A
002330*  NEXT NUMBER BELOW THE COMPANY'S RANGE STARTS AT THE RANGE'S
002330*  FIRST NUMBER; ONE PAST ITS LAST IS REFUSED.
002370*-----------------------------------------------------------------
002380 3000-REISSUE-CHECK.
002380     MOVE "L" TO CM-FUNCTION.
002380     CALL "COMPTAB" USING
002380         BY REFERENCE COMPANY-TABLE-AREA.
002380     MOVE WS-CHECK-NO TO CM-CHECK-NO.
002380     MOVE "K" TO CM-FUNCTION.
002380     CALL "COMPTAB" USING
002380         BY REFERENCE COMPANY-TABLE-AREA.
002380     MOVE CM-SUB TO WS-CO-SUB.
002380     MOVE "CHECKNBR" TO CM-FILE-NAME.
002380     MOVE "P" TO CM-FUNCTION.
002380     CALL "COMPTAB" USING
002380         BY REFERENCE COMPANY-TABLE-AREA.
002380     MOVE CM-CHECK-FIRST(WS-CO-SUB) TO WS-NEXT-CHECK-NO.
002390     OPEN INPUT CHECK-NUMBER-FILE.
002400     IF WS-CHECKNBR-STATUS EQUAL "00"
002410         READ CHECK-NUMBER-FILE
002420             AT END
002420                 CONTINUE
002440             NOT AT END
002450                 MOVE CN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
002460         END-READ
002470         CLOSE CHECK-NUMBER-FILE
002480     END-IF.
002480     IF WS-NEXT-CHECK-NO LESS THAN CM-CHECK-FIRST(WS-CO-SUB)
002480         MOVE CM-CHECK-FIRST(WS-CO-SUB) TO WS-NEXT-CHECK-NO
002480     END-IF.
002480     IF WS-NEXT-CHECK-NO GREATER THAN CM-CHECK-LAST(WS-CO-SUB)
002480         DISPLAY "CHKVOID - COMPANY " CM-CODE(WS-CO-SUB)
002480             " CHECK RANGE IS USED UP - NO REPLACEMENT ISSUED."
002480         PERFORM 3900-RESTORE-CHECKNBR
002480             THRU 3900-EXIT
002480         MOVE 8 TO RETURN-CODE
002480         GO TO 3000-EXIT
002480     END-IF.
002490     OPEN OUTPUT CHECK-PRINT-FILE.
002500     MOVE WS-NEXT-CHECK-NO TO CHK-TITLE-CHECK-NO.
002510     WRITE CHK-LINE FROM WS-CHK-RULE-LINE
002690     MOVE WS-RUN-DATE      TO CK-RUN-DATE.
002700     MOVE WS-VOID-AMOUNT   TO CK-AMOUNT.
002710     MOVE "R"              TO CK-STATUS.
002712     MOVE WS-RUN-DATE      TO CK-STATUS-DATE.
002714     MOVE SPACE            TO CK-PP-SENT.
002714     MOVE ZERO             TO CK-PP-SENT-DATE.
002720     WRITE CHECK-REGISTER-RECORD.
002730     CLOSE CHECK-REGISTER.
002730     MOVE SPACES TO WS-AUDIT-MESSAGE.
002740     STRING "CHECK REISSUED - NO " WS-NEXT-CHECK-NO
002740         " REPLACES " WS-CHECK-NO " CO " CM-CODE(WS-CO-SUB)
002760         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002770     CALL "AUDITLOG" USING
002780         BY CONTENT WS-AUDIT-PROGRAM-ID
002820     MOVE WS-NEXT-CHECK-NO TO CN-NEXT-CHECK-NO.
002830     WRITE CHECK-NUMBER-RECORD.
002840     CLOSE CHECK-NUMBER-FILE.
002840     PERFORM 3900-RESTORE-CHECKNBR
002840         THRU 3900-EXIT.
002850 3000-EXIT.
002860     EXIT.
002860
002860*-----------------------------------------------------------------
002860*  3900-RESTORE-CHECKNBR.
002860*  PUTS CHECKNBR BACK WHERE IT POINTED BEFORE THE REISSUE.
002860*-----------------------------------------------------------------
002860 3900-RESTORE-CHECKNBR.
002860     MOVE "CHECKNBR" TO CM-FILE-NAME.
002860     MOVE "R" TO CM-FUNCTION.
002860     CALL "COMPTAB" USING
002860         BY REFERENCE COMPANY-TABLE-AREA.
002860 3900-EXIT.
002860     EXIT.
