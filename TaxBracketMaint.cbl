000220*     THAT PRINTS THE WHOLE TABLE SO THE BRACKETS CAN BE VERIFIED
000230*     BEFORE A NIGHTLY RUN. EVERY CHANGE IS WRITTEN TO THE COMMON
000240*     AUDIT TRAIL VIA AUDITLOG.
000240*
000240*     EACH FILING STATUS - S SINGLE, M MARRIED, H HEAD OF
000240*     HOUSEHOLD - HAS ITS OWN SET OF BRACKETS, SO A ROW IS KEYED
000240*     BY ITS STATUS AND ITS FLOOR. THE SINGLE SET SHOULD ALWAYS
000240*     BE COMPLETE: A STATUS WITH NO ROWS IS WITHHELD OFF IT.
000250*
000260*     AMOUNTS ARE KEYED AS NINE DIGITS WITH AN IMPLIED DECIMAL
000270*     (000100000 MEANS 1000.00). THE RATE IS KEYED AS THREE
000379*                   BEFORE ANYTHING ELSE, SO THE AUDIT TRAIL
000379*                   CARRIES WHO KEYED EACH CHANGE. A REFUSED
000379*                   SIGN-ON DOES NOTHING.
000379*  10/14/26   RCA   BRACKETS ARE NOW KEPT PER FILING STATUS (S, M
000379*                   OR H) FOR THE NEW WITHHOLDING PROFILES - EVERY
000379*                   MODE ASKS FOR THE STATUS AHEAD OF THE FLOOR,
000379*                   AND THE LISTING AND AUDIT LINES NAME IT.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. TAXMAINT.
000672 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000672 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000672     88  WS-SIGNON-OK                        VALUE "Y".
000672 01  WS-FILING-STATUS             PIC X(01) VALUE SPACE.
000672     88  WS-FILING-STATUS-OK                 VALUE "S" "M" "H".
000680 01  WS-FLOOR-AMOUNT              PIC 9(07)V99.
000690 01  WS-CEILING-AMOUNT            PIC 9(07)V99.
000700 01  WS-TAX-RATE                  PIC V999.
001070     05  FILLER                  PIC X(30) VALUE SPACES.
001080
001090 01  WS-LST-HEADING-2.
001090     05  FILLER                  PIC X(08) VALUE "STATUS".
001100     05  FILLER                  PIC X(16) VALUE "BRACKET FLOOR".
001110     05  FILLER                  PIC X(16) VALUE "CEILING".
001120     05  FILLER                  PIC X(10) VALUE "TAX RATE".
001120     05  FILLER                  PIC X(30) VALUE SPACES.
001140
001150 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001160
001170 01  WS-LST-DETAIL-LINE.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  LST-FILING-STATUS       PIC X(01).
001170     05  FILLER                  PIC X(05) VALUE SPACES.
001180     05  LST-FLOOR               PIC Z,ZZZ,ZZ9.99.
001190     05  FILLER                  PIC X(04) VALUE SPACES.
001200     05  LST-CEILING             PIC Z,ZZZ,ZZ9.99.
001210     05  FILLER                  PIC X(04) VALUE SPACES.
001220     05  LST-TAX-RATE            PIC .999.
001220     05  FILLER                  PIC X(36) VALUE SPACES.
001240
001250 01  WS-LST-TOTAL-LINE.
001260     05  FILLER                  PIC X(23)
001910*  2000-ADD-BRACKET.
001920*-----------------------------------------------------------------
001930 2000-ADD-BRACKET.
001930     PERFORM 2005-GET-FILING-STATUS
001930         THRU 2005-EXIT
001930         UNTIL WS-FILING-STATUS-OK.
001940     PERFORM 2010-GET-FLOOR
001950         THRU 2010-EXIT
001960         UNTIL WS-FLOOR-OK.
002000     PERFORM 2020-GET-TAX-RATE
002010         THRU 2020-EXIT
002020         UNTIL WS-RATE-OK.
002020     MOVE WS-FILING-STATUS  TO TB-FILING-STATUS.
002030     MOVE WS-FLOOR-AMOUNT   TO TB-FLOOR-AMOUNT.
002040     MOVE WS-CEILING-AMOUNT TO TB-CEILING-AMOUNT.
002050     MOVE WS-TAX-RATE       TO TB-TAX-RATE.
002060     WRITE TAX-BRACKET-RECORD
002070         INVALID KEY
002080             MOVE WS-FLOOR-AMOUNT TO WS-AMT-DISP
002080             DISPLAY "STATUS " WS-FILING-STATUS
002080                 " BRACKET WITH FLOOR " WS-AMT-DISP
002100                 " ALREADY ON TABLE - NOT ADDED."
002110         NOT INVALID KEY
002120             MOVE TB-TAX-RATE TO WS-RATE-DISP
002130             MOVE TB-FLOOR-AMOUNT TO WS-AMT-DISP
002130             STRING "TAX BRACKET ADDED - STATUS " TB-FILING-STATUS
002130                 " FLOOR " WS-AMT-DISP
002150                 " RATE " WS-RATE-DISP
002160                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002170             CALL "AUDITLOG" USING
002210 2000-EXIT.
002220     EXIT.
002230
002230*-----------------------------------------------------------------
002230*  2005-GET-FILING-STATUS.
002230*  ACCEPTS THE FILING STATUS THE BRACKET BELONGS TO AND
002230*  RE-PROMPTS UNTIL IT IS S, M OR H.
002230*-----------------------------------------------------------------
002230 2005-GET-FILING-STATUS.
002230     DISPLAY "ENTER FILING STATUS (S=SINGLE, M=MARRIED, "
002230         "H=HEAD OF HOUSEHOLD): ".
002230     ACCEPT WS-FILING-STATUS.
002230     IF NOT WS-FILING-STATUS-OK
002230         DISPLAY "FILING STATUS MUST BE S, M OR H. "
002230             "PLEASE RE-ENTER."
002230     END-IF.
002230 2005-EXIT.
002230     EXIT.
002230
002240*-----------------------------------------------------------------
002250*  2010-GET-FLOOR.
002260*  ACCEPTS THE BRACKET FLOOR AS NINE DIGITS WITH AN IMPLIED
002860*  RECORD IN PLACE.
002870*-----------------------------------------------------------------
002880 3000-UPDATE-BRACKET.
002880     PERFORM 2005-GET-FILING-STATUS
002880         THRU 2005-EXIT
002880         UNTIL WS-FILING-STATUS-OK.
002890     PERFORM 2010-GET-FLOOR
002900         THRU 2010-EXIT
002910         UNTIL WS-FLOOR-OK.
003070         REWRITE TAX-BRACKET-RECORD
003080         MOVE TB-TAX-RATE TO WS-RATE-DISP
003090         MOVE TB-FLOOR-AMOUNT TO WS-AMT-DISP
003090         STRING "TAX BRACKET UPDATED - STATUS " TB-FILING-STATUS
003090             " FLOOR " WS-AMT-DISP
003110             " RATE " WS-RATE-DISP
003120             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
003130         CALL "AUDITLOG" USING
003220
003230*-----------------------------------------------------------------
003240*  3010-FIND-BRACKET.
003240*  READS THE TABLE DIRECTLY BY THE STATUS AND FLOOR KEYED IN
003240*  ABOVE. ON A MATCH THE RECORD IS POSITIONED FOR A REWRITE OR
003240*  DELETE.
003270*-----------------------------------------------------------------
003280 3010-FIND-BRACKET.
003290     MOVE "N" TO WS-FOUND-SW.
003290     MOVE WS-FILING-STATUS TO TB-FILING-STATUS.
003290     MOVE WS-FLOOR-AMOUNT  TO TB-FLOOR-AMOUNT.
003310     READ TAX-BRACKET-TABLE
003320         INVALID KEY
003330             CONTINUE
003430*  DELETES THE RECORD AFTER THE OPERATOR CONFIRMS.
003440*-----------------------------------------------------------------
003450 4000-DELETE-BRACKET.
003450     PERFORM 2005-GET-FILING-STATUS
003450         THRU 2005-EXIT
003450         UNTIL WS-FILING-STATUS-OK.
003460     PERFORM 2010-GET-FLOOR
003470         THRU 2010-EXIT
003480         UNTIL WS-FLOOR-OK.
003580         IF WS-CONFIRM-YES
003590             DELETE TAX-BRACKET-TABLE
003600             MOVE WS-FLOOR-AMOUNT TO WS-AMT-DISP
003600             STRING "TAX BRACKET DELETED - STATUS "
003600                 WS-FILING-STATUS " FLOOR " WS-AMT-DISP
003620                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
003630             CALL "AUDITLOG" USING
003640                 BY CONTENT WS-AUDIT-PROGRAM-ID
003790*  WITHOUT MAKING ANY CHANGE TO THE TABLE.
003800*-----------------------------------------------------------------
003810 5000-INQUIRE-BRACKET.
003810     PERFORM 2005-GET-FILING-STATUS
003810         THRU 2005-EXIT
003810         UNTIL WS-FILING-STATUS-OK.
003820     PERFORM 2010-GET-FLOOR
003830         THRU 2010-EXIT
003840         UNTIL WS-FLOOR-OK.
003850     PERFORM 3010-FIND-BRACKET
003860         THRU 3010-EXIT.
003870     IF WS-FOUND
003870         DISPLAY "STATUS   : " TB-FILING-STATUS
003880         MOVE TB-FLOOR-AMOUNT TO WS-AMT-DISP
003890         DISPLAY "FLOOR    : " WS-AMT-DISP
003900         MOVE TB-CEILING-AMOUNT TO WS-AMT-DISP
004390         AT END
004400             SET WS-END-OF-FILE TO TRUE
004410         NOT AT END
004410             MOVE TB-FILING-STATUS  TO LST-FILING-STATUS
004420             MOVE TB-FLOOR-AMOUNT   TO LST-FLOOR
004430             MOVE TB-CEILING-AMOUNT TO LST-CEILING
004440             MOVE TB-TAX-RATE       TO LST-TAX-RATE
