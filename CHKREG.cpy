000200*     STATUS TO V AND APPENDS THE REPLACEMENT AS AN R ROW, SO
000210*     THE REGISTER IS THE ONE PLACE EVERY PAPER CHECK THE SHOP
000220*     EVER CUT CAN BE ACCOUNTED FOR. STATUSES: I = ISSUED BY A
000230*     RUN, V = VOIDED, R = REISSUED IN PLACE OF A VOIDED CHECK,
000232*     C = CLEARED - PAID BY THE BANK (SET BY CHKRECON OFF THE
000234*     BANK'S PAID-CHECK FILE). CK-STATUS-DATE IS THE DATE THE
000236*     ROW LAST CHANGED STATUS - ISSUE, VOID, OR PAID DATE.
000238*     CK-PP-SENT RECORDS WHAT THE POSITIVE-PAY STEP (POSPAY) HAS
000239*     ALREADY TOLD THE BANK ABOUT THE CHECK, SO EACH ISSUE AND
000239*     EACH VOID GOES OUT EXACTLY ONCE, AND CK-PP-SENT-DATE THE RUN
000239*     DATE IT WAS SENT ON, SO A RERUN OF POSPAY THE SAME DAY
000239*     PUTS THAT NIGHT'S LINES BACK ON THE ISSUE FILE IT REWRITES.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY.
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  -----------------------------------------
000280*  09/02/26   RCA   ORIGINAL COPYBOOK.
000282*  10/14/26   RCA   ADDED THE CLEARED STATUS, THE STATUS DATE,
000284*                   AND THE POSITIVE-PAY SENT FLAG FOR THE
000286*                   BANK'S ISSUE FILE AND PAID-CHECK MATCHING.
000286*  10/15/26   RCA   ADDED CK-PP-SENT-DATE, THE RUN DATE POSPAY
000286*                   SENT THE ROW ON; THE RECORD IS NOW 50 BYTES.
000290*****************************************************************
000300 01  CHECK-REGISTER-RECORD.
000310     05  CK-CHECK-NO              PIC 9(08).
000360         88  CK-ISSUED                       VALUE "I".
000370         88  CK-VOIDED                       VALUE "V".
000380         88  CK-REISSUED                     VALUE "R".
000382         88  CK-CLEARED                      VALUE "C".
000384     05  CK-STATUS-DATE           PIC 9(08).
000386     05  CK-PP-SENT               PIC X(01).
000388         88  CK-PP-NOT-SENT                  VALUE " ".
000390         88  CK-PP-ISSUE-SENT                VALUE "I".
000392         88  CK-PP-VOID-SENT                 VALUE "V".
000392     05  CK-PP-SENT-DATE          PIC 9(08).
