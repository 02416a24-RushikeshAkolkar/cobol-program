000322*                   A BALANCE FILE ON THE OLD LAYOUT MUST BE
000324*                   CONVERTED (ZERO STAMP) BEFORE THE FIRST RUN
000326*                   ON THIS ONE.
000326*  10/14/26   RCA   ADDED LB-PRIOR-PERIOD-END AND THE LAST RUN'S
000326*                   NET VACATION AND SICK MOVEMENT (ACCRUAL LESS
000326*                   DRAW), STAMPED BY THE GROSS-PAY STEP, SO
000326*                   RUNREVRS CAN BACK A REVERSED RUN'S LEAVE OUT
000326*                   AND PUT THE PERIOD STAMP BACK. A BALANCE FILE
000326*                   ON THE OLD LAYOUT MUST BE CONVERTED (ZERO
000326*                   FILL) BEFORE THE FIRST RUN ON THIS ONE.
000328*****************************************************************
000330 01  LEAVE-BALANCE-RECORD.
000340     05  LB-EMP-NO                PIC 9(05).
000350     05  LB-VAC-BALANCE           PIC S9(05)V99.
000360     05  LB-SICK-BALANCE          PIC S9(05)V99.
000370     05  LB-LAST-PERIOD-END       PIC 9(08).
000380     05  LB-PRIOR-PERIOD-END      PIC 9(08).
000390     05  LB-LAST-VAC-MOVE         PIC S9(05)V99.
000400     05  LB-LAST-SICK-MOVE        PIC S9(05)V99.
