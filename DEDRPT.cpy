000285*                   THIS RUN. THE PER-ORDER BREAKDOWN RIDES THE
000285*                   COMPANION GARNDETL FILE (SEE THE DEDGARN
000285*                   COPYBOOK).
000285*  10/14/26   RCA   ADDED DR-ADV-AMT, THE ADVANCE INSTALLMENTS
000285*                   THE DEDUCTIONS STEP RECOVERED THIS RUN
000285*                   AGAINST THE EMPLOYEE'S OPEN ADVANCES ON THE
000285*                   ADVFILE LEDGER (SEE THE ADVREC COPYBOOK).
000285*  10/14/26   RCA   ADDED DR-PAY-GROUP, THE EMPLOYEE'S PAY GROUP
000285*                   (W, B OR M); DR-PERIOD-END IS THAT GROUP'S
000285*                   PERIOD END, SO ONE RUN CAN CARRY SEVERAL
000285*                   PERIODS.
000285*  10/14/26   RCA   ADDED DR-WH-PROFILE, THE WITHHOLDING PROFILE
000285*                   (FILING STATUS, ALLOWANCES, ADDITIONAL AMOUNT,
000285*                   EXEMPT FLAG AND THE EFFECTIVE DATE OF THE
000285*                   WHPROF ROW) THE DEDUCTIONS STEP FIGURED
000285*                   DR-STAT-TAX-AMT UNDER, SO THE PAY STUB CAN
000285*                   SHOW THE PROFILE IN FORCE. A ZERO EFFECTIVE
000285*                   DATE MEANS NO ROW WAS IN FORCE AND THE DEFAULT
000285*                   PROFILE WAS USED.
000285*  10/14/26   RCA   ADDED DR-COMPANY, THE COMPANY THE EMPLOYEE IS
000285*                   PAID UNDER (A BLANK MASTER CODE COMES THROUGH
000285*                   AS 01), SO THE MONEY STEPS CAN SPLIT THEIR
000285*                   FILES AND TOTALS BY COMPANY.
000286*****************************************************************
000290 01  DEDUCTIONS-REPORT-RECORD.
000300     05  DR-EMP-NO                PIC 9(05).
000370     05  DR-STAT-TAX-AMT          PIC 9(07)V99.
000380     05  DR-ELECT-AMT             PIC 9(07)V99.
000390     05  DR-GARN-AMT              PIC 9(07)V99.
000400     05  DR-ADV-AMT               PIC 9(07)V99.
000410     05  DR-PAY-GROUP             PIC X(01).
000410     05  DR-WH-PROFILE.
000410         10  DR-FILING-STATUS     PIC X(01).
000410         10  DR-ALLOWANCES        PIC 9(02).
000410         10  DR-ADDL-WH-AMT       PIC 9(05)V99.
000410         10  DR-EXEMPT-SW         PIC X(01).
000410             88  DR-EXEMPT                   VALUE "Y".
000410         10  DR-WH-EFF-DATE       PIC 9(08).
000410     05  DR-COMPANY               PIC X(02).
