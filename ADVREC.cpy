000100*****************************************************************
000110*  COPYBOOK.     ADVREC
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL ADVANCE-RECEIVABLE RECORD LAYOUT. OFFCYCLE OPENS
000180*     ONE ROW WHEN IT PAYS AN AGREED ADVANCE, KEYED BY EMPLOYEE
000190*     NUMBER PLUS THE DATE THE ADVANCE WAS PAID, CARRYING THE
000200*     ORIGINAL AMOUNT, THE INSTALLMENT TO RECOVER EACH RUN, AND
000210*     THE NET PAY THE RECOVERY MAY NEVER TAKE THE EMPLOYEE
000220*     BELOW. THE DEDUCTIONS STEP TAKES THE INSTALLMENT EVERY RUN
000230*     AFTER THE GARNISHMENTS, OLDEST ADVANCE FIRST, AND WORKS THE
000240*     BALANCE DOWN - AT ZERO THE ROW IS CLOSED BUT STAYS ON FILE
000250*     AS THE LEDGER OF WHAT WAS LENT AND REPAID. A BALANCE
000260*     SETTLED OUTSIDE THE RUN (FINAL PAY, A REPAYMENT BY CHECK,
000260*     A WRITE-OFF) IS POSTED THROUGH ADVMAINT. THE ROW ALSO KEEPS
000260*     THE LAST INSTALLMENT A RUN TOOK AND THE PERIOD END IT WAS
000260*     TAKEN FOR, SO RUNREVRS CAN GIVE IT BACK WHEN THAT RUN IS
000260*     REVERSED.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY.
000300*  DATE       INIT  DESCRIPTION
000310*  ---------  ----  -----------------------------------------
000320*  10/14/26   RCA   ORIGINAL COPYBOOK.
000320*  10/15/26   RCA   ADDED AV-LAST-RECOVERY-AMT AND
000320*                   AV-LAST-RECOVERY-PERIOD, THE LAST INSTALLMENT
000320*                   A RUN TOOK AND ITS PERIOD END, SO A REVERSED
000320*                   RUN'S RECOVERY CAN BE GIVEN BACK.
000330*****************************************************************
000340 01  ADVANCE-RECORD.
000350     05  AV-ADV-KEY.
000360         10  AV-EMP-NO            PIC 9(05).
000370         10  AV-ADV-DATE          PIC 9(08).
000380     05  AV-REASON                PIC X(30).
000390     05  AV-ORIGINAL-AMT          PIC 9(07)V99.
000400     05  AV-INSTALLMENT           PIC 9(05)V99.
000410     05  AV-PROTECTED-NET         PIC 9(05)V99.
000420     05  AV-BALANCE               PIC 9(07)V99.
000430     05  AV-RECOVERED-AMT         PIC 9(07)V99.
000440     05  AV-SETTLED-AMT           PIC 9(07)V99.
000450     05  AV-LAST-ACTIVITY         PIC 9(08).
000460     05  AV-STATUS                PIC X(01).
000470         88  AV-OPEN                         VALUE "O".
000480         88  AV-CLOSED                       VALUE "C".
000480     05  AV-LAST-RECOVERY-AMT     PIC 9(05)V99.
000480     05  AV-LAST-RECOVERY-PERIOD  PIC 9(08).
