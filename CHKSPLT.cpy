000100*****************************************************************
000110*  COPYBOOK.     CHKSPLT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CHECK-SPLIT RECORD LAYOUT. BANKXTRT WRITES ONE ROW TO THE
000180*     CHKSPLIT FILE FOR EVERY DEDUCTIONS-REPORT LINE, IN THE SAME
000190*     ORDER, CARRYING HOW MUCH OF THE NET IT SENT TO THE BANK AND
000200*     HOW MUCH IS LEFT FOR A PAPER CHECK - AN ACCOUNT STILL IN
000210*     ITS PRENOTE PERIOD, A RETURNED ACCOUNT, OR NO DIRECT
000220*     DEPOSIT AT ALL. CHECKPRT READS IT IN STEP WITH DEDRPT AND
000230*     CUTS A CHECK FOR THE CHECK AMOUNT, SO THE TWO STEPS
000240*     BETWEEN THEM PAY EXACTLY THE NET.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  10/14/26   RCA   ORIGINAL COPYBOOK.
000300*****************************************************************
000310 01  CHECK-SPLIT-RECORD.
000320     05  CS-EMP-NO                PIC 9(05).
000330     05  CS-DEPOSIT-AMT           PIC 9(07)V99.
000340     05  CS-CHECK-AMT             PIC 9(07)V99.
