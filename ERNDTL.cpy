000100*****************************************************************
000110*  COPYBOOK.     ERNDTL
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL EARNINGS-DETAIL RECORD LAYOUT. THE GROSS-PAY STEP
000180*     (MAIN-PROGRAM) WRITES ONE ROW PER EARNINGS CODE THAT PAID
000190*     THE EMPLOYEE ANYTHING, IN EMPLOYEE-MASTER ORDER, SO THE
000200*     PAY-STUB AND HISTORY STEPS CAN BREAK GROSS PAY DOWN BY
000210*     CODE. THE FILE IS REWRITTEN FROM SCRATCH EVERY RUN.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY.
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  -----------------------------------------
000260*  10/14/26   RCA   ORIGINAL COPYBOOK.
000270*****************************************************************
000280 01  EARNINGS-DETAIL-RECORD.
000290     05  ER-EMP-NO                PIC 9(05).
000300     05  ER-EARN-CODE             PIC X(03).
000310     05  ER-DESCRIPTION           PIC X(20).
000320     05  ER-HOURS                 PIC 9(03)V99.
000330     05  ER-AMOUNT                PIC 9(07)V99.
