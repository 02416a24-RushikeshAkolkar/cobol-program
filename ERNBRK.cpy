000100*****************************************************************
000110*  COPYBOOK.     ERNBRK
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     GROSS PAY BROKEN DOWN BY EARNINGS CODE, AS SUB-PROGRAM
000180*     RETURNS IT TO ITS CALLER - ONE LINE PER CODE THAT PAID
000190*     ANYTHING: REG, OVT, VAC, SCK, EACH PREMIUM CODE ON THE
000200*     TIMESHEET, AND RET FOR APPROVED RETRO PAY. THE AMOUNTS ADD
000210*     UP TO THE GROSS BEFORE CITY TAX.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY.
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  -----------------------------------------
000260*  10/14/26   RCA   ORIGINAL COPYBOOK.
000270*****************************************************************
000280 01  EARNINGS-BREAKDOWN.
000290     05  EB-LINE-COUNT            PIC 9(02).
000300     05  EB-LINE                  OCCURS 10 TIMES.
000310         10  EB-EARN-CODE         PIC X(03).
000320         10  EB-DESCRIPTION       PIC X(20).
000330         10  EB-HOURS             PIC 9(03)V99.
000340         10  EB-AMOUNT            PIC 9(07)V99.
