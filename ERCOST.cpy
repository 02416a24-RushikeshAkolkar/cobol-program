000100*****************************************************************
000110*  COPYBOOK.     ERCOST
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL EMPLOYER-COST RECORD LAYOUT. THE EMPLOYER-COST
000180*     STEP (EMPLRCST) WRITES ONE ROW PER EMPLOYEE PAID, IN THE
000190*     SAME EMPLOYEE ORDER AS THE DEDUCTIONS-REPORT FILE, WITH THE
000200*     EMPLOYER TAX AND EMPLOYER BENEFIT CONTRIBUTION THE COMPANY
000210*     OWES ON TOP OF THAT EMPLOYEE'S GROSS. THE FILE IS REWRITTEN
000220*     EVERY RUN; GLEXTRCT POSTS ITS TOTALS AS EMPLOYER EXPENSE
000230*     AGAINST EMPLOYER LIABILITY.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY.
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  -----------------------------------------
000280*  10/14/26   RCA   ORIGINAL COPYBOOK.
000290*****************************************************************
000300 01  EMPLOYER-COST-RECORD.
000310     05  EC-EMP-NO                PIC 9(05).
000320     05  EC-PERIOD-END            PIC 9(08).
000330     05  EC-GROSS-PAY             PIC 9(07)V99.
000340     05  EC-TAX-AMT               PIC 9(07)V99.
000350     05  EC-BENEFIT-AMT           PIC 9(07)V99.
000360     05  EC-TOTAL-COST            PIC 9(07)V99.
