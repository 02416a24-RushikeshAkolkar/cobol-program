000100*****************************************************************
000110*  COPYBOOK.     DEPTBUD
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL DEPARTMENT LABOR-BUDGET RECORD LAYOUT, MAINTAINED
000180*     BY BUDMAINT AND KEYED BY DEPARTMENT, PAY GROUP AND PAY
000190*     PERIOD END DATE. EACH ROW HOLDS WHAT THE DEPARTMENT EXPECTS
000200*     TO SPEND ON ONE GROUP'S PAY PERIOD - THE HEADCOUNT IT
000210*     EXPECTS TO PAY, THE GROSS PAY AND THE BONUS. THE PERIOD END
000220*     MUST BE A PAY-CALENDAR PERIOD END FOR THE GROUP. BUDRPT
000230*     COMPARES EACH ROW WITH WHAT THE PAY HISTORY SHOWS WAS PAID,
000240*     FOR THE PERIOD AND FOR THE YEAR TO DATE.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  10/14/26   RCA   ORIGINAL COPYBOOK.
000300*****************************************************************
000310 01  DEPT-BUDGET-RECORD.
000320     05  DB-BUDGET-KEY.
000330         10  DB-DEPT-CODE         PIC X(04).
000340         10  DB-PAY-GROUP         PIC X(01).
000350         10  DB-PERIOD-END        PIC 9(08).
000360     05  DB-HEADCOUNT             PIC 9(05).
000370     05  DB-GROSS                 PIC 9(09)V99.
000380     05  DB-BONUS                 PIC 9(07)V99.
