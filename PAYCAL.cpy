000100*****************************************************************
000110*  COPYBOOK.     PAYCAL
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL PAY-CALENDAR RECORD LAYOUT, MAINTAINED BY
000180*     OPERATIONS. ONE ROW PER PAY PERIOD PER PAY GROUP - THE
000190*     WEEKLY, BIWEEKLY AND MONTHLY GROUPS EACH KEEP THEIR OWN
000200*     CALENDAR IN THE ONE FILE. A BLANK PAY GROUP IS THE MONTHLY
000210*     CALENDAR, SO ROWS WRITTEN BEFORE THE GROUPS EXISTED STILL
000220*     READ AS MONTHLY PERIODS. PERIOD IDS ARE UNIQUE ACROSS THE
000230*     WHOLE FILE, NOT JUST WITHIN A GROUP.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY.
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  -----------------------------------------
000280*  10/14/26   RCA   MOVED OUT OF NIGHTRUN, SUB-PROGRAM AND
000290*                   RDYCHECK; PAY GROUP ADDED.
000290*  10/14/26   RCA   ADDED UP TO FIVE HOLIDAY DATES PER PERIOD ROW.
000290*                   A TIMESHEET LINE FOR A HOLIDAY-ONLY EARNINGS
000290*                   CODE MUST FALL ON ONE OF THEM. UNUSED SLOTS
000290*                   ARE ZERO; EXISTING CALENDAR ROWS MUST BE
000290*                   REWRITTEN WITH ZERO HOLIDAYS.
000300*****************************************************************
000310 01  PAY-CALENDAR-RECORD.
000320     05  PC-PERIOD-ID             PIC 9(06).
000330     05  PC-PERIOD-START          PIC 9(08).
000340     05  PC-PERIOD-END            PIC 9(08).
000350     05  PC-PAY-GROUP             PIC X(01).
000360         88  PC-GROUP-WEEKLY                 VALUE "W".
000370         88  PC-GROUP-BIWEEKLY               VALUE "B".
000380         88  PC-GROUP-MONTHLY                VALUE "M" " ".
000380     05  PC-HOLIDAY-DATE          PIC 9(08) OCCURS 5 TIMES.
