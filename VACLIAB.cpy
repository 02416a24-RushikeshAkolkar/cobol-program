000100*****************************************************************
000110*  COPYBOOK.     VACLIAB
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL VACATION-LIABILITY SNAPSHOT RECORD LAYOUT. THE
000180*     MONTH-END ACCRUAL (VACACCR) REWRITES THE SNAPSHOT FILE
000190*     EVERY MONTH END WITH ONE ROW PER EMPLOYEE ON THE LEAVE
000200*     BALANCE FILE - THE VACATION HOURS, THE RATE THEY WERE
000210*     VALUED AT, THE LIABILITY BOOKED AND THE DEPARTMENT IT WAS
000220*     BOOKED TO. THE NEXT MONTH END POSTS ONLY THE CHANGE AGAINST
000230*     THESE ROWS, AND REFUSES TO RUN FOR A MONTH END NOT LATER
000240*     THAN THE ONE STAMPED HERE. A NEGATIVE BALANCE IS KEPT WITH
000240*     ITS HOURS BUT A ZERO LIABILITY. THE COMPANY IS THE ONE
000240*     WHOSE BOOKS THE LIABILITY WAS POSTED TO (BLANK ON A ROW
000240*     WRITTEN BEFORE IT WAS CARRIED MEANS THE HOME COMPANY 01).
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY.
000280*  DATE       INIT  DESCRIPTION
000290*  ---------  ----  -----------------------------------------
000300*  10/14/26   RCA   ORIGINAL COPYBOOK.
000300*  10/15/26   RCA   ADDED VL-COMPANY, THE COMPANY THE LIABILITY
000300*                   WAS BOOKED TO. RECORD GROWS FROM 39 TO 41
000300*                   BYTES - AN EXISTING SNAPSHOT NEEDS A ONE-TIME
000300*                   SPACE-FILLED CONVERSION.
000310*****************************************************************
000320 01  VACATION-LIABILITY-RECORD.
000330     05  VL-EMP-NO                PIC 9(05).
000340     05  VL-MONTH-END             PIC 9(08).
000350     05  VL-DEPT-CODE             PIC X(04).
000360     05  VL-VAC-HOURS             PIC S9(05)V99.
000370     05  VL-RATE                  PIC 99V99.
000380     05  VL-LIABILITY             PIC S9(09)V99.
000380     05  VL-COMPANY               PIC X(02).
