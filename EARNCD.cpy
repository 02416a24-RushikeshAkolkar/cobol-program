000100*****************************************************************
000110*  COPYBOOK.     EARNCD
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL EARNINGS-CODE TABLE RECORD LAYOUT, MAINTAINED BY
000180*     ERNMAINT AND KEYED BY THE THREE-CHARACTER CODE. EACH CODE
000190*     IS A PREMIUM EARNINGS TYPE THE TIMESHEET CAN CARRY (NIGHT
000200*     SHIFT, HOLIDAY WORKED AND THE LIKE). ITS HOURS ARE PAID
000210*     EITHER AT THE EMPLOYEE'S RATE TIMES A MULTIPLIER (TYPE M)
000220*     OR AT THE RATE PLUS A FLAT AMOUNT PER HOUR (TYPE A). THE
000230*     CODE SAYS WHETHER ITS HOURS COUNT TOWARD THE OVERTIME
000240*     THRESHOLD, WHETHER THEY EARN VACATION AND SICK ACCRUAL, AND
000250*     WHETHER THEY MAY ONLY BE WORKED ON A PAY-CALENDAR HOLIDAY.
000260*
000270*     REG (REGULAR), OVT (OVERTIME), VAC (VACATION), SCK (SICK)
000280*     AND RET (RETRO PAY) ARE BUILT INTO THE GROSS-PAY
000290*     CALCULATION AND ARE NEVER KEPT ON THIS TABLE.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY.
000320*  DATE       INIT  DESCRIPTION
000330*  ---------  ----  -----------------------------------------
000340*  10/14/26   RCA   ORIGINAL COPYBOOK.
000350*****************************************************************
000360 01  EARNINGS-CODE-RECORD.
000370     05  EC-EARN-CODE             PIC X(03).
000380     05  EC-DESCRIPTION           PIC X(20).
000390     05  EC-CALC-TYPE             PIC X(01).
000400         88  EC-MULTIPLIER-CODE              VALUE "M".
000410         88  EC-ADD-ON-CODE                  VALUE "A".
000420     05  EC-MULTIPLIER            PIC 9V999.
000430     05  EC-ADD-ON-RATE           PIC 99V99.
000440     05  EC-OT-ELIGIBLE           PIC X(01).
000450         88  EC-COUNTS-FOR-OT                VALUE "Y".
000460     05  EC-ACCRUES-LEAVE         PIC X(01).
000470         88  EC-ACCRUES                      VALUE "Y".
000480     05  EC-HOLIDAY-ONLY          PIC X(01).
000490         88  EC-HOLIDAY-CODE                 VALUE "Y".
