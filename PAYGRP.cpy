000100*****************************************************************
000110*  COPYBOOK.     PAYGRP
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     PAY-GROUP TABLE FILLED IN BY THE COMMON PAYGRPCK ROUTINE.
000180*     ONE SLOT PER PAY GROUP IN A FIXED ORDER - 1 WEEKLY,
000190*     2 BIWEEKLY, 3 MONTHLY - SAYING WHETHER THE GROUP IS BEING
000200*     PAID IN THIS RUN, THE PERIOD IT IS BEING PAID FOR, AND THE
000210*     STANDARD HOURS OF THAT PERIOD (WHICH IS ALSO THE OVERTIME
000220*     THRESHOLD). AN EMPLOYEE WHOSE GROUP IS NOT DUE IS LEFT
000230*     ALONE BY EVERY STEP OF THE RUN.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY.
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  -----------------------------------------
000280*  10/14/26   RCA   ORIGINAL COPYBOOK.
000290*****************************************************************
000300 01  PAY-GROUP-TABLE.
000310     05  PG-ENTRY                 OCCURS 3 TIMES.
000320         10  PG-GROUP-CODE        PIC X(01).
000330         10  PG-DUE-SW            PIC X(01).
000340             88  PG-DUE                      VALUE "Y".
000350         10  PG-PERIOD-ID         PIC 9(06).
000360         10  PG-PERIOD-START      PIC 9(08).
000370         10  PG-PERIOD-END        PIC 9(08).
000380         10  PG-STD-HOURS         PIC 9(03).
000390     05  PG-DUE-COUNT             PIC 9(01).
000400     05  PG-STANDALONE-SW         PIC X(01).
000410         88  PG-STANDALONE                   VALUE "Y".
