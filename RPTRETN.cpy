000100*****************************************************************
000110*  COPYBOOK.     RPTRETN
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL REPORT-RETENTION LAYOUT. ONE ROW PER REPORT KEPT
000180*     IN THE REPORT REPOSITORY (RPTREPO), KEYED BY ITS PRINT FILE
000190*     NAME: WHAT THE REPORT IS, HOW MANY MONTHS EACH RUN'S COPY
000200*     IS KEPT, THE PRINT LINE WIDTH, AND WHETHER EACH PAGE BELONGS
000210*     TO ONE EMPLOYEE (THE PAY STUBS) SO A SINGLE EMPLOYEE'S PAGE
000220*     CAN BE REPRINTED. RPTCAPT WRITES THE ROW WITH ITS STANDARD
000230*     VALUES THE FIRST TIME A REPORT IS CAPTURED; A SUPERVISOR
000240*     CHANGES THE RETENTION IN RPTINQ.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  10/14/26   RCA   ORIGINAL COPYBOOK.
000300*****************************************************************
000310 01  REPORT-RETENTION-RECORD.
000320     05  RT-REPORT-NAME           PIC X(08).
000330     05  RT-DESCRIPTION           PIC X(30).
000340     05  RT-RETAIN-MONTHS         PIC 9(03).
000350     05  RT-LINE-WIDTH            PIC 9(03).
000360     05  RT-PAGE-BY-EMP           PIC X(01).
000370         88  RT-EMPLOYEE-PAGES               VALUE "Y".
000380     05  RT-CHANGED-BY            PIC X(08).
000390     05  RT-CHANGED-DATE          PIC 9(08).
