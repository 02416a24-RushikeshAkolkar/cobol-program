000100*****************************************************************
000110*  COPYBOOK.     RPTREPO
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL REPORT-REPOSITORY LAYOUT. RPTCAPT COPIES EACH
000180*     NIGHTLY REPORT STEP'S PRINT FILE HERE AS SOON AS THE STEP
000190*     FINISHES, ONE ROW PER PRINT LINE, KEYED BY THE REPORT'S
000200*     PRINT FILE NAME, THE PERIOD ID AND RUN DATE OF THE RUN THAT
000210*     PRINTED IT, AND THE LINE NUMBER, SO EVERY PAST RUN'S OUTPUT
000220*     CAN BE REPRINTED BY RPTINQ EXACTLY AS IT CAME OFF THE RUN.
000230*
000240*     LINE NUMBER ZERO OF EACH REPORT IS ITS DIRECTORY ENTRY
000250*     (RR-DIRECTORY) - THE STEP THAT PRINTED IT, WHEN IT WAS
000260*     CAPTURED, HOW MANY LINES AND PAGES IT HAS, AND THE DATE
000270*     AFTER WHICH IT IS PURGED UNDER THE REPORT'S RETENTION
000280*     (RPTRETN). A PAGE STARTS AT EVERY "PAYROLL SYSTEMS" HEADING
000290*     LINE; RR-PAGE-NO IS ZERO ON THE DIRECTORY ENTRY.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY.
000320*  DATE       INIT  DESCRIPTION
000330*  ---------  ----  -----------------------------------------
000340*  10/14/26   RCA   ORIGINAL COPYBOOK.
000350*****************************************************************
000360 01  REPORT-REPOSITORY-RECORD.
000370     05  RR-KEY.
000380         10  RR-REPORT-NAME       PIC X(08).
000390         10  RR-PERIOD-ID         PIC 9(06).
000400         10  RR-RUN-DATE          PIC 9(08).
000410         10  RR-LINE-NO           PIC 9(06).
000420             88  RR-DIRECTORY-ENTRY          VALUE ZERO.
000430     05  RR-PAGE-NO               PIC 9(05).
000440     05  RR-LINE-TEXT             PIC X(100).
000450     05  RR-DIRECTORY REDEFINES RR-LINE-TEXT.
000460         10  RR-STEP-NAME         PIC X(08).
000470         10  RR-CAPTURE-DATE      PIC 9(08).
000480         10  RR-CAPTURE-TIME      PIC 9(08).
000490         10  RR-LINE-COUNT        PIC 9(06).
000500         10  RR-PAGE-COUNT        PIC 9(05).
000510         10  RR-LINE-WIDTH        PIC 9(03).
000520         10  RR-PAGE-BY-EMP       PIC X(01).
000530             88  RR-EMPLOYEE-PAGES           VALUE "Y".
000540         10  RR-PURGE-DATE        PIC 9(08).
000550         10  FILLER               PIC X(53).
