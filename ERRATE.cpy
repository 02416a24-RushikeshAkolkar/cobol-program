000100*****************************************************************
000110*  COPYBOOK.     ERRATE
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL EMPLOYER-RATE RECORD LAYOUT - WHAT THE COMPANY
000180*     ITSELF OWES ON TOP OF GROSS PAY. KEYED BY RATE TYPE PLUS
000190*     CODE:
000200*       T = EMPLOYER TAX. THE CODE NAMES THE TAX (FICA, FUTA,
000210*           SUTA AND SO ON) AND THE RATE IS TAKEN AGAINST THE
000220*           EMPLOYEE'S GROSS PAY FOR THE RUN.
000230*       M = EMPLOYER BENEFIT MATCH. THE CODE IS AN ELECREC
000240*           DEDUCTION CODE, AND THE RATE IS TAKEN AGAINST THE
000250*           AMOUNT THE EMPLOYEE ACTUALLY HAD WITHHELD UNDER THAT
000260*           ELECTION THIS RUN (1.0000 IS DOLLAR FOR DOLLAR).
000270*     A NON-ZERO MAXIMUM CAPS THE EMPLOYER AMOUNT PER EMPLOYEE
000280*     PER RUN. A ROW IS ONLY APPLIED WHEN THE PAY-PERIOD END DATE
000290*     FALLS INSIDE ITS START/STOP WINDOW; AN OPEN-ENDED ROW
000300*     CARRIES 99999999 AS ITS STOP DATE. THE TABLE IS MAINTAINED
000310*     THROUGH ERMAINT AND READ BY THE EMPLOYER-COST STEP
000320*     (EMPLRCST).
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY.
000350*  DATE       INIT  DESCRIPTION
000360*  ---------  ----  -----------------------------------------
000370*  10/14/26   RCA   ORIGINAL COPYBOOK.
000380*****************************************************************
000390 01  EMPLOYER-RATE-RECORD.
000400     05  ER-RATE-KEY.
000410         10  ER-RATE-TYPE         PIC X(01).
000420             88  ER-TYPE-TAX                 VALUE "T".
000430             88  ER-TYPE-MATCH               VALUE "M".
000440         10  ER-CODE              PIC X(04).
000450     05  ER-DESCRIPTION           PIC X(20).
000460     05  ER-RATE                  PIC 9V9999.
000470     05  ER-MAX-AMOUNT            PIC 9(05)V99.
000480     05  ER-START-DATE            PIC 9(08).
000490     05  ER-STOP-DATE             PIC 9(08).
