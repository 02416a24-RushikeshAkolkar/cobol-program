000100*****************************************************************
000110*  COPYBOOK.     WHCALC
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     PARAMETER AREA FOR THE COMMON WHCALC STATUTORY-TAX ROUTINE.
000180*     THE CALLER FILLS IN THE FUNCTION, THE EMPLOYEE, THE DATE
000190*     THE PROFILE IS TO BE IN FORCE ON, THE PAY GROUP AND THE
000200*     GROSS PAY. FUNCTION K INSTEAD TAKES THE PROFILE FIELDS AS
000210*     KEYED BY THE CALLER (A WHAT-IF), AND FUNCTION X CLOSES THE
000220*     ROUTINE'S FILES AT END OF RUN.
000230*
000240*     THE ROUTINE HANDS BACK THE TAX, THE TAXABLE PAY IT WAS
000250*     FIGURED ON, THE PROFILE IT USED, AND A RESULT CODE THE
000260*     CALLER TURNS INTO ITS OWN EXCEPTION MESSAGE:
000270*        0  TAX FIGURED NORMALLY (OR EXEMPT)
000280*        F  NO BRACKET ROWS FOR THE FILING STATUS - THE SINGLE
000290*           BRACKETS WERE USED INSTEAD
000300*        N  NO BRACKET COVERS THE TAXABLE PAY - NO BRACKET TAX,
000310*           THE ADDITIONAL AMOUNT IS STILL WITHHELD
000320*        T  BRACKET TABLE NOT AVAILABLE - NOTHING WITHHELD
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY.
000350*  DATE       INIT  DESCRIPTION
000360*  ---------  ----  -----------------------------------------
000370*  10/14/26   RCA   ORIGINAL COPYBOOK.
000380*****************************************************************
000390 01  WITHHOLD-CALC-AREA.
000400     05  WC-FUNCTION              PIC X(01).
000410         88  WC-CALCULATE                    VALUE "C".
000420         88  WC-KEYED-PROFILE                VALUE "K".
000430         88  WC-CLOSE-FILES                  VALUE "X".
000440     05  WC-EMP-NO                PIC 9(05).
000450     05  WC-AS-OF-DATE            PIC 9(08).
000460     05  WC-PAY-GROUP             PIC X(01).
000470     05  WC-GROSS-PAY             PIC 9(07)V99.
000480     05  WC-PROFILE-IN-FORCE.
000490         10  WC-FILING-STATUS     PIC X(01).
000500         10  WC-ALLOWANCES        PIC 9(02).
000510         10  WC-ADDL-AMOUNT       PIC 9(05)V99.
000520         10  WC-EXEMPT-SW         PIC X(01).
000530             88  WC-EXEMPT                   VALUE "Y".
000540         10  WC-PROFILE-EFF-DATE  PIC 9(08).
000550     05  WC-TAXABLE-PAY           PIC 9(07)V99.
000560     05  WC-TAX-RATE              PIC V999.
000570     05  WC-STAT-TAX-AMT          PIC 9(07)V99.
000580     05  WC-RESULT                PIC X(01).
000590         88  WC-RESULT-OK                    VALUE "0".
000600         88  WC-STATUS-FELL-BACK             VALUE "F".
000610         88  WC-NO-BRACKET                   VALUE "N".
000620         88  WC-TABLE-MISSING                VALUE "T".
