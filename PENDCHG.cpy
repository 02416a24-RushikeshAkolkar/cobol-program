000100*****************************************************************
000110*  COPYBOOK.     PENDCHG
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL PENDING-CHANGE LAYOUT FOR DUAL CONTROL. A CHANGE
000180*     TO WHERE OR HOW MUCH AN EMPLOYEE IS PAID IS NOT MADE TO THE
000190*     LIVE FILE WHEN IT IS KEYED. THE KEYING PROGRAM (ACCEPTDI,
000190*     EMPBATCH, SALMAINT, GRNMAINT, DEPMAINT) WRITES ONE ROW HERE
000190*     THROUGH THE COMMON PENDQUE ROUTINE, AND A SUPERVISOR OTHER
000190*     THAN THE OPERATOR WHO KEYED IT APPROVES OR REJECTS IT IN
000190*     CHGAPPR.
000230*     ONLY AN APPROVED ROW IS APPLIED. ROWS ARE KEPT AFTER THE
000240*     DECISION AS THE RECORD OF WHO KEYED AND WHO RELEASED EACH
000250*     CHANGE.
000260*
000270*     CHANGE TYPES:
000280*         B - MASTER BANK ROUTING AND ACCOUNT
000290*         S - MASTER SALARY (EMP-SAL)
000300*         R - SALRATE ROW, ACTION A/U/D
000310*         G - GARNISHMENT ORDER, ACTION A (NEW ORDER AND ITS
000320*             PAYEE) OR U (PAYEE OF AN EXISTING ORDER)
000320*         D - DEPACCT DEPOSIT ACCOUNT, ACTION A (NEW ACCOUNT) OR
000320*             U (NEW ROUTING OR ACCOUNT NUMBER, WITH ITS SPLIT)
000330*     THE BEFORE IMAGE IS THE VALUE ON FILE WHEN THE CHANGE WAS
000340*     KEYED. CHGAPPR REFUSES TO APPLY A CHANGE WHOSE BEFORE IMAGE
000350*     NO LONGER MATCHES THE FILE, SO TWO CHANGES KEYED AGAINST THE
000360*     SAME VALUE CANNOT BOTH GO THROUGH. MASTER CHANGES CARRY THE
000360*     ROUTING, ACCOUNT AND SALARY VIEW; RATE, GARNISHMENT AND
000360*     DEPOSIT-ACCOUNT CHANGES CARRY THE WHOLE SALRATE, GARNREC OR
000360*     DEPACCT ROW.
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000420*  ---------  ----  -----------------------------------------
000430*  10/14/26   RCA   ORIGINAL COPYBOOK.
000430*  10/15/26   RCA   ADDED CHANGE TYPE D FOR A DEPACCT DEPOSIT
000430*                   ACCOUNT KEYED IN DEPMAINT.
000440*****************************************************************
000450 01  PENDING-CHANGE-RECORD.
000460     05  PN-CHANGE-KEY.
000470         10  PN-ENTRY-DATE        PIC 9(08).
000480         10  PN-ENTRY-TIME        PIC 9(08).
000490         10  PN-EMP-NO            PIC 9(05).
000500     05  PN-CHANGE-TYPE           PIC X(01).
000510         88  PN-BANK-CHANGE                  VALUE "B".
000520         88  PN-SALARY-CHANGE                VALUE "S".
000530         88  PN-RATE-CHANGE                  VALUE "R".
000540         88  PN-GARN-CHANGE                  VALUE "G".
000540         88  PN-DEPOSIT-CHANGE               VALUE "D".
000550     05  PN-ACTION                PIC X(01).
000560         88  PN-ACTION-ADD                   VALUE "A".
000570         88  PN-ACTION-UPDATE                VALUE "U".
000580         88  PN-ACTION-DELETE                VALUE "D".
000590     05  PN-STATUS                PIC X(01).
000600         88  PN-PENDING                      VALUE "P".
000610         88  PN-APPROVED                     VALUE "A".
000620         88  PN-REJECTED                     VALUE "R".
000630     05  PN-SOURCE-PGM            PIC X(08).
000640     05  PN-KEYED-BY              PIC X(08).
000650     05  PN-DECIDED-BY            PIC X(08).
000660     05  PN-DECIDED-DATE          PIC 9(08).
000670     05  PN-DECISION-NOTE         PIC X(30).
000680     05  PN-BEFORE-IMAGE          PIC X(80).
000690     05  PN-BEFORE-MASTER REDEFINES PN-BEFORE-IMAGE.
000700         10  PN-BEFORE-ROUTING    PIC 9(09).
000710         10  PN-BEFORE-ACCOUNT    PIC X(17).
000720         10  PN-BEFORE-SAL        PIC 99V99.
000730         10  FILLER               PIC X(50).
000740     05  PN-AFTER-IMAGE           PIC X(80).
000750     05  PN-AFTER-MASTER REDEFINES PN-AFTER-IMAGE.
000760         10  PN-AFTER-ROUTING     PIC 9(09).
000770         10  PN-AFTER-ACCOUNT     PIC X(17).
000780         10  PN-AFTER-SAL         PIC 99V99.
000790         10  FILLER               PIC X(50).
