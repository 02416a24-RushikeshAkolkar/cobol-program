000100*****************************************************************
000110*  COPYBOOK.     COMPTBL
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     PARAMETER AREA FOR THE COMMON COMPTAB COMPANY-TABLE
000180*     ROUTINE. THE CALLER SETS THE FUNCTION:
000190*        L  LOAD THE COMPANY TABLE INTO CM-COMPANY-ENTRY, IN
000200*           COMPANY-CODE ORDER. WITH NO COMPANY FILE AT ALL THE
000210*           TABLE IS ONE HOME COMPANY 01 OWNING EVERY CHECK
000220*           NUMBER, WITH NO GL PREFIX (CM-TABLE-DEFAULTED).
000230*        F  FIND CM-COMPANY-CODE (BLANK MEANS 01) AND SET CM-SUB.
000240*        K  FIND THE COMPANY WHOSE CHECK RANGE HOLDS CM-CHECK-NO
000250*           AND SET CM-SUB. A NUMBER IN NO RANGE (A CHECK CUT
000260*           BEFORE THE RANGES WERE SET UP) IS THE HOME COMPANY'S.
000270*        P  POINT THE FILE NAMED IN CM-FILE-NAME AT THE COPY
000280*           BELONGING TO COMPANY CM-SUB FOR EVERY PROGRAM OPENED
000290*           FROM HERE ON - THE PLAIN NAME FOR THE HOME COMPANY,
000300*           THE NAME WITH ".CC" ADDED FOR ANY OTHER.
000310*        R  PUT THE FILE NAMED IN CM-FILE-NAME BACK WHERE IT
000320*           POINTED BEFORE ITS FIRST P.
000330*     CM-RESULT COMES BACK 0 WHEN DONE, N WHEN THE COMPANY
000340*     ASKED FOR IS NOT ON THE TABLE (CM-SUB IS THEN ZERO).
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY.
000370*  DATE       INIT  DESCRIPTION
000380*  ---------  ----  -----------------------------------------
000390*  10/14/26   RCA   ORIGINAL COPYBOOK.
000400*****************************************************************
000410 01  COMPANY-TABLE-AREA.
000420     05  CM-FUNCTION              PIC X(01).
000430         88  CM-LOAD-TABLE                   VALUE "L".
000440         88  CM-FIND-COMPANY                 VALUE "F".
000450         88  CM-FIND-CHECK                   VALUE "K".
000460         88  CM-POINT-FILE                   VALUE "P".
000470         88  CM-RESTORE-FILE                 VALUE "R".
000480     05  CM-FILE-NAME             PIC X(08).
000490     05  CM-COMPANY-CODE          PIC X(02).
000500     05  CM-CHECK-NO              PIC 9(08).
000510     05  CM-SUB                   PIC 9(02).
000520     05  CM-RESULT                PIC X(01).
000530         88  CM-RESULT-OK                    VALUE "0".
000540         88  CM-NOT-ON-TABLE                 VALUE "N".
000550     05  CM-TABLE-SOURCE          PIC X(01).
000560         88  CM-TABLE-FROM-FILE              VALUE "F".
000570         88  CM-TABLE-DEFAULTED              VALUE "D".
000580     05  CM-COMPANY-COUNT         PIC 9(02).
000590     05  CM-COMPANY-ENTRY         OCCURS 10 TIMES.
000600         10  CM-CODE              PIC X(02).
000610         10  CM-NAME              PIC X(30).
000620         10  CM-ORIGIN-ROUTING    PIC 9(09).
000630         10  CM-ORIGIN-ACCOUNT    PIC X(17).
000640         10  CM-ORIGIN-ID         PIC X(10).
000650         10  CM-CHECK-FIRST       PIC 9(08).
000660         10  CM-CHECK-LAST        PIC 9(08).
000670         10  CM-GL-PREFIX         PIC X(04).
