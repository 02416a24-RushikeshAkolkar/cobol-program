000100*****************************************************************
000110*  COPYBOOK.     COMPANY
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL COMPANY TABLE RECORD LAYOUT, MAINTAINED BY
000180*     COMPMNT AND KEYED BY THE COMPANY CODE EMP-COMPANY CARRIES
000190*     ON THE MASTER. ONE ROW PER LEGAL ENTITY THE SHOP PAYS FOR,
000200*     HOLDING WHAT EACH ENTITY'S MONEY FILES NEED OF ITS OWN:
000210*       - THE BANK ORIGIN DETAILS BANKXTRT PUTS ON THE HEADER OF
000220*         THE COMPANY'S PAYMENT FILE (THE ACCOUNT THE NET PAY IS
000230*         DRAWN ON AND THE ORIGINATOR ID THE BANK KNOWS IT BY),
000240*       - THE CHECK-NUMBER RANGE CHECKPRT AND CHKVOID NUMBER THE
000250*         COMPANY'S CHECKS FROM - RANGES NEVER OVERLAP, SO A
000260*         CHECK NUMBER ALONE TELLS POSPAY WHOSE CHECK IT IS,
000270*       - THE GL ACCOUNT PREFIX GLEXTRCT STAMPS ON EVERY JOURNAL
000280*         LINE SO THE LEDGER POSTS IT TO THE COMPANY'S BOOKS.
000290*
000300*     COMPANY 01 IS THE HOME COMPANY. A BLANK EMP-COMPANY IS
000310*     COMPANY 01, AND COMPANY 01'S FILES KEEP THEIR PLAIN NAMES
000320*     (BANKFILE, CHECKNBR, GLPOST ...); EVERY OTHER COMPANY'S
000330*     FILES ARE THE SAME NAMES WITH THE COMPANY CODE ADDED AFTER
000340*     A DOT (BANKFILE.02). SEE THE COMMON COMPTAB ROUTINE.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY.
000370*  DATE       INIT  DESCRIPTION
000380*  ---------  ----  -----------------------------------------
000390*  10/14/26   RCA   ORIGINAL COPYBOOK.
000400*****************************************************************
000410 01  COMPANY-RECORD.
000420     05  CO-COMPANY-CODE          PIC X(02).
000430         88  CO-HOME-COMPANY                 VALUE "01".
000440     05  CO-COMPANY-NAME          PIC X(30).
000450     05  CO-ORIGIN-ROUTING        PIC 9(09).
000460     05  CO-ORIGIN-ACCOUNT        PIC X(17).
000470     05  CO-ORIGIN-ID             PIC X(10).
000480     05  CO-CHECK-RANGE.
000490         10  CO-CHECK-FIRST       PIC 9(08).
000500         10  CO-CHECK-LAST        PIC 9(08).
000510     05  CO-GL-PREFIX             PIC X(04).
