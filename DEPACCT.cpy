000100*****************************************************************
000110*  COPYBOOK.     DEPACCT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL DIRECT-DEPOSIT ACCOUNT RECORD LAYOUT. ONE ROW PER
000180*     ACCOUNT, KEYED BY EMPLOYEE NUMBER PLUS A TWO-DIGIT ACCOUNT
000190*     SEQUENCE (01-10), SO AN EMPLOYEE'S NET PAY CAN BE SPLIT
000200*     ACROSS SEVERAL ACCOUNTS. EACH ROW TAKES EITHER A FIXED
000210*     AMOUNT (TYPE F) OR A PERCENTAGE OF NET (TYPE P, PIC
000220*     999V99, 2500 MEANS 25.00 PERCENT); EXACTLY ONE ROW PER
000230*     EMPLOYEE IS THE REMAINDER ACCOUNT (TYPE R) AND TAKES
000240*     WHATEVER IS LEFT. BANKXTRT SPLITS IN SEQUENCE ORDER - THE
000250*     FIXED AND PERCENTAGE ROWS FIRST, NEVER MORE THAN IS LEFT,
000260*     THEN THE REMAINDER ROW.
000270*
000280*     A NEWLY ADDED OR CHANGED ACCOUNT STARTS AT STATUS N.
000290*     BANKXTRT SENDS IT A ZERO-DOLLAR PRENOTE AND MOVES IT TO P
000300*     WITH THE PRENOTE DATE; ONCE THE PRENOTE PERIOD HAS PASSED
000310*     WITHOUT A RETURN IT GOES LIVE (A). UNTIL THEN ITS SHARE OF
000320*     NET IS PAID BY CHECK. A RETURN AGAINST THE ACCOUNT, LIVE
000330*     OR PRENOTE, IS WORKED BY BANKRTRN AND LEAVES IT AT R -
000340*     NOTHING MORE IS SENT THERE UNTIL IT IS RE-KEYED THROUGH
000350*     DEPMAINT. AN EMPLOYEE WITH NO ROWS HERE IS STILL PAID TO
000360*     EMP-BANK-ROUTING/EMP-BANK-ACCOUNT ON THE MASTER.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY.
000390*  DATE       INIT  DESCRIPTION
000400*  ---------  ----  -----------------------------------------
000410*  10/14/26   RCA   ORIGINAL COPYBOOK.
000420*****************************************************************
000430 01  DEPOSIT-ACCOUNT-RECORD.
000440     05  DA-ACCT-KEY.
000450         10  DA-EMP-NO            PIC 9(05).
000460         10  DA-SEQ               PIC 9(02).
000470     05  DA-ROUTING               PIC 9(09).
000480     05  DA-ACCOUNT               PIC X(17).
000490     05  DA-SPLIT-TYPE            PIC X(01).
000500         88  DA-SPLIT-FIXED                  VALUE "F".
000510         88  DA-SPLIT-PCT                    VALUE "P".
000520         88  DA-SPLIT-REMAINDER              VALUE "R".
000530         88  DA-SPLIT-VALID                  VALUE "F" "P" "R".
000540     05  DA-FIXED-AMT             PIC 9(07)V99.
000550     05  DA-PCT                   PIC 9(03)V99.
000560     05  DA-STATUS                PIC X(01).
000570         88  DA-PRENOTE-DUE                  VALUE "N".
000580         88  DA-PRENOTE-SENT                 VALUE "P".
000590         88  DA-LIVE                         VALUE "A".
000600         88  DA-RETURNED                     VALUE "R".
000610     05  DA-PRENOTE-DATE          PIC 9(08).
000620     05  DA-LAST-CHANGE           PIC 9(08).
000630     05  DA-RETURN-REASON         PIC X(02).
