000100*****************************************************************
000110*  COPYBOOK.     RETRPAY
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL RETRO-PAY LINE LAYOUT. RETROPAY WRITES ONE ROW
000180*     PER EMPLOYEE PER PAY PERIOD THAT A BACK-DATED SALRATE ROW
000190*     UNDERPAID, KEYED BY EMPLOYEE, THE PERIOD RE-PRICED AND THE
000200*     DATE AND TIME OF THE CALCULATION, SO A PERIOD RE-PRICED
000210*     AGAIN AFTER A SECOND RAISE GETS A SECOND ROW FOR ONLY THE
000220*     FURTHER DIFFERENCE. EACH ROW KEEPS THE HOURS THE PERIOD
000230*     PAID, WHAT IT PAID, WHAT IT SHOULD HAVE PAID, AND THE
000240*     EARLIER RETRO ALREADY OWED FOR IT.
000250*
000260*     A ROW IS WRITTEN APPROVED (A) ONLY AFTER A SUPERVISOR HAS
000270*     SEEN THE APPROVAL REPORT. THE NEXT NIGHTLY RUN ADDS EVERY
000280*     APPROVED ROW FOR THE EMPLOYEE TO GROSS PAY (SUB-PROGRAM),
000290*     SO IT IS TAXED AND DEDUCTED LIKE ANY OTHER EARNINGS, AND
000300*     HISTWRIT MARKS IT PAID (D) WITH THE RUN DATE AND PERIOD
000310*     THAT CARRIED IT. RUNREVRS PUTS A REVERSED RUN'S ROWS BACK
000320*     TO A SO THE RE-RUN PAYS THEM AGAIN.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY.
000350*  DATE       INIT  DESCRIPTION
000360*  ---------  ----  -----------------------------------------
000370*  10/14/26   RCA   ORIGINAL COPYBOOK.
000380*****************************************************************
000390 01  RETRO-PAY-RECORD.
000400     05  RP-RETRO-KEY.
000410         10  RP-EMP-NO            PIC 9(05).
000420         10  RP-PERIOD-END        PIC 9(08).
000430         10  RP-CALC-DATE         PIC 9(08).
000440         10  RP-CALC-TIME         PIC 9(08).
000450     05  RP-STATUS                PIC X(01).
000460         88  RP-APPROVED                     VALUE "A".
000470         88  RP-PAID                         VALUE "D".
000480     05  RP-RUN-DATE              PIC 9(08).
000490     05  RP-HOURS-WORKED          PIC S9(03)V99.
000500     05  RP-LEAVE-HOURS           PIC S9(03)V99.
000510     05  RP-PAID-GROSS            PIC S9(07)V99.
000520     05  RP-DUE-GROSS             PIC S9(07)V99.
000530     05  RP-PRIOR-RETRO           PIC S9(07)V99.
000540     05  RP-RETRO-AMT             PIC S9(07)V99.
000550     05  RP-APPROVED-BY           PIC X(08).
000560     05  RP-APPROVED-DATE         PIC 9(08).
000570     05  RP-PAID-RUN-DATE         PIC 9(08).
000580     05  RP-PAID-PERIOD-END       PIC 9(08).
