000100*****************************************************************
000110*  COPYBOOK.     LABDIST
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL EFFECTIVE-DATED LABOR-DISTRIBUTION RECORD LAYOUT,
000180*     THE SAME TREATMENT THE SALARY-RATE FILE GOT. ONE ROW PER
000190*     EMPLOYEE PER DISTRIBUTION PERIOD, KEYED BY EMPLOYEE NUMBER
000200*     PLUS EFFECTIVE-START DATE; AN OPEN-ENDED ROW CARRIES
000210*     99999999 AS ITS EFFECTIVE-END DATE. EACH ROW SPLITS THE
000220*     EMPLOYEE'S PAY ACROSS UP TO FIVE DEPTTAB DEPARTMENTS BY
000230*     PERCENTAGE (PIC 999V99, 5000 MEANS 50.00 PERCENT); THE
000240*     PERCENTAGES ON A ROW ADD TO EXACTLY 100.00. THE FILE IS
000250*     MAINTAINED THROUGH LDMAINT WITH AN AUDIT TRAIL, AND
000260*     GLEXTRCT CHARGES THE RUN'S PAYROLL AND BONUS EXPENSE TO
000270*     THE DEPARTMENTS ON THE ROW IN FORCE AT THE PERIOD END. AN
000280*     EMPLOYEE WITH NO ROW IN FORCE IS CHARGED ENTIRELY TO
000290*     EMP-DEPT ON THE MASTER.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY.
000320*  DATE       INIT  DESCRIPTION
000330*  ---------  ----  -----------------------------------------
000340*  10/14/26   RCA   ORIGINAL COPYBOOK.
000350*****************************************************************
000360 01  LABOR-DIST-RECORD.
000370     05  LD-DIST-KEY.
000380         10  LD-EMP-NO            PIC 9(05).
000390         10  LD-EFF-START         PIC 9(08).
000400     05  LD-EFF-END               PIC 9(08).
000410     05  LD-SPLIT-COUNT           PIC 9(01).
000420     05  LD-SPLIT                 OCCURS 5 TIMES.
000430         10  LD-DEPT-CODE         PIC X(04).
000440         10  LD-PCT               PIC 9(03)V99.
