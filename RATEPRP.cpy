000100*****************************************************************
000110*  COPYBOOK.     RATEPRP
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL MASS RATE-INCREASE PROPOSAL LAYOUT. RATEINC'S
000180*     PREVIEW WRITES THE ONE RECORD OF THE RATEPROP FILE - THE
000190*     INCREASE RULE (PERCENT OR FLAT AMOUNT, ALL EMPLOYEES OR ONE
000200*     DEPARTMENT OR CITY, AND THE SHARED EFFECTIVE DATE), WHO
000210*     PREPARED IT, AND THE PREVIEW'S TOTALS. THE POST RUN READS IT
000220*     BACK, SO THE RULE IS NEVER KEYED TWICE, AND REFUSES TO POST
000230*     IF A FRESH PASS NO LONGER AGREES WITH THOSE TOTALS. THE
000240*     RECORD IS KEPT AFTER POSTING OR WITHDRAWAL AS THE RECORD OF
000250*     WHO RELEASED THE INCREASE.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY.
000280*  DATE       INIT  DESCRIPTION
000290*  ---------  ----  -----------------------------------------
000300*  10/14/26   RCA   ORIGINAL COPYBOOK.
000310*****************************************************************
000320 01  RATE-INCREASE-PROPOSAL.
000330     05  RI-STATUS                PIC X(01).
000340         88  RI-PENDING                      VALUE "P".
000350         88  RI-POSTED                       VALUE "D".
000360         88  RI-WITHDRAWN                    VALUE "X".
000370     05  RI-BASIS                 PIC X(01).
000380         88  RI-BY-PERCENT                   VALUE "P".
000390         88  RI-BY-AMOUNT                    VALUE "F".
000400     05  RI-PERCENT               PIC 9(02)V99.
000410     05  RI-FLAT-AMT              PIC 9(02)V99.
000420     05  RI-SCOPE                 PIC X(01).
000430         88  RI-ALL-EMPLOYEES                VALUE "A".
000440         88  RI-ONE-DEPT                     VALUE "D".
000450         88  RI-ONE-CITY                     VALUE "C".
000460     05  RI-SCOPE-VALUE           PIC X(10).
000470     05  RI-EFF-DATE              PIC 9(08).
000480     05  RI-PREPARED-BY           PIC X(08).
000490     05  RI-PREPARED-DATE         PIC 9(08).
000500     05  RI-PREPARED-TIME         PIC 9(08).
000510     05  RI-EMP-COUNT             PIC 9(05).
000520     05  RI-REJECT-COUNT          PIC 9(05).
000530     05  RI-ANNUAL-IMPACT         PIC S9(09)V99.
000540     05  RI-POSTED-BY             PIC X(08).
000550     05  RI-POSTED-DATE           PIC 9(08).
