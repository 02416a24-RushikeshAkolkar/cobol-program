000100*****************************************************************
000110*  COPYBOOK.     WHPROF
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL EFFECTIVE-DATED WITHHOLDING-PROFILE RECORD
000180*     LAYOUT. ONE ROW PER EMPLOYEE PER CHANGE TO THE WAY THEIR
000190*     STATUTORY TAX IS WITHHELD, KEYED BY EMPLOYEE NUMBER PLUS
000200*     EFFECTIVE DATE. THE ROW IN FORCE ON A DATE IS THE ONE WITH
000210*     THE LATEST EFFECTIVE DATE NOT AFTER IT; A NEW ROW SIMPLY
000220*     SUPERSEDES THE ONE BEFORE, SO NO END DATE IS CARRIED. THE
000230*     FILE IS MAINTAINED THROUGH WHPMAINT WITH AN AUDIT TRAIL AND
000240*     READ BY THE COMMON WHCALC ROUTINE. AN EMPLOYEE WITH NO ROW
000250*     IN FORCE IS WITHHELD AS SINGLE WITH NO ALLOWANCES, NO
000260*     ADDITIONAL AMOUNT AND NOT EXEMPT.
000270*
000280*     THE ADDITIONAL AMOUNT IS A FLAT SUM WITHHELD ON TOP OF THE
000290*     BRACKET TAX EVERY RUN. AN EXEMPT EMPLOYEE HAS NO STATUTORY
000300*     TAX WITHHELD AT ALL, ADDITIONAL AMOUNT INCLUDED.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*  DATE       INIT  DESCRIPTION
000340*  ---------  ----  -----------------------------------------
000350*  10/14/26   RCA   ORIGINAL COPYBOOK.
000360*****************************************************************
000370 01  WH-PROFILE-RECORD.
000380     05  WP-PROFILE-KEY.
000390         10  WP-EMP-NO            PIC 9(05).
000400         10  WP-EFF-DATE          PIC 9(08).
000410     05  WP-FILING-STATUS         PIC X(01).
000420         88  WP-SINGLE                       VALUE "S".
000430         88  WP-MARRIED                      VALUE "M".
000440         88  WP-HEAD-OF-HOUSEHOLD            VALUE "H".
000450         88  WP-STATUS-VALID                 VALUE "S" "M" "H".
000460     05  WP-ALLOWANCES            PIC 9(02).
000470     05  WP-ADDL-AMOUNT           PIC 9(05)V99.
000480     05  WP-EXEMPT-SW             PIC X(01).
000490         88  WP-EXEMPT                       VALUE "Y".
000500     05  WP-ENTERED-BY            PIC X(08).
000510     05  WP-ENTERED-DATE          PIC 9(08).
