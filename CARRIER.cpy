000100*****************************************************************
000110*  COPYBOOK.     CARRIER
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL BENEFITS-CARRIER TABLE RECORD LAYOUT, MAINTAINED
000180*     BY CARMAINT AND KEYED BY THE VOLUNTARY DEDUCTION CODE THAT
000190*     ELCMAINT KEEPS ON EACH ELECTION. EACH CODE NAMES THE
000200*     INSURANCE OR RETIREMENT CARRIER THE MONEY WITHHELD UNDER IT
000210*     IS SENT TO; SEVERAL CODES MAY SHARE ONE CARRIER (MEDICAL
000220*     AND DENTAL TO THE SAME INSURER, SAY). CARRXTRT ROLLS EACH
000230*     NIGHT'S ELECTION DEDUCTIONS UP BY CARRIER FOR REMITTANCE,
000240*     AND ENRLFEED SENDS EACH CARRIER ITS ENROLLMENT CHANGES.
000250*
000260*     THE LAST-FEED DATE AND TIME ARE SET BY ENRLFEED ON EVERY
000270*     CODE OF THE CARRIER IT HAS JUST FED, AND ARE NEVER KEYED.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY.
000300*  DATE       INIT  DESCRIPTION
000310*  ---------  ----  -----------------------------------------
000320*  10/14/26   RCA   ORIGINAL COPYBOOK.
000330*****************************************************************
000340 01  CARRIER-RECORD.
000350     05  CR-DEDUCT-CODE           PIC X(04).
000360     05  CR-CARRIER-ID            PIC X(06).
000370     05  CR-CARRIER-NAME          PIC X(20).
000380     05  CR-CARRIER-TYPE          PIC X(01).
000390         88  CR-INSURANCE                    VALUE "I".
000400         88  CR-RETIREMENT                   VALUE "R".
000410         88  CR-OTHER-CARRIER                VALUE "O".
000420     05  CR-LAST-FEED-DATE        PIC 9(08).
000430     05  CR-LAST-FEED-TIME        PIC 9(08).
