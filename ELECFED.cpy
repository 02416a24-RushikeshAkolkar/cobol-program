000100*****************************************************************
000110*  COPYBOOK.     ELECFED
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS
000140*  DATE-WRITTEN. 10/14/26
000150*-----------------------------------------------------------------
000160*  REMARKS.
000170*     CANONICAL ENROLLMENT-FEED SNAPSHOT LAYOUT. ENRLFEED KEEPS
000180*     ONE ROW PER ELECTION IT HAS EVER SENT A CARRIER, KEYED LIKE
000190*     THE ELECTION ITSELF, HOLDING THE ELECTION AS IT STOOD WHEN
000200*     IT WAS LAST SENT, THE CARRIER IT WENT TO, AND WHETHER THAT
000210*     LAST SENDING WAS AN ADD, A CHANGE OR A STOP. THE NEXT FEED
000220*     FOR THE CARRIER COMPARES THE ELECTIONS FILE AGAINST THESE
000230*     ROWS, SO ELCMAINT NEEDS NO CHANGE DATE OF ITS OWN.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY.
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  -----------------------------------------
000280*  10/14/26   RCA   ORIGINAL COPYBOOK.
000290*****************************************************************
000300 01  ELECTION-FEED-RECORD.
000310     05  EF-ELECT-KEY.
000320         10  EF-EMP-NO            PIC 9(05).
000330         10  EF-DEDUCT-CODE       PIC X(04).
000340     05  EF-CARRIER-ID            PIC X(06).
000350     05  EF-DESCRIPTION           PIC X(20).
000360     05  EF-METHOD                PIC X(01).
000370     05  EF-AMOUNT                PIC 9(05)V99.
000380     05  EF-PERCENT               PIC V999.
000390     05  EF-START-DATE            PIC 9(08).
000400     05  EF-STOP-DATE             PIC 9(08).
000410     05  EF-FED-DATE              PIC 9(08).
000420     05  EF-LAST-ACTION           PIC X(01).
000430         88  EF-SENT-ADD                     VALUE "A".
000440         88  EF-SENT-CHANGE                  VALUE "C".
000450         88  EF-SENT-STOP                    VALUE "S".
