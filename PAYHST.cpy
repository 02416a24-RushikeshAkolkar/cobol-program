000293*                   BANKRTRN FLIPS THE R LINE TO X WHEN IT WORKS
000294*                   THE BANK'S RETURN FILE, SO THE HISTORY NO
000295*                   LONGER CLAIMS THE EMPLOYEE WAS PAID.
000295*  10/14/26   RCA   ADDED RECORD TYPE V - A REVERSAL LINE APPENDED
000295*                   BY RUNREVRS WHEN A WHOLE NIGHTLY RUN IS BACKED
000295*                   OUT. IT CARRIES THE REVERSED RUN'S DATE AND
000295*                   PERIOD WITH EVERY AMOUNT OF THE R (OR X) LINE
000295*                   IT OFFSETS NEGATED, SO THE RUN'S LINES NET TO
000295*                   ZERO.
000296*  10/14/26   RCA   ADDED PH-HOURS-WORKED AND PH-LEAVE-HOURS - THE
000296*                   HOURS THE LINE PAID - AND PH-RETRO-PAY, THE
000296*                   APPROVED RETRO PAY (RETROPAY) INCLUDED IN ITS
000296*                   GROSS, SO A PERIOD CAN BE RE-PRICED WHEN A
000296*                   BACK-DATED RATE IS LOADED. THE RECORD GROWS TO
000296*                   86 BYTES; AN EXISTING HISTORY FILE MUST BE
000296*                   CONVERTED WITH THE NEW FIELDS ZERO.
000296*  10/14/26   RCA   ADDED THE GROSS PAY BROKEN DOWN BY EARNINGS
000296*                   CODE - UP TO TEN CODE/HOURS/AMOUNT LINES (REG,
000296*                   OVT, VAC, SCK, PREMIUM CODES, RET) THAT ADD UP
000296*                   TO GROSS BEFORE CITY TAX. THE RECORD IS NOW
000296*                   258 BYTES; EXISTING FILES NEED A ONE-TIME
000296*                   CONVERSION WITH A ZERO LINE COUNT.
000296*  10/14/26   RCA   ADDED PH-STAT-TAX, THE STATUTORY INCOME TAX
000296*                   WITHHELD OFF THE BRACKET TABLE, SO A QUARTER'S
000296*                   WITHHOLDING CAN BE RETURNED PER EMPLOYEE
000296*                   (STATQTR) AND EACH RUN'S DEPOSIT LIABILITY
000296*                   SCHEDULED (TAXDEPST). THE RECORD IS NOW 267
000296*                   BYTES; EXISTING FILES NEED A ONE-TIME
000296*                   CONVERSION WITH THE NEW FIELD ZERO.
000290*****************************************************************
000300 01  PAY-HISTORY-RECORD.
000310     05  PH-EMP-NO                PIC 9(05).
000360         88  PH-ADJUSTMENT                   VALUE "A".
000363         88  PH-OFFCYCLE                     VALUE "O".
000365         88  PH-RETURNED                     VALUE "X".
000367         88  PH-REVERSAL                     VALUE "V".
000370     05  PH-GROSS-PAY             PIC S9(07)V99.
000380     05  PH-CITY-TAX              PIC S9(07)V99.
000390     05  PH-DEDUCTION             PIC S9(07)V99.
000400     05  PH-BONUS                 PIC S9(07)V99.
000410     05  PH-NET-PAY               PIC S9(07)V99.
000420     05  PH-HOURS-WORKED          PIC S9(03)V99.
000430     05  PH-LEAVE-HOURS           PIC S9(03)V99.
000440     05  PH-RETRO-PAY             PIC S9(07)V99.
000440     05  PH-EARN-COUNT            PIC 9(02).
000440     05  PH-EARN-LINE             OCCURS 10 TIMES.
000440         10  PH-EARN-CODE         PIC X(03).
000440         10  PH-EARN-HOURS        PIC S9(03)V99.
000440         10  PH-EARN-AMT          PIC S9(07)V99.
000440     05  PH-STAT-TAX              PIC S9(07)V99.
