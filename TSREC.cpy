000300*                   RATE AND DO NOT COUNT TOWARD THE OVERTIME
000302*                   THRESHOLD. A TIMESHEET FILE ON THE OLD
000304*                   LAYOUT MUST BE RELOADED THROUGH TSLOAD.
000304*  10/14/26   RCA   ADDED UP TO FOUR PREMIUM EARNINGS-CODE LINES
000304*                   (CODE AND HOURS) PER EMPLOYEE - NIGHT SHIFT,
000304*                   HOLIDAY WORKED AND THE LIKE, PRICED OFF THE
000304*                   EARNCODE TABLE. TS-HOURS-WORKED STAYS THE
000304*                   REGULAR (REG) HOURS. A TIMESHEET FILE ON THE
000304*                   OLD LAYOUT MUST BE RELOADED THROUGH TSLOAD.
000306*****************************************************************
000310 01  TIMESHEET-RECORD.
000320     05  TS-EMP-NO                PIC 9(05).
000330     05  TS-HOURS-WORKED          PIC 9(03)V99.
000340     05  TS-VAC-HOURS             PIC 9(03)V99.
000350     05  TS-SICK-HOURS            PIC 9(03)V99.
000350     05  TS-PREMIUM-COUNT         PIC 9(01).
000350     05  TS-PREMIUM-LINE          OCCURS 4 TIMES.
000350         10  TS-PREM-CODE         PIC X(03).
000350         10  TS-PREM-HOURS        PIC 9(03)V99.
